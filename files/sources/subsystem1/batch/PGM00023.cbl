       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00023.
       AUTHOR.                    MARCUS SACRAMENTO.
       INSTALLATION.              ESTUDO COBOL.
       DATE-WRITTEN.              15/10/2026.
       DATE-COMPILED.
       SECURITY.                  PROGRAMA DE ESTUDO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACUMANT ASSIGN TO UT-S-ACUMANT.
           SELECT OPTIONAL HOLERITES ASSIGN TO UT-S-HOLERIT.
           SELECT ORDHOLERITE   ASSIGN TO UT-S-ORDHOLE.
           SELECT ORDENACAO     ASSIGN TO UT-S-SORTWK.
           SELECT OPTIONAL PROVISOES ASSIGN TO UT-S-PROVISA.
           SELECT ACUMNOV       ASSIGN TO UT-S-ACUMNOV.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ACUMANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 420 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUMANT.
       01  REG-ACUMANT             PIC X(420).

       FD  HOLERITES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HOLERITES.
       01  REG-HOLERITES           PIC X(36).

       FD  ORDHOLERITE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 36 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORDHOLERITE.
       01  REG-ORDHOLERITE         PIC X(36).

       SD  ORDENACAO
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS REG-ORDENACAO.
       01  REG-ORDENACAO.
           05 FILLER               PIC X(01).
           05 SD-NUMERO            PIC 9(05).
           05 FILLER               PIC X(30).

       FD  PROVISOES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PROVISOES.
       01  REG-PROVISOES           PIC X(55).

       FD  ACUMNOV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 420 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUMNOV.
       01  REG-ACUMNOV             PIC X(420).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       WORKING-STORAGE SECTION.

       COPY BOOK0010.

       01  WS-REG-ACUMANT.
           05 WS-ACA-TIPO          PIC X(01).
           05 WS-ACA-NUMERO        PIC 9(05).
           05 WS-ACA-DEPTO         PIC 9(03).
           05 FILLER               PIC X(411).

       01  WS-REG-HOLERITE.
           05 WS-HOL-TIPO          PIC X(01).
              88 WS-HOL-HEADER                  VALUE '1'.
              88 WS-HOL-DETALHE                 VALUE '2'.
              88 WS-HOL-TRAILER                 VALUE '3'.
           05 WS-HOL-NUMERO        PIC 9(05).
           05 WS-HOL-DEPTO         PIC 9(03).
           05 WS-HOL-BRUTO         PIC 9(07)V99.
           05 WS-HOL-DESCONTO      PIC 9(07)V99.
           05 WS-HOL-LIQUIDO       PIC 9(07)V99.

       01  WS-REG-HOL-HEADER REDEFINES WS-REG-HOLERITE.
           05 WS-HOLH-TIPO         PIC X(01).
           05 WS-HOLH-DIA          PIC 9(02).
           05 WS-HOLH-MES          PIC 9(02).
           05 WS-HOLH-ANO          PIC 9(04).
           05 FILLER               PIC X(27).

       01  WS-REG-HOL-TRAILER REDEFINES WS-REG-HOLERITE.
           05 WS-HOLT-TIPO         PIC X(01).
           05 WS-HOLT-QTDE-REG     PIC 9(05).
           05 WS-HOLT-HASH         PIC 9(11)V99.
           05 FILLER               PIC X(17).

       01  WS-REG-PROVISAO.
           05 WS-PRV-TIPO          PIC X(01).
              88 WS-PRV-HEADER                  VALUE '1'.
              88 WS-PRV-DETALHE                 VALUE '2'.
              88 WS-PRV-TRAILER                 VALUE '3'.
           05 WS-PRV-DEPTO         PIC 9(03).
           05 WS-PRV-QTDE          PIC 9(05).
           05 WS-PRV-13            PIC 9(09)V99.
           05 WS-PRV-FERIAS        PIC 9(09)V99.
           05 WS-PRV-TERCO         PIC 9(09)V99.
           05 WS-PRV-TOTAL         PIC 9(09)V99.
           05 FILLER               PIC X(02).

       01  WS-REG-PRV-HEADER REDEFINES WS-REG-PROVISAO.
           05 WS-PRVH-TIPO         PIC X(01).
           05 WS-PRVH-DIA          PIC 9(02).
           05 WS-PRVH-MES          PIC 9(02).
           05 WS-PRVH-ANO          PIC 9(04).
           05 FILLER               PIC X(46).

       01  WS-REG-PRV-TRAILER REDEFINES WS-REG-PROVISAO.
           05 WS-PRVT-TIPO         PIC X(01).
           05 WS-PRVT-QTDE-REG     PIC 9(05).
           05 WS-PRVT-HASH         PIC 9(11)V99.
           05 FILLER               PIC X(36).

       01  WS-TAB-PROVISAO.
           05 WS-TPV-DEPTO OCCURS 999 TIMES.
              10 WS-TPV-SW         PIC X(01)    VALUE 'N'.
                 88 WS-TPV-A-POSTAR             VALUE 'S'.
              10 WS-TPV-13         PIC 9(09)V99 VALUE ZEROS.
              10 WS-TPV-FERIAS     PIC 9(09)V99 VALUE ZEROS.
              10 WS-TPV-TERCO      PIC 9(09)V99 VALUE ZEROS.

       01  WS-CONTROLE-HOLERITES.
           05 WS-HOL-SW-HEADER     PIC X(01)    VALUE 'N'.
              88 WS-HOL-HEADER-LIDO             VALUE 'S'.
           05 WS-HOL-SW-TRAILER    PIC X(01)    VALUE 'N'.
              88 WS-HOL-TRAILER-LIDO            VALUE 'S'.
           05 WS-HOL-SW-POSTA      PIC X(01)    VALUE 'N'.
              88 WS-HOL-POSTAR                  VALUE 'S'.
           05 WS-HOL-COMP-MES      PIC 9(02)    VALUE ZEROS.
           05 WS-HOL-COMP-ANO      PIC 9(04)    VALUE ZEROS.
           05 WS-HOL-TRL-QTDE      PIC 9(05)    VALUE ZEROS.
           05 WS-HOL-TRL-HASH      PIC 9(11)V99 VALUE ZEROS.
           05 WS-HOL-LIDOS         PIC 9(05)    VALUE ZEROS.
           05 WS-HOL-LIDOS-LIQUIDO PIC 9(11)V99 VALUE ZEROS.
           05 WS-HOL-INVALIDOS     PIC 9(05)    VALUE ZEROS.
           05 WS-HOL-DUPLICADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-HOL-ULT-NUMERO    PIC 9(05)    VALUE ZEROS.
           05 WS-HOL-SITUACAO      PIC X(40)    VALUE SPACES.

       01  WS-CONTROLE-PROVISOES.
           05 WS-PRV-SW-HEADER     PIC X(01)    VALUE 'N'.
              88 WS-PRV-HEADER-LIDO             VALUE 'S'.
           05 WS-PRV-SW-TRAILER    PIC X(01)    VALUE 'N'.
              88 WS-PRV-TRAILER-LIDO            VALUE 'S'.
           05 WS-PRV-SW-POSTA      PIC X(01)    VALUE 'N'.
              88 WS-PRV-POSTAR                  VALUE 'S'.
           05 WS-PRV-COMP-MES      PIC 9(02)    VALUE ZEROS.
           05 WS-PRV-COMP-ANO      PIC 9(04)    VALUE ZEROS.
           05 WS-PRV-TRL-QTDE      PIC 9(05)    VALUE ZEROS.
           05 WS-PRV-TRL-HASH      PIC 9(11)V99 VALUE ZEROS.
           05 WS-PRV-LIDOS         PIC 9(05)    VALUE ZEROS.
           05 WS-PRV-LIDOS-TOTAL   PIC 9(11)V99 VALUE ZEROS.
           05 WS-PRV-INVALIDOS     PIC 9(05)    VALUE ZEROS.
           05 WS-PRV-SITUACAO      PIC X(40)    VALUE SPACES.
           05 SW-FIM-PRV           PIC X(03)    VALUE SPACES.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-ACU         PIC 9(05)    VALUE ZEROS.
           05 WS-GRAVADOS-ACU      PIC 9(05)    VALUE ZEROS.
           05 WS-DESCARTADOS-ACU   PIC 9(05)    VALUE ZEROS.
           05 WS-EMP-ATUALIZADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-EMP-INCLUIDOS     PIC 9(05)    VALUE ZEROS.
           05 WS-EMP-MANTIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-ATUALIZADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-INCLUIDOS     PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-BRUTO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-DESCONTO      PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-LIQUIDO       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PROVISAO      PIC 9(11)V99 VALUE ZEROS.
           05 WS-ANO-NOVO          PIC 9(04)    VALUE ZEROS.
           05 WS-SUB-DEP           PIC 9(04)    VALUE ZEROS.
           05 WS-PROX-DEP          PIC 9(04)    VALUE 1.
           05 SW-FIM-ACU           PIC X(03)    VALUE SPACES.
           05 SW-FIM-HOL           PIC X(03)    VALUE SPACES.
           05 WS-SW-VIRADA         PIC X(01)    VALUE 'N'.
              88 WS-VIRADA-ANO                  VALUE 'S'.
           05 WS-SW-ACU-ERRO       PIC X(01)    VALUE 'N'.
              88 WS-ACUMULADO-ERRO              VALUE 'S'.

       01  WS-TITULO-1.
           05 FILLER               PIC X(30)    VALUE SPACES.
           05 WS-TIT-1             PIC X(15)
                                   VALUE 'ESTUDO DE COBOL'.
           05 FILLER               PIC X(51)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(08)    VALUE ' DATA: '.
           05 WS-TIT-2-DIA         PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-TIT-2-ANO         PIC 9(04).
           05 FILLER               PIC X(09)    VALUE SPACES.
           05 WS-TIT-2             PIC X(31)
                          VALUE 'ACUMULADO ANUAL - ATUALIZACAO'.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(18)
                                   VALUE 'ANO DO ACUMULADO: '.
           05 WS-TIT-3-ANO         PIC 9(04).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-TIT-3-VIRADA      PIC X(40)    VALUE SPACES.
           05 FILLER               PIC X(31)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-DETALHE-FONTE.
           05 FILLER               PIC X(01).
           05 WS-FON-NOME          PIC X(11).
           05 FILLER               PIC X(13)    VALUE 'COMPETENCIA '.
           05 WS-FON-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-FON-ANO           PIC 9(04).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-FON-SITUACAO      PIC X(40).
           05 FILLER               PIC X(22)    VALUE SPACES.

       01  WS-DETALHE-TOTAL.
           05 FILLER               PIC X(01).
           05 WS-TOT-LITERAL       PIC X(34).
           05 WS-TOT-VALOR         PIC ZZ,ZZ9.
           05 FILLER               PIC X(55)    VALUE SPACES.

       01  WS-DETALHE-VALOR.
           05 FILLER               PIC X(01).
           05 WS-VAL-LITERAL       PIC X(34).
           05 WS-VAL-VALOR         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(45)    VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FECHA.
           05 FILLER               PIC X(02).
           05 LK-DIA               PIC 9(02).
           05 LK-MES               PIC 9(02).
           05 LK-ANO               PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           OPEN INPUT HOLERITES
           SORT ORDENACAO ON ASCENDING KEY SD-NUMERO
                INPUT PROCEDURE IS 070-CLASSIFICA-HOLERITES
                                   THRU 070-FIM
                GIVING ORDHOLERITE
           CLOSE HOLERITES
           PERFORM 015-CARREGA-PROVISOES THRU 015-FIM
           PERFORM 020-ABRE-ARQUIVOS   THRU 020-FIM
           PERFORM 060-LE-ACUMANT      THRU 060-FIM
           PERFORM 017-VERIFICA-COMPETENCIAS THRU 017-FIM
           PERFORM 030-TITULOS         THRU 030-FIM
           IF WS-ACUMULADO-ERRO
              MOVE 16              TO RETURN-CODE
           ELSE
              IF WS-VIRADA-ANO
                 PERFORM 060-LE-ACUMANT THRU 060-FIM
                         UNTIL SW-FIM-ACU EQUAL 'FIM'
              END-IF
              IF WS-HOL-POSTAR
                 PERFORM 061-LE-HOLERITE THRU 061-FIM
              ELSE
                 MOVE 'FIM'        TO SW-FIM-HOL
              END-IF
              PERFORM 041-GRAVA-CONTROLE THRU 041-FIM
              PERFORM 042-PROCESSA-DEPTO THRU 042-FIM
                      UNTIL SW-FIM-ACU EQUAL 'FIM'
                         OR WS-ACA-TIPO NOT EQUAL 'D'
              PERFORM 043-NOVO-DEPTO THRU 043-FIM
                      VARYING WS-SUB-DEP FROM WS-PROX-DEP BY 1
                      UNTIL WS-SUB-DEP > 999
              PERFORM 045-PROCESSA-EMPREGADO THRU 045-FIM
                      UNTIL SW-FIM-ACU EQUAL 'FIM'
                        AND SW-FIM-HOL EQUAL 'FIM'
           END-IF
           PERFORM 050-FINAL           THRU 050-FIM
           GOBACK.

       015-CARREGA-PROVISOES.
           OPEN INPUT PROVISOES
           PERFORM 016-LE-PROVISAO THRU 016-FIM
                   UNTIL SW-FIM-PRV EQUAL 'FIM'
           CLOSE PROVISOES.
       015-FIM.  EXIT.

       016-LE-PROVISAO.
           READ PROVISOES INTO WS-REG-PROVISAO AT END
                MOVE 'FIM' TO SW-FIM-PRV.
           IF SW-FIM-PRV EQUAL 'FIM'
              GO TO 016-FIM
           END-IF
           EVALUATE TRUE
               WHEN WS-PRV-HEADER
                    MOVE 'S'           TO WS-PRV-SW-HEADER
                    MOVE WS-PRVH-MES   TO WS-PRV-COMP-MES
                    MOVE WS-PRVH-ANO   TO WS-PRV-COMP-ANO
               WHEN WS-PRV-DETALHE
                    IF WS-PRV-DEPTO IS NOT NUMERIC
                       OR WS-PRV-DEPTO EQUAL ZEROS
                       OR WS-PRV-TOTAL IS NOT NUMERIC
                       ADD 1           TO WS-PRV-INVALIDOS
                    ELSE
                       ADD 1           TO WS-PRV-LIDOS
                       ADD WS-PRV-TOTAL TO WS-PRV-LIDOS-TOTAL
                       MOVE 'S'        TO WS-TPV-SW (WS-PRV-DEPTO)
                       ADD WS-PRV-13   TO WS-TPV-13 (WS-PRV-DEPTO)
                       ADD WS-PRV-FERIAS TO
                           WS-TPV-FERIAS (WS-PRV-DEPTO)
                       ADD WS-PRV-TERCO TO
                           WS-TPV-TERCO (WS-PRV-DEPTO)
                    END-IF
               WHEN WS-PRV-TRAILER
                    MOVE 'S'           TO WS-PRV-SW-TRAILER
                    MOVE WS-PRVT-QTDE-REG TO WS-PRV-TRL-QTDE
                    MOVE WS-PRVT-HASH  TO WS-PRV-TRL-HASH
               WHEN OTHER
                    ADD 1              TO WS-PRV-INVALIDOS
           END-EVALUATE.
       016-FIM.  EXIT.

       017-VERIFICA-COMPETENCIAS.
           PERFORM 018-VALIDA-HOLERITES THRU 018-FIM
           PERFORM 019-VALIDA-PROVISOES THRU 019-FIM
           MOVE ZEROS              TO WS-ANO-NOVO
           IF WS-HOL-POSTAR
              MOVE WS-HOL-COMP-ANO TO WS-ANO-NOVO
           END-IF
           IF WS-PRV-POSTAR AND WS-PRV-COMP-ANO > WS-ANO-NOVO
              MOVE WS-PRV-COMP-ANO TO WS-ANO-NOVO
           END-IF
           IF SW-FIM-ACU EQUAL 'FIM'
              MOVE SPACES          TO ACU-REGISTRO-ACUMULADO
              MOVE '0'             TO ACU-TIPO-REG
              MOVE ZEROS           TO ACU-NUMERO-EMP
                                      ACU-DEPTO
              MOVE ALL 'N'         TO ACU-CTL-POSTAGENS
              IF WS-ANO-NOVO EQUAL ZEROS
                 MOVE LK-ANO       TO ACU-ANO
              ELSE
                 MOVE WS-ANO-NOVO  TO ACU-ANO
              END-IF
           ELSE
              IF WS-ACA-TIPO NOT EQUAL '0'
                 DISPLAY 'ACUMULADO SEM REGISTRO DE CONTROLE - '
                          'EXECUCAO ABORTADA'
                 MOVE 'S'          TO WS-SW-ACU-ERRO
                 GO TO 017-FIM
              END-IF
              MOVE WS-REG-ACUMANT  TO ACU-REGISTRO-ACUMULADO
              PERFORM 060-LE-ACUMANT THRU 060-FIM
              IF WS-ANO-NOVO > ACU-ANO
                 MOVE 'S'          TO WS-SW-VIRADA
                 MOVE WS-ANO-NOVO  TO ACU-ANO
                 IF SW-FIM-ACU NOT EQUAL 'FIM'
                    ADD 1          TO WS-DESCARTADOS-ACU
                 END-IF
                 MOVE ALL 'N'      TO ACU-CTL-POSTAGENS
              END-IF
           END-IF
           IF WS-HOL-POSTAR
              IF WS-HOL-COMP-ANO NOT EQUAL ACU-ANO
                 MOVE 'N'          TO WS-HOL-SW-POSTA
                 MOVE 'REJEITADO - COMPETENCIA DE ANO ENCERRADO'
                                   TO WS-HOL-SITUACAO
              ELSE
                 IF ACU-CTL-HOL-POSTADO (WS-HOL-COMP-MES) EQUAL 'S'
                    MOVE 'N'       TO WS-HOL-SW-POSTA
                    MOVE 'REJEITADO - COMPETENCIA JA POSTADA'
                                   TO WS-HOL-SITUACAO
                 ELSE
                    MOVE 'S'       TO ACU-CTL-HOL-POSTADO
                                      (WS-HOL-COMP-MES)
                    MOVE 'POSTADO' TO WS-HOL-SITUACAO
                 END-IF
              END-IF
              IF NOT WS-HOL-POSTAR
                 MOVE 8            TO RETURN-CODE
              END-IF
           END-IF
           IF WS-PRV-POSTAR
              IF WS-PRV-COMP-ANO NOT EQUAL ACU-ANO
                 MOVE 'N'          TO WS-PRV-SW-POSTA
                 MOVE 'REJEITADO - COMPETENCIA DE ANO ENCERRADO'
                                   TO WS-PRV-SITUACAO
              ELSE
                 IF ACU-CTL-PRV-POSTADO (WS-PRV-COMP-MES) EQUAL 'S'
                    MOVE 'N'       TO WS-PRV-SW-POSTA
                    MOVE 'REJEITADO - COMPETENCIA JA POSTADA'
                                   TO WS-PRV-SITUACAO
                 ELSE
                    MOVE 'S'       TO ACU-CTL-PRV-POSTADO
                                      (WS-PRV-COMP-MES)
                    MOVE 'POSTADO' TO WS-PRV-SITUACAO
                 END-IF
              END-IF
              IF NOT WS-PRV-POSTAR
                 MOVE 8            TO RETURN-CODE
              END-IF
           END-IF
           MOVE LK-DIA             TO ACU-CTL-DIA
           MOVE LK-MES             TO ACU-CTL-MES
           MOVE LK-ANO             TO ACU-CTL-ANO.
       017-FIM.  EXIT.

       018-VALIDA-HOLERITES.
           MOVE 'N'                TO WS-HOL-SW-POSTA
           IF NOT WS-HOL-HEADER-LIDO
              MOVE 'NAO INFORMADO' TO WS-HOL-SITUACAO
           ELSE
              IF NOT WS-HOL-TRAILER-LIDO
                 OR WS-HOL-INVALIDOS > ZEROS
                 OR WS-HOL-LIDOS NOT EQUAL WS-HOL-TRL-QTDE
                 OR WS-HOL-LIDOS-LIQUIDO NOT EQUAL WS-HOL-TRL-HASH
                 MOVE 'REJEITADO - DIVERGENTE DO TRAILER'
                                   TO WS-HOL-SITUACAO
                 MOVE 8            TO RETURN-CODE
              ELSE
                 IF WS-HOL-COMP-MES < 1 OR WS-HOL-COMP-MES > 12
                    MOVE 'REJEITADO - COMPETENCIA INVALIDA'
                                   TO WS-HOL-SITUACAO
                    MOVE 8         TO RETURN-CODE
                 ELSE
                    MOVE 'S'       TO WS-HOL-SW-POSTA
                 END-IF
              END-IF
           END-IF.
       018-FIM.  EXIT.

       019-VALIDA-PROVISOES.
           MOVE 'N'                TO WS-PRV-SW-POSTA
           IF NOT WS-PRV-HEADER-LIDO
              MOVE 'NAO INFORMADO' TO WS-PRV-SITUACAO
           ELSE
              IF NOT WS-PRV-TRAILER-LIDO
                 OR WS-PRV-INVALIDOS > ZEROS
                 OR WS-PRV-LIDOS NOT EQUAL WS-PRV-TRL-QTDE
                 OR WS-PRV-LIDOS-TOTAL NOT EQUAL WS-PRV-TRL-HASH
                 MOVE 'REJEITADO - DIVERGENTE DO TRAILER'
                                   TO WS-PRV-SITUACAO
                 MOVE 8            TO RETURN-CODE
              ELSE
                 IF WS-PRV-COMP-MES < 1 OR WS-PRV-COMP-MES > 12
                    MOVE 'REJEITADO - COMPETENCIA INVALIDA'
                                   TO WS-PRV-SITUACAO
                    MOVE 8         TO RETURN-CODE
                 ELSE
                    MOVE 'S'       TO WS-PRV-SW-POSTA
                 END-IF
              END-IF
           END-IF.
       019-FIM.  EXIT.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  ACUMANT
                       ORDHOLERITE
                OUTPUT ACUMNOV
                       RELATORIO.
       020-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           MOVE ACU-ANO        TO WS-TIT-3-ANO
           IF WS-VIRADA-ANO
              MOVE 'VIRADA DE ANO - ACUMULADO ZERADO'
                               TO WS-TIT-3-VIRADA
           END-IF
           IF WS-ACUMULADO-ERRO
              MOVE 'ACUMULADO SEM CONTROLE - NAO ATUALIZADO'
                               TO WS-TIT-3-VIRADA
           END-IF
           WRITE REG-RELATORIO FROM WS-TITULO-3
           WRITE REG-RELATORIO FROM WS-GUIA
           MOVE 'HOLERITES'    TO WS-FON-NOME
           MOVE WS-HOL-COMP-MES TO WS-FON-MES
           MOVE WS-HOL-COMP-ANO TO WS-FON-ANO
           MOVE WS-HOL-SITUACAO TO WS-FON-SITUACAO
           WRITE REG-RELATORIO FROM WS-DETALHE-FONTE
           MOVE 'PROVISOES'    TO WS-FON-NOME
           MOVE WS-PRV-COMP-MES TO WS-FON-MES
           MOVE WS-PRV-COMP-ANO TO WS-FON-ANO
           MOVE WS-PRV-SITUACAO TO WS-FON-SITUACAO
           WRITE REG-RELATORIO FROM WS-DETALHE-FONTE
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       041-GRAVA-CONTROLE.
           WRITE REG-ACUMNOV       FROM ACU-REGISTRO-ACUMULADO
           ADD 1                   TO WS-GRAVADOS-ACU.
       041-FIM.  EXIT.

       042-PROCESSA-DEPTO.
           IF WS-ACA-DEPTO EQUAL ZEROS
              WRITE REG-ACUMNOV    FROM WS-REG-ACUMANT
              ADD 1                TO WS-GRAVADOS-ACU
              PERFORM 060-LE-ACUMANT THRU 060-FIM
              GO TO 042-FIM
           END-IF
           PERFORM 043-NOVO-DEPTO THRU 043-FIM
                   VARYING WS-SUB-DEP FROM WS-PROX-DEP BY 1
                   UNTIL WS-SUB-DEP NOT < WS-ACA-DEPTO
           MOVE WS-REG-ACUMANT     TO ACU-REGISTRO-ACUMULADO
           IF WS-PRV-POSTAR AND WS-TPV-A-POSTAR (WS-ACA-DEPTO)
              MOVE WS-ACA-DEPTO    TO WS-SUB-DEP
              PERFORM 046-SOMA-PROVISAO THRU 046-FIM
              ADD 1                TO WS-DEP-ATUALIZADOS
           END-IF
           WRITE REG-ACUMNOV       FROM ACU-REGISTRO-ACUMULADO
           ADD 1                   TO WS-GRAVADOS-ACU
           COMPUTE WS-PROX-DEP = WS-ACA-DEPTO + 1
           PERFORM 060-LE-ACUMANT  THRU 060-FIM.
       042-FIM.  EXIT.

       043-NOVO-DEPTO.
           IF WS-PRV-POSTAR AND WS-TPV-A-POSTAR (WS-SUB-DEP)
              MOVE SPACES          TO ACU-REGISTRO-ACUMULADO
              MOVE 'D'             TO ACU-TIPO-REG
              MOVE ZEROS           TO ACU-NUMERO-EMP
                                      ACU-MESES
              MOVE WS-SUB-DEP      TO ACU-DEPTO
              MOVE WS-PRV-COMP-ANO TO ACU-ANO
              PERFORM 046-SOMA-PROVISAO THRU 046-FIM
              WRITE REG-ACUMNOV    FROM ACU-REGISTRO-ACUMULADO
              ADD 1                TO WS-GRAVADOS-ACU
                                      WS-DEP-INCLUIDOS
           END-IF.
       043-FIM.  EXIT.

       045-PROCESSA-EMPREGADO.
           EVALUATE TRUE
               WHEN SW-FIM-HOL EQUAL 'FIM'
                 OR (SW-FIM-ACU NOT EQUAL 'FIM'
                     AND WS-ACA-NUMERO < WS-HOL-NUMERO)
                    WRITE REG-ACUMNOV FROM WS-REG-ACUMANT
                    ADD 1          TO WS-GRAVADOS-ACU
                                      WS-EMP-MANTIDOS
                    PERFORM 060-LE-ACUMANT THRU 060-FIM
               WHEN SW-FIM-ACU EQUAL 'FIM'
                 OR WS-ACA-NUMERO > WS-HOL-NUMERO
                    MOVE SPACES    TO ACU-REGISTRO-ACUMULADO
                    MOVE 'E'       TO ACU-TIPO-REG
                    MOVE WS-HOL-NUMERO TO ACU-NUMERO-EMP
                    MOVE WS-HOL-COMP-ANO TO ACU-ANO
                    MOVE ZEROS     TO ACU-MESES
                    PERFORM 047-SOMA-HOLERITE THRU 047-FIM
                    WRITE REG-ACUMNOV FROM ACU-REGISTRO-ACUMULADO
                    ADD 1          TO WS-GRAVADOS-ACU
                                      WS-EMP-INCLUIDOS
                    PERFORM 061-LE-HOLERITE THRU 061-FIM
               WHEN OTHER
                    MOVE WS-REG-ACUMANT TO ACU-REGISTRO-ACUMULADO
                    PERFORM 047-SOMA-HOLERITE THRU 047-FIM
                    WRITE REG-ACUMNOV FROM ACU-REGISTRO-ACUMULADO
                    ADD 1          TO WS-GRAVADOS-ACU
                                      WS-EMP-ATUALIZADOS
                    PERFORM 060-LE-ACUMANT THRU 060-FIM
                    PERFORM 061-LE-HOLERITE THRU 061-FIM
           END-EVALUATE.
       045-FIM.  EXIT.

       046-SOMA-PROVISAO.
           ADD WS-TPV-13 (WS-SUB-DEP)
                          TO ACU-PRV-13 (WS-PRV-COMP-MES)
           ADD WS-TPV-FERIAS (WS-SUB-DEP)
                          TO ACU-PRV-FERIAS (WS-PRV-COMP-MES)
           ADD WS-TPV-TERCO (WS-SUB-DEP)
                          TO ACU-PRV-TERCO (WS-PRV-COMP-MES)
           ADD WS-TPV-13 (WS-SUB-DEP) WS-TPV-FERIAS (WS-SUB-DEP)
               WS-TPV-TERCO (WS-SUB-DEP)
                          TO WS-TOT-PROVISAO
           MOVE 'N'                TO WS-TPV-SW (WS-SUB-DEP).
       046-FIM.  EXIT.

       047-SOMA-HOLERITE.
           MOVE WS-HOL-DEPTO       TO ACU-DEPTO
           ADD WS-HOL-BRUTO        TO ACU-MES-BRUTO (WS-HOL-COMP-MES)
           ADD WS-HOL-DESCONTO     TO ACU-MES-DESCONTO
                                      (WS-HOL-COMP-MES)
           ADD WS-HOL-LIQUIDO      TO ACU-MES-LIQUIDO
                                      (WS-HOL-COMP-MES)
           ADD WS-HOL-BRUTO        TO WS-TOT-BRUTO
           ADD WS-HOL-DESCONTO     TO WS-TOT-DESCONTO
           ADD WS-HOL-LIQUIDO      TO WS-TOT-LIQUIDO.
       047-FIM.  EXIT.

       060-LE-ACUMANT.
           READ ACUMANT INTO WS-REG-ACUMANT AT END
                MOVE 'FIM' TO SW-FIM-ACU.
           IF SW-FIM-ACU NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-ACU
              IF WS-VIRADA-ANO
                 ADD 1             TO WS-DESCARTADOS-ACU
              END-IF
           END-IF.
       060-FIM.  EXIT.

       061-LE-HOLERITE.
           READ ORDHOLERITE INTO WS-REG-HOLERITE AT END
                MOVE 'FIM' TO SW-FIM-HOL.
           IF SW-FIM-HOL NOT EQUAL 'FIM'
              IF WS-HOL-NUMERO EQUAL WS-HOL-ULT-NUMERO
                 DISPLAY 'HOLERITE DUPLICADO IGNORADO - NUMERO '
                          WS-HOL-NUMERO
                 ADD 1             TO WS-HOL-DUPLICADOS
                 MOVE 8            TO RETURN-CODE
                 GO TO 061-LE-HOLERITE
              END-IF
              MOVE WS-HOL-NUMERO   TO WS-HOL-ULT-NUMERO
           END-IF.
       061-FIM.  EXIT.

       050-FINAL.
           MOVE 'EMPREGADOS ATUALIZADOS          : '
                                   TO WS-TOT-LITERAL
           MOVE WS-EMP-ATUALIZADOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'EMPREGADOS INCLUIDOS            : '
                                   TO WS-TOT-LITERAL
           MOVE WS-EMP-INCLUIDOS   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'EMPREGADOS SEM HOLERITE NO MES  : '
                                   TO WS-TOT-LITERAL
           MOVE WS-EMP-MANTIDOS    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'HOLERITES DUPLICADOS IGNORADOS  : '
                                   TO WS-TOT-LITERAL
           MOVE WS-HOL-DUPLICADOS  TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DEPARTAMENTOS ATUALIZADOS       : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DEP-ATUALIZADOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DEPARTAMENTOS INCLUIDOS         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DEP-INCLUIDOS   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'REGISTROS DESCARTADOS NA VIRADA : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DESCARTADOS-ACU TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'REGISTROS GRAVADOS NO ACUMULADO : '
                                   TO WS-TOT-LITERAL
           MOVE WS-GRAVADOS-ACU    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'BRUTO POSTADO NO MES            : '
                                   TO WS-VAL-LITERAL
           MOVE WS-TOT-BRUTO       TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE 'DESCONTOS POSTADOS NO MES       : '
                                   TO WS-VAL-LITERAL
           MOVE WS-TOT-DESCONTO    TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE 'LIQUIDO POSTADO NO MES          : '
                                   TO WS-VAL-LITERAL
           MOVE WS-TOT-LIQUIDO     TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE 'PROVISAO POSTADA NO MES         : '
                                   TO WS-VAL-LITERAL
           MOVE WS-TOT-PROVISAO    TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           DISPLAY 'ACUMULADO LIDO    : ' WS-LIDOS-ACU.
           DISPLAY 'ACUMULADO GRAVADO : ' WS-GRAVADOS-ACU.
           DISPLAY 'HOLERITES         : ' WS-HOL-SITUACAO.
           DISPLAY 'PROVISOES         : ' WS-PRV-SITUACAO.
           IF WS-VIRADA-ANO
              DISPLAY 'VIRADA DE ANO - ACUMULADO ZERADO PARA '
                       ACU-ANO
           END-IF
           CLOSE ACUMANT ORDHOLERITE ACUMNOV RELATORIO.
       050-FIM.  EXIT.

       070-CLASSIFICA-HOLERITES.
           READ HOLERITES INTO WS-REG-HOLERITE
                AT END GO TO 070-FIM.
           EVALUATE TRUE
               WHEN WS-HOL-HEADER
                    MOVE 'S'           TO WS-HOL-SW-HEADER
                    MOVE WS-HOLH-MES   TO WS-HOL-COMP-MES
                    MOVE WS-HOLH-ANO   TO WS-HOL-COMP-ANO
               WHEN WS-HOL-DETALHE
                    IF WS-HOL-NUMERO IS NOT NUMERIC
                       OR WS-HOL-BRUTO IS NOT NUMERIC
                       OR WS-HOL-DESCONTO IS NOT NUMERIC
                       OR WS-HOL-LIQUIDO IS NOT NUMERIC
                       ADD 1           TO WS-HOL-INVALIDOS
                    ELSE
                       ADD 1           TO WS-HOL-LIDOS
                       ADD WS-HOL-LIQUIDO TO WS-HOL-LIDOS-LIQUIDO
                       RELEASE REG-ORDENACAO FROM WS-REG-HOLERITE
                    END-IF
               WHEN WS-HOL-TRAILER
                    MOVE 'S'           TO WS-HOL-SW-TRAILER
                    MOVE WS-HOLT-QTDE-REG TO WS-HOL-TRL-QTDE
                    MOVE WS-HOLT-HASH  TO WS-HOL-TRL-HASH
               WHEN OTHER
                    ADD 1              TO WS-HOL-INVALIDOS
           END-EVALUATE
           GO TO 070-CLASSIFICA-HOLERITES.
       070-FIM.  EXIT.
