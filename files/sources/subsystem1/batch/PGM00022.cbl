       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00022.
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
           SELECT HOLERITES     ASSIGN TO UT-S-HOLERIT.
           SELECT ORDHOLERITE   ASSIGN TO UT-S-ORDHOLE.
           SELECT ORDENACAO     ASSIGN TO UT-S-SORTWK.
           SELECT CADBANCO      ASSIGN TO UT-S-CADBANC.
           SELECT REMESSA       ASSIGN TO UT-S-REMESSA.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.
           SELECT PAGMANUAL     ASSIGN TO UT-S-PAGMANU.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CADBANCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CADBANCO.
       01  REG-CADBANCO            PIC X(40).

       FD  REMESSA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REMESSA.
       01  REG-REMESSA             PIC X(80).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       FD  PAGMANUAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PAGMANUAL.
       01  REG-PAGMANUAL           PIC X(96).

       WORKING-STORAGE SECTION.

       COPY BOOK0009.

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

       01  WS-CONTROLE-HOLERITES.
           05 WS-SW-HEADER         PIC X(01)    VALUE 'N'.
              88 WS-HEADER-LIDO                 VALUE 'S'.
           05 WS-SW-TRAILER        PIC X(01)    VALUE 'N'.
              88 WS-TRAILER-LIDO                VALUE 'S'.
           05 WS-COMP-MES          PIC 9(02)    VALUE ZEROS.
           05 WS-COMP-ANO          PIC 9(04)    VALUE ZEROS.
           05 WS-TRL-QTDE          PIC 9(05)    VALUE ZEROS.
           05 WS-TRL-HASH          PIC 9(11)V99 VALUE ZEROS.
           05 WS-LIDOS-HOL         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-LIQUIDO     PIC 9(11)V99 VALUE ZEROS.
           05 WS-INVALIDOS-HOL     PIC 9(05)    VALUE ZEROS.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-BAN         PIC 9(05)    VALUE ZEROS.
           05 WS-QTDE-CREDITOS     PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-CREDITOS      PIC 9(11)V99 VALUE ZEROS.
           05 WS-QTDE-MANUAL       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-MANUAL        PIC 9(11)V99 VALUE ZEROS.
           05 WS-SEM-DADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-ENCERRADAS        PIC 9(05)    VALUE ZEROS.
           05 WS-SOMA-QTDE         PIC 9(05)    VALUE ZEROS.
           05 WS-SOMA-VALOR        PIC 9(11)V99 VALUE ZEROS.
           05 SW-FIM               PIC X(03)    VALUE SPACES.
           05 SW-FIM-BAN           PIC X(03)    VALUE SPACES.
           05 WS-SW-SEQ-BAN        PIC X(01)    VALUE 'S'.
              88 WS-SEQ-BAN-OK                  VALUE 'S'.
           05 WS-ULT-NUMERO-BAN    PIC 9(05)    VALUE ZEROS.
           05 WS-SW-CONFERE        PIC X(01)    VALUE 'N'.
              88 WS-REMESSA-CONFERE             VALUE 'S'.
           05 WS-MOTIVO-MANUAL     PIC X(40)    VALUE SPACES.

       01  WS-REM-HEADER.
           05 WS-REMH-TIPO         PIC X(01)    VALUE '0'.
           05 WS-REMH-EMPRESA      PIC X(20)    VALUE 'ESTUDO COBOL'.
           05 WS-REMH-SERVICO      PIC X(15)
                                   VALUE 'CREDITO SALARIO'.
           05 WS-REMH-DATA-GERACAO.
              10 WS-REMH-DIA       PIC 9(02).
              10 WS-REMH-MES       PIC 9(02).
              10 WS-REMH-ANO       PIC 9(04).
           05 WS-REMH-COMPETENCIA.
              10 WS-REMH-COMP-MES  PIC 9(02).
              10 WS-REMH-COMP-ANO  PIC 9(04).
           05 FILLER               PIC X(30)    VALUE SPACES.

       01  WS-REM-LOTE.
           05 WS-REML-TIPO         PIC X(01)    VALUE '1'.
           05 WS-REML-LOTE         PIC 9(04)    VALUE 1.
           05 WS-REML-FORMA        PIC X(20)
                                   VALUE 'CREDITO EM CONTA'.
           05 WS-REML-DATA-PAGTO.
              10 WS-REML-DIA       PIC 9(02).
              10 WS-REML-MES       PIC 9(02).
              10 WS-REML-ANO       PIC 9(04).
           05 FILLER               PIC X(47)    VALUE SPACES.

       01  WS-REM-DETALHE.
           05 WS-REMD-TIPO         PIC X(01)    VALUE '3'.
           05 WS-REMD-LOTE         PIC 9(04)    VALUE 1.
           05 WS-REMD-SEQUENCIA    PIC 9(05).
           05 WS-REMD-NUMERO       PIC 9(05).
           05 WS-REMD-DEPTO        PIC 9(03).
           05 WS-REMD-BANCO        PIC 9(03).
           05 WS-REMD-AGENCIA      PIC 9(05).
           05 WS-REMD-CONTA        PIC 9(12).
           05 WS-REMD-DV-CONTA     PIC X(01).
           05 WS-REMD-TIPO-CONTA   PIC X(01).
           05 WS-REMD-VALOR        PIC 9(07)V99.
           05 FILLER               PIC X(31)    VALUE SPACES.

       01  WS-REM-TRAILER-LOTE.
           05 WS-REMTL-TIPO        PIC X(01)    VALUE '5'.
           05 WS-REMTL-LOTE        PIC 9(04)    VALUE 1.
           05 WS-REMTL-QTDE        PIC 9(05).
           05 WS-REMTL-TOTAL       PIC 9(11)V99.
           05 FILLER               PIC X(57)    VALUE SPACES.

       01  WS-REM-TRAILER.
           05 WS-REMT-TIPO         PIC X(01)    VALUE '9'.
           05 WS-REMT-QTDE-LOTES   PIC 9(04)    VALUE 1.
           05 WS-REMT-QTDE-REG     PIC 9(06).
           05 WS-REMT-QTDE-CRED    PIC 9(05).
           05 WS-REMT-TOTAL        PIC 9(11)V99.
           05 FILLER               PIC X(51)    VALUE SPACES.

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
           05 WS-TIT-2             PIC X(31)    VALUE SPACES.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(14)
                                   VALUE 'COMPETENCIA: '.
           05 WS-TIT-3-MES         PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-TIT-3-ANO         PIC 9(04).
           05 FILLER               PIC X(74)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(07)    VALUE 'NUMERO'.
           05 FILLER               PIC X(05)    VALUE 'DEP'.
           05 FILLER               PIC X(05)    VALUE 'BCO'.
           05 FILLER               PIC X(07)    VALUE 'AGENC'.
           05 FILLER               PIC X(13)    VALUE 'CONTA'.
           05 FILLER               PIC X(03)    VALUE 'DV'.
           05 FILLER               PIC X(03)    VALUE 'T'.
           05 FILLER               PIC X(12)    VALUE '     LIQUIDO'.
           05 FILLER               PIC X(40)    VALUE SPACES.

       01  WS-SUB-TITULO-2.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(07)    VALUE 'NUMERO'.
           05 FILLER               PIC X(05)    VALUE 'DEP'.
           05 FILLER               PIC X(12)    VALUE '     LIQUIDO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(40)    VALUE 'MOTIVO'.
           05 FILLER               PIC X(29)    VALUE SPACES.

       01  WS-DETALHE.
           05 FILLER               PIC X(01).
           05 WS-DET-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO         PIC 9(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-BANCO         PIC 9(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-AGENCIA       PIC 9(05).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-CONTA         PIC 9(12).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-DV-CONTA      PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-TIPO-CONTA    PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-LIQUIDO       PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(40)    VALUE SPACES.

       01  WS-DETALHE-MANUAL.
           05 FILLER               PIC X(01).
           05 WS-MAN-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-MAN-DEPTO         PIC 9(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-MAN-LIQUIDO       PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-MAN-MOTIVO        PIC X(40).
           05 FILLER               PIC X(29)    VALUE SPACES.

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

       01  WS-DETALHE-SITUACAO.
           05 FILLER               PIC X(01).
           05 WS-SIT-TEXTO         PIC X(60).
           05 FILLER               PIC X(35)    VALUE SPACES.

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
           IF NOT WS-HEADER-LIDO OR NOT WS-TRAILER-LIDO
              DISPLAY 'HOLERITES SEM HEADER OU TRAILER - '
                       'EXECUCAO ABORTADA'
              MOVE 16              TO RETURN-CODE
           ELSE
              PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
              PERFORM 030-TITULOS       THRU 030-FIM
              PERFORM 060-LE-CADBANCO   THRU 060-FIM
              PERFORM 040-LEE           THRU 040-FIM
              PERFORM 040-PROCESSO      THRU 040-FIM
                      UNTIL SW-FIM EQUAL 'FIM'
              PERFORM 050-FINAL         THRU 050-FIM
           END-IF
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  ORDHOLERITE
                       CADBANCO
                OUTPUT REMESSA
                       RELATORIO
                       PAGMANUAL
           MOVE LK-DIA             TO WS-REMH-DIA
                                      WS-REML-DIA
           MOVE LK-MES             TO WS-REMH-MES
                                      WS-REML-MES
           MOVE LK-ANO             TO WS-REMH-ANO
                                      WS-REML-ANO
           MOVE WS-COMP-MES        TO WS-REMH-COMP-MES
           MOVE WS-COMP-ANO        TO WS-REMH-COMP-ANO
           WRITE REG-REMESSA       FROM WS-REM-HEADER
           WRITE REG-REMESSA       FROM WS-REM-LOTE.
       020-FIM.  EXIT.

       030-TITULOS.
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           MOVE WS-COMP-MES    TO WS-TIT-3-MES
           MOVE WS-COMP-ANO    TO WS-TIT-3-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE 'REMESSA BANCARIA - CONTROLE'
                               TO WS-TIT-2
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-TITULO-3
           WRITE REG-RELATORIO FROM WS-GUIA
           WRITE REG-RELATORIO FROM WS-SUB-TITULO-1
           WRITE REG-RELATORIO FROM WS-GUIA
           WRITE REG-PAGMANUAL FROM WS-TITULO-1
           MOVE 'PAGAMENTO MANUAL - SEM CREDITO'
                               TO WS-TIT-2
           WRITE REG-PAGMANUAL FROM WS-TITULO-2
           WRITE REG-PAGMANUAL FROM WS-TITULO-3
           WRITE REG-PAGMANUAL FROM WS-GUIA
           WRITE REG-PAGMANUAL FROM WS-SUB-TITULO-2
           WRITE REG-PAGMANUAL FROM WS-GUIA.
       030-FIM.  EXIT.

       040-PROCESSO.
           PERFORM 045-TRATA-HOLERITE THRU 045-FIM.
       040-LEE.
           READ ORDHOLERITE INTO WS-REG-HOLERITE AT END
                MOVE 'FIM' TO SW-FIM.
       040-FIM.  EXIT.

       045-TRATA-HOLERITE.
           PERFORM 060-LE-CADBANCO THRU 060-FIM
                   UNTIL SW-FIM-BAN EQUAL 'FIM'
                      OR BAN-NUMERO-EMP NOT LESS WS-HOL-NUMERO
           MOVE SPACES             TO WS-MOTIVO-MANUAL
           IF SW-FIM-BAN EQUAL 'FIM'
              OR BAN-NUMERO-EMP NOT EQUAL WS-HOL-NUMERO
              ADD 1                TO WS-SEM-DADOS
              MOVE 'SEM DADOS BANCARIOS'
                                   TO WS-MOTIVO-MANUAL
           ELSE
              IF BAN-CONTA-ENCERRADA
                 ADD 1             TO WS-ENCERRADAS
                 MOVE 'CONTA BANCARIA ENCERRADA'
                                   TO WS-MOTIVO-MANUAL
              ELSE
                 IF BAN-BANCO IS NOT NUMERIC OR BAN-BANCO = ZEROS
                    OR BAN-AGENCIA IS NOT NUMERIC
                    OR BAN-AGENCIA = ZEROS
                    OR BAN-CONTA IS NOT NUMERIC OR BAN-CONTA = ZEROS
                    MOVE 'DADOS BANCARIOS INVALIDOS'
                                   TO WS-MOTIVO-MANUAL
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO-MANUAL EQUAL SPACES
              AND WS-HOL-LIQUIDO EQUAL ZEROS
              MOVE 'LIQUIDO ZERADO - SEM CREDITO'
                                   TO WS-MOTIVO-MANUAL
           END-IF
           IF WS-MOTIVO-MANUAL EQUAL SPACES
              PERFORM 046-GRAVA-CREDITO THRU 046-FIM
           ELSE
              PERFORM 047-LISTA-MANUAL  THRU 047-FIM
           END-IF.
       045-FIM.  EXIT.

       046-GRAVA-CREDITO.
           ADD 1                   TO WS-QTDE-CREDITOS
           ADD WS-HOL-LIQUIDO      TO WS-TOT-CREDITOS
           MOVE WS-QTDE-CREDITOS   TO WS-REMD-SEQUENCIA
           MOVE WS-HOL-NUMERO      TO WS-REMD-NUMERO
           MOVE WS-HOL-DEPTO       TO WS-REMD-DEPTO
           MOVE BAN-BANCO          TO WS-REMD-BANCO
           MOVE BAN-AGENCIA        TO WS-REMD-AGENCIA
           MOVE BAN-CONTA          TO WS-REMD-CONTA
           MOVE BAN-DV-CONTA       TO WS-REMD-DV-CONTA
           MOVE BAN-TIPO-CONTA     TO WS-REMD-TIPO-CONTA
           MOVE WS-HOL-LIQUIDO     TO WS-REMD-VALOR
           WRITE REG-REMESSA       FROM WS-REM-DETALHE
           MOVE WS-HOL-NUMERO      TO WS-DET-NUMERO
           MOVE WS-HOL-DEPTO       TO WS-DET-DEPTO
           MOVE BAN-BANCO          TO WS-DET-BANCO
           MOVE BAN-AGENCIA        TO WS-DET-AGENCIA
           MOVE BAN-CONTA          TO WS-DET-CONTA
           MOVE BAN-DV-CONTA       TO WS-DET-DV-CONTA
           MOVE BAN-TIPO-CONTA     TO WS-DET-TIPO-CONTA
           MOVE WS-HOL-LIQUIDO     TO WS-DET-LIQUIDO
           WRITE REG-RELATORIO     FROM WS-DETALHE.
       046-FIM.  EXIT.

       047-LISTA-MANUAL.
           ADD 1                   TO WS-QTDE-MANUAL
           ADD WS-HOL-LIQUIDO      TO WS-TOT-MANUAL
           MOVE WS-HOL-NUMERO      TO WS-MAN-NUMERO
           MOVE WS-HOL-DEPTO       TO WS-MAN-DEPTO
           MOVE WS-HOL-LIQUIDO     TO WS-MAN-LIQUIDO
           MOVE WS-MOTIVO-MANUAL   TO WS-MAN-MOTIVO
           WRITE REG-PAGMANUAL     FROM WS-DETALHE-MANUAL.
       047-FIM.  EXIT.

       060-LE-CADBANCO.
           READ CADBANCO INTO BAN-REGISTRO-BANCARIO AT END
                MOVE 'FIM' TO SW-FIM-BAN.
           IF SW-FIM-BAN NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-BAN
              IF BAN-NUMERO-EMP NOT GREATER WS-ULT-NUMERO-BAN
                 DISPLAY 'CADASTRO BANCARIO FORA DE SEQUENCIA - '
                          'NUMERO ' BAN-NUMERO-EMP ' APOS '
                          WS-ULT-NUMERO-BAN
                 MOVE 'N'          TO WS-SW-SEQ-BAN
                 MOVE 'FIM'        TO SW-FIM-BAN
                                      SW-FIM
              ELSE
                 MOVE BAN-NUMERO-EMP TO WS-ULT-NUMERO-BAN
              END-IF
           END-IF.
       060-FIM.  EXIT.

       050-FINAL.
           MOVE WS-QTDE-CREDITOS   TO WS-REMTL-QTDE
                                      WS-REMT-QTDE-CRED
           MOVE WS-TOT-CREDITOS    TO WS-REMTL-TOTAL
                                      WS-REMT-TOTAL
           COMPUTE WS-REMT-QTDE-REG = WS-QTDE-CREDITOS + 4
           WRITE REG-REMESSA       FROM WS-REM-TRAILER-LOTE
           WRITE REG-REMESSA       FROM WS-REM-TRAILER
           PERFORM 051-CONFERE-TRAILER THRU 051-FIM
           PERFORM 052-TOTAIS-CONTROLE THRU 052-FIM
           WRITE REG-PAGMANUAL     FROM WS-GUIA
           MOVE 'TOTAL PARA PAGAMENTO MANUAL     : '
                                   TO WS-TOT-LITERAL
           MOVE WS-QTDE-MANUAL     TO WS-TOT-VALOR
           WRITE REG-PAGMANUAL     FROM WS-DETALHE-TOTAL
           MOVE 'VALOR PARA PAGAMENTO MANUAL     : '
                                   TO WS-VAL-LITERAL
           MOVE WS-TOT-MANUAL      TO WS-VAL-VALOR
           WRITE REG-PAGMANUAL     FROM WS-DETALHE-VALOR
           DISPLAY 'HOLERITES LIDOS   : ' WS-LIDOS-HOL.
           DISPLAY 'CONTAS LIDAS      : ' WS-LIDOS-BAN.
           DISPLAY 'CREDITOS GRAVADOS : ' WS-QTDE-CREDITOS.
           DISPLAY 'PAGAMENTO MANUAL  : ' WS-QTDE-MANUAL.
           DISPLAY 'SEM DADOS BANCAR. : ' WS-SEM-DADOS.
           DISPLAY 'CONTAS ENCERRADAS : ' WS-ENCERRADAS.
           IF NOT WS-SEQ-BAN-OK
              DISPLAY 'EXECUCAO ABORTADA - ARQUIVO FORA DE SEQUENCIA'
              MOVE 16              TO RETURN-CODE
           ELSE
              IF NOT WS-REMESSA-CONFERE
                 DISPLAY 'REMESSA DIVERGENTE DO TRAILER DE HOLERITES'
                 MOVE 8            TO RETURN-CODE
              ELSE
                 IF WS-QTDE-MANUAL > ZEROS
                    MOVE 4         TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           CLOSE ORDHOLERITE CADBANCO REMESSA RELATORIO PAGMANUAL.
       050-FIM.  EXIT.

       051-CONFERE-TRAILER.
           COMPUTE WS-SOMA-QTDE  = WS-QTDE-CREDITOS + WS-QTDE-MANUAL
           COMPUTE WS-SOMA-VALOR = WS-TOT-CREDITOS + WS-TOT-MANUAL
           MOVE 'N'                TO WS-SW-CONFERE
           IF WS-SEQ-BAN-OK
              AND WS-INVALIDOS-HOL EQUAL ZEROS
              AND WS-LIDOS-HOL     EQUAL WS-TRL-QTDE
              AND WS-LIDOS-LIQUIDO EQUAL WS-TRL-HASH
              AND WS-SOMA-QTDE     EQUAL WS-TRL-QTDE
              AND WS-SOMA-VALOR    EQUAL WS-TRL-HASH
              MOVE 'S'             TO WS-SW-CONFERE
           END-IF.
       051-FIM.  EXIT.

       052-TOTAIS-CONTROLE.
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'QTDE NO TRAILER DE HOLERITES    : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TRL-QTDE        TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'HOLERITES LIDOS                 : '
                                   TO WS-TOT-LITERAL
           MOVE WS-LIDOS-HOL       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'HOLERITES INVALIDOS             : '
                                   TO WS-TOT-LITERAL
           MOVE WS-INVALIDOS-HOL   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'CREDITOS NA REMESSA             : '
                                   TO WS-TOT-LITERAL
           MOVE WS-QTDE-CREDITOS   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'PAGAMENTOS MANUAIS              : '
                                   TO WS-TOT-LITERAL
           MOVE WS-QTDE-MANUAL     TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE '  SEM DADOS BANCARIOS           : '
                                   TO WS-TOT-LITERAL
           MOVE WS-SEM-DADOS       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE '  CONTA ENCERRADA               : '
                                   TO WS-TOT-LITERAL
           MOVE WS-ENCERRADAS      TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'LIQUIDO NO TRAILER DE HOLERITES : '
                                   TO WS-VAL-LITERAL
           MOVE WS-TRL-HASH        TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE 'LIQUIDO DOS HOLERITES LIDOS     : '
                                   TO WS-VAL-LITERAL
           MOVE WS-LIDOS-LIQUIDO   TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE 'VALOR CREDITADO NA REMESSA      : '
                                   TO WS-VAL-LITERAL
           MOVE WS-TOT-CREDITOS    TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE 'VALOR PARA PAGAMENTO MANUAL     : '
                                   TO WS-VAL-LITERAL
           MOVE WS-TOT-MANUAL      TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           WRITE REG-RELATORIO     FROM WS-GUIA
           IF WS-REMESSA-CONFERE
              MOVE 'REMESSA CONFERIDA COM O TRAILER - LIBERADA'
                                   TO WS-SIT-TEXTO
           ELSE
              MOVE 'REMESSA DIVERGENTE DO TRAILER - TRANSMISSAO RETIDA'
                                   TO WS-SIT-TEXTO
           END-IF
           WRITE REG-RELATORIO     FROM WS-DETALHE-SITUACAO.
       052-FIM.  EXIT.

       070-CLASSIFICA-HOLERITES.
           READ HOLERITES INTO WS-REG-HOLERITE
                AT END GO TO 070-FIM.
           EVALUATE TRUE
               WHEN WS-HOL-HEADER
                    MOVE 'S'           TO WS-SW-HEADER
                    MOVE WS-HOLH-MES   TO WS-COMP-MES
                    MOVE WS-HOLH-ANO   TO WS-COMP-ANO
               WHEN WS-HOL-DETALHE
                    IF WS-HOL-NUMERO IS NOT NUMERIC
                       OR WS-HOL-LIQUIDO IS NOT NUMERIC
                       ADD 1           TO WS-INVALIDOS-HOL
                    ELSE
                       ADD 1           TO WS-LIDOS-HOL
                       ADD WS-HOL-LIQUIDO TO WS-LIDOS-LIQUIDO
                       RELEASE REG-ORDENACAO FROM WS-REG-HOLERITE
                    END-IF
               WHEN WS-HOL-TRAILER
                    MOVE 'S'           TO WS-SW-TRAILER
                    MOVE WS-HOLT-QTDE-REG TO WS-TRL-QTDE
                    MOVE WS-HOLT-HASH  TO WS-TRL-HASH
               WHEN OTHER
                    ADD 1              TO WS-INVALIDOS-HOL
           END-EVALUATE
           GO TO 070-CLASSIFICA-HOLERITES.
       070-FIM.  EXIT.
