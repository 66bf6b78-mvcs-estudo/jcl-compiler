       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00033.
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
           SELECT EMPREGADOS    ASSIGN TO UT-S-EMPREGA.
           SELECT ORDENADOS     ASSIGN TO UT-S-ORDENAD.
           SELECT ORDENACAO     ASSIGN TO UT-S-SORTWK.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.
           SELECT ENCARGOS      ASSIGN TO UT-S-ENCARGO.
           SELECT TAXAS         ASSIGN TO UT-S-TAXAENC.
           SELECT DEPTMEST      ASSIGN TO UT-S-DEPTMES.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPREGADOS.
       01  REG-EMPREGADOS          PIC X(51).

       FD  ORDENADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORDENADOS.
       01  REG-ORDENADOS           PIC X(50).

       SD  ORDENACAO
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-ORDENACAO.
       01  REG-ORDENACAO.
           05 SD-NUMERO            PIC 9(05).
           05 FILLER               PIC X(31).
           05 SD-DEPTO             PIC 9(03).
           05 FILLER               PIC X(11).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       FD  ENCARGOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ENCARGOS.
       01  REG-ENCARGOS            PIC X(20).

       FD  TAXAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TAXAS.
       01  REG-TAXAS               PIC X(80).

       FD  DEPTMEST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DEPTMEST.
       01  REG-DEPTMEST            PIC X(60).

       WORKING-STORAGE SECTION.

       COPY BOOK0001.

       COPY BOOK0005.

       COPY BOOK0012.

       COPY BOOK0017.

       01  WS-TAB-TAXAS.
           05 WS-QTDE-TAXAS        PIC 9(03)    VALUE ZEROS.
           05 WS-TAXA-ENTRADA OCCURS 100 TIMES.
              10 WS-TXT-CHAVE.
                 15 WS-TXT-TIPO    PIC X(01).
                 15 WS-TXT-CODIGO  PIC 9(03).
              10 WS-TXT-INSS       PIC 9(02)V9(04).
              10 WS-TXT-FGTS       PIC 9(02)V9(04).
              10 WS-TXT-OUTROS     PIC 9(02)V9(04).

       01  WS-CONTROLE-TAXAS.
           05 WS-TXB-CHAVE.
              10 WS-TXB-TIPO       PIC X(01).
              10 WS-TXB-CODIGO     PIC 9(03).
           05 WS-SUB-TXT           PIC 9(03)    VALUE ZEROS.
           05 WS-LIDOS-TAXA        PIC 9(03)    VALUE ZEROS.
           05 WS-SW-TXT-FIM        PIC X(03)    VALUE SPACES.
           05 WS-SW-TXT-ERRO       PIC X(01)    VALUE 'N'.
              88 WS-TXT-ERRO                    VALUE 'S'.
           05 WS-SW-TXT-GERAL      PIC X(01)    VALUE 'N'.
              88 WS-TXT-GERAL-ACHADA            VALUE 'S'.
           05 WS-TAXA-INSS         PIC 9(02)V9(04) VALUE ZEROS.
           05 WS-TAXA-FGTS         PIC 9(02)V9(04) VALUE ZEROS.
           05 WS-TAXA-OUTROS       PIC 9(02)V9(04) VALUE ZEROS.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-EMP         PIC 9(05)    VALUE ZEROS.
           05 WS-CALCULADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-DESLIGADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-REJEITADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-TAXA-POSTO        PIC 9(05)    VALUE ZEROS.
           05 WS-TAXA-DEPTO        PIC 9(05)    VALUE ZEROS.
           05 SW-FIM               PIC X(03)    VALUE SPACES.

       01  WS-CONTROLE-VALIDACAO.
           05 WS-SW-VALIDO         PIC X(01)    VALUE 'S'.
              88 WS-REGISTRO-VALIDO             VALUE 'S'.

       01  WS-CALCULO-ENCARGOS.
           05 WS-ENC-INSS          PIC 9(07)V99 VALUE ZEROS.
           05 WS-ENC-FGTS          PIC 9(07)V99 VALUE ZEROS.
           05 WS-ENC-OUTROS        PIC 9(07)V99 VALUE ZEROS.
           05 WS-ENC-TOTAL         PIC 9(08)V99 VALUE ZEROS.

       01  WS-CONTROLE-QUEBRA.
           05 WS-DEPTO-ANT         PIC 9(03)    VALUE ZEROS.
           05 WS-SW-1A-VEZ         PIC X(01)    VALUE 'S'.
              88 WS-1A-VEZ                      VALUE 'S'.
           05 WS-SUB-QTDE          PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-SALARIOS      PIC 9(09)V99 VALUE ZEROS.
           05 WS-SUB-INSS          PIC 9(09)V99 VALUE ZEROS.
           05 WS-SUB-FGTS          PIC 9(09)V99 VALUE ZEROS.
           05 WS-SUB-OUTROS        PIC 9(09)V99 VALUE ZEROS.
           05 WS-SUB-TOTAL         PIC 9(09)V99 VALUE ZEROS.

       01  WS-TOTAIS-GERAIS.
           05 WS-TOT-SALARIOS      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-INSS          PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-FGTS          PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-OUTROS        PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-TOTAL         PIC 9(09)V99 VALUE ZEROS.
           05 WS-GL-QTDE           PIC 9(05)    VALUE ZEROS.
           05 WS-GL-DEBITOS        PIC 9(11)V99 VALUE ZEROS.

       01  WS-LAN-HEADER.
           05 WS-LANH-TIPO         PIC X(01)    VALUE '1'.
           05 WS-LANH-DIA          PIC 9(02).
           05 WS-LANH-MES          PIC 9(02).
           05 WS-LANH-ANO          PIC 9(04).
           05 FILLER               PIC X(11)    VALUE SPACES.

       01  WS-LAN-DETALHE.
           05 WS-LAND-TIPO         PIC X(01)    VALUE '2'.
           05 WS-LAND-NATUREZA     PIC X(01).
           05 WS-LAND-DEPTO        PIC 9(03).
           05 WS-LAND-VALOR        PIC 9(09)V99.
           05 FILLER               PIC X(04)    VALUE SPACES.

       01  WS-LAN-TRAILER.
           05 WS-LANT-TIPO         PIC X(01)    VALUE '3'.
           05 WS-LANT-QTDE-REG     PIC 9(05).
           05 WS-LANT-HASH         PIC 9(11)V99.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-TITULO-1.
           05 FILLER               PIC X(30)    VALUE SPACES.
           05 WS-TIT-1             PIC X(15)
                                   VALUE 'ESTUDO DE COBOL'.
           05 FILLER               PIC X(35)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(08)    VALUE ' DATA: '.
           05 WS-TIT-2-DIA         PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-TIT-2-ANO         PIC 9(04).
           05 FILLER               PIC X(09)    VALUE SPACES.
           05 WS-TIT-2             PIC X(31)
                              VALUE 'ENCARGOS PATRONAIS SOBRE FOLHA'.
           05 FILLER               PIC X(22)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(06)    VALUE 'NUMERO'.
           05 FILLER               PIC X(04)    VALUE 'NOME'.
           05 FILLER               PIC X(20)    VALUE SPACES.
           05 FILLER               PIC X(13)    VALUE '      SALARIO'.
           05 FILLER               PIC X(13)    VALUE '         INSS'.
           05 FILLER               PIC X(13)    VALUE '         FGTS'.
           05 FILLER               PIC X(13)    VALUE '       OUTROS'.
           05 FILLER               PIC X(13)    VALUE '     ENCARGOS'.

       01  WS-DETALHE.
           05 FILLER               PIC X(01).
           05 WS-DET-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-NOME          PIC X(24).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-SALARIO       PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-INSS          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-FGTS          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-OUTROS        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-TOTAL         PIC Z,ZZZ,ZZ9.99.

       01  WS-DETALHE-SUBTOTAL.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(06)    VALUE 'DEPTO '.
           05 WS-SUBT-DEPTO        PIC 9(03).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SUBT-NOME-DEP     PIC X(20).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SUBT-SALARIOS     PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SUBT-INSS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SUBT-FGTS         PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SUBT-OUTROS       PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SUBT-TOTAL        PIC Z,ZZZ,ZZ9.99.

       01  WS-DETALHE-GERAL.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(30)
                                   VALUE 'ENCARGOS GERAL'.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-GER-SALARIOS      PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-GER-INSS          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-GER-FGTS          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-GER-OUTROS        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-GER-TOTAL         PIC Z,ZZZ,ZZ9.99.

       01  WS-DETALHE-TOTAL.
           05 FILLER               PIC X(01).
           05 WS-TOT-LITERAL       PIC X(34).
           05 WS-TOT-VALOR         PIC ZZ,ZZ9.
           05 FILLER               PIC X(55)    VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FECHA.
           05 FILLER               PIC X(02).
           05 LK-DIA               PIC 9(02).
           05 LK-MES               PIC 9(02).
           05 LK-ANO               PIC 9(04).
           05 LK-MODO              PIC X(01).
              88 LK-MODO-NORMAL                 VALUE SPACE.
              88 LK-MODO-REINICIO               VALUE 'R'.

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           PERFORM 080-VERIFICA-CALENDARIO THRU 080-FIM
           IF NOT CLD-OK
              MOVE 16              TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 015-CARREGA-TAXAS THRU 015-FIM
           PERFORM 021-CARREGA-DEPMEST THRU 021-FIM
           IF WS-TXT-ERRO OR WS-DPM-ERRO
              DISPLAY 'EXECUCAO ABORTADA - ERRO NA CARGA DAS TAXAS '
                       'DE ENCARGOS OU DO CADASTRO DE DEPARTAMENTOS'
              MOVE 16              TO RETURN-CODE
           ELSE
              OPEN INPUT EMPREGADOS
              SORT ORDENACAO ON ASCENDING KEY SD-DEPTO
                                              SD-NUMERO
                   INPUT PROCEDURE IS 070-CLASSIFICA-ENTRADA
                                      THRU 070-FIM
                   GIVING ORDENADOS
              CLOSE EMPREGADOS
              PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
              PERFORM 030-TITULOS       THRU 030-FIM
              PERFORM 040-LEE           THRU 040-FIM
              PERFORM 040-PROCESSO      THRU 040-FIM
                      UNTIL SW-FIM EQUAL 'FIM'
              PERFORM 050-FINAL         THRU 050-FIM
           END-IF
           PERFORM 081-REGISTRA-CALENDARIO THRU 081-FIM
           GOBACK.

       015-CARREGA-TAXAS.
           OPEN INPUT TAXAS
           PERFORM 016-LE-TAXA THRU 016-FIM
                   UNTIL WS-SW-TXT-FIM EQUAL 'FIM'
           CLOSE TAXAS
           IF NOT WS-TXT-GERAL-ACHADA
              DISPLAY 'TAXAENC SEM O REGISTRO DE TAXA GERAL (TIPO G)'
              MOVE 'S'             TO WS-SW-TXT-ERRO
           END-IF
           DISPLAY 'TAXAS DE ENCARGOS CARREGADAS: ' WS-QTDE-TAXAS.
       015-FIM.  EXIT.

       016-LE-TAXA.
           READ TAXAS INTO TXE-REGISTRO-TAXA AT END
                MOVE 'FIM' TO WS-SW-TXT-FIM
                GO TO 016-FIM.
           ADD 1                   TO WS-LIDOS-TAXA
           IF TXE-TAXA-GERAL
              MOVE ZEROS           TO TXE-CODIGO
           END-IF
           IF NOT TXE-TAXA-GERAL AND NOT TXE-TAXA-DEPTO
              AND NOT TXE-TAXA-POSTO
              OR TXE-CODIGO NOT NUMERIC
              OR TXE-PERC-INSS NOT NUMERIC
              OR TXE-PERC-FGTS NOT NUMERIC
              OR TXE-PERC-OUTROS NOT NUMERIC
              DISPLAY 'TAXAENC - REGISTRO ' WS-LIDOS-TAXA
                       ' INVALIDO: ' TXE-REGISTRO-TAXA
              MOVE 'S'             TO WS-SW-TXT-ERRO
              GO TO 016-FIM
           END-IF
           IF TXE-TAXA-GERAL
              MOVE 'S'             TO WS-SW-TXT-GERAL
           END-IF
           MOVE TXE-TIPO           TO WS-TXB-TIPO
           MOVE TXE-CODIGO         TO WS-TXB-CODIGO
           PERFORM 017-LOCALIZA-TAXA THRU 017-FIM
           IF WS-SUB-TXT NOT > WS-QTDE-TAXAS
              DISPLAY 'TAXAENC - TAXA DUPLICADA: ' TXE-TIPO
                       ' ' TXE-CODIGO
              MOVE 'S'             TO WS-SW-TXT-ERRO
              GO TO 016-FIM
           END-IF
           IF WS-QTDE-TAXAS NOT < 100
              DISPLAY 'TAXAENC EXCEDE O LIMITE DE 100 TAXAS'
              MOVE 'S'             TO WS-SW-TXT-ERRO
              MOVE 'FIM'           TO WS-SW-TXT-FIM
              GO TO 016-FIM
           END-IF
           ADD 1                   TO WS-QTDE-TAXAS
           MOVE WS-TXB-CHAVE       TO WS-TXT-CHAVE  (WS-QTDE-TAXAS)
           MOVE TXE-PERC-INSS      TO WS-TXT-INSS   (WS-QTDE-TAXAS)
           MOVE TXE-PERC-FGTS      TO WS-TXT-FGTS   (WS-QTDE-TAXAS)
           MOVE TXE-PERC-OUTROS    TO WS-TXT-OUTROS (WS-QTDE-TAXAS).
       016-FIM.  EXIT.

       017-LOCALIZA-TAXA.
           PERFORM 018-VARRE-TAXA THRU 018-FIM
                   VARYING WS-SUB-TXT FROM 1 BY 1
                   UNTIL WS-SUB-TXT > WS-QTDE-TAXAS
                      OR WS-TXT-CHAVE (WS-SUB-TXT) EQUAL WS-TXB-CHAVE.
       017-FIM.  EXIT.

       018-VARRE-TAXA.
           CONTINUE.
       018-FIM.  EXIT.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  ORDENADOS
                OUTPUT RELATORIO
                       ENCARGOS
           MOVE LK-DIA             TO WS-LANH-DIA
           MOVE LK-MES             TO WS-LANH-MES
           MOVE LK-ANO             TO WS-LANH-ANO
           WRITE REG-ENCARGOS      FROM WS-LAN-HEADER.
       020-FIM.  EXIT.

       021-CARREGA-DEPMEST.
           OPEN INPUT DEPTMEST
           PERFORM 022-LE-DEPTMEST THRU 022-FIM
                   UNTIL WS-SW-DPM-FIM EQUAL 'FIM'
           CLOSE DEPTMEST.
       021-FIM.  EXIT.

       022-LE-DEPTMEST.
           READ DEPTMEST INTO WS-REG-DEPTMEST AT END
                MOVE 'FIM' TO WS-SW-DPM-FIM.
           IF WS-SW-DPM-FIM NOT EQUAL 'FIM'
              IF WS-QTDE-DEPMEST < 50
                 ADD 1               TO WS-QTDE-DEPMEST
                 MOVE WS-DPM-DEPTO   TO
                      WS-DPM-TAB-DEPTO  (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-NOME    TO
                      WS-DPM-TAB-NOME   (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-CCUSTO  TO
                      WS-DPM-TAB-CCUSTO (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-GESTOR  TO
                      WS-DPM-TAB-GESTOR (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-SITUACAO TO
                      WS-DPM-TAB-SITUACAO (WS-QTDE-DEPMEST)
              ELSE
                 DISPLAY 'DEPTMEST EXCEDE O LIMITE DE 50 '
                          'DEPARTAMENTOS'
                 MOVE 'S'            TO WS-SW-DPM-ERRO
                 MOVE 'FIM'          TO WS-SW-DPM-FIM
              END-IF
           END-IF.
       022-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-GUIA
           WRITE REG-RELATORIO FROM WS-SUB-TITULO-1
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       040-PROCESSO.
           PERFORM 047-PROCESSA-DETALHE THRU 047-FIM.
       040-LEE.
           READ ORDENADOS INTO WS-REG-EMPREGADOS AT END
                MOVE 'FIM' TO SW-FIM.
       040-FIM.  EXIT.

       047-PROCESSA-DETALHE.
           ADD 1                  TO WS-LIDOS-EMP
           PERFORM 039-VALIDA-REGISTRO THRU 039-FIM
           IF WS-REGISTRO-VALIDO
              IF WS-STATUS-EMP EQUAL 3
                 ADD 1            TO WS-DESLIGADOS
              ELSE
                 PERFORM 045-CALCULA-ENCARGOS THRU 045-FIM
              END-IF
           ELSE
              ADD 1               TO WS-REJEITADOS
           END-IF.
       047-FIM.  EXIT.

       045-CALCULA-ENCARGOS.
           IF WS-1A-VEZ
              MOVE WS-DEPTO-EMP   TO WS-DEPTO-ANT
              MOVE 'N'            TO WS-SW-1A-VEZ
           END-IF
           IF WS-DEPTO-EMP NOT = WS-DEPTO-ANT
              PERFORM 042-QUEBRA-DEPTO THRU 042-FIM
              MOVE WS-DEPTO-EMP   TO WS-DEPTO-ANT
           END-IF
           PERFORM 048-BUSCA-TAXA THRU 048-FIM
           COMPUTE WS-ENC-INSS ROUNDED =
                   WS-SALARIO-EMP * WS-TAXA-INSS / 100
           COMPUTE WS-ENC-FGTS ROUNDED =
                   WS-SALARIO-EMP * WS-TAXA-FGTS / 100
           COMPUTE WS-ENC-OUTROS ROUNDED =
                   WS-SALARIO-EMP * WS-TAXA-OUTROS / 100
           COMPUTE WS-ENC-TOTAL =
                   WS-ENC-INSS + WS-ENC-FGTS + WS-ENC-OUTROS
           ADD 1                  TO WS-SUB-QTDE
           ADD WS-SALARIO-EMP     TO WS-SUB-SALARIOS
           ADD WS-ENC-INSS        TO WS-SUB-INSS
           ADD WS-ENC-FGTS        TO WS-SUB-FGTS
           ADD WS-ENC-OUTROS      TO WS-SUB-OUTROS
           ADD WS-ENC-TOTAL       TO WS-SUB-TOTAL
           ADD 1                  TO WS-CALCULADOS
           MOVE WS-NUMERO-EMP     TO WS-DET-NUMERO
           MOVE WS-NOME-EMP       TO WS-DET-NOME
           MOVE WS-SALARIO-EMP    TO WS-DET-SALARIO
           MOVE WS-ENC-INSS       TO WS-DET-INSS
           MOVE WS-ENC-FGTS       TO WS-DET-FGTS
           MOVE WS-ENC-OUTROS     TO WS-DET-OUTROS
           MOVE WS-ENC-TOTAL      TO WS-DET-TOTAL
           WRITE REG-RELATORIO    FROM WS-DETALHE.
       045-FIM.  EXIT.

       048-BUSCA-TAXA.
           MOVE 'P'               TO WS-TXB-TIPO
           MOVE WS-POSTO-EMP      TO WS-TXB-CODIGO
           PERFORM 017-LOCALIZA-TAXA THRU 017-FIM
           IF WS-SUB-TXT NOT > WS-QTDE-TAXAS
              ADD 1               TO WS-TAXA-POSTO
              GO TO 048-APLICA
           END-IF
           MOVE 'D'               TO WS-TXB-TIPO
           MOVE WS-DEPTO-EMP      TO WS-TXB-CODIGO
           PERFORM 017-LOCALIZA-TAXA THRU 017-FIM
           IF WS-SUB-TXT NOT > WS-QTDE-TAXAS
              ADD 1               TO WS-TAXA-DEPTO
              GO TO 048-APLICA
           END-IF
           MOVE 'G'               TO WS-TXB-TIPO
           MOVE ZEROS             TO WS-TXB-CODIGO
           PERFORM 017-LOCALIZA-TAXA THRU 017-FIM.
       048-APLICA.
           MOVE WS-TXT-INSS   (WS-SUB-TXT) TO WS-TAXA-INSS
           MOVE WS-TXT-FGTS   (WS-SUB-TXT) TO WS-TAXA-FGTS
           MOVE WS-TXT-OUTROS (WS-SUB-TXT) TO WS-TAXA-OUTROS.
       048-FIM.  EXIT.

       042-QUEBRA-DEPTO.
           IF WS-SUB-QTDE > ZEROS
              MOVE WS-DEPTO-ANT   TO WS-SUBT-DEPTO
                                     WS-DPM-DEPTO-BUSCA
              PERFORM 044-BUSCA-DEPMEST THRU 044-FIM
              MOVE WS-DPM-NOME-ACHADO TO WS-SUBT-NOME-DEP
              MOVE WS-SUB-SALARIOS TO WS-SUBT-SALARIOS
              MOVE WS-SUB-INSS    TO WS-SUBT-INSS
              MOVE WS-SUB-FGTS    TO WS-SUBT-FGTS
              MOVE WS-SUB-OUTROS  TO WS-SUBT-OUTROS
              MOVE WS-SUB-TOTAL   TO WS-SUBT-TOTAL
              WRITE REG-RELATORIO FROM WS-GUIA
              WRITE REG-RELATORIO FROM WS-DETALHE-SUBTOTAL
              WRITE REG-RELATORIO FROM WS-GUIA
              PERFORM 043-GRAVA-DEBITO-DEPTO THRU 043-FIM
              ADD WS-SUB-SALARIOS TO WS-TOT-SALARIOS
              ADD WS-SUB-INSS     TO WS-TOT-INSS
              ADD WS-SUB-FGTS     TO WS-TOT-FGTS
              ADD WS-SUB-OUTROS   TO WS-TOT-OUTROS
              ADD WS-SUB-TOTAL    TO WS-TOT-TOTAL
              MOVE ZEROS          TO WS-SUB-QTDE
                                     WS-SUB-SALARIOS
                                     WS-SUB-INSS
                                     WS-SUB-FGTS
                                     WS-SUB-OUTROS
                                     WS-SUB-TOTAL
           END-IF.
       042-FIM.  EXIT.

       044-BUSCA-DEPMEST.
           MOVE 'N'                TO WS-SW-DPM-ACHOU
           MOVE SPACES             TO WS-DPM-NOME-ACHADO
           PERFORM 046-VARRE-DEPMEST THRU 046-FIM
                   VARYING WS-IDX-DPM FROM 1 BY 1
                   UNTIL WS-IDX-DPM > WS-QTDE-DEPMEST
                      OR WS-DPM-TAB-DEPTO (WS-IDX-DPM) EQUAL
                         WS-DPM-DEPTO-BUSCA
           IF WS-IDX-DPM NOT > WS-QTDE-DEPMEST
              MOVE 'S'             TO WS-SW-DPM-ACHOU
              MOVE WS-DPM-TAB-NOME (WS-IDX-DPM)
                                   TO WS-DPM-NOME-ACHADO
           END-IF.
       044-FIM.  EXIT.

       046-VARRE-DEPMEST.
           CONTINUE.
       046-FIM.  EXIT.

       043-GRAVA-DEBITO-DEPTO.
           MOVE 'D'               TO WS-LAND-NATUREZA
           MOVE WS-DEPTO-ANT      TO WS-LAND-DEPTO
           MOVE WS-SUB-TOTAL      TO WS-LAND-VALOR
           WRITE REG-ENCARGOS     FROM WS-LAN-DETALHE
           ADD 1                  TO WS-GL-QTDE
           ADD WS-SUB-TOTAL       TO WS-GL-DEBITOS.
       043-FIM.  EXIT.

       049-FECHA-ENCARGOS.
           MOVE 'C'               TO WS-LAND-NATUREZA
           MOVE ZEROS             TO WS-LAND-DEPTO
           MOVE WS-GL-DEBITOS     TO WS-LAND-VALOR
           WRITE REG-ENCARGOS     FROM WS-LAN-DETALHE
           ADD 1                  TO WS-GL-QTDE
           MOVE WS-GL-QTDE        TO WS-LANT-QTDE-REG
           COMPUTE WS-LANT-HASH = WS-GL-DEBITOS + WS-GL-DEBITOS
           WRITE REG-ENCARGOS     FROM WS-LAN-TRAILER.
       049-FIM.  EXIT.

       039-VALIDA-REGISTRO.
           MOVE 'S'               TO WS-SW-VALIDO
           IF WS-STATUS-EMP NOT = 1 AND NOT = 2 AND NOT = 3
              MOVE 'N'             TO WS-SW-VALIDO
           END-IF
           IF WS-DEPTO-EMP = ZEROS
              MOVE 'N'             TO WS-SW-VALIDO
           ELSE
              MOVE WS-DEPTO-EMP    TO WS-DPM-DEPTO-BUSCA
              PERFORM 044-BUSCA-DEPMEST THRU 044-FIM
              IF NOT WS-DPM-ACHOU
                 MOVE 'N'          TO WS-SW-VALIDO
              ELSE
                 IF WS-DPM-TAB-INATIVO (WS-IDX-DPM)
                    MOVE 'N'       TO WS-SW-VALIDO
                 END-IF
              END-IF
           END-IF
           IF WS-POSTO-EMP = ZEROS OR WS-POSTO-EMP > 20
              MOVE 'N'             TO WS-SW-VALIDO
           END-IF
           IF WS-SALARIO-EMP = ZEROS
              MOVE 'N'             TO WS-SW-VALIDO
           END-IF.
       039-FIM.  EXIT.

       050-FINAL.
           PERFORM 042-QUEBRA-DEPTO THRU 042-FIM
           PERFORM 049-FECHA-ENCARGOS THRU 049-FIM
           MOVE WS-TOT-SALARIOS   TO WS-GER-SALARIOS
           MOVE WS-TOT-INSS       TO WS-GER-INSS
           MOVE WS-TOT-FGTS       TO WS-GER-FGTS
           MOVE WS-TOT-OUTROS     TO WS-GER-OUTROS
           MOVE WS-TOT-TOTAL      TO WS-GER-TOTAL
           WRITE REG-RELATORIO    FROM WS-DETALHE-GERAL
           WRITE REG-RELATORIO    FROM WS-GUIA
           MOVE 'TOTAL DE EMPREGADOS LIDOS        : '
                                  TO WS-TOT-LITERAL
           MOVE WS-LIDOS-EMP      TO WS-TOT-VALOR
           WRITE REG-RELATORIO    FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE EMPREGADOS CALCULADOS   : '
                                  TO WS-TOT-LITERAL
           MOVE WS-CALCULADOS     TO WS-TOT-VALOR
           WRITE REG-RELATORIO    FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL COM TAXA DO POSTO          : '
                                  TO WS-TOT-LITERAL
           MOVE WS-TAXA-POSTO     TO WS-TOT-VALOR
           WRITE REG-RELATORIO    FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL COM TAXA DO DEPARTAMENTO   : '
                                  TO WS-TOT-LITERAL
           MOVE WS-TAXA-DEPTO     TO WS-TOT-VALOR
           WRITE REG-RELATORIO    FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE DESLIGADOS SEM ENCARGOS : '
                                  TO WS-TOT-LITERAL
           MOVE WS-DESLIGADOS     TO WS-TOT-VALOR
           WRITE REG-RELATORIO    FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE REJEITADOS              : '
                                  TO WS-TOT-LITERAL
           MOVE WS-REJEITADOS     TO WS-TOT-VALOR
           WRITE REG-RELATORIO    FROM WS-DETALHE-TOTAL
           DISPLAY 'TOTAL LIDO          : ' WS-LIDOS-EMP.
           DISPLAY 'TOTAL CALCULADO     : ' WS-CALCULADOS.
           DISPLAY 'TOTAL DESLIGADO     : ' WS-DESLIGADOS.
           DISPLAY 'TOTAL REJEITADO     : ' WS-REJEITADOS.
           DISPLAY 'TOTAL DE ENCARGOS   : ' WS-GL-DEBITOS.
           CLOSE ORDENADOS RELATORIO ENCARGOS.
       050-FIM.  EXIT.

       070-CLASSIFICA-ENTRADA.
           READ EMPREGADOS INTO WS-REG-EMPREGADOS-COMPLETO
                AT END GO TO 070-FIM.
           IF WS-TIPO-DETALHE
              RELEASE REG-ORDENACAO FROM WS-REG-EMPREGADOS
           END-IF
           GO TO 070-CLASSIFICA-ENTRADA.
       070-FIM.  EXIT.

       080-VERIFICA-CALENDARIO.
           MOVE 'I'                TO CLD-FUNCAO
           MOVE 'PGM00033'         TO CLD-PROGRAMA
           MOVE LK-DIA             TO CLD-DIA
           MOVE LK-MES             TO CLD-MES
           MOVE LK-ANO             TO CLD-ANO
           MOVE LK-MODO            TO CLD-MODO
           MOVE ZEROS              TO CLD-RC-JOB
           CALL 'PGM00025' USING CLD-CONTROLE-CALENDARIO
           IF NOT CLD-OK
              DISPLAY 'EXECUCAO ABORTADA - DATA ' LK-DIA '/' LK-MES
                       '/' LK-ANO ' RECUSADA PELO CALENDARIO DE '
                       'PROCESSAMENTO - RETORNO ' CLD-COD-RETORNO
           END-IF.
       080-FIM.  EXIT.

       081-REGISTRA-CALENDARIO.
           MOVE 'F'                TO CLD-FUNCAO
           MOVE RETURN-CODE        TO CLD-RC-JOB
           CALL 'PGM00025' USING CLD-CONTROLE-CALENDARIO
           MOVE CLD-RC-JOB         TO RETURN-CODE
           IF NOT CLD-OK
              DISPLAY 'TERMINO DO JOB NAO REGISTRADO NO CALENDARIO '
                       'DE PROCESSAMENTO - RETORNO ' CLD-COD-RETORNO
           END-IF.
       081-FIM.  EXIT.
