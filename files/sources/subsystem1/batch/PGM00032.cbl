       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00032.
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
           SELECT ACESSOS       ASSIGN TO UT-S-ACESSOS.
           SELECT ORDENADOS     ASSIGN TO UT-S-ORDENAD.
           SELECT ORDENACAO     ASSIGN TO UT-S-SORTWK.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.

       DATA DIVISION.
       FILE SECTION.
       FD  ACESSOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACESSOS.
       01  REG-ACESSOS             PIC X(80).

       FD  ORDENADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORDENADOS.
       01  REG-ORDENADOS           PIC X(80).

       SD  ORDENACAO
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ORDENACAO.
       01  REG-ORDENACAO.
           05 SD-DIA               PIC 9(02).
           05 SD-MES               PIC 9(02).
           05 SD-ANO               PIC 9(04).
           05 SD-PROGRAMA          PIC X(08).
           05 SD-SOLICITANTE       PIC X(20).
           05 FILLER               PIC X(44).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       WORKING-STORAGE SECTION.

       COPY BOOK0016.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-LOG         PIC 9(07)    VALUE ZEROS.
           05 WS-FORA-PERIODO      PIC 9(07)    VALUE ZEROS.
           05 WS-RESULTADO-INVALIDO PIC 9(05)   VALUE ZEROS.
           05 SW-FIM               PIC X(03)    VALUE SPACES.

       01  WS-CONTROLE-QUEBRA.
           05 WS-SOLICITANTE-ANT   PIC X(20)    VALUE SPACES.
           05 WS-SW-1A-VEZ         PIC X(01)    VALUE 'S'.
              88 WS-1A-VEZ                      VALUE 'S'.
           05 WS-SUB-CONSULTAS     PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-ATENDIDAS     PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-OCULTAS       PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-RECUSADAS     PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-NAO-ACHADAS   PIC 9(05)    VALUE ZEROS.

       01  WS-TOTAIS-GERAIS.
           05 WS-TOT-SOLICITANTES  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-CONSULTAS     PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-ATENDIDAS     PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-OCULTAS       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-RECUSADAS     PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-NAO-ACHADAS   PIC 9(05)    VALUE ZEROS.

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
           05 WS-TIT-2             PIC X(33)
                              VALUE 'ACESSOS A DADOS PESSOAIS - LGPD'.
           05 FILLER               PIC X(20)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(13)    VALUE 'COMPETENCIA: '.
           05 WS-TIT-3-MES         PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-TIT-3-ANO         PIC 9(04).
           05 FILLER               PIC X(75)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(10)    VALUE 'DATA'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(08)    VALUE 'PROGRAMA'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(06)    VALUE 'NUMERO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(05)    VALUE 'DEPTO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(14)    VALUE 'RESULTADO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(30)    VALUE 'MOTIVO'.
           05 FILLER               PIC X(12)    VALUE SPACES.

       01  WS-CABEC-SOLICITANTE.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(13)    VALUE 'SOLICITANTE: '.
           05 WS-CAB-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(62)    VALUE SPACES.

       01  WS-DETALHE.
           05 FILLER               PIC X(01).
           05 WS-DET-DIA           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-DET-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-DET-ANO           PIC 9(04).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-PROGRAMA      PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO        PIC X(05).
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 WS-DET-DEPTO         PIC X(03).
           05 FILLER               PIC X(04)    VALUE SPACES.
           05 WS-DET-RESULTADO     PIC X(14).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-MOTIVO        PIC X(30).
           05 FILLER               PIC X(12)    VALUE SPACES.

       01  WS-DETALHE-SUBTOTAL.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(11)    VALUE 'CONSULTAS: '.
           05 WS-SUBT-CONSULTAS    PIC ZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE 'ATENDIDAS: '.
           05 WS-SUBT-ATENDIDAS    PIC ZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(09)    VALUE 'OCULTAS: '.
           05 WS-SUBT-OCULTAS      PIC ZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE 'RECUSADAS: '.
           05 WS-SUBT-RECUSADAS    PIC ZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(14)
                                   VALUE 'NAO ENCONTR.: '.
           05 WS-SUBT-NAO-ACHADAS  PIC ZZ,ZZ9.
           05 FILLER               PIC X(01)    VALUE SPACES.

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

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           OPEN INPUT ACESSOS
           SORT ORDENACAO ON ASCENDING KEY SD-SOLICITANTE
                                           SD-ANO
                                           SD-MES
                                           SD-DIA
                                           SD-PROGRAMA
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 070-CLASSIFICA-ENTRADA
                                   THRU 070-FIM
                GIVING ORDENADOS
           CLOSE ACESSOS
           PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
           PERFORM 030-TITULOS       THRU 030-FIM
           PERFORM 040-LEE           THRU 040-FIM
           PERFORM 040-PROCESSO      THRU 040-FIM
                   UNTIL SW-FIM EQUAL 'FIM'
           PERFORM 050-FINAL         THRU 050-FIM
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  ORDENADOS
                OUTPUT RELATORIO.
       020-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
                                  WS-TIT-3-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
                                  WS-TIT-3-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-TITULO-3
           WRITE REG-RELATORIO FROM WS-GUIA
           WRITE REG-RELATORIO FROM WS-SUB-TITULO-1
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       040-PROCESSO.
           PERFORM 045-IMPRIME-ACESSO THRU 045-FIM.
       040-LEE.
           READ ORDENADOS INTO LOG-REGISTRO-ACESSO AT END
                MOVE 'FIM' TO SW-FIM.
       040-FIM.  EXIT.

       045-IMPRIME-ACESSO.
           IF WS-1A-VEZ
              OR LOG-SOLICITANTE NOT EQUAL WS-SOLICITANTE-ANT
              PERFORM 042-QUEBRA-SOLICITANTE THRU 042-FIM
              MOVE LOG-SOLICITANTE TO WS-SOLICITANTE-ANT
                                      WS-CAB-SOLICITANTE
              MOVE 'N'             TO WS-SW-1A-VEZ
              ADD 1                TO WS-TOT-SOLICITANTES
              WRITE REG-RELATORIO  FROM WS-CABEC-SOLICITANTE
           END-IF
           ADD 1                   TO WS-SUB-CONSULTAS
           MOVE SPACES             TO WS-DET-MOTIVO
           EVALUATE TRUE
               WHEN LOG-ATENDIDA
                    ADD 1          TO WS-SUB-ATENDIDAS
                    MOVE 'ATENDIDA'      TO WS-DET-RESULTADO
               WHEN LOG-SALARIO-OCULTO
                    ADD 1          TO WS-SUB-OCULTAS
                    MOVE 'SALARIO OCULTO' TO WS-DET-RESULTADO
               WHEN LOG-RECUSADA
                    ADD 1          TO WS-SUB-RECUSADAS
                    MOVE 'RECUSADA'      TO WS-DET-RESULTADO
               WHEN LOG-NAO-ENCONTRADA
                    ADD 1          TO WS-SUB-NAO-ACHADAS
                    MOVE 'NAO ENCONTRADA' TO WS-DET-RESULTADO
               WHEN OTHER
                    ADD 1          TO WS-RESULTADO-INVALIDO
                    MOVE LOG-RESULTADO   TO WS-DET-RESULTADO
           END-EVALUATE
           MOVE LOG-DIA            TO WS-DET-DIA
           MOVE LOG-MES            TO WS-DET-MES
           MOVE LOG-ANO            TO WS-DET-ANO
           MOVE LOG-PROGRAMA       TO WS-DET-PROGRAMA
           MOVE LOG-NUMERO-EMP     TO WS-DET-NUMERO
           MOVE LOG-DEPTO          TO WS-DET-DEPTO
           IF NOT LOG-ATENDIDA
              MOVE LOG-MOTIVO      TO WS-DET-MOTIVO
           END-IF
           WRITE REG-RELATORIO     FROM WS-DETALHE.
       045-FIM.  EXIT.

       042-QUEBRA-SOLICITANTE.
           IF WS-SUB-CONSULTAS > ZEROS
              MOVE WS-SUB-CONSULTAS   TO WS-SUBT-CONSULTAS
              MOVE WS-SUB-ATENDIDAS   TO WS-SUBT-ATENDIDAS
              MOVE WS-SUB-OCULTAS     TO WS-SUBT-OCULTAS
              MOVE WS-SUB-RECUSADAS   TO WS-SUBT-RECUSADAS
              MOVE WS-SUB-NAO-ACHADAS TO WS-SUBT-NAO-ACHADAS
              WRITE REG-RELATORIO FROM WS-GUIA
              WRITE REG-RELATORIO FROM WS-DETALHE-SUBTOTAL
              WRITE REG-RELATORIO FROM WS-GUIA
              ADD WS-SUB-CONSULTAS   TO WS-TOT-CONSULTAS
              ADD WS-SUB-ATENDIDAS   TO WS-TOT-ATENDIDAS
              ADD WS-SUB-OCULTAS     TO WS-TOT-OCULTAS
              ADD WS-SUB-RECUSADAS   TO WS-TOT-RECUSADAS
              ADD WS-SUB-NAO-ACHADAS TO WS-TOT-NAO-ACHADAS
              MOVE ZEROS          TO WS-SUB-CONSULTAS
                                     WS-SUB-ATENDIDAS
                                     WS-SUB-OCULTAS
                                     WS-SUB-RECUSADAS
                                     WS-SUB-NAO-ACHADAS
           END-IF.
       042-FIM.  EXIT.

       050-FINAL.
           PERFORM 042-QUEBRA-SOLICITANTE THRU 042-FIM
           MOVE 'TOTAL DE SOLICITANTES            : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-SOLICITANTES TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE CONSULTAS NO MES        : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-CONSULTAS   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE CONSULTAS ATENDIDAS     : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-ATENDIDAS   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL COM SALARIO OCULTO         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-OCULTAS     TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE CONSULTAS RECUSADAS     : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-RECUSADAS   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE NAO ENCONTRADAS         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-NAO-ACHADAS TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE RESULTADOS INVALIDOS    : '
                                   TO WS-TOT-LITERAL
           MOVE WS-RESULTADO-INVALIDO TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           DISPLAY 'REGISTROS DO LOG LIDOS : ' WS-LIDOS-LOG.
           DISPLAY 'FORA DA COMPETENCIA    : ' WS-FORA-PERIODO.
           DISPLAY 'CONSULTAS NO MES       : ' WS-TOT-CONSULTAS.
           DISPLAY 'SOLICITANTES           : ' WS-TOT-SOLICITANTES.
           IF WS-RESULTADO-INVALIDO > ZEROS
              DISPLAY 'LOG DE ACESSOS COM RESULTADO INVALIDO: '
                       WS-RESULTADO-INVALIDO
              MOVE 4               TO RETURN-CODE
           END-IF
           CLOSE ORDENADOS RELATORIO.
       050-FIM.  EXIT.

       070-CLASSIFICA-ENTRADA.
           READ ACESSOS INTO LOG-REGISTRO-ACESSO
                AT END GO TO 070-FIM.
           ADD 1                   TO WS-LIDOS-LOG
           IF LOG-MES EQUAL LK-MES AND LOG-ANO EQUAL LK-ANO
              RELEASE REG-ORDENACAO FROM LOG-REGISTRO-ACESSO
           ELSE
              ADD 1                TO WS-FORA-PERIODO
           END-IF
           GO TO 070-CLASSIFICA-ENTRADA.
       070-FIM.  EXIT.
