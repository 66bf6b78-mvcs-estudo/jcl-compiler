       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00020.
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
           SELECT CONSULTAS     ASSIGN TO UT-S-CONSULT.
           SELECT ORDCARTAO     ASSIGN TO UT-S-ORDCART.
           SELECT ORDENACAO     ASSIGN TO UT-S-SORTWK.
           SELECT HISTORICO     ASSIGN TO UT-S-HISTORI.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.
           SELECT OPTIONAL ACESSOS ASSIGN TO UT-S-ACESSOS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSULTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONSULTAS.
       01  REG-CONSULTAS           PIC X(80).

       FD  ORDCARTAO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORDCARTAO.
       01  REG-ORDCARTAO           PIC X(80).

       SD  ORDENACAO
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ORDENACAO.
       01  REG-ORDENACAO.
           05 SD-NUMERO            PIC X(05).
           05 FILLER               PIC X(75).

       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTORICO.
       01  REG-HISTORICO           PIC X(80).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       FD  ACESSOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACESSOS.
       01  REG-ACESSOS             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BOOK0002.

       COPY BOOK0007.

       COPY BOOK0015.

       COPY BOOK0016.

       01  WS-REG-CARTAO.
           05 WS-CRT-NUMERO        PIC X(05).
           05 WS-CRT-NUMERO-N REDEFINES WS-CRT-NUMERO
                                   PIC 9(05).
           05 FILLER               PIC X(01).
           05 WS-CRT-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(01).
           05 WS-CRT-DATA.
              10 WS-CRT-DIA        PIC 9(02).
              10 WS-CRT-MES        PIC 9(02).
              10 WS-CRT-ANO        PIC 9(04).
           05 FILLER               PIC X(45).

       01  WS-REG-HIS-LIDO.
           05 WS-HLD-NUMERO        PIC 9(05).
           05 FILLER               PIC X(75).

       01  WS-DATA-CONSULTA.
           05 WS-DCO-ANO           PIC 9(04).
           05 WS-DCO-MES           PIC 9(02).
           05 WS-DCO-DIA           PIC 9(02).

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-CRT         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-HIS         PIC 9(07)    VALUE ZEROS.
           05 WS-ATENDIDAS         PIC 9(05)    VALUE ZEROS.
           05 WS-NAO-ENCONTRADAS   PIC 9(05)    VALUE ZEROS.
           05 WS-CARTOES-INVALIDOS PIC 9(05)    VALUE ZEROS.
           05 WS-HIST-EXCEDIDOS    PIC 9(05)    VALUE ZEROS.
           05 WS-RECUSADAS         PIC 9(05)    VALUE ZEROS.
           05 WS-SALARIOS-OCULTOS  PIC 9(05)    VALUE ZEROS.
           05 WS-ERROS-AUTORIZACAO PIC 9(03)    VALUE ZEROS.
           05 SW-FIM-CRT           PIC X(03)    VALUE SPACES.
           05 SW-FIM-HIS           PIC X(03)    VALUE SPACES.
           05 WS-NUM-CARREGADO     PIC 9(05)    VALUE ZEROS.

       01  WS-TAB-HISTORICO.
           05 WS-QTDE-HIST         PIC 9(03)    VALUE ZEROS.
           05 WS-THS-ENTRADA       PIC X(80)    OCCURS 200 TIMES.

       01  WS-SUBSCRITOS.
           05 WS-SUB-HIS           PIC 9(03)    VALUE ZEROS.
           05 WS-SUB-POSICAO       PIC 9(03)    VALUE ZEROS.

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
           05 WS-TIT-2             PIC X(37)
                        VALUE 'HISTORICO FUNCIONAL - POSICAO NA DATA'.
           05 FILLER               PIC X(32)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-CABEC-CONSULTA.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(10)    VALUE 'EMPREGADO '.
           05 WS-CAB-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(03)    VALUE ' - '.
           05 WS-CAB-NOME          PIC X(30).
           05 FILLER               PIC X(15)
                                   VALUE '  SOLICITANTE: '.
           05 WS-CAB-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(12)    VALUE SPACES.

       01  WS-DETALHE-POSICAO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE 'POSICAO EM '.
           05 WS-POS-DATA          PIC X(10).
           05 FILLER               PIC X(03)    VALUE ' : '.
           05 FILLER               PIC X(06)    VALUE 'DEPTO '.
           05 WS-POS-DEPTO         PIC 9(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(06)    VALUE 'POSTO '.
           05 WS-POS-DESC-POSTO    PIC X(15).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(08)    VALUE 'SALARIO '.
           05 WS-POS-SALARIO       PIC Z,ZZZ,ZZ9.99.
           05 WS-POS-SALARIO-X REDEFINES WS-POS-SALARIO
                                   PIC X(12).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-POS-SITUACAO      PIC X(09).
           05 FILLER               PIC X(06)    VALUE SPACES.

       01  WS-DETALHE-SEM-POSICAO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE 'POSICAO EM '.
           05 WS-SEM-DATA          PIC X(10).
           05 FILLER               PIC X(03)    VALUE ' : '.
           05 FILLER               PIC X(40)
                  VALUE '*** SEM MOVIMENTO ATE A DATA PEDIDA ***'.
           05 FILLER               PIC X(31)    VALUE SPACES.

       01  WS-SUB-TITULO-EVENTO.
           05 FILLER               PIC X(05)    VALUE SPACES.
           05 FILLER               PIC X(10)    VALUE 'DATA'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(15)    VALUE 'MOVIMENTO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(03)    VALUE 'ANT'.
           05 FILLER               PIC X(04)    VALUE SPACES.
           05 FILLER               PIC X(03)    VALUE 'DEP'.
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 FILLER               PIC X(02)    VALUE 'PT'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(12)    VALUE ' SAL. ANTER.'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(12)    VALUE '  SAL. NOVO '.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(09)    VALUE 'SITUACAO'.
           05 FILLER               PIC X(08)    VALUE SPACES.

       01  WS-DETALHE-EVENTO.
           05 FILLER               PIC X(05)    VALUE SPACES.
           05 WS-EVT-DATA          PIC X(10).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-EVT-DESCRICAO     PIC X(15).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-EVT-DEPTO-ANT     PIC ZZZ.
           05 FILLER               PIC X(04)    VALUE SPACES.
           05 WS-EVT-DEPTO         PIC 9(03).
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 WS-EVT-POSTO         PIC 9(02).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-EVT-SALARIO-ANT   PIC Z,ZZZ,ZZZ.ZZ.
           05 WS-EVT-SALARIO-ANT-X REDEFINES WS-EVT-SALARIO-ANT
                                   PIC X(12).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-EVT-SALARIO       PIC Z,ZZZ,ZZ9.99.
           05 WS-EVT-SALARIO-X REDEFINES WS-EVT-SALARIO
                                   PIC X(12).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-EVT-SITUACAO      PIC X(09).
           05 FILLER               PIC X(08)    VALUE SPACES.

       01  WS-DATA-EDITADA.
           05 WS-EDT-DIA           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-EDT-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-EDT-ANO           PIC 9(04).

       01  WS-DETALHE-NAO-ACHADO.
           05 FILLER               PIC X(01).
           05 WS-NAO-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 FILLER               PIC X(33)
                    VALUE '*** SEM HISTORICO FUNCIONAL ***'.
           05 FILLER               PIC X(32)    VALUE SPACES.
           05 WS-NAO-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(02)    VALUE SPACES.

       01  WS-DETALHE-INVALIDO.
           05 FILLER               PIC X(01).
           05 WS-INV-NUMERO        PIC X(05).
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 FILLER               PIC X(29)
                         VALUE '*** CARTAO INVALIDO ***'.
           05 FILLER               PIC X(36)    VALUE SPACES.
           05 WS-INV-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(02)    VALUE SPACES.

       01  WS-DETALHE-RECUSADO.
           05 FILLER               PIC X(01).
           05 WS-REC-NUMERO        PIC X(05).
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE '*** RECUSA '.
           05 WS-REC-MOTIVO        PIC X(30).
           05 FILLER               PIC X(24)    VALUE SPACES.
           05 WS-REC-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(02)    VALUE SPACES.

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
           OPEN OUTPUT RELATORIO
                EXTEND ACESSOS
           PERFORM 030-TITULOS       THRU 030-FIM
           OPEN INPUT  CONSULTAS
           SORT ORDENACAO ON ASCENDING KEY SD-NUMERO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 070-CLASSIFICA-CARTOES
                                   THRU 070-FIM
                GIVING ORDCARTAO
           CLOSE CONSULTAS
           PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
           PERFORM 060-LE-HISTORICO  THRU 060-FIM
           PERFORM 040-LEE           THRU 040-FIM
           PERFORM 040-PROCESSO      THRU 040-FIM
                   UNTIL SW-FIM-CRT EQUAL 'FIM'
           PERFORM 050-FINAL         THRU 050-FIM
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  ORDCARTAO
                       HISTORICO.
       020-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       040-PROCESSO.
           MOVE WS-CRT-ANO         TO WS-DCO-ANO
           MOVE WS-CRT-MES         TO WS-DCO-MES
           MOVE WS-CRT-DIA         TO WS-DCO-DIA
           MOVE 'S'                TO ATZ-FUNCAO
           MOVE WS-CRT-SOLICITANTE TO ATZ-SOLICITANTE
           MOVE SPACES             TO ATZ-DEPTO
           CALL 'PGM00031' USING ATZ-CONTROLE-AUTORIZACAO
           IF ATZ-AUTORIZADO
              PERFORM 045-CONSULTA-HISTORICO THRU 045-FIM
           ELSE
              MOVE SPACES          TO LOG-DEPTO
              PERFORM 046-RECUSA-CONSULTA THRU 046-FIM
           END-IF.
       040-LEE.
           READ ORDCARTAO INTO WS-REG-CARTAO AT END
                MOVE 'FIM' TO SW-FIM-CRT.
       040-FIM.  EXIT.

       041-CARREGA-HISTORICO.
           MOVE WS-CRT-NUMERO-N    TO WS-NUM-CARREGADO
           MOVE ZEROS              TO WS-QTDE-HIST
           PERFORM 060-LE-HISTORICO  THRU 060-FIM
                   UNTIL SW-FIM-HIS EQUAL 'FIM'
                      OR WS-HLD-NUMERO NOT LESS WS-NUM-CARREGADO
           PERFORM 061-GUARDA-HISTORICO THRU 061-FIM
                   UNTIL SW-FIM-HIS EQUAL 'FIM'
                      OR WS-HLD-NUMERO NOT EQUAL WS-NUM-CARREGADO.
       041-FIM.  EXIT.

       042-IMPRIME-CONSULTA.
           ADD 1                   TO WS-ATENDIDAS
           IF ATZ-SALARIO-LIBERADO
              MOVE 'A'             TO LOG-RESULTADO
              MOVE SPACES          TO LOG-MOTIVO
           ELSE
              ADD 1                TO WS-SALARIOS-OCULTOS
              MOVE 'M'             TO LOG-RESULTADO
              MOVE 'SALARIO NAO LIBERADO' TO LOG-MOTIVO
           END-IF
           MOVE WS-CRT-NUMERO-N    TO WS-CAB-NUMERO
           MOVE HIS-NOME-EMP       TO WS-CAB-NOME
           MOVE WS-CRT-SOLICITANTE TO WS-CAB-SOLICITANTE
           WRITE REG-RELATORIO     FROM WS-CABEC-CONSULTA
           MOVE WS-CRT-DIA         TO WS-EDT-DIA
           MOVE WS-CRT-MES         TO WS-EDT-MES
           MOVE WS-CRT-ANO         TO WS-EDT-ANO
           IF WS-SUB-POSICAO EQUAL ZEROS
              MOVE WS-DATA-EDITADA TO WS-SEM-DATA
              WRITE REG-RELATORIO  FROM WS-DETALHE-SEM-POSICAO
           ELSE
              MOVE WS-DATA-EDITADA TO WS-POS-DATA
              MOVE HIS-DEPTO-EMP   TO WS-POS-DEPTO
              IF HIS-POSTO-EMP > ZEROS AND HIS-POSTO-EMP NOT > 20
                 MOVE WS-DESC-POSTO (HIS-POSTO-EMP)
                                   TO WS-POS-DESC-POSTO
              ELSE
                 MOVE 'POSTO INVALIDO' TO WS-POS-DESC-POSTO
              END-IF
              IF ATZ-SALARIO-LIBERADO
                 MOVE HIS-SALARIO-EMP TO WS-POS-SALARIO
              ELSE
                 MOVE ALL '*'      TO WS-POS-SALARIO-X
              END-IF
              IF HIS-STATUS-EMP EQUAL 3
                 MOVE 'DESLIGADO'  TO WS-POS-SITUACAO
              ELSE
                 MOVE SPACES       TO WS-POS-SITUACAO
              END-IF
              WRITE REG-RELATORIO  FROM WS-DETALHE-POSICAO
           END-IF
           WRITE REG-RELATORIO     FROM WS-SUB-TITULO-EVENTO
           PERFORM 044-IMPRIME-EVENTO THRU 044-FIM
                   VARYING WS-SUB-HIS FROM 1 BY 1
                   UNTIL WS-SUB-HIS > WS-QTDE-HIST
           WRITE REG-RELATORIO     FROM WS-GUIA
           PERFORM 047-GRAVA-ACESSO THRU 047-FIM.
       042-FIM.  EXIT.

       043-LOCALIZA-POSICAO.
           MOVE WS-THS-ENTRADA (WS-SUB-HIS) TO HIS-REGISTRO-HISTORICO
           IF HIS-DATA-MOV NOT GREATER WS-DATA-CONSULTA
              MOVE WS-SUB-HIS      TO WS-SUB-POSICAO
           END-IF.
       043-FIM.  EXIT.

       044-IMPRIME-EVENTO.
           MOVE WS-THS-ENTRADA (WS-SUB-HIS) TO HIS-REGISTRO-HISTORICO
           MOVE HIS-DIA            TO WS-EDT-DIA
           MOVE HIS-MES            TO WS-EDT-MES
           MOVE HIS-ANO            TO WS-EDT-ANO
           MOVE WS-DATA-EDITADA    TO WS-EVT-DATA
           EVALUATE TRUE
               WHEN HIS-ADMISSAO
                    MOVE 'ADMISSAO'      TO WS-EVT-DESCRICAO
               WHEN HIS-DESLIGAMENTO
                    MOVE 'DESLIGAMENTO'  TO WS-EVT-DESCRICAO
               WHEN HIS-TRANSFERENCIA
                    MOVE 'TRANSFERENCIA' TO WS-EVT-DESCRICAO
               WHEN HIS-SALARIO
                    MOVE 'ALTERACAO SAL.' TO WS-EVT-DESCRICAO
               WHEN OTHER
                    MOVE HIS-TIPO-MOV    TO WS-EVT-DESCRICAO
           END-EVALUATE
           MOVE HIS-DEPTO-ANT      TO WS-EVT-DEPTO-ANT
           MOVE HIS-DEPTO-EMP      TO WS-EVT-DEPTO
           MOVE HIS-POSTO-EMP      TO WS-EVT-POSTO
           IF ATZ-SALARIO-LIBERADO
              MOVE HIS-SALARIO-ANT TO WS-EVT-SALARIO-ANT
              MOVE HIS-SALARIO-EMP TO WS-EVT-SALARIO
           ELSE
              MOVE ALL '*'         TO WS-EVT-SALARIO-ANT-X
                                      WS-EVT-SALARIO-X
           END-IF
           IF HIS-DATA-MOV GREATER WS-DATA-CONSULTA
              MOVE 'POSTERIOR'     TO WS-EVT-SITUACAO
           ELSE
              MOVE SPACES          TO WS-EVT-SITUACAO
           END-IF
           WRITE REG-RELATORIO     FROM WS-DETALHE-EVENTO.
       044-FIM.  EXIT.

       045-CONSULTA-HISTORICO.
           IF WS-CRT-NUMERO-N NOT EQUAL WS-NUM-CARREGADO
              PERFORM 041-CARREGA-HISTORICO THRU 041-FIM
           END-IF
           IF WS-QTDE-HIST EQUAL ZEROS
              ADD 1                TO WS-NAO-ENCONTRADAS
              MOVE WS-CRT-NUMERO-N TO WS-NAO-NUMERO
              MOVE WS-CRT-SOLICITANTE TO WS-NAO-SOLICITANTE
              WRITE REG-RELATORIO  FROM WS-DETALHE-NAO-ACHADO
              WRITE REG-RELATORIO  FROM WS-GUIA
              MOVE SPACES          TO LOG-DEPTO
              MOVE 'N'             TO LOG-RESULTADO
              MOVE 'SEM HISTORICO FUNCIONAL' TO LOG-MOTIVO
              PERFORM 047-GRAVA-ACESSO THRU 047-FIM
              GO TO 045-FIM
           END-IF
           MOVE ZEROS              TO WS-SUB-POSICAO
           PERFORM 043-LOCALIZA-POSICAO THRU 043-FIM
                   VARYING WS-SUB-HIS FROM 1 BY 1
                   UNTIL WS-SUB-HIS > WS-QTDE-HIST
           IF WS-SUB-POSICAO EQUAL ZEROS
              MOVE WS-THS-ENTRADA (1) TO HIS-REGISTRO-HISTORICO
           ELSE
              MOVE WS-THS-ENTRADA (WS-SUB-POSICAO)
                                   TO HIS-REGISTRO-HISTORICO
           END-IF
           MOVE 'D'                TO ATZ-FUNCAO
           MOVE HIS-DEPTO-EMP      TO ATZ-DEPTO
                                      LOG-DEPTO
           CALL 'PGM00031' USING ATZ-CONTROLE-AUTORIZACAO
           IF ATZ-AUTORIZADO
              PERFORM 042-IMPRIME-CONSULTA THRU 042-FIM
           ELSE
              PERFORM 046-RECUSA-CONSULTA THRU 046-FIM
           END-IF.
       045-FIM.  EXIT.

       046-RECUSA-CONSULTA.
           ADD 1                   TO WS-RECUSADAS
           EVALUATE TRUE
               WHEN ATZ-SOLICITANTE-RECUSADO
                    MOVE 'SOLICITANTE NAO AUTORIZADO'
                                   TO LOG-MOTIVO
               WHEN ATZ-DEPTO-RECUSADO
                    MOVE 'DEPARTAMENTO NAO AUTORIZADO'
                                   TO LOG-MOTIVO
               WHEN OTHER
                    ADD 1          TO WS-ERROS-AUTORIZACAO
                    MOVE 'TABELA DE AUTORIZACAO INVALIDA'
                                   TO LOG-MOTIVO
           END-EVALUATE
           MOVE WS-CRT-NUMERO      TO WS-REC-NUMERO
           MOVE LOG-MOTIVO         TO WS-REC-MOTIVO
           MOVE WS-CRT-SOLICITANTE TO WS-REC-SOLICITANTE
           WRITE REG-RELATORIO     FROM WS-DETALHE-RECUSADO
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'R'                TO LOG-RESULTADO
           PERFORM 047-GRAVA-ACESSO THRU 047-FIM.
       046-FIM.  EXIT.

       047-GRAVA-ACESSO.
           MOVE LK-DIA             TO LOG-DIA
           MOVE LK-MES             TO LOG-MES
           MOVE LK-ANO             TO LOG-ANO
           MOVE 'PGM00020'         TO LOG-PROGRAMA
           MOVE WS-CRT-SOLICITANTE TO LOG-SOLICITANTE
           MOVE WS-CRT-NUMERO      TO LOG-NUMERO-EMP
           WRITE REG-ACESSOS       FROM LOG-REGISTRO-ACESSO.
       047-FIM.  EXIT.

       050-FINAL.
           MOVE 'TOTAL DE CONSULTAS LIDAS         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-LIDOS-CRT       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE CONSULTAS ATENDIDAS     : '
                                   TO WS-TOT-LITERAL
           MOVE WS-ATENDIDAS       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL SEM HISTORICO FUNCIONAL    : '
                                   TO WS-TOT-LITERAL
           MOVE WS-NAO-ENCONTRADAS TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE CARTOES INVALIDOS       : '
                                   TO WS-TOT-LITERAL
           MOVE WS-CARTOES-INVALIDOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE CONSULTAS RECUSADAS     : '
                                   TO WS-TOT-LITERAL
           MOVE WS-RECUSADAS       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL COM SALARIO OCULTO         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-SALARIOS-OCULTOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           DISPLAY 'CONSULTAS LIDAS     : ' WS-LIDOS-CRT.
           DISPLAY 'HISTORICO LIDO      : ' WS-LIDOS-HIS.
           DISPLAY 'ATENDIDAS           : ' WS-ATENDIDAS.
           DISPLAY 'SEM HISTORICO       : ' WS-NAO-ENCONTRADAS.
           DISPLAY 'CARTOES INVALIDOS   : ' WS-CARTOES-INVALIDOS.
           DISPLAY 'MOVTOS NAO LISTADOS : ' WS-HIST-EXCEDIDOS.
           DISPLAY 'RECUSADAS           : ' WS-RECUSADAS.
           DISPLAY 'SALARIO OCULTO      : ' WS-SALARIOS-OCULTOS.
           IF WS-HIST-EXCEDIDOS > ZEROS
              MOVE 8               TO RETURN-CODE
           END-IF
           IF WS-ERROS-AUTORIZACAO > ZEROS
              DISPLAY 'TABELA DE AUTORIZACAO INVALIDA - CONSULTAS '
                       'RECUSADAS'
              MOVE 8               TO RETURN-CODE
           END-IF
           CLOSE ORDCARTAO HISTORICO RELATORIO ACESSOS.
       050-FIM.  EXIT.

       060-LE-HISTORICO.
           READ HISTORICO INTO WS-REG-HIS-LIDO AT END
                MOVE 'FIM' TO SW-FIM-HIS.
           IF SW-FIM-HIS NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-HIS
           END-IF.
       060-FIM.  EXIT.

       061-GUARDA-HISTORICO.
           IF WS-QTDE-HIST < 200
              ADD 1                TO WS-QTDE-HIST
              MOVE WS-REG-HIS-LIDO TO WS-THS-ENTRADA (WS-QTDE-HIST)
           ELSE
              ADD 1                TO WS-HIST-EXCEDIDOS
              DISPLAY 'LIMITE DE 200 MOVIMENTOS EXCEDIDO - '
                       'EMPREGADO ' WS-HLD-NUMERO
           END-IF
           PERFORM 060-LE-HISTORICO THRU 060-FIM.
       061-FIM.  EXIT.

       070-CLASSIFICA-CARTOES.
           READ CONSULTAS INTO WS-REG-CARTAO
                AT END GO TO 070-FIM.
           ADD 1                   TO WS-LIDOS-CRT
           IF WS-CRT-DATA EQUAL SPACES OR WS-CRT-DATA EQUAL ZEROS
              MOVE LK-DIA          TO WS-CRT-DIA
              MOVE LK-MES          TO WS-CRT-MES
              MOVE LK-ANO          TO WS-CRT-ANO
           END-IF
           IF WS-CRT-NUMERO IS NOT NUMERIC
              OR WS-CRT-DATA IS NOT NUMERIC
              OR WS-CRT-MES < 1 OR WS-CRT-MES > 12
              OR WS-CRT-DIA < 1 OR WS-CRT-DIA > 31
              ADD 1                TO WS-CARTOES-INVALIDOS
              MOVE WS-CRT-NUMERO   TO WS-INV-NUMERO
              MOVE WS-CRT-SOLICITANTE TO WS-INV-SOLICITANTE
              WRITE REG-RELATORIO  FROM WS-DETALHE-INVALIDO
              MOVE SPACES          TO LOG-DEPTO
              MOVE 'R'             TO LOG-RESULTADO
              MOVE 'CARTAO INVALIDO' TO LOG-MOTIVO
              PERFORM 047-GRAVA-ACESSO THRU 047-FIM
              GO TO 070-CLASSIFICA-CARTOES
           END-IF
           RELEASE REG-ORDENACAO FROM WS-REG-CARTAO
           GO TO 070-CLASSIFICA-CARTOES.
       070-FIM.  EXIT.
