       FILE-CONTROL.
           SELECT CONSULTAS     ASSIGN TO UT-S-CONSULT.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.
           SELECT OPTIONAL ACESSOS ASSIGN TO UT-S-ACESSOS.

       DATA DIVISION.
       FILE SECTION.
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

       COPY BOOK0003.

       COPY BOOK0015.

       COPY BOOK0016.

       01  WS-REG-CARTAO.
           05 WS-CRT-NUMERO        PIC X(05).
           05 FILLER               PIC X(01).
           05 WS-NAO-ENCONTRADAS   PIC 9(05)    VALUE ZEROS.
           05 WS-CARTOES-INVALIDOS PIC 9(05)    VALUE ZEROS.
           05 WS-ERROS-CONSULTA    PIC 9(05)    VALUE ZEROS.
           05 WS-RECUSADAS         PIC 9(05)    VALUE ZEROS.
           05 WS-SALARIOS-OCULTOS  PIC 9(05)    VALUE ZEROS.
           05 SW-FIM               PIC X(03)    VALUE SPACES.

       01  WS-TITULO-1.
           05 WS-DET-DESC-POSTO    PIC X(15).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-SALARIO       PIC Z,ZZZ,ZZ9.99.
           05 WS-DET-SALARIO-X REDEFINES WS-DET-SALARIO
                                   PIC X(12).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-INV-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(02)    VALUE SPACES.

       01  WS-DETALHE-RECUSADO.
           05 FILLER               PIC X(01).
           05 WS-REC-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE '*** RECUSA '.
           05 WS-REC-MOTIVO        PIC X(30).
           05 FILLER               PIC X(24)    VALUE SPACES.
           05 WS-REC-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(02)    VALUE SPACES.

       01  WS-DETALHE-TOTAL.
           05 FILLER               PIC X(01).
           05 WS-TOT-LITERAL       PIC X(34).

       020-ABRE-ARQUIVOS.
           OPEN INPUT  CONSULTAS
                OUTPUT RELATORIO
                EXTEND ACESSOS.
       020-FIM.  EXIT.

       030-TITULOS.
              MOVE WS-CRT-NUMERO   TO WS-INV-NUMERO
              MOVE WS-CRT-SOLICITANTE TO WS-INV-SOLICITANTE
              WRITE REG-RELATORIO  FROM WS-DETALHE-INVALIDO
              MOVE SPACES          TO LOG-DEPTO
              MOVE 'R'             TO LOG-RESULTADO
              MOVE 'CARTAO INVALIDO' TO LOG-MOTIVO
              PERFORM 045-GRAVA-ACESSO THRU 045-FIM
           END-IF.
       040-LEE.
           READ CONSULTAS INTO WS-REG-CARTAO AT END
       040-FIM.  EXIT.

       041-CONSULTA-EMPREGADO.
           MOVE 'S'                TO ATZ-FUNCAO
           MOVE WS-CRT-SOLICITANTE TO ATZ-SOLICITANTE
           MOVE SPACES             TO ATZ-DEPTO
           CALL 'PGM00031' USING ATZ-CONTROLE-AUTORIZACAO
           IF NOT ATZ-AUTORIZADO
              MOVE SPACES          TO LOG-DEPTO
              PERFORM 043-RECUSA-CONSULTA THRU 043-FIM
              GO TO 041-FIM
           END-IF
           MOVE WS-CRT-NUMERO      TO CON-NUMERO-EMP
           MOVE ZEROS              TO CON-COD-RETORNO
           CALL 'PGM00006' USING CON-CONSULTA-EMPREGADO
           EVALUATE TRUE
               WHEN CON-OK
                    PERFORM 044-VERIFICA-DEPTO THRU 044-FIM
               WHEN CON-NAO-ENCONTRADO
                    ADD 1          TO WS-NAO-ENCONTRADAS
                    MOVE CON-NUMERO-EMP     TO WS-NAO-NUMERO
                    MOVE WS-CRT-SOLICITANTE TO WS-NAO-SOLICITANTE
                    WRITE REG-RELATORIO FROM WS-DETALHE-NAO-ACHADO
                    MOVE SPACES    TO LOG-DEPTO
                    MOVE 'N'       TO LOG-RESULTADO
                    MOVE 'NAO ENCONTRADO' TO LOG-MOTIVO
                    PERFORM 045-GRAVA-ACESSO THRU 045-FIM
               WHEN OTHER
                    ADD 1          TO WS-ERROS-CONSULTA
                    DISPLAY 'ERRO NA CONSULTA DO NUMERO '
                             CON-NUMERO-EMP ' - RETORNO '
                             CON-COD-RETORNO
                    MOVE SPACES    TO LOG-DEPTO
                    MOVE 'R'       TO LOG-RESULTADO
                    MOVE 'ERRO DE ARQUIVO NA CONSULTA' TO LOG-MOTIVO
                    PERFORM 045-GRAVA-ACESSO THRU 045-FIM
           END-EVALUATE.
       041-FIM.  EXIT.

       043-RECUSA-CONSULTA.
           ADD 1                   TO WS-RECUSADAS
           EVALUATE TRUE
               WHEN ATZ-SOLICITANTE-RECUSADO
                    MOVE 'SOLICITANTE NAO AUTORIZADO'
                                   TO LOG-MOTIVO
               WHEN ATZ-DEPTO-RECUSADO
                    MOVE 'DEPARTAMENTO NAO AUTORIZADO'
                                   TO LOG-MOTIVO
               WHEN OTHER
                    ADD 1          TO WS-ERROS-CONSULTA
                    MOVE 'TABELA DE AUTORIZACAO INVALIDA'
                                   TO LOG-MOTIVO
           END-EVALUATE
           MOVE WS-CRT-NUMERO      TO WS-REC-NUMERO
           MOVE LOG-MOTIVO         TO WS-REC-MOTIVO
           MOVE WS-CRT-SOLICITANTE TO WS-REC-SOLICITANTE
           WRITE REG-RELATORIO     FROM WS-DETALHE-RECUSADO
           MOVE 'R'                TO LOG-RESULTADO
           PERFORM 045-GRAVA-ACESSO THRU 045-FIM.
       043-FIM.  EXIT.

       044-VERIFICA-DEPTO.
           MOVE 'D'                TO ATZ-FUNCAO
           MOVE CON-DEPTO-EMP      TO ATZ-DEPTO
                                      LOG-DEPTO
           CALL 'PGM00031' USING ATZ-CONTROLE-AUTORIZACAO
           IF ATZ-AUTORIZADO
              PERFORM 042-IMPRIME-EMPREGADO THRU 042-FIM
           ELSE
              PERFORM 043-RECUSA-CONSULTA THRU 043-FIM
           END-IF.
       044-FIM.  EXIT.

       045-GRAVA-ACESSO.
           MOVE LK-DIA             TO LOG-DIA
           MOVE LK-MES             TO LOG-MES
           MOVE LK-ANO             TO LOG-ANO
           MOVE 'PGM00012'         TO LOG-PROGRAMA
           MOVE WS-CRT-SOLICITANTE TO LOG-SOLICITANTE
           MOVE WS-CRT-NUMERO      TO LOG-NUMERO-EMP
           WRITE REG-ACESSOS       FROM LOG-REGISTRO-ACESSO.
       045-FIM.  EXIT.

       042-IMPRIME-EMPREGADO.
           ADD 1                   TO WS-ATENDIDAS
           MOVE CON-NUMERO-EMP     TO WS-DET-NUMERO
           ELSE
              MOVE 'POSTO INVALIDO' TO WS-DET-DESC-POSTO
           END-IF
           IF ATZ-SALARIO-LIBERADO
              MOVE CON-SALARIO-EMP TO WS-DET-SALARIO
              MOVE 'A'             TO LOG-RESULTADO
              MOVE SPACES          TO LOG-MOTIVO
           ELSE
              ADD 1                TO WS-SALARIOS-OCULTOS
              MOVE ALL '*'         TO WS-DET-SALARIO-X
              MOVE 'M'             TO LOG-RESULTADO
              MOVE 'SALARIO NAO LIBERADO' TO LOG-MOTIVO
           END-IF
           MOVE WS-CRT-SOLICITANTE TO WS-DET-SOLICITANTE
           WRITE REG-RELATORIO     FROM WS-DETALHE
           PERFORM 045-GRAVA-ACESSO THRU 045-FIM.
       042-FIM.  EXIT.

       050-FINAL.
                                   TO WS-TOT-LITERAL
           MOVE WS-ERROS-CONSULTA  TO WS-TOT-VALOR
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
           DISPLAY 'ATENDIDAS           : ' WS-ATENDIDAS.
           DISPLAY 'NAO ENCONTRADAS     : ' WS-NAO-ENCONTRADAS.
           DISPLAY 'CARTOES INVALIDOS   : ' WS-CARTOES-INVALIDOS.
           DISPLAY 'ERROS DE CONSULTA   : ' WS-ERROS-CONSULTA.
           DISPLAY 'RECUSADAS           : ' WS-RECUSADAS.
           DISPLAY 'SALARIO OCULTO      : ' WS-SALARIOS-OCULTOS.
           IF WS-ERROS-CONSULTA > ZEROS
              MOVE 8               TO RETURN-CODE
           END-IF
           CLOSE CONSULTAS RELATORIO ACESSOS.
       050-FIM.  EXIT.
