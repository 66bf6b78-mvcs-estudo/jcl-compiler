           SELECT CONSULTAS     ASSIGN TO UT-S-CONSULT.
           SELECT ARQMORTO      ASSIGN TO UT-S-ARQMORTO.
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

       COPY BOOK0001.

       COPY BOOK0015.

       COPY BOOK0016.

       01  WS-REG-CARTAO.
           05 WS-CRT-NUMERO        PIC X(05).
           05 FILLER               PIC X(01).
           05 WS-NAO-ENCONTRADOS   PIC 9(03)    VALUE ZEROS.
           05 WS-CARTOES-INVALIDOS PIC 9(03)    VALUE ZEROS.
           05 WS-CARTOES-IGNORADOS PIC 9(03)    VALUE ZEROS.
           05 WS-RECUSADAS         PIC 9(03)    VALUE ZEROS.
           05 WS-ERROS-AUTORIZACAO PIC 9(03)    VALUE ZEROS.
           05 SW-FIM-CRT           PIC X(03)    VALUE SPACES.
           05 SW-FIM-MORTO         PIC X(03)    VALUE SPACES.

           05 WS-NAO-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(08)    VALUE SPACES.

       01  WS-DETALHE-RECUSADO.
           05 FILLER               PIC X(01).
           05 WS-REC-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE '*** RECUSA '.
           05 WS-REC-MOTIVO        PIC X(30).
           05 FILLER               PIC X(18)    VALUE SPACES.
           05 WS-REC-SOLICITANTE   PIC X(20).
           05 FILLER               PIC X(08)    VALUE SPACES.

       01  WS-DETALHE-TOTAL.
           05 FILLER               PIC X(01).
           05 WS-TOT-LITERAL       PIC X(34).
       020-ABRE-ARQUIVOS.
           OPEN INPUT  CONSULTAS
                       ARQMORTO
                OUTPUT RELATORIO
                EXTEND ACESSOS.
       020-FIM.  EXIT.

       030-TITULOS.
                MOVE 'FIM' TO SW-FIM-CRT.
           IF SW-FIM-CRT NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-CRT
              MOVE WS-CRT-SOLICITANTE TO LOG-SOLICITANTE
              MOVE WS-CRT-NUMERO   TO LOG-NUMERO-EMP
              MOVE SPACES          TO LOG-DEPTO
              IF WS-CRT-NUMERO IS NUMERIC
                 PERFORM 061-VERIFICA-SOLICITANTE THRU 061-FIM
              ELSE
                 ADD 1             TO WS-CARTOES-INVALIDOS
                 DISPLAY 'CARTAO DE CONSULTA INVALIDO: '
                          WS-CRT-NUMERO
                 MOVE 'R'          TO LOG-RESULTADO
                 MOVE 'CARTAO INVALIDO' TO LOG-MOTIVO
                 PERFORM 045-GRAVA-ACESSO THRU 045-FIM
              END-IF
           END-IF.
       060-FIM.  EXIT.

       061-VERIFICA-SOLICITANTE.
           MOVE 'S'                TO ATZ-FUNCAO
           MOVE WS-CRT-SOLICITANTE TO ATZ-SOLICITANTE
           MOVE SPACES             TO ATZ-DEPTO
           CALL 'PGM00031' USING ATZ-CONTROLE-AUTORIZACAO
           IF NOT ATZ-AUTORIZADO
              MOVE WS-CRT-NUMERO   TO WS-REC-NUMERO
              MOVE WS-CRT-SOLICITANTE TO WS-REC-SOLICITANTE
              PERFORM 042-RECUSA-CONSULTA THRU 042-FIM
           ELSE
              IF WS-QTDE-PEDIDOS < 100
                 ADD 1          TO WS-QTDE-PEDIDOS
                 MOVE WS-CRT-NUMERO TO
                      WS-PED-NUMERO      (WS-QTDE-PEDIDOS)
                 MOVE WS-CRT-SOLICITANTE TO
                      WS-PED-SOLICITANTE (WS-QTDE-PEDIDOS)
                 MOVE 'N'       TO
                      WS-PED-SW-ACHADO   (WS-QTDE-PEDIDOS)
              ELSE
                 ADD 1          TO WS-CARTOES-IGNORADOS
                 DISPLAY 'LIMITE DE 100 CONSULTAS EXCEDIDO - '
                          'CARTAO IGNORADO: ' WS-CRT-NUMERO
                 MOVE 'R'       TO LOG-RESULTADO
                 MOVE 'LIMITE DE CONSULTAS EXCEDIDO'
                                TO LOG-MOTIVO
                 PERFORM 045-GRAVA-ACESSO THRU 045-FIM
              END-IF
           END-IF.
       061-FIM.  EXIT.

       040-VARRE-ARQUIVO.
           READ ARQMORTO INTO WS-REG-MORTO AT END
                MOVE 'FIM' TO SW-FIM-MORTO
       040-FIM.  EXIT.

       041-CONFRONTA-PEDIDO.
           IF WS-PED-NUMERO (WS-SUB-PED) NOT EQUAL WS-NUMERO-EMP
              GO TO 041-FIM
           END-IF
           MOVE 'S'                TO WS-PED-SW-ACHADO (WS-SUB-PED)
           MOVE WS-PED-SOLICITANTE (WS-SUB-PED) TO LOG-SOLICITANTE
                                                   ATZ-SOLICITANTE
           MOVE WS-PED-NUMERO (WS-SUB-PED)      TO LOG-NUMERO-EMP
           MOVE WS-DEPTO-EMP       TO LOG-DEPTO
                                      ATZ-DEPTO
           MOVE 'D'                TO ATZ-FUNCAO
           CALL 'PGM00031' USING ATZ-CONTROLE-AUTORIZACAO
           IF NOT ATZ-AUTORIZADO
              MOVE WS-PED-NUMERO (WS-SUB-PED) TO WS-REC-NUMERO
              MOVE WS-PED-SOLICITANTE (WS-SUB-PED)
                                   TO WS-REC-SOLICITANTE
              PERFORM 042-RECUSA-CONSULTA THRU 042-FIM
           ELSE
              ADD 1                TO WS-ENCONTRADOS
              MOVE WS-NUMERO-EMP   TO WS-DET-NUMERO
              MOVE WS-NOME-EMP     TO WS-DET-NOME
              MOVE WS-PED-SOLICITANTE (WS-SUB-PED)
                                   TO WS-DET-SOLICITANTE
              WRITE REG-RELATORIO  FROM WS-DETALHE
              MOVE 'A'             TO LOG-RESULTADO
              MOVE SPACES          TO LOG-MOTIVO
              PERFORM 045-GRAVA-ACESSO THRU 045-FIM
           END-IF.
       041-FIM.  EXIT.

       042-RECUSA-CONSULTA.
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
           MOVE LOG-MOTIVO         TO WS-REC-MOTIVO
           WRITE REG-RELATORIO     FROM WS-DETALHE-RECUSADO
           MOVE 'R'                TO LOG-RESULTADO
           PERFORM 045-GRAVA-ACESSO THRU 045-FIM.
       042-FIM.  EXIT.

       045-GRAVA-ACESSO.
           MOVE LK-DIA             TO LOG-DIA
           MOVE LK-MES             TO LOG-MES
           MOVE LK-ANO             TO LOG-ANO
           MOVE 'PGM00018'         TO LOG-PROGRAMA
           WRITE REG-ACESSOS       FROM LOG-REGISTRO-ACESSO.
       045-FIM.  EXIT.

       050-FINAL.
           PERFORM 051-LISTA-NAO-ACHADO THRU 051-FIM
                   VARYING WS-SUB-PED FROM 1 BY 1
                                   TO WS-TOT-LITERAL
           MOVE WS-CARTOES-IGNORADOS TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE CONSULTAS RECUSADAS     : '
                                   TO WS-TOT-LITERAL
           MOVE WS-RECUSADAS       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           DISPLAY 'CONSULTAS LIDAS    : ' WS-LIDOS-CRT.
           DISPLAY 'ARQUIVO MORTO LIDO : ' WS-LIDOS-MORTO.
           DISPLAY 'ENCONTRADOS        : ' WS-ENCONTRADOS.
           DISPLAY 'NAO ENCONTRADOS    : ' WS-NAO-ENCONTRADOS.
           DISPLAY 'CARTOES IGNORADOS  : ' WS-CARTOES-IGNORADOS.
           DISPLAY 'RECUSADAS          : ' WS-RECUSADAS.
           IF WS-ERROS-AUTORIZACAO > ZEROS
              DISPLAY 'TABELA DE AUTORIZACAO INVALIDA - CONSULTAS '
                       'RECUSADAS'
              MOVE 8               TO RETURN-CODE
           END-IF
           CLOSE CONSULTAS ARQMORTO RELATORIO ACESSOS.
       050-FIM.  EXIT.

       051-LISTA-NAO-ACHADO.
              MOVE WS-PED-SOLICITANTE (WS-SUB-PED)
                                   TO WS-NAO-SOLICITANTE
              WRITE REG-RELATORIO  FROM WS-DETALHE-NAO-ACHADO
              MOVE WS-PED-SOLICITANTE (WS-SUB-PED) TO LOG-SOLICITANTE
              MOVE WS-PED-NUMERO (WS-SUB-PED)      TO LOG-NUMERO-EMP
              MOVE SPACES          TO LOG-DEPTO
              MOVE 'N'             TO LOG-RESULTADO
              MOVE 'NAO CONSTA DO ARQUIVO MORTO' TO LOG-MOTIVO
              PERFORM 045-GRAVA-ACESSO THRU 045-FIM
           END-IF.
       051-FIM.  EXIT.
