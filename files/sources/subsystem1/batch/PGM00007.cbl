
       COPY BOOK0005.

       COPY BOOK0012.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-EMP         PIC 9(05)    VALUE ZEROS.
           05 WS-PROVISIONADOS     PIC 9(05)    VALUE ZEROS.
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
           OPEN INPUT EMPREGADOS
           SORT ORDENACAO ON ASCENDING KEY SD-DEPTO
                                           SD-NUMERO
           PERFORM 040-PROCESSO      THRU 040-FIM
                   UNTIL SW-FIM EQUAL 'FIM'
           PERFORM 050-FINAL         THRU 050-FIM
           PERFORM 081-REGISTRA-CALENDARIO THRU 081-FIM
           GOBACK.

       020-ABRE-ARQUIVOS.
           END-IF
           GO TO 070-CLASSIFICA-ENTRADA.
       070-FIM.  EXIT.

       080-VERIFICA-CALENDARIO.
           MOVE 'I'                TO CLD-FUNCAO
           MOVE 'PGM00007'         TO CLD-PROGRAMA
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
