
       WORKING-STORAGE SECTION.

       COPY BOOK0012.

       01  WS-REG-AUDIT.
           05 WS-AUD-DIA           PIC 9(02).
           05 FILLER               PIC X(01).
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
           OPEN INPUT  AUDITORIA
                OUTPUT RELATORIO
           OPEN I-O    EMPVSAM
                      UNTIL SW-FIM EQUAL 'FIM'
              PERFORM 050-FINAL    THRU 050-FIM
           END-IF
           PERFORM 081-REGISTRA-CALENDARIO THRU 081-FIM
           GOBACK.

       030-TITULOS.
           END-IF
           CLOSE AUDITORIA EMPVSAM RELATORIO.
       050-FIM.  EXIT.

       080-VERIFICA-CALENDARIO.
           MOVE 'I'                TO CLD-FUNCAO
           MOVE 'PGM00011'         TO CLD-PROGRAMA
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
