           SELECT CSVSAIDA      ASSIGN TO UT-S-CSVSAID.
           SELECT LANCAMENTOS   ASSIGN TO UT-S-LANCAGL.
           SELECT PROVISOES     ASSIGN TO UT-S-PROVISA.
           SELECT ENCARGOS      ASSIGN TO UT-S-ENCARGO.
           SELECT JORNAL        ASSIGN TO UT-S-JORNAL.
           SELECT CERTIFICADO   ASSIGN TO UT-S-CERTIFI.

           DATA RECORD IS REG-PROVISOES.
       01  REG-PROVISOES           PIC X(55).

       FD  ENCARGOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ENCARGOS.
       01  REG-ENCARGOS            PIC X(20).

       FD  JORNAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS

       COPY BOOK0004.

       COPY BOOK0012.

       01  WS-REG-LANCAGL.
           05 WS-LAN-TIPO          PIC X(01).
              88 WS-LAN-HEADER                  VALUE '1'.
           05 WS-PRV-SOMA-TOTAL    PIC 9(11)V99 VALUE ZEROS.
           05 WS-PRV-TRL-QTDE      PIC 9(05)    VALUE ZEROS.
           05 WS-PRV-TRL-HASH      PIC 9(11)V99 VALUE ZEROS.
           05 WS-ENC-QTDE-DET      PIC 9(05)    VALUE ZEROS.
           05 WS-ENC-DEBITOS       PIC 9(11)V99 VALUE ZEROS.
           05 WS-ENC-CREDITO       PIC 9(11)V99 VALUE ZEROS.
           05 WS-ENC-TRL-QTDE      PIC 9(05)    VALUE ZEROS.
           05 WS-ENC-TRL-HASH      PIC 9(11)V99 VALUE ZEROS.
           05 WS-DIVERGENCIAS      PIC 9(03)    VALUE ZEROS.
           05 SW-FIM-CSV           PIC X(03)    VALUE SPACES.
           05 SW-FIM-GL            PIC X(03)    VALUE SPACES.
           05 SW-FIM-PRV           PIC X(03)    VALUE SPACES.
           05 SW-FIM-JRN           PIC X(03)    VALUE SPACES.
           05 SW-FIM-ENC           PIC X(03)    VALUE SPACES.
           05 WS-SW-GL-TRAILER     PIC X(01)    VALUE 'N'.
              88 WS-GL-TRAILER-VISTO            VALUE 'S'.
           05 WS-SW-PRV-TRAILER    PIC X(01)    VALUE 'N'.
              88 WS-PRV-TRAILER-VISTO           VALUE 'S'.
           05 WS-SW-ENC-TRAILER    PIC X(01)    VALUE 'N'.
              88 WS-ENC-TRAILER-VISTO           VALUE 'S'.
           05 WS-SW-JRN-ACHADO     PIC X(01)    VALUE 'N'.
              88 WS-JRN-ACHADO                  VALUE 'S'.

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
           PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
           PERFORM 030-TITULOS       THRU 030-FIM
           PERFORM 060-VARRE-JORNAL  THRU 060-FIM
                   UNTIL SW-FIM-GL EQUAL 'FIM'
           PERFORM 063-APURA-PROVISOES THRU 063-FIM
                   UNTIL SW-FIM-PRV EQUAL 'FIM'
           PERFORM 064-APURA-ENCARGOS THRU 064-FIM
                   UNTIL SW-FIM-ENC EQUAL 'FIM'
           PERFORM 045-CERTIFICA     THRU 045-FIM
           PERFORM 046-CERTIFICA-ENCARGOS THRU 046-FIM
           PERFORM 050-FINAL         THRU 050-FIM
           PERFORM 081-REGISTRA-CALENDARIO THRU 081-FIM
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  CSVSAIDA
                       LANCAMENTOS
                       PROVISOES
                       ENCARGOS
                       JORNAL
                OUTPUT CERTIFICADO.
       020-FIM.  EXIT.
           END-EVALUATE.
       063-FIM.  EXIT.

       064-APURA-ENCARGOS.
           READ ENCARGOS INTO WS-REG-LANCAGL AT END
                MOVE 'FIM' TO SW-FIM-ENC
                GO TO 064-FIM.
           EVALUATE TRUE
               WHEN WS-LAN-DETALHE
                    ADD 1          TO WS-ENC-QTDE-DET
                    IF WS-LAND-NATUREZA EQUAL 'D'
                       ADD WS-LAND-VALOR TO WS-ENC-DEBITOS
                    ELSE
                       ADD WS-LAND-VALOR TO WS-ENC-CREDITO
                    END-IF
               WHEN WS-LAN-TRAILER
                    MOVE 'S'       TO WS-SW-ENC-TRAILER
                    MOVE WS-LANT-QTDE-REG TO WS-ENC-TRL-QTDE
                    MOVE WS-LANT-HASH     TO WS-ENC-TRL-HASH
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.
       064-FIM.  EXIT.

       045-CERTIFICA.
           IF WS-JRN-ACHADO
              MOVE 'JORNAL DO DIA ENCONTRADO' TO WS-CNF-DESCRICAO
           WRITE REG-CERTIFICADO   FROM WS-LIN-CONFERENCIA.
       045-FIM.  EXIT.

       046-CERTIFICA-ENCARGOS.
           MOVE 'TRAILER DOS ENCARGOS PRESENTE'
                                   TO WS-CNF-DESCRICAO
           MOVE SPACES             TO WS-CNF-ESPERADO
                                      WS-CNF-ENCONTRADO
           IF WS-ENC-TRAILER-VISTO
              MOVE 'OK'            TO WS-CNF-SITUACAO
           ELSE
              MOVE 'ERRO'          TO WS-CNF-SITUACAO
              ADD 1                TO WS-DIVERGENCIAS
           END-IF
           WRITE REG-CERTIFICADO   FROM WS-LIN-CONFERENCIA
           MOVE 'QTDE DO TRAILER ENCARGOS X DETALHES LIDOS'
                                   TO WS-CNF-DESCRICAO
           MOVE WS-ENC-TRL-QTDE    TO WS-ED-QTDE
           MOVE WS-ED-QTDE         TO WS-CNF-ESPERADO
           MOVE WS-ENC-QTDE-DET    TO WS-ED-QTDE
           MOVE WS-ED-QTDE         TO WS-CNF-ENCONTRADO
           IF WS-ENC-TRL-QTDE EQUAL WS-ENC-QTDE-DET
              MOVE 'OK'            TO WS-CNF-SITUACAO
           ELSE
              MOVE 'ERRO'          TO WS-CNF-SITUACAO
              ADD 1                TO WS-DIVERGENCIAS
           END-IF
           WRITE REG-CERTIFICADO   FROM WS-LIN-CONFERENCIA
           MOVE 'HASH DO TRAILER ENCARGOS X DEBITOS RELIDOS'
                                   TO WS-CNF-DESCRICAO
           MOVE WS-ENC-TRL-HASH    TO WS-ED-VALOR
           MOVE WS-ED-VALOR        TO WS-CNF-ESPERADO
           COMPUTE WS-ED-VALOR = WS-ENC-DEBITOS + WS-ENC-DEBITOS
           MOVE WS-ED-VALOR        TO WS-CNF-ENCONTRADO
           IF WS-ENC-TRL-HASH EQUAL (WS-ENC-DEBITOS + WS-ENC-DEBITOS)
              MOVE 'OK'            TO WS-CNF-SITUACAO
           ELSE
              MOVE 'ERRO'          TO WS-CNF-SITUACAO
              ADD 1                TO WS-DIVERGENCIAS
           END-IF
           WRITE REG-CERTIFICADO   FROM WS-LIN-CONFERENCIA
           MOVE 'DEBITOS DOS ENCARGOS X CREDITO'
                                   TO WS-CNF-DESCRICAO
           MOVE WS-ENC-DEBITOS     TO WS-ED-VALOR
           MOVE WS-ED-VALOR        TO WS-CNF-ESPERADO
           MOVE WS-ENC-CREDITO     TO WS-ED-VALOR
           MOVE WS-ED-VALOR        TO WS-CNF-ENCONTRADO
           IF WS-ENC-DEBITOS EQUAL WS-ENC-CREDITO
              MOVE 'OK'            TO WS-CNF-SITUACAO
           ELSE
              MOVE 'ERRO'          TO WS-CNF-SITUACAO
              ADD 1                TO WS-DIVERGENCIAS
           END-IF
           WRITE REG-CERTIFICADO   FROM WS-LIN-CONFERENCIA.
       046-FIM.  EXIT.

       050-FINAL.
           WRITE REG-CERTIFICADO   FROM WS-GUIA
           IF WS-DIVERGENCIAS EQUAL ZEROS
           DISPLAY 'REGISTROS CSV     : ' WS-CSV-QTDE.
           DISPLAY 'DEBITOS LANCAGL   : ' WS-GL-DEBITOS.
           DISPLAY 'SOMA PROVISOES    : ' WS-PRV-SOMA-TOTAL.
           DISPLAY 'DEBITOS ENCARGOS  : ' WS-ENC-DEBITOS.
           DISPLAY 'DIVERGENCIAS      : ' WS-DIVERGENCIAS.
           CLOSE CSVSAIDA LANCAMENTOS PROVISOES ENCARGOS JORNAL
                 CERTIFICADO.
       050-FIM.  EXIT.

       080-VERIFICA-CALENDARIO.
           MOVE 'I'                TO CLD-FUNCAO
           MOVE 'PGM00014'         TO CLD-PROGRAMA
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
