       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00025.
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
           SELECT CALENDARIO    ASSIGN TO CALENDA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS CAL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CAL-REGISTRO-CALENDARIO.

       COPY BOOK0011.

       WORKING-STORAGE SECTION.

       01  WS-AREAS-A-USAR.
           05 WS-FS-CAL            PIC X(02)    VALUE SPACES.
              88 WS-CAL-OK                      VALUE '00'.
              88 WS-CAL-NAO-ACHOU               VALUE '23'.

       LINKAGE SECTION.

       COPY BOOK0012.

       PROCEDURE DIVISION USING CLD-CONTROLE-CALENDARIO.
       010-INICIO.
           MOVE ZEROS              TO CLD-COD-RETORNO
                                      CLD-DATA-NEGOCIO
           OPEN I-O CALENDARIO
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO NA ABERTURA DO CALENDARIO - STATUS '
                       WS-FS-CAL
              MOVE 08              TO CLD-COD-RETORNO
           ELSE
              PERFORM 040-LE-CONTROLE THRU 040-FIM
              IF CLD-OK
                 PERFORM 041-LE-JOB THRU 041-FIM
              END-IF
              IF CLD-OK
                 IF CLD-INICIO-JOB
                    PERFORM 042-INICIA-JOB THRU 042-FIM
                 ELSE
                    PERFORM 043-TERMINA-JOB THRU 043-FIM
                 END-IF
              END-IF
              CLOSE CALENDARIO
           END-IF
           GOBACK.

       040-LE-CONTROLE.
           MOVE 'CONTROLE'         TO CAL-CHAVE
           READ CALENDARIO
                INVALID KEY
                MOVE 04            TO CLD-COD-RETORNO
                DISPLAY 'CALENDARIO SEM REGISTRO DE CONTROLE'
                NOT INVALID KEY
                MOVE CAL-CTL-DATA-NEGOCIO TO CLD-DATA-NEGOCIO
                IF NOT CAL-DATA-ABERTA
                   MOVE 04         TO CLD-COD-RETORNO
                   DISPLAY 'DATA DE NEGOCIO ' CAL-CTL-DIA '/'
                            CAL-CTL-MES '/' CAL-CTL-ANO
                            ' NAO ESTA ABERTA NO CALENDARIO'
                ELSE
                   IF CAL-CTL-DATA-NEGOCIO NOT EQUAL CLD-DATA
                      MOVE 04      TO CLD-COD-RETORNO
                      DISPLAY 'DATA INFORMADA ' CLD-DIA '/' CLD-MES
                               '/' CLD-ANO ' DIFERE DA DATA DE '
                               'NEGOCIO ABERTA ' CAL-CTL-DIA '/'
                               CAL-CTL-MES '/' CAL-CTL-ANO
                   END-IF
                END-IF
           END-READ
           IF NOT WS-CAL-OK AND NOT WS-CAL-NAO-ACHOU
              MOVE 08              TO CLD-COD-RETORNO
              DISPLAY 'ERRO NA LEITURA DO CALENDARIO - STATUS '
                       WS-FS-CAL
           END-IF.
       040-FIM.  EXIT.

       041-LE-JOB.
           MOVE CLD-PROGRAMA       TO CAL-CHAVE
           READ CALENDARIO
                INVALID KEY
                MOVE 05            TO CLD-COD-RETORNO
                DISPLAY 'JOB ' CLD-PROGRAMA
                         ' NAO PREVISTO NO CALENDARIO'
                NOT INVALID KEY
                IF CAL-JOB-DATA NOT EQUAL CLD-DATA
                   MOVE 05         TO CLD-COD-RETORNO
                   DISPLAY 'JOB ' CLD-PROGRAMA
                            ' NAO PREVISTO PARA A DATA ' CLD-DIA
                            '/' CLD-MES '/' CLD-ANO
                END-IF
           END-READ
           IF NOT WS-CAL-OK AND NOT WS-CAL-NAO-ACHOU
              MOVE 08              TO CLD-COD-RETORNO
              DISPLAY 'ERRO NA LEITURA DO CALENDARIO - STATUS '
                       WS-FS-CAL
           END-IF.
       041-FIM.  EXIT.

       042-INICIA-JOB.
           IF CLD-MODO-SIMULACAO
              GO TO 042-FIM
           END-IF
           IF NOT CAL-JOB-PENDENTE AND NOT CLD-MODO-REINICIO
              MOVE 06              TO CLD-COD-RETORNO
              DISPLAY 'JOB ' CLD-PROGRAMA ' JA EXECUTADO PARA A '
                       'DATA - SITUACAO ' CAL-JOB-SITUACAO
                       ' RC ' CAL-JOB-RC
                       ' - REEXECUCAO SOMENTE EM MODO REINICIO'
              GO TO 042-FIM
           END-IF
           MOVE 'E'                TO CAL-JOB-SITUACAO
           MOVE CLD-MODO           TO CAL-JOB-MODO
           MOVE ZEROS              TO CAL-JOB-RC
           ADD 1                   TO CAL-JOB-EXECUCOES
           PERFORM 044-REGRAVA-JOB THRU 044-FIM.
       042-FIM.  EXIT.

       043-TERMINA-JOB.
           IF CLD-MODO-SIMULACAO
              GO TO 043-FIM
           END-IF
           MOVE 'T'                TO CAL-JOB-SITUACAO
           MOVE CLD-RC-JOB         TO CAL-JOB-RC
           PERFORM 044-REGRAVA-JOB THRU 044-FIM.
       043-FIM.  EXIT.

       044-REGRAVA-JOB.
           REWRITE CAL-REGISTRO-CALENDARIO
                INVALID KEY
                MOVE 08            TO CLD-COD-RETORNO
           END-REWRITE
           IF NOT WS-CAL-OK
              MOVE 08              TO CLD-COD-RETORNO
              DISPLAY 'ERRO NA REGRAVACAO DO CALENDARIO - JOB '
                       CLD-PROGRAMA ' STATUS ' WS-FS-CAL
           END-IF.
       044-FIM.  EXIT.
