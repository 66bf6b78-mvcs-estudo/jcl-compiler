       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00027.
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
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS CAL-CHAVE
                  FILE STATUS  IS WS-FS-CAL.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CAL-REGISTRO-CALENDARIO.

       COPY BOOK0011.

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       WORKING-STORAGE SECTION.

       01  WS-AREAS-A-USAR.
           05 WS-FS-CAL            PIC X(02)    VALUE SPACES.
              88 WS-CAL-OK                      VALUE '00'.
              88 WS-CAL-NAO-ACHOU               VALUE '23'.
              88 WS-CAL-FIM                     VALUE '10'.
           05 SW-FIM               PIC X(03)    VALUE SPACES.
           05 WS-SW-CAL-ERRO       PIC X(01)    VALUE 'N'.
              88 WS-CAL-ERRO                    VALUE 'S'.
           05 WS-SW-CERTIFICADO    PIC X(01)    VALUE 'N'.
              88 WS-CERTIFICADO-EMITIDO         VALUE 'E' 'A'.
              88 WS-CERTIFICADO-APROVADO        VALUE 'A'.
           05 WS-JOB-CERTIFICADO   PIC X(08)    VALUE 'PGM00014'.
           05 WS-JOBS-LIDOS        PIC 9(05)    VALUE ZEROS.
           05 WS-JOBS-OK           PIC 9(05)    VALUE ZEROS.
           05 WS-PENDENCIAS        PIC 9(05)    VALUE ZEROS.

       01  WS-DATA-PARM.
           05 WS-PRM-DIA           PIC 9(02).
           05 WS-PRM-MES           PIC 9(02).
           05 WS-PRM-ANO           PIC 9(04).

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
           05 WS-TIT-2             PIC X(31)
                          VALUE 'FECHAMENTO DA DATA DE NEGOCIO'.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SECAO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SEC-TEXTO         PIC X(60).
           05 FILLER               PIC X(35)    VALUE SPACES.

       01  WS-DETALHE-JOB.
           05 FILLER               PIC X(01).
           05 WS-DJB-PROGRAMA      PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DJB-OBRIGATORIO   PIC X(11).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DJB-SITUACAO      PIC X(13).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(04)    VALUE 'RC: '.
           05 WS-DJB-RC            PIC ZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(05)    VALUE 'MAX: '.
           05 WS-DJB-RC-MAXIMO     PIC ZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DJB-PARECER       PIC X(30).
           05 FILLER               PIC X(06)    VALUE SPACES.

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
           MOVE LK-DIA             TO WS-PRM-DIA
           MOVE LK-MES             TO WS-PRM-MES
           MOVE LK-ANO             TO WS-PRM-ANO
           OPEN OUTPUT RELATORIO
           PERFORM 030-TITULOS       THRU 030-FIM
           OPEN I-O CALENDARIO
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO NA ABERTURA DO CALENDARIO - STATUS '
                       WS-FS-CAL
              MOVE 16              TO RETURN-CODE
           ELSE
              PERFORM 020-LE-CONTROLE THRU 020-FIM
              IF WS-CAL-ERRO
                 MOVE 16           TO RETURN-CODE
              ELSE
                 MOVE 'SITUACAO DOS JOBS NA DATA DE NEGOCIO'
                                   TO WS-SEC-TEXTO
                 WRITE REG-RELATORIO FROM WS-SECAO
                 WRITE REG-RELATORIO FROM WS-GUIA
                 PERFORM 040-POSICIONA THRU 040-FIM
                 PERFORM 041-PROCESSA-JOB THRU 041-FIM
                         UNTIL SW-FIM EQUAL 'FIM'
                 IF NOT WS-CERTIFICADO-EMITIDO
                    MOVE SPACES    TO WS-DETALHE-JOB
                    MOVE WS-JOB-CERTIFICADO TO WS-DJB-PROGRAMA
                    MOVE 'CERTIFICADO NAO EMITIDO'
                                   TO WS-DJB-PARECER
                    WRITE REG-RELATORIO FROM WS-DETALHE-JOB
                    ADD 1          TO WS-PENDENCIAS
                 END-IF
                 IF WS-CAL-ERRO
                    MOVE 16        TO RETURN-CODE
                 ELSE
                    IF WS-PENDENCIAS EQUAL ZEROS
                       PERFORM 044-FECHA-DATA THRU 044-FIM
                    ELSE
                       MOVE 8      TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
              CLOSE CALENDARIO
           END-IF
           PERFORM 050-FINAL         THRU 050-FIM
           CLOSE RELATORIO
           GOBACK.

       020-LE-CONTROLE.
           MOVE 'CONTROLE'         TO CAL-CHAVE
           READ CALENDARIO
                INVALID KEY
                DISPLAY 'CALENDARIO SEM REGISTRO DE CONTROLE'
                MOVE 'S'           TO WS-SW-CAL-ERRO
                NOT INVALID KEY
                IF NOT CAL-DATA-ABERTA
                   DISPLAY 'DATA DE NEGOCIO ' CAL-CTL-DIA '/'
                            CAL-CTL-MES '/' CAL-CTL-ANO
                            ' NAO ESTA ABERTA'
                   MOVE 'S'        TO WS-SW-CAL-ERRO
                ELSE
                   IF CAL-CTL-DATA-NEGOCIO NOT EQUAL WS-DATA-PARM
                      DISPLAY 'DATA INFORMADA ' LK-DIA '/' LK-MES
                               '/' LK-ANO ' DIFERE DA DATA DE '
                               'NEGOCIO ABERTA ' CAL-CTL-DIA '/'
                               CAL-CTL-MES '/' CAL-CTL-ANO
                      MOVE 'S'     TO WS-SW-CAL-ERRO
                   END-IF
                END-IF
           END-READ
           IF NOT WS-CAL-OK AND NOT WS-CAL-NAO-ACHOU
              DISPLAY 'ERRO NA LEITURA DO CALENDARIO - STATUS '
                       WS-FS-CAL
              MOVE 'S'             TO WS-SW-CAL-ERRO
           END-IF.
       020-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       040-POSICIONA.
           MOVE LOW-VALUES         TO CAL-CHAVE
           START CALENDARIO KEY IS NOT LESS THAN CAL-CHAVE
                 INVALID KEY
                 MOVE 'FIM'        TO SW-FIM
           END-START
           IF SW-FIM NOT EQUAL 'FIM'
              PERFORM 060-LE-CALENDARIO THRU 060-FIM
           END-IF.
       040-FIM.  EXIT.

       041-PROCESSA-JOB.
           IF CAL-REG-CONTROLE
              PERFORM 060-LE-CALENDARIO THRU 060-FIM
              GO TO 041-FIM
           END-IF
           ADD 1                   TO WS-JOBS-LIDOS
           MOVE SPACES             TO WS-DETALHE-JOB
           MOVE CAL-CHAVE          TO WS-DJB-PROGRAMA
           IF CAL-JOB-OBRIGATORIO
              MOVE 'OBRIGATORIO'   TO WS-DJB-OBRIGATORIO
           ELSE
              MOVE 'OPCIONAL'      TO WS-DJB-OBRIGATORIO
           END-IF
           EVALUATE TRUE
               WHEN CAL-JOB-PENDENTE
                    MOVE 'PENDENTE'    TO WS-DJB-SITUACAO
               WHEN CAL-JOB-EM-EXECUCAO
                    MOVE 'EM EXECUCAO' TO WS-DJB-SITUACAO
               WHEN CAL-JOB-TERMINADO
                    MOVE 'TERMINADO'   TO WS-DJB-SITUACAO
               WHEN OTHER
                    MOVE 'INDEFINIDA'  TO WS-DJB-SITUACAO
           END-EVALUATE
           MOVE CAL-JOB-RC         TO WS-DJB-RC
           MOVE CAL-JOB-RC-MAXIMO  TO WS-DJB-RC-MAXIMO
           PERFORM 042-AVALIA-JOB  THRU 042-FIM
           WRITE REG-RELATORIO     FROM WS-DETALHE-JOB
           PERFORM 060-LE-CALENDARIO THRU 060-FIM.
       041-FIM.  EXIT.

       042-AVALIA-JOB.
           IF CAL-JOB-DATA NOT EQUAL WS-DATA-PARM
              MOVE 'NAO PREVISTO PARA A DATA' TO WS-DJB-PARECER
              GO TO 042-FIM
           END-IF
           IF CAL-CHAVE EQUAL WS-JOB-CERTIFICADO
              MOVE 'E'             TO WS-SW-CERTIFICADO
              IF CAL-JOB-TERMINADO AND CAL-JOB-RC EQUAL ZEROS
                 MOVE 'A'          TO WS-SW-CERTIFICADO
                 MOVE 'CERTIFICADO APROVADO' TO WS-DJB-PARECER
                 ADD 1             TO WS-JOBS-OK
              ELSE
                 MOVE 'CERTIFICADO NAO APROVADO' TO WS-DJB-PARECER
                 ADD 1             TO WS-PENDENCIAS
              END-IF
              GO TO 042-FIM
           END-IF
           IF NOT CAL-JOB-OBRIGATORIO
              IF CAL-JOB-TERMINADO
                 MOVE 'OK'         TO WS-DJB-PARECER
                 ADD 1             TO WS-JOBS-OK
              ELSE
                 MOVE 'OPCIONAL - NAO CONSIDERADO'
                                   TO WS-DJB-PARECER
              END-IF
              GO TO 042-FIM
           END-IF
           EVALUATE TRUE
               WHEN CAL-JOB-PENDENTE
                    MOVE 'NAO EXECUTADO' TO WS-DJB-PARECER
                    ADD 1          TO WS-PENDENCIAS
               WHEN NOT CAL-JOB-TERMINADO
                    MOVE 'INTERROMPIDO OU EM EXECUCAO'
                                   TO WS-DJB-PARECER
                    ADD 1          TO WS-PENDENCIAS
               WHEN CAL-JOB-RC > CAL-JOB-RC-MAXIMO
                    MOVE 'RC ACIMA DO ACEITAVEL' TO WS-DJB-PARECER
                    ADD 1          TO WS-PENDENCIAS
               WHEN OTHER
                    MOVE 'OK'      TO WS-DJB-PARECER
                    ADD 1          TO WS-JOBS-OK
           END-EVALUATE.
       042-FIM.  EXIT.

       044-FECHA-DATA.
           MOVE 'CONTROLE'         TO CAL-CHAVE
           READ CALENDARIO
                INVALID KEY
                MOVE 'S'           TO WS-SW-CAL-ERRO
           END-READ
           IF NOT WS-CAL-ERRO AND WS-CAL-OK
              MOVE 'F'             TO CAL-CTL-SITUACAO
              MOVE LK-DIA          TO CAL-FEC-DIA
              MOVE LK-MES          TO CAL-FEC-MES
              MOVE LK-ANO          TO CAL-FEC-ANO
              REWRITE CAL-REGISTRO-CALENDARIO
                   INVALID KEY
                   MOVE 'S'        TO WS-SW-CAL-ERRO
              END-REWRITE
           END-IF
           IF WS-CAL-ERRO OR NOT WS-CAL-OK
              DISPLAY 'ERRO NA GRAVACAO DO CONTROLE DO CALENDARIO - '
                       'STATUS ' WS-FS-CAL
              MOVE 'S'             TO WS-SW-CAL-ERRO
              MOVE 16              TO RETURN-CODE
           END-IF.
       044-FIM.  EXIT.

       060-LE-CALENDARIO.
           READ CALENDARIO NEXT RECORD
                AT END
                MOVE 'FIM'         TO SW-FIM
           END-READ
           IF SW-FIM NOT EQUAL 'FIM' AND NOT WS-CAL-OK
              DISPLAY 'ERRO NA LEITURA DO CALENDARIO - STATUS '
                       WS-FS-CAL
              MOVE 'S'             TO WS-SW-CAL-ERRO
              MOVE 'FIM'           TO SW-FIM
           END-IF.
       060-FIM.  EXIT.

       050-FINAL.
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'JOBS NO CALENDARIO              : '
                                   TO WS-TOT-LITERAL
           MOVE WS-JOBS-LIDOS      TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'JOBS CONCLUIDOS                 : '
                                   TO WS-TOT-LITERAL
           MOVE WS-JOBS-OK         TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'PENDENCIAS                      : '
                                   TO WS-TOT-LITERAL
           MOVE WS-PENDENCIAS      TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           IF RETURN-CODE EQUAL ZEROS
              MOVE 'DATA DE NEGOCIO FECHADA' TO WS-SEC-TEXTO
              DISPLAY 'DATA DE NEGOCIO FECHADA: ' LK-DIA '/'
                       LK-MES '/' LK-ANO
           ELSE
              MOVE 'DATA DE NEGOCIO NAO FECHADA - VER PENDENCIAS'
                                   TO WS-SEC-TEXTO
           END-IF
           WRITE REG-RELATORIO     FROM WS-SECAO
           DISPLAY 'JOBS LIDOS        : ' WS-JOBS-LIDOS.
           DISPLAY 'JOBS CONCLUIDOS   : ' WS-JOBS-OK.
           DISPLAY 'PENDENCIAS        : ' WS-PENDENCIAS.
       050-FIM.  EXIT.
