       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00026.
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
           SELECT OPTIONAL FERIADOS ASSIGN TO UT-S-FERIADO.
           SELECT JOBSCAL       ASSIGN TO UT-S-JOBSCAL.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CAL-REGISTRO-CALENDARIO.

       COPY BOOK0011.

       FD  FERIADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FERIADOS.
       01  REG-FERIADOS            PIC X(80).

       FD  JOBSCAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-JOBSCAL.
       01  REG-JOBSCAL             PIC X(80).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       WORKING-STORAGE SECTION.

       01  WS-REG-FERIADO.
           05 WS-FER-DATA.
              10 WS-FER-DIA        PIC 9(02).
              10 WS-FER-MES        PIC 9(02).
              10 WS-FER-ANO        PIC 9(04).
           05 WS-FER-DESCRICAO     PIC X(30).
           05 FILLER               PIC X(42).

       01  WS-REG-PARAM-JOB.
           05 WS-PJB-PROGRAMA      PIC X(08).
           05 WS-PJB-OBRIGATORIO   PIC X(01).
              88 WS-PJB-OBRIGATORIO-OK          VALUE 'S' 'N'.
           05 WS-PJB-RC-MAXIMO     PIC X(04).
           05 WS-PJB-RC-MAXIMO-N REDEFINES WS-PJB-RC-MAXIMO
                                   PIC 9(04).
           05 FILLER               PIC X(67).

       01  WS-TAB-FERIADOS.
           05 WS-QTDE-FERIADOS     PIC 9(03)    VALUE ZEROS.
           05 WS-FERIADO-ENTRADA OCCURS 100 TIMES.
              10 WS-TFE-DIA        PIC 9(02).
              10 WS-TFE-MES        PIC 9(02).
              10 WS-TFE-ANO        PIC 9(04).
              10 WS-TFE-DESCRICAO  PIC X(30).

       01  WS-TAB-JOBS.
           05 WS-QTDE-JOBS         PIC 9(03)    VALUE ZEROS.
           05 WS-JOB-ENTRADA OCCURS 30 TIMES.
              10 WS-TJB-PROGRAMA   PIC X(08).
              10 WS-TJB-OBRIGATORIO PIC X(01).
              10 WS-TJB-RC-MAXIMO  PIC 9(04).

       01  WS-TAB-DIAS-VALORES.
           05 FILLER               PIC X(24)
                                   VALUE '312831303130313130313031'.
       01  WS-TAB-DIAS REDEFINES WS-TAB-DIAS-VALORES.
           05 WS-DIAS-NO-MES       PIC 9(02) OCCURS 12 TIMES.

       01  WS-TAB-SEMANA-VALORES.
           05 FILLER               PIC X(36)
                        VALUE 'SABADO   DOMINGO  SEGUNDA  TERCA    '.
           05 FILLER               PIC X(27)
                        VALUE 'QUARTA   QUINTA   SEXTA    '.
       01  WS-TAB-SEMANA REDEFINES WS-TAB-SEMANA-VALORES.
           05 WS-NOME-DIA          PIC X(09) OCCURS 7 TIMES.

       01  WS-AREAS-A-USAR.
           05 WS-FS-CAL            PIC X(02)    VALUE SPACES.
              88 WS-CAL-OK                      VALUE '00'.
              88 WS-CAL-NAO-ACHOU               VALUE '23'.
           05 SW-FIM-FER           PIC X(03)    VALUE SPACES.
           05 SW-FIM-JOB           PIC X(03)    VALUE SPACES.
           05 WS-SW-PARM-ERRO      PIC X(01)    VALUE 'N'.
              88 WS-PARM-ERRO                   VALUE 'S'.
           05 WS-SW-CAL-ERRO       PIC X(01)    VALUE 'N'.
              88 WS-CAL-ERRO                    VALUE 'S'.
           05 WS-SW-DATA-RECUSADA  PIC X(01)    VALUE 'N'.
              88 WS-DATA-RECUSADA               VALUE 'S'.
           05 WS-SW-DIA-UTIL       PIC X(01)    VALUE 'N'.
              88 WS-DIA-UTIL                    VALUE 'S'.
           05 WS-SW-JOB-EXISTE     PIC X(01)    VALUE 'N'.
              88 WS-JOB-EXISTE                  VALUE 'S'.
           05 WS-LIDOS-FER         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-JOB         PIC 9(05)    VALUE ZEROS.
           05 WS-DIAS-IGNORADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-JOBS-GRAVADOS     PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-FER           PIC 9(03)    VALUE ZEROS.
           05 WS-SUB-JOB           PIC 9(03)    VALUE ZEROS.
           05 WS-DIAS-MES          PIC 9(02)    VALUE ZEROS.
           05 WS-DIA-SEMANA        PIC 9(01)    VALUE ZEROS.
           05 WS-SUB-SEMANA        PIC 9(01)    VALUE ZEROS.
           05 WS-MOTIVO-DIA.
              10 WS-MOT-TIPO       PIC X(10)    VALUE SPACES.
              10 WS-MOT-DESCRICAO  PIC X(30)    VALUE SPACES.

       01  WS-DATA-CALC.
           05 WS-CALC-DIA          PIC 9(02)    VALUE ZEROS.
           05 WS-CALC-MES          PIC 9(02)    VALUE ZEROS.
           05 WS-CALC-ANO          PIC 9(04)    VALUE ZEROS.

       01  WS-DATA-ANTERIOR.
           05 WS-ANT-DIA           PIC 9(02)    VALUE ZEROS.
           05 WS-ANT-MES           PIC 9(02)    VALUE ZEROS.
           05 WS-ANT-ANO           PIC 9(04)    VALUE ZEROS.

       01  WS-AREAS-CALCULO.
           05 WS-BIS-QUOC          PIC 9(04)    VALUE ZEROS.
           05 WS-BIS-RESTO-4       PIC 9(04)    VALUE ZEROS.
           05 WS-BIS-RESTO-100     PIC 9(04)    VALUE ZEROS.
           05 WS-BIS-RESTO-400     PIC 9(04)    VALUE ZEROS.
           05 WS-ZEL-MES           PIC 9(02)    VALUE ZEROS.
           05 WS-ZEL-ANO           PIC 9(04)    VALUE ZEROS.
           05 WS-ZEL-SECULO        PIC 9(02)    VALUE ZEROS.
           05 WS-ZEL-ANO-SEC       PIC 9(02)    VALUE ZEROS.
           05 WS-ZEL-AUX           PIC 9(05)    VALUE ZEROS.
           05 WS-ZEL-T1            PIC 9(05)    VALUE ZEROS.
           05 WS-ZEL-T2            PIC 9(05)    VALUE ZEROS.
           05 WS-ZEL-T3            PIC 9(05)    VALUE ZEROS.
           05 WS-ZEL-SOMA          PIC 9(05)    VALUE ZEROS.

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
                          VALUE 'ABERTURA DA DATA DE NEGOCIO'.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SECAO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SEC-TEXTO         PIC X(60).
           05 FILLER               PIC X(35)    VALUE SPACES.

       01  WS-DETALHE-DATA.
           05 FILLER               PIC X(01).
           05 WS-DAT-LITERAL       PIC X(34).
           05 WS-DAT-DIA           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-DAT-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-DAT-ANO           PIC 9(04).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DAT-COMPLEMENTO   PIC X(40).
           05 FILLER               PIC X(10)    VALUE SPACES.

       01  WS-DETALHE-JOB.
           05 FILLER               PIC X(01).
           05 WS-DJB-PROGRAMA      PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DJB-OBRIGATORIO   PIC X(11).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE 'RC MAXIMO: '.
           05 WS-DJB-RC-MAXIMO     PIC ZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DJB-ACAO          PIC X(20).
           05 FILLER               PIC X(35)    VALUE SPACES.

       01  WS-DETALHE-ERRO.
           05 FILLER               PIC X(01).
           05 WS-ERR-REGISTRO      PIC X(40).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-ERR-MOTIVO        PIC X(40).
           05 FILLER               PIC X(13)    VALUE SPACES.

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
              88 LK-MODO-INICIALIZACAO          VALUE 'I'.

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
           PERFORM 030-TITULOS       THRU 030-FIM
           PERFORM 021-CARREGA-FERIADOS THRU 021-FIM
                   UNTIL SW-FIM-FER EQUAL 'FIM'
           PERFORM 023-CARREGA-JOBS  THRU 023-FIM
                   UNTIL SW-FIM-JOB EQUAL 'FIM'
           IF WS-QTDE-JOBS EQUAL ZEROS
              DISPLAY 'NENHUM JOB INFORMADO EM JOBSCAL'
              MOVE 'S'             TO WS-SW-PARM-ERRO
           END-IF
           IF WS-PARM-ERRO
              DISPLAY 'EXECUCAO ABORTADA - PARAMETROS INVALIDOS'
              MOVE 16              TO RETURN-CODE
           ELSE
              PERFORM 025-ABRE-CALENDARIO THRU 025-FIM
              IF WS-CAL-ERRO
                 MOVE 16           TO RETURN-CODE
              ELSE
                 PERFORM 040-DETERMINA-DATA THRU 040-FIM
                 IF WS-DATA-RECUSADA
                    MOVE 16        TO RETURN-CODE
                 ELSE
                    MOVE 'JOBS PREVISTOS PARA A DATA DE NEGOCIO'
                                   TO WS-SEC-TEXTO
                    WRITE REG-RELATORIO FROM WS-SECAO
                    WRITE REG-RELATORIO FROM WS-GUIA
                    PERFORM 043-GRAVA-JOB THRU 043-FIM
                            VARYING WS-SUB-JOB FROM 1 BY 1
                            UNTIL WS-SUB-JOB > WS-QTDE-JOBS
                               OR WS-CAL-ERRO
                    IF WS-CAL-ERRO
                       MOVE 16     TO RETURN-CODE
                    ELSE
                       PERFORM 044-GRAVA-CONTROLE THRU 044-FIM
                    END-IF
                 END-IF
                 CLOSE CALENDARIO
              END-IF
           END-IF
           PERFORM 050-FINAL         THRU 050-FIM
           CLOSE FERIADOS JOBSCAL RELATORIO
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  FERIADOS
                       JOBSCAL
                OUTPUT RELATORIO.
       020-FIM.  EXIT.

       021-CARREGA-FERIADOS.
           READ FERIADOS INTO WS-REG-FERIADO AT END
                MOVE 'FIM' TO SW-FIM-FER.
           IF SW-FIM-FER EQUAL 'FIM'
              GO TO 021-FIM
           END-IF
           ADD 1                   TO WS-LIDOS-FER
           MOVE WS-REG-FERIADO     TO WS-ERR-REGISTRO
           IF WS-FER-DIA NOT NUMERIC OR WS-FER-MES NOT NUMERIC
              OR WS-FER-ANO NOT NUMERIC
              OR WS-FER-MES < 1 OR WS-FER-MES > 12
              OR WS-FER-DIA < 1
              MOVE 'FERIADO COM DATA INVALIDA' TO WS-ERR-MOTIVO
              WRITE REG-RELATORIO  FROM WS-DETALHE-ERRO
              MOVE 'S'             TO WS-SW-PARM-ERRO
              GO TO 021-FIM
           END-IF
           IF WS-FER-DIA > WS-DIAS-NO-MES (WS-FER-MES)
              AND NOT (WS-FER-MES EQUAL 2 AND WS-FER-DIA EQUAL 29)
              MOVE 'FERIADO COM DATA INVALIDA' TO WS-ERR-MOTIVO
              WRITE REG-RELATORIO  FROM WS-DETALHE-ERRO
              MOVE 'S'             TO WS-SW-PARM-ERRO
              GO TO 021-FIM
           END-IF
           IF WS-QTDE-FERIADOS NOT < 100
              MOVE 'FERIADOS EXCEDEM O LIMITE DE 100'
                                   TO WS-ERR-MOTIVO
              WRITE REG-RELATORIO  FROM WS-DETALHE-ERRO
              MOVE 'S'             TO WS-SW-PARM-ERRO
              MOVE 'FIM'           TO SW-FIM-FER
              GO TO 021-FIM
           END-IF
           ADD 1                   TO WS-QTDE-FERIADOS
           MOVE WS-FER-DIA         TO WS-TFE-DIA (WS-QTDE-FERIADOS)
           MOVE WS-FER-MES         TO WS-TFE-MES (WS-QTDE-FERIADOS)
           MOVE WS-FER-ANO         TO WS-TFE-ANO (WS-QTDE-FERIADOS)
           MOVE WS-FER-DESCRICAO   TO
                WS-TFE-DESCRICAO (WS-QTDE-FERIADOS).
       021-FIM.  EXIT.

       023-CARREGA-JOBS.
           READ JOBSCAL INTO WS-REG-PARAM-JOB AT END
                MOVE 'FIM' TO SW-FIM-JOB.
           IF SW-FIM-JOB EQUAL 'FIM'
              GO TO 023-FIM
           END-IF
           ADD 1                   TO WS-LIDOS-JOB
           MOVE WS-REG-PARAM-JOB   TO WS-ERR-REGISTRO
           IF WS-PJB-PROGRAMA EQUAL SPACES
              OR WS-PJB-PROGRAMA EQUAL 'CONTROLE'
              OR NOT WS-PJB-OBRIGATORIO-OK
              OR WS-PJB-RC-MAXIMO NOT NUMERIC
              MOVE 'PARAMETRO DE JOB INVALIDO' TO WS-ERR-MOTIVO
              WRITE REG-RELATORIO  FROM WS-DETALHE-ERRO
              MOVE 'S'             TO WS-SW-PARM-ERRO
              GO TO 023-FIM
           END-IF
           PERFORM 024-VARRE-JOBS  THRU 024-FIM
                   VARYING WS-SUB-JOB FROM 1 BY 1
                   UNTIL WS-SUB-JOB > WS-QTDE-JOBS
                      OR WS-TJB-PROGRAMA (WS-SUB-JOB) EQUAL
                         WS-PJB-PROGRAMA
           IF WS-SUB-JOB NOT > WS-QTDE-JOBS
              MOVE 'JOB INFORMADO EM DUPLICIDADE' TO WS-ERR-MOTIVO
              WRITE REG-RELATORIO  FROM WS-DETALHE-ERRO
              MOVE 'S'             TO WS-SW-PARM-ERRO
              GO TO 023-FIM
           END-IF
           IF WS-QTDE-JOBS NOT < 30
              MOVE 'JOBS EXCEDEM O LIMITE DE 30' TO WS-ERR-MOTIVO
              WRITE REG-RELATORIO  FROM WS-DETALHE-ERRO
              MOVE 'S'             TO WS-SW-PARM-ERRO
              MOVE 'FIM'           TO SW-FIM-JOB
              GO TO 023-FIM
           END-IF
           ADD 1                   TO WS-QTDE-JOBS
           MOVE WS-PJB-PROGRAMA    TO WS-TJB-PROGRAMA (WS-QTDE-JOBS)
           MOVE WS-PJB-OBRIGATORIO TO
                WS-TJB-OBRIGATORIO (WS-QTDE-JOBS)
           MOVE WS-PJB-RC-MAXIMO-N TO WS-TJB-RC-MAXIMO (WS-QTDE-JOBS).
       023-FIM.  EXIT.

       024-VARRE-JOBS.
           CONTINUE.
       024-FIM.  EXIT.

       025-ABRE-CALENDARIO.
           IF LK-MODO-INICIALIZACAO
              OPEN OUTPUT CALENDARIO
           ELSE
              OPEN I-O    CALENDARIO
           END-IF
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO NA ABERTURA DO CALENDARIO - STATUS '
                       WS-FS-CAL
              MOVE 'S'             TO WS-SW-CAL-ERRO
           END-IF.
       025-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       040-DETERMINA-DATA.
           IF LK-MODO-INICIALIZACAO
              MOVE LK-DIA          TO WS-CALC-DIA
              MOVE LK-MES          TO WS-CALC-MES
              MOVE LK-ANO          TO WS-CALC-ANO
              MOVE ZEROS           TO WS-DATA-ANTERIOR
              PERFORM 045-VALIDA-DATA THRU 045-FIM
              IF NOT WS-DATA-RECUSADA
                 PERFORM 042-VERIFICA-DIA-UTIL THRU 042-FIM
                 IF NOT WS-DIA-UTIL
                    DISPLAY 'DATA INFORMADA NAO E DIA UTIL: '
                             WS-MOTIVO-DIA
                    MOVE 'S'       TO WS-SW-DATA-RECUSADA
                 END-IF
              END-IF
           ELSE
              MOVE 'CONTROLE'      TO CAL-CHAVE
              READ CALENDARIO
                   INVALID KEY
                   DISPLAY 'CALENDARIO SEM REGISTRO DE CONTROLE - '
                            'USAR O MODO INICIALIZACAO'
                   MOVE 'S'        TO WS-SW-DATA-RECUSADA
                   NOT INVALID KEY
                   IF NOT CAL-DATA-FECHADA
                      DISPLAY 'DATA DE NEGOCIO ' CAL-CTL-DIA '/'
                               CAL-CTL-MES '/' CAL-CTL-ANO
                               ' AINDA NAO FOI FECHADA'
                      MOVE 'S'     TO WS-SW-DATA-RECUSADA
                   ELSE
                      MOVE CAL-CTL-DATA-NEGOCIO TO WS-DATA-CALC
                                                   WS-DATA-ANTERIOR
                   END-IF
              END-READ
              IF NOT WS-CAL-OK AND NOT WS-CAL-NAO-ACHOU
                 DISPLAY 'ERRO NA LEITURA DO CALENDARIO - STATUS '
                          WS-FS-CAL
                 MOVE 'S'          TO WS-SW-DATA-RECUSADA
              END-IF
              IF NOT WS-DATA-RECUSADA
                 MOVE 'DATA DE NEGOCIO ANTERIOR        : '
                                   TO WS-DAT-LITERAL
                 MOVE WS-ANT-DIA   TO WS-DAT-DIA
                 MOVE WS-ANT-MES   TO WS-DAT-MES
                 MOVE WS-ANT-ANO   TO WS-DAT-ANO
                 MOVE SPACES       TO WS-DAT-COMPLEMENTO
                 WRITE REG-RELATORIO FROM WS-DETALHE-DATA
                 MOVE 'N'          TO WS-SW-DIA-UTIL
                 PERFORM 041-PROXIMO-DIA-UTIL THRU 041-FIM
                         UNTIL WS-DIA-UTIL
              END-IF
           END-IF
           IF NOT WS-DATA-RECUSADA
              MOVE 'DATA DE NEGOCIO ABERTA          : '
                                   TO WS-DAT-LITERAL
              MOVE WS-CALC-DIA     TO WS-DAT-DIA
              MOVE WS-CALC-MES     TO WS-DAT-MES
              MOVE WS-CALC-ANO     TO WS-DAT-ANO
              MOVE WS-NOME-DIA (WS-SUB-SEMANA)
                                   TO WS-DAT-COMPLEMENTO
              WRITE REG-RELATORIO  FROM WS-DETALHE-DATA
              WRITE REG-RELATORIO  FROM WS-GUIA
           END-IF.
       040-FIM.  EXIT.

       041-PROXIMO-DIA-UTIL.
           ADD 1                   TO WS-CALC-DIA
           PERFORM 047-DIAS-DO-MES THRU 047-FIM
           IF WS-CALC-DIA > WS-DIAS-MES
              MOVE 1               TO WS-CALC-DIA
              ADD 1                TO WS-CALC-MES
              IF WS-CALC-MES > 12
                 MOVE 1            TO WS-CALC-MES
                 ADD 1             TO WS-CALC-ANO
              END-IF
           END-IF
           PERFORM 042-VERIFICA-DIA-UTIL THRU 042-FIM
           IF NOT WS-DIA-UTIL
              ADD 1                TO WS-DIAS-IGNORADOS
              MOVE 'DIA IGNORADO                    : '
                                   TO WS-DAT-LITERAL
              MOVE WS-CALC-DIA     TO WS-DAT-DIA
              MOVE WS-CALC-MES     TO WS-DAT-MES
              MOVE WS-CALC-ANO     TO WS-DAT-ANO
              MOVE WS-MOTIVO-DIA   TO WS-DAT-COMPLEMENTO
              WRITE REG-RELATORIO  FROM WS-DETALHE-DATA
           END-IF.
       041-FIM.  EXIT.

       042-VERIFICA-DIA-UTIL.
           MOVE 'S'                TO WS-SW-DIA-UTIL
           MOVE SPACES             TO WS-MOTIVO-DIA
           PERFORM 046-DIA-DA-SEMANA THRU 046-FIM
           IF WS-DIA-SEMANA < 2
              MOVE 'N'             TO WS-SW-DIA-UTIL
              MOVE WS-NOME-DIA (WS-SUB-SEMANA) TO WS-MOT-TIPO
              GO TO 042-FIM
           END-IF
           PERFORM 048-VARRE-FERIADOS THRU 048-FIM
                   VARYING WS-SUB-FER FROM 1 BY 1
                   UNTIL WS-SUB-FER > WS-QTDE-FERIADOS
                      OR (WS-TFE-DIA (WS-SUB-FER) EQUAL WS-CALC-DIA
                      AND WS-TFE-MES (WS-SUB-FER) EQUAL WS-CALC-MES
                      AND (WS-TFE-ANO (WS-SUB-FER) EQUAL WS-CALC-ANO
                       OR WS-TFE-ANO (WS-SUB-FER) EQUAL ZEROS))
           IF WS-SUB-FER NOT > WS-QTDE-FERIADOS
              MOVE 'N'             TO WS-SW-DIA-UTIL
              MOVE 'FERIADO - '    TO WS-MOT-TIPO
              MOVE WS-TFE-DESCRICAO (WS-SUB-FER) TO WS-MOT-DESCRICAO
           END-IF.
       042-FIM.  EXIT.

       043-GRAVA-JOB.
           MOVE WS-TJB-PROGRAMA (WS-SUB-JOB) TO CAL-CHAVE
           MOVE 'N'                TO WS-SW-JOB-EXISTE
           IF NOT LK-MODO-INICIALIZACAO
              READ CALENDARIO
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE 'S'        TO WS-SW-JOB-EXISTE
              END-READ
           END-IF
           MOVE SPACES             TO CAL-DADOS
           MOVE WS-DATA-CALC       TO CAL-JOB-DATA
           MOVE 'P'                TO CAL-JOB-SITUACAO
           MOVE WS-TJB-OBRIGATORIO (WS-SUB-JOB)
                                   TO CAL-JOB-SW-OBRIGATORIO
           MOVE WS-TJB-RC-MAXIMO (WS-SUB-JOB) TO CAL-JOB-RC-MAXIMO
           MOVE ZEROS              TO CAL-JOB-RC
                                      CAL-JOB-EXECUCOES
           IF WS-JOB-EXISTE
              REWRITE CAL-REGISTRO-CALENDARIO
                   INVALID KEY
                   MOVE 'S'        TO WS-SW-CAL-ERRO
              END-REWRITE
              MOVE 'REINICIADO'    TO WS-DJB-ACAO
           ELSE
              WRITE CAL-REGISTRO-CALENDARIO
                   INVALID KEY
                   MOVE 'S'        TO WS-SW-CAL-ERRO
              END-WRITE
              MOVE 'INCLUIDO'      TO WS-DJB-ACAO
           END-IF
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO NA GRAVACAO DO CALENDARIO - JOB '
                       CAL-CHAVE ' STATUS ' WS-FS-CAL
              MOVE 'S'             TO WS-SW-CAL-ERRO
              MOVE 'ERRO NA GRAVACAO'  TO WS-DJB-ACAO
           ELSE
              ADD 1                TO WS-JOBS-GRAVADOS
           END-IF
           MOVE CAL-CHAVE          TO WS-DJB-PROGRAMA
           IF CAL-JOB-OBRIGATORIO
              MOVE 'OBRIGATORIO'   TO WS-DJB-OBRIGATORIO
           ELSE
              MOVE 'OPCIONAL'      TO WS-DJB-OBRIGATORIO
           END-IF
           MOVE CAL-JOB-RC-MAXIMO  TO WS-DJB-RC-MAXIMO
           WRITE REG-RELATORIO     FROM WS-DETALHE-JOB.
       043-FIM.  EXIT.

       044-GRAVA-CONTROLE.
           MOVE 'CONTROLE'         TO CAL-CHAVE
           MOVE SPACES             TO CAL-DADOS
           MOVE WS-DATA-CALC       TO CAL-CTL-DATA-NEGOCIO
           MOVE 'A'                TO CAL-CTL-SITUACAO
           MOVE WS-DATA-ANTERIOR   TO CAL-CTL-DATA-ANTERIOR
           MOVE LK-DIA             TO CAL-ABE-DIA
           MOVE LK-MES             TO CAL-ABE-MES
           MOVE LK-ANO             TO CAL-ABE-ANO
           MOVE ZEROS              TO CAL-CTL-DATA-FECHAMENTO
           IF LK-MODO-INICIALIZACAO
              WRITE CAL-REGISTRO-CALENDARIO
                   INVALID KEY
                   MOVE 'S'        TO WS-SW-CAL-ERRO
              END-WRITE
           ELSE
              REWRITE CAL-REGISTRO-CALENDARIO
                   INVALID KEY
                   MOVE 'S'        TO WS-SW-CAL-ERRO
              END-REWRITE
           END-IF
           IF NOT WS-CAL-OK
              DISPLAY 'ERRO NA GRAVACAO DO CONTROLE DO CALENDARIO - '
                       'STATUS ' WS-FS-CAL
              MOVE 'S'             TO WS-SW-CAL-ERRO
              MOVE 16              TO RETURN-CODE
           END-IF.
       044-FIM.  EXIT.

       045-VALIDA-DATA.
           IF WS-CALC-MES < 1 OR WS-CALC-MES > 12
              OR WS-CALC-DIA < 1
              DISPLAY 'LK-FECHA INVALIDA - DIA: ' LK-DIA
                       ' MES: ' LK-MES ' ANO: ' LK-ANO
              MOVE 'S'             TO WS-SW-DATA-RECUSADA
              GO TO 045-FIM
           END-IF
           PERFORM 047-DIAS-DO-MES THRU 047-FIM
           IF WS-CALC-DIA > WS-DIAS-MES
              DISPLAY 'LK-FECHA INVALIDA - DIA: ' LK-DIA
                       ' MES: ' LK-MES ' ANO: ' LK-ANO
              MOVE 'S'             TO WS-SW-DATA-RECUSADA
           END-IF.
       045-FIM.  EXIT.

       046-DIA-DA-SEMANA.
           MOVE WS-CALC-MES        TO WS-ZEL-MES
           MOVE WS-CALC-ANO        TO WS-ZEL-ANO
           IF WS-ZEL-MES < 3
              ADD 12               TO WS-ZEL-MES
              SUBTRACT 1           FROM WS-ZEL-ANO
           END-IF
           DIVIDE WS-ZEL-ANO BY 100 GIVING WS-ZEL-SECULO
                  REMAINDER WS-ZEL-ANO-SEC
           COMPUTE WS-ZEL-AUX = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-AUX BY 5 GIVING WS-ZEL-T1
           DIVIDE WS-ZEL-ANO-SEC BY 4 GIVING WS-ZEL-T2
           DIVIDE WS-ZEL-SECULO BY 4 GIVING WS-ZEL-T3
           COMPUTE WS-ZEL-SOMA = WS-CALC-DIA + WS-ZEL-T1
                               + WS-ZEL-ANO-SEC + WS-ZEL-T2
                               + WS-ZEL-T3 + (5 * WS-ZEL-SECULO)
           DIVIDE WS-ZEL-SOMA BY 7 GIVING WS-ZEL-AUX
                  REMAINDER WS-DIA-SEMANA
           COMPUTE WS-SUB-SEMANA = WS-DIA-SEMANA + 1.
       046-FIM.  EXIT.

       047-DIAS-DO-MES.
           MOVE WS-DIAS-NO-MES (WS-CALC-MES) TO WS-DIAS-MES
           IF WS-CALC-MES EQUAL 2
              DIVIDE WS-CALC-ANO BY 4   GIVING WS-BIS-QUOC
                     REMAINDER WS-BIS-RESTO-4
              DIVIDE WS-CALC-ANO BY 100 GIVING WS-BIS-QUOC
                     REMAINDER WS-BIS-RESTO-100
              DIVIDE WS-CALC-ANO BY 400 GIVING WS-BIS-QUOC
                     REMAINDER WS-BIS-RESTO-400
              IF WS-BIS-RESTO-4 EQUAL ZEROS
                 AND (WS-BIS-RESTO-100 NOT EQUAL ZEROS
                   OR WS-BIS-RESTO-400 EQUAL ZEROS)
                 MOVE 29           TO WS-DIAS-MES
              END-IF
           END-IF.
       047-FIM.  EXIT.

       048-VARRE-FERIADOS.
           CONTINUE.
       048-FIM.  EXIT.

       050-FINAL.
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'FERIADOS CARREGADOS             : '
                                   TO WS-TOT-LITERAL
           MOVE WS-QTDE-FERIADOS   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DIAS IGNORADOS                  : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DIAS-IGNORADOS  TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'JOBS PREVISTOS GRAVADOS         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-JOBS-GRAVADOS   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           IF RETURN-CODE EQUAL ZEROS
              MOVE 'DATA DE NEGOCIO ABERTA' TO WS-SEC-TEXTO
              DISPLAY 'DATA DE NEGOCIO ABERTA: ' WS-CALC-DIA '/'
                       WS-CALC-MES '/' WS-CALC-ANO
           ELSE
              MOVE 'DATA DE NEGOCIO NAO ABERTA - VER MENSAGENS'
                                   TO WS-SEC-TEXTO
           END-IF
           WRITE REG-RELATORIO     FROM WS-SECAO
           DISPLAY 'FERIADOS LIDOS    : ' WS-LIDOS-FER.
           DISPLAY 'JOBS LIDOS        : ' WS-LIDOS-JOB.
           DISPLAY 'DIAS IGNORADOS    : ' WS-DIAS-IGNORADOS.
           DISPLAY 'JOBS GRAVADOS     : ' WS-JOBS-GRAVADOS.
       050-FIM.  EXIT.
