       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00031.
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
           SELECT AUTORIZADOS   ASSIGN TO UT-S-AUTORIZ.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTORIZADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUTORIZADOS.
       01  REG-AUTORIZADOS         PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BOOK0014.

       01  WS-TAB-AUTORIZADOS.
           05 WS-QTDE-AUTORIZADOS  PIC 9(03)    VALUE ZEROS.
           05 WS-AUTORIZADO-ENTRADA OCCURS 100 TIMES.
              10 WS-ATB-SOLICITANTE PIC X(20).
              10 WS-ATB-SW-SALARIO PIC X(01).
                 88 WS-ATB-VE-SALARIO           VALUE 'S'.
              10 WS-ATB-SW-ABRANGENCIA PIC X(01).
                 88 WS-ATB-TODOS-DEPTOS         VALUE 'T'.
              10 WS-ATB-DEPTO      PIC X(03)    OCCURS 15 TIMES.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-AUT         PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-ATZ           PIC 9(03)    VALUE ZEROS.
           05 WS-SUB-DEP           PIC 9(02)    VALUE ZEROS.
           05 WS-SOLICITANTE-BUSCA PIC X(20)    VALUE SPACES.
           05 SW-FIM-AUT           PIC X(03)    VALUE SPACES.
           05 WS-SW-CARREGADA      PIC X(01)    VALUE 'N'.
              88 WS-TABELA-CARREGADA            VALUE 'S'.
           05 WS-SW-ERRO           PIC X(01)    VALUE 'N'.
              88 WS-TABELA-ERRO                 VALUE 'S'.

       LINKAGE SECTION.

       COPY BOOK0015.

       PROCEDURE DIVISION USING ATZ-CONTROLE-AUTORIZACAO.
       010-INICIO.
           IF NOT WS-TABELA-CARREGADA
              PERFORM 020-CARREGA-TABELA THRU 020-FIM
           END-IF
           IF WS-TABELA-ERRO
              MOVE 08              TO ATZ-COD-RETORNO
           ELSE
              PERFORM 040-VERIFICA THRU 040-FIM
           END-IF
           GOBACK.

       020-CARREGA-TABELA.
           OPEN INPUT AUTORIZADOS
           PERFORM 021-LE-AUTORIZADO THRU 021-FIM
                   UNTIL SW-FIM-AUT EQUAL 'FIM'
           CLOSE AUTORIZADOS
           MOVE 'S'                TO WS-SW-CARREGADA
           DISPLAY 'SOLICITANTES AUTORIZADOS: ' WS-QTDE-AUTORIZADOS.
       020-FIM.  EXIT.

       021-LE-AUTORIZADO.
           READ AUTORIZADOS INTO AUT-REGISTRO-AUTORIZADO AT END
                MOVE 'FIM' TO SW-FIM-AUT
                GO TO 021-FIM.
           ADD 1                   TO WS-LIDOS-AUT
           IF AUT-SOLICITANTE EQUAL SPACES
              DISPLAY 'AUTORIZ - REGISTRO ' WS-LIDOS-AUT
                       ' SEM SOLICITANTE IGNORADO'
              GO TO 021-FIM
           END-IF
           MOVE AUT-SOLICITANTE    TO WS-SOLICITANTE-BUSCA
           PERFORM 041-LOCALIZA-SOLICITANTE THRU 041-FIM
           IF WS-SUB-ATZ NOT > WS-QTDE-AUTORIZADOS
              DISPLAY 'AUTORIZ - SOLICITANTE DUPLICADO: '
                       AUT-SOLICITANTE
              MOVE 'S'             TO WS-SW-ERRO
              MOVE 'FIM'           TO SW-FIM-AUT
              GO TO 021-FIM
           END-IF
           IF WS-QTDE-AUTORIZADOS NOT < 100
              DISPLAY 'AUTORIZ EXCEDE O LIMITE DE 100 SOLICITANTES'
              MOVE 'S'             TO WS-SW-ERRO
              MOVE 'FIM'           TO SW-FIM-AUT
              GO TO 021-FIM
           END-IF
           ADD 1                   TO WS-QTDE-AUTORIZADOS
           MOVE AUT-SOLICITANTE    TO
                WS-ATB-SOLICITANTE    (WS-QTDE-AUTORIZADOS)
           MOVE AUT-SW-SALARIO     TO
                WS-ATB-SW-SALARIO     (WS-QTDE-AUTORIZADOS)
           MOVE AUT-SW-ABRANGENCIA TO
                WS-ATB-SW-ABRANGENCIA (WS-QTDE-AUTORIZADOS)
           PERFORM 022-COPIA-DEPTO THRU 022-FIM
                   VARYING WS-SUB-DEP FROM 1 BY 1
                   UNTIL WS-SUB-DEP > 15.
       021-FIM.  EXIT.

       022-COPIA-DEPTO.
           MOVE AUT-DEPTO (WS-SUB-DEP) TO
                WS-ATB-DEPTO (WS-QTDE-AUTORIZADOS, WS-SUB-DEP).
       022-FIM.  EXIT.

       040-VERIFICA.
           MOVE ATZ-SOLICITANTE    TO WS-SOLICITANTE-BUSCA
           PERFORM 041-LOCALIZA-SOLICITANTE THRU 041-FIM
           IF ATZ-SOLICITANTE EQUAL SPACES
              OR WS-SUB-ATZ > WS-QTDE-AUTORIZADOS
              MOVE 04              TO ATZ-COD-RETORNO
              GO TO 040-FIM
           END-IF
           IF ATZ-VERIFICA-DEPTO AND ATZ-DEPTO EQUAL SPACES
              MOVE 06              TO ATZ-COD-RETORNO
              GO TO 040-FIM
           END-IF
           IF ATZ-VERIFICA-DEPTO
              AND NOT WS-ATB-TODOS-DEPTOS (WS-SUB-ATZ)
              PERFORM 043-VARRE-DEPTO THRU 043-FIM
                      VARYING WS-SUB-DEP FROM 1 BY 1
                      UNTIL WS-SUB-DEP > 15
                         OR WS-ATB-DEPTO (WS-SUB-ATZ, WS-SUB-DEP)
                            EQUAL ATZ-DEPTO
              IF WS-SUB-DEP > 15
                 MOVE 06           TO ATZ-COD-RETORNO
                 GO TO 040-FIM
              END-IF
           END-IF
           IF WS-ATB-VE-SALARIO (WS-SUB-ATZ)
              MOVE 00              TO ATZ-COD-RETORNO
           ELSE
              MOVE 02              TO ATZ-COD-RETORNO
           END-IF.
       040-FIM.  EXIT.

       041-LOCALIZA-SOLICITANTE.
           PERFORM 042-VARRE-SOLICITANTE THRU 042-FIM
                   VARYING WS-SUB-ATZ FROM 1 BY 1
                   UNTIL WS-SUB-ATZ > WS-QTDE-AUTORIZADOS
                      OR WS-ATB-SOLICITANTE (WS-SUB-ATZ) EQUAL
                         WS-SOLICITANTE-BUSCA.
       041-FIM.  EXIT.

       042-VARRE-SOLICITANTE.
           CONTINUE.
       042-FIM.  EXIT.

       043-VARRE-DEPTO.
           CONTINUE.
       043-FIM.  EXIT.
