           SELECT PARAMETROS    ASSIGN TO UT-S-PARAMET.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.
           SELECT ALERTAS       ASSIGN TO UT-S-ALERTAS.
           SELECT DISTRIB       ASSIGN TO UT-S-DISTRIB.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-ALERTAS.
       01  REG-ALERTAS             PIC X(80).

       FD  DISTRIB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 138 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DISTRIB.
       01  REG-DISTRIB             PIC X(138).

       WORKING-STORAGE SECTION.

       COPY BOOK0001.

       COPY BOOK0005.

       COPY BOOK0013.

       01  WS-REG-ORCAMEN.
           05 WS-ORC-DEPTO         PIC 9(03).
           05 WS-ORC-QTDE-AUT      PIC 9(05).
           05 FILLER               PIC X(02)    VALUE ' %'.
           05 FILLER               PIC X(16)    VALUE SPACES.

       01  WS-SUB-TITULO-ALERTA.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(04)    VALUE 'DEP'.
           05 FILLER               PIC X(29)    VALUE 'DEPARTAMENTO'.
           05 FILLER               PIC X(17)
                                   VALUE '    EXCESSO VERBA'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE '  EXCESSO %'.
           05 FILLER               PIC X(16)    VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FECHA.
           05 FILLER               PIC X(02).
                       ORCAMENTO
                       PARAMETROS
                OUTPUT RELATORIO
                       ALERTAS
                       DISTRIB.
       020-FIM.  EXIT.

       014-LE-PARAMETRO.
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-GUIA
           WRITE REG-RELATORIO FROM WS-SUB-TITULO-1
           WRITE REG-RELATORIO FROM WS-GUIA
           PERFORM 032-GRAVA-CABEC-DISTRIB THRU 032-FIM.
       030-FIM.  EXIT.

       032-GRAVA-CABEC-DISTRIB.
           MOVE '04'               TO DIS-RELATORIO
           MOVE ZEROS              TO DIS-DEPTO
           MOVE 'T'                TO DIS-TIPO-LINHA
           MOVE 'ALERTAS DE ORCAMENTO'
                                   TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO
           MOVE 'C'                TO DIS-TIPO-LINHA
           MOVE WS-SUB-TITULO-ALERTA TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO.
       032-FIM.  EXIT.

       040-PROCESSO.
           IF WS-TIPO-TRAILER
              MOVE 'FIM'           TO SW-FIM
           DISPLAY 'TOTAL CONSIDERADO   : ' WS-CONSIDERADOS.
           DISPLAY 'DEPTOS ACIMA VERBA  : ' WS-DEPTOS-ESTOURO.
           DISPLAY 'ALERTAS GRAVADOS    : ' WS-ALERTAS-GRAVADOS.
           CLOSE EMPREGADOS ORCAMENTO PARAMETROS RELATORIO ALERTAS
                 DISTRIB.
       050-FIM.  EXIT.

       081-IMPRIME-DEPTO.
                 MOVE ZEROS                  TO WS-ALE-PCT
              END-IF
              WRITE REG-ALERTAS   FROM WS-REG-ALERTA
              MOVE '04'           TO DIS-RELATORIO
              MOVE 'D'            TO DIS-TIPO-LINHA
              MOVE WS-ALE-DEPTO   TO DIS-DEPTO
              MOVE WS-REG-ALERTA  TO DIS-LINHA
              WRITE REG-DISTRIB   FROM DIS-REGISTRO-DISTRIBUICAO
           END-IF.
       084-FIM.  EXIT.

