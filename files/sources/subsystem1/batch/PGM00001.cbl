           SELECT DEPTMEST      ASSIGN TO UT-S-DEPTMES.
           SELECT REJSAIDA      ASSIGN TO UT-S-REJSAID.
           SELECT OPTIONAL JORNAL ASSIGN TO UT-S-JORNAL.
           SELECT DISTRIB       ASSIGN TO UT-S-DISTRIB.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-JORNAL.
       01  REG-JORNAL              PIC X(46).

       FD  DISTRIB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 138 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DISTRIB.
       01  REG-DISTRIB             PIC X(138).

       WORKING-STORAGE SECTION.

       COPY BOOK0004.

       COPY BOOK0006.

       COPY BOOK0012.

       COPY BOOK0013.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-EMP         PIC 9(05)    VALUE ZEROS.
           05 WS-IMPRESSOS         PIC 9(05)    VALUE ZEROS.
           05 WS-EXC-MOTIVO        PIC X(40).
           05 FILLER               PIC X(10)    VALUE SPACES.

       01  WS-SUB-TITULO-EXC.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(07)    VALUE 'NUMERO'.
           05 FILLER               PIC X(32)    VALUE 'NOME'.
           05 FILLER               PIC X(50)    VALUE 'MOTIVO'.

       01  WS-CONTROLE-CHECKPOINT.
           05 WS-CKPT-INTERVALO    PIC 9(05)    VALUE 100.
           05 WS-CKPT-RESTO        PIC 9(05)    VALUE ZEROS.
       PROCEDURE DIVISION USING LK-FECHA.
           DISPLAY 'INICIO DA EXECUÇÃO'.
       010-INICIO.
           PERFORM 080-VERIFICA-CALENDARIO THRU 080-FIM
           IF NOT CLD-OK
              MOVE 16              TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 025-VALIDA-DATA   THRU 025-FIM
           IF WS-DATA-VALIDA
              PERFORM 070-CLASSIFICA-ENTRADA THRU 070-FIM
                       MOVE 16       TO RETURN-CODE
                       CLOSE CLASSIFICA RELATORIO EXCECOES CHECKPOINT
                             CSVSAIDA CONTROLEHR PARAMETROS
                             LANCAMENTOS REJSAIDA DISTRIB
                    END-IF
                 END-IF
              ELSE
                 CLOSE CLASSIFICA RELATORIO
                 IF NOT LK-MODO-SIMULACAO
                    CLOSE EXCECOES CSVSAIDA CONTROLEHR PARAMETROS
                          LANCAMENTOS REJSAIDA DISTRIB
                 END-IF
              END-IF
           ELSE
                 MOVE 16          TO RETURN-CODE
              END-IF
           END-IF
           PERFORM 081-REGISTRA-CALENDARIO THRU 081-FIM
           GOBACK.

       020-ABRE-ARQUIVOS.
                      EXTEND CSVSAIDA
                      EXTEND LANCAMENTOS
                      EXTEND REJSAIDA
                      EXTEND DISTRIB
              ELSE
                 OPEN OUTPUT EXCECOES
                      OUTPUT CSVSAIDA
                      OUTPUT LANCAMENTOS
                      OUTPUT REJSAIDA
                      OUTPUT DISTRIB
                 PERFORM 033-GRAVA-HEADER-GL THRU 033-FIM
                 PERFORM 082-GRAVA-CABEC-DISTRIB THRU 082-FIM
              END-IF
              OPEN INPUT  CONTROLEHR
                          PARAMETROS
                      WS-DPM-TAB-CCUSTO (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-GESTOR  TO
                      WS-DPM-TAB-GESTOR (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-SITUACAO TO
                      WS-DPM-TAB-SITUACAO (WS-QTDE-DEPMEST)
              ELSE
                 DISPLAY 'DEPTMEST EXCEDE O LIMITE DE 50 '
                          'DEPARTAMENTOS'
              MOVE WS-NOME-EMP       TO WS-EXC-NOME
              MOVE WS-MOTIVO-REJEICAO TO WS-EXC-MOTIVO
              WRITE REG-EXCECOES     FROM WS-REG-EXCECAO
              MOVE '02'              TO DIS-RELATORIO
              MOVE WS-DEPTO-EMP      TO DIS-DEPTO
              MOVE WS-REG-EXCECAO    TO DIS-LINHA
              PERFORM 083-GRAVA-DISTRIB THRU 083-FIM
              PERFORM 053-GRAVA-REJEITO THRU 053-FIM
              ADD 1 TO WS-REJEITADOS
           END-IF
           MOVE WS-DESC-POSTO(WS-POSTO-EMP) TO WS-DET-DESC-POSTO
           MOVE WS-SALARIO-EMP       TO WS-DET-SALARIO
           WRITE REG-RELATORIO       FROM WS-DETALHE
           MOVE '01'                 TO DIS-RELATORIO
           MOVE WS-DEPTO-EMP         TO DIS-DEPTO
           MOVE WS-DETALHE           TO DIS-LINHA
           PERFORM 083-GRAVA-DISTRIB THRU 083-FIM
           ADD 1                     TO WS-IMPRESSOS
           PERFORM 041-GRAVA-CSV     THRU 041-FIM.
       037-FIM.  EXIT.
                 MOVE 'N'          TO WS-SW-VALIDO
                 MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                   TO WS-MOTIVO-REJEICAO
              ELSE
                 IF WS-DPM-TAB-INATIVO (WS-IDX-DPM)
                    MOVE 'N'       TO WS-SW-VALIDO
                    MOVE 'DEPARTAMENTO INATIVO'
                                   TO WS-MOTIVO-REJEICAO
                 END-IF
              END-IF
           END-IF
           IF WS-POSTO-EMP = ZEROS OR WS-POSTO-EMP > 20
              MOVE WS-SUBTOT-SALARIOS TO WS-SUB-SALARIO
              WRITE REG-RELATORIO    FROM WS-GUIA
              WRITE REG-RELATORIO    FROM WS-DETALHE-SUBTOTAL
              MOVE '01'              TO DIS-RELATORIO
              MOVE WS-DEPTO-ANT      TO DIS-DEPTO
              MOVE WS-GUIA           TO DIS-LINHA
              PERFORM 083-GRAVA-DISTRIB THRU 083-FIM
              MOVE WS-DETALHE-SUBTOTAL TO DIS-LINHA
              PERFORM 083-GRAVA-DISTRIB THRU 083-FIM
              PERFORM 034-GRAVA-DEBITO-GL THRU 034-FIM
              MOVE ZEROS             TO WS-SUBTOT-QTDE
                                         WS-SUBTOT-SALARIOS
           DISPLAY 'TOTAL REJEITADO: ' WS-TOT-REJEITADOS.
           PERFORM 052-GRAVA-JORNAL THRU 052-FIM
           CLOSE CLASSIFICA RELATORIO EXCECOES CHECKPOINT CSVSAIDA
                 CONTROLEHR PARAMETROS LANCAMENTOS REJSAIDA DISTRIB.
       050-FIM.  EXIT.

       052-GRAVA-JORNAL.
           RELEASE REG-ORDENACAO FROM WS-REG-EMPREGADOS-COMPLETO
           GO TO 071-ENTRADA-SORT.
       071-FIM.  EXIT.

       080-VERIFICA-CALENDARIO.
           MOVE 'I'                TO CLD-FUNCAO
           MOVE 'PGM00001'         TO CLD-PROGRAMA
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

       082-GRAVA-CABEC-DISTRIB.
           MOVE ZEROS              TO DIS-DEPTO
           MOVE '01'               TO DIS-RELATORIO
           MOVE 'T'                TO DIS-TIPO-LINHA
           MOVE WS-TIT-2           TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO
           MOVE 'C'                TO DIS-TIPO-LINHA
           MOVE WS-SUB-TITULO-1    TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO
           MOVE '02'               TO DIS-RELATORIO
           MOVE 'T'                TO DIS-TIPO-LINHA
           MOVE 'EXCECOES DO RELATORIO DE EMPREGADOS'
                                   TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO
           MOVE 'C'                TO DIS-TIPO-LINHA
           MOVE WS-SUB-TITULO-EXC  TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO.
       082-FIM.  EXIT.

       083-GRAVA-DISTRIB.
           MOVE 'D'                TO DIS-TIPO-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO.
       083-FIM.  EXIT.
