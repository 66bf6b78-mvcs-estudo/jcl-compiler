           SELECT DEPTMEST      ASSIGN TO UT-S-DEPTMES.
           SELECT REJNOVO       ASSIGN TO UT-S-REJNOVO.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.
           SELECT DISTRIB       ASSIGN TO UT-S-DISTRIB.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       FD  DISTRIB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 138 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DISTRIB.
       01  REG-DISTRIB             PIC X(138).

       WORKING-STORAGE SECTION.

       COPY BOOK0001.

       COPY BOOK0006.

       COPY BOOK0012.

       COPY BOOK0013.

       01  WS-REG-MOVIMENTO.
           05 WS-TIPO-MOV          PIC X(01).
              88 WS-MOV-ADMISSAO                VALUE 'A'.
           05 WS-DET-FAIXA-4       PIC ZZ,ZZ9.
           05 FILLER               PIC X(10)    VALUE SPACES.

       01  WS-SUB-TITULO-REJ.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(07)    VALUE 'NUMERO'.
           05 FILLER               PIC X(03)    VALUE 'O'.
           05 FILLER               PIC X(05)    VALUE 'DEP'.
           05 FILLER               PIC X(42)    VALUE 'MOTIVO'.
           05 FILLER               PIC X(12)    VALUE 'REJEITADO'.
           05 FILLER               PIC X(06)    VALUE '  DIAS'.
           05 FILLER               PIC X(20)    VALUE SPACES.

       01  WS-DETALHE-REJEITO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DRJ-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DRJ-ORIGEM        PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DRJ-DEPTO         PIC X(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DRJ-MOTIVO        PIC X(40).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DRJ-DIA           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-DRJ-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-DRJ-ANO           PIC 9(04).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DRJ-DIAS          PIC ZZ,ZZ9.
           05 FILLER               PIC X(20)    VALUE SPACES.

       01  WS-DETALHE-TOTAL.
           05 FILLER               PIC X(01).
           05 WS-TOT-LITERAL       PIC X(36).
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
           COMPUTE WS-DIAS-EXEC = (LK-ANO * 360)
                   + (LK-MES * 30) + LK-DIA
           PERFORM 046-TRATA-NOVO    THRU 046-FIM
                   UNTIL SW-FIM-DIA EQUAL 'FIM'
           PERFORM 050-FINAL         THRU 050-FIM
           PERFORM 081-REGISTRA-CALENDARIO THRU 081-FIM
           GOBACK.

       020-ABRE-ARQUIVOS.
                       EMPREGADOS
                       MOVIMENTOS
                OUTPUT REJNOVO
                       RELATORIO
                       DISTRIB.
       020-FIM.  EXIT.

       015-CARREGA-DEPMEST.
                      WS-DPM-TAB-CCUSTO (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-GESTOR  TO
                      WS-DPM-TAB-GESTOR (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-SITUACAO TO
                      WS-DPM-TAB-SITUACAO (WS-QTDE-DEPMEST)
              ELSE
                 DISPLAY 'DEPTMEST EXCEDE O LIMITE DE 50 '
                          'DEPARTAMENTOS'
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-GUIA
           WRITE REG-RELATORIO FROM WS-SUB-TITULO-1
           WRITE REG-RELATORIO FROM WS-GUIA
           PERFORM 032-GRAVA-CABEC-DISTRIB THRU 032-FIM.
       030-FIM.  EXIT.

       032-GRAVA-CABEC-DISTRIB.
           MOVE '03'               TO DIS-RELATORIO
           MOVE ZEROS              TO DIS-DEPTO
           MOVE 'T'                TO DIS-TIPO-LINHA
           MOVE 'REJEITADOS EM ABERTO - IDADE'
                                   TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO
           MOVE 'C'                TO DIS-TIPO-LINHA
           MOVE WS-SUB-TITULO-REJ  TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO.
       032-FIM.  EXIT.

       060-CARREGA-EMP-LIMPOS.
           READ EMPREGADOS INTO WS-REG-EMPREGADOS-COMPLETO
                AT END MOVE 'FIM' TO SW-FIM-EMP
              PERFORM 067-BUSCA-DEPMEST THRU 067-FIM
              IF NOT WS-DPM-ACHOU
                 MOVE 'N'          TO WS-SW-VALIDO
              ELSE
                 IF WS-DPM-TAB-INATIVO (WS-IDX-DPM)
                    MOVE 'N'       TO WS-SW-VALIDO
                 END-IF
              END-IF
           END-IF
           IF WS-POSTO-EMP = ZEROS OR WS-POSTO-EMP > 20
                  WHEN OTHER
                       ADD 1       TO WS-MTV-FAIXA-4 (WS-SUB-MTV)
              END-EVALUATE
           END-IF
           PERFORM 048-GRAVA-DISTRIB THRU 048-FIM.
       042-FIM.  EXIT.

       048-GRAVA-DISTRIB.
           MOVE REJ-ORIG-NUMERO    TO WS-DRJ-NUMERO
           MOVE REJ-ORIGEM         TO WS-DRJ-ORIGEM
           MOVE REJ-ORIG-DEPTO     TO WS-DRJ-DEPTO
           MOVE REJ-MOTIVO         TO WS-DRJ-MOTIVO
           MOVE REJ-REJ-DIA        TO WS-DRJ-DIA
           MOVE REJ-REJ-MES        TO WS-DRJ-MES
           MOVE REJ-REJ-ANO        TO WS-DRJ-ANO
           MOVE WS-DIAS-ABERTO     TO WS-DRJ-DIAS
           MOVE '03'               TO DIS-RELATORIO
           MOVE 'D'                TO DIS-TIPO-LINHA
           IF REJ-ORIG-DEPTO IS NUMERIC
              MOVE REJ-ORIG-DEPTO  TO DIS-DEPTO
           ELSE
              MOVE ZEROS           TO DIS-DEPTO
           END-IF
           MOVE WS-DETALHE-REJEITO TO DIS-LINHA
           WRITE REG-DISTRIB       FROM DIS-REGISTRO-DISTRIBUICAO.
       048-FIM.  EXIT.

       070-LOCALIZA-MOTIVO.
           PERFORM 071-BUSCA-MOTIVO THRU 071-FIM
                   VARYING WS-SUB-MTV FROM 1 BY 1
           DISPLAY 'NOVOS DO DIA     : ' WS-NOVOS-HOJE.
           DISPLAY 'ABERTOS NO FIM   : ' WS-ABERTOS-FIM.
           CLOSE REJANTES REJDIA EMPREGADOS MOVIMENTOS REJNOVO
                 RELATORIO DISTRIB.
       050-FIM.  EXIT.

       051-IMPRIME-MOTIVO.
           MOVE WS-MTV-FAIXA-4 (WS-SUB-MTV) TO WS-DET-FAIXA-4
           WRITE REG-RELATORIO FROM WS-DETALHE-MOTIVO.
       051-FIM.  EXIT.

       080-VERIFICA-CALENDARIO.
           MOVE 'I'                TO CLD-FUNCAO
           MOVE 'PGM00013'         TO CLD-PROGRAMA
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
