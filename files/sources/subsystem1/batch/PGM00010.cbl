       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTOS   ASSIGN TO UT-S-LANCAGL.
           SELECT ENCARGOS      ASSIGN TO UT-S-ENCARGO.
           SELECT PLANOCONTAS   ASSIGN TO UT-S-PLANOCTA.
           SELECT CONSOLIDADO   ASSIGN TO UT-S-CONSOLID.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.
           DATA RECORD IS REG-LANCAMENTOS.
       01  REG-LANCAMENTOS         PIC X(20).

       FD  ENCARGOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ENCARGOS.
       01  REG-ENCARGOS            PIC X(20).

       FD  PLANOCONTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           05 WS-PCT-DEPTO         PIC 9(03).
           05 WS-PCT-CONTA         PIC X(10).
           05 WS-PCT-DESCRICAO     PIC X(25).
           05 WS-PCT-ORIGEM        PIC X(01).
              88 WS-PCT-FOLHA                   VALUE SPACE.
              88 WS-PCT-ENCARGOS                VALUE 'E'.
           05 FILLER               PIC X(01).

       01  WS-TAB-CONTAS.
           05 WS-QTDE-CONTAS       PIC 9(03)    VALUE ZEROS.
           05 WS-CONTA-ENTRADA OCCURS 120 TIMES
                                   INDEXED BY WS-IDX-CONTA.
              10 WS-CTA-ORIGEM     PIC X(01).
              10 WS-CTA-DEPTO      PIC 9(03).
              10 WS-CTA-CONTA      PIC X(10).
              10 WS-CTA-DESCRICAO  PIC X(25).

       01  WS-TAB-MES.
           05 WS-QTDE-DEPTOS       PIC 9(03)    VALUE ZEROS.
           05 WS-DEPTO-ENTRADA OCCURS 100 TIMES.
              10 WS-TDM-CHAVE.
                 15 WS-TDM-ORIGEM  PIC X(01).
                 15 WS-TDM-DEPTO   PIC 9(03).
              10 WS-TDM-VALOR      PIC 9(11)V99.

       01  WS-ENTRADA-AUX          PIC X(17).

       01  WS-CHAVE-BUSCA.
           05 WS-BUS-ORIGEM        PIC X(01).
           05 WS-BUS-DEPTO         PIC 9(03).

       01  WS-CONTROLE-ORIGEM.
           05 WS-SW-ORIGEM         PIC X(01)    VALUE SPACE.
              88 WS-ORIGEM-FOLHA                VALUE SPACE.
              88 WS-ORIGEM-ENCARGOS             VALUE 'E'.
           05 WS-VALOR-CREDITO     PIC 9(11)V99 VALUE ZEROS.

       01  WS-SUBSCRITOS.
           05 WS-SUB-DEP           PIC 9(03)    VALUE ZEROS.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-LAN         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-ENC         PIC 9(05)    VALUE ZEROS.
           05 WS-DIAS-LIDOS        PIC 9(03)    VALUE ZEROS.
           05 WS-DIAS-COM-ERRO     PIC 9(03)    VALUE ZEROS.
           05 WS-DIAS-FORA         PIC 9(03)    VALUE ZEROS.
           05 WS-DEPTOS-IGNORADOS  PIC 9(03)    VALUE ZEROS.
           05 WS-REGS-ESTRANHOS    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-DEBITOS-MES   PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-ENCARGOS-MES  PIC 9(11)V99 VALUE ZEROS.
           05 WS-CON-QTDE-REG      PIC 9(05)    VALUE ZEROS.
           05 WS-CON-HASH          PIC 9(13)V99 VALUE ZEROS.
           05 SW-FIM               PIC X(03)    VALUE SPACES.
                                   VALUE '         CREDITO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(26)    VALUE 'SITUACAO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(08)    VALUE 'ORIGEM'.
           05 FILLER               PIC X(03)    VALUE SPACES.

       01  WS-DETALHE-DIA.
           05 FILLER               PIC X(01).
           05 WS-DET-CREDITO       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-SITUACAO      PIC X(26).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-ORIGEM        PIC X(08).
           05 FILLER               PIC X(03)    VALUE SPACES.

       01  WS-DETALHE-CONTA.
           05 FILLER               PIC X(01).
           05 WS-SEM-DEP-ED        PIC 9(03).
           05 FILLER               PIC X(40)
               VALUE ' *** SEM CONTA NO PLANO DE CONTAS ***'.
           05 WS-SEM-ORIGEM        PIC X(09).
           05 FILLER               PIC X(37)    VALUE SPACES.

       01  WS-DETALHE-TOTAL.
           05 FILLER               PIC X(01).
                   UNTIL WS-SW-PLANO-FIM EQUAL 'FIM'
           IF WS-PLANO-ERRO
              MOVE 16              TO RETURN-CODE
              CLOSE LANCAMENTOS ENCARGOS PLANOCONTAS CONSOLIDADO
                    RELATORIO
           ELSE
              PERFORM 030-TITULOS  THRU 030-FIM
              PERFORM 040-LEE      THRU 040-FIM
              PERFORM 040-PROCESSO THRU 040-FIM
                      UNTIL SW-FIM EQUAL 'FIM'
              PERFORM 039-TROCA-ORIGEM THRU 039-FIM
              PERFORM 040-LEE      THRU 040-FIM
              PERFORM 040-PROCESSO THRU 040-FIM
                      UNTIL SW-FIM EQUAL 'FIM'
              PERFORM 050-FINAL    THRU 050-FIM

       020-ABRE-ARQUIVOS.
           OPEN INPUT  LANCAMENTOS
                       ENCARGOS
                       PLANOCONTAS
                OUTPUT CONSOLIDADO
                       RELATORIO.
           READ PLANOCONTAS INTO WS-REG-PLANOCTA AT END
                MOVE 'FIM' TO WS-SW-PLANO-FIM.
           IF WS-SW-PLANO-FIM NOT EQUAL 'FIM'
              IF WS-QTDE-CONTAS < 120
                 ADD 1               TO WS-QTDE-CONTAS
                 MOVE WS-PCT-ORIGEM  TO WS-CTA-ORIGEM (WS-QTDE-CONTAS)
                 MOVE WS-PCT-DEPTO   TO WS-CTA-DEPTO (WS-QTDE-CONTAS)
                 MOVE WS-PCT-CONTA   TO WS-CTA-CONTA (WS-QTDE-CONTAS)
                 MOVE WS-PCT-DESCRICAO
                                  TO WS-CTA-DESCRICAO (WS-QTDE-CONTAS)
              ELSE
                 DISPLAY 'PLANOCTA EXCEDE O LIMITE DE 120 CONTAS - '
                          'EXECUCAO ABORTADA'
                 MOVE 'S'            TO WS-SW-PLANO-ERRO
                 MOVE 'FIM'          TO WS-SW-PLANO-FIM
                    PERFORM 049-REGISTRO-ESTRANHO THRU 049-FIM
           END-EVALUATE.
       040-LEE.
           IF WS-ORIGEM-ENCARGOS
              READ ENCARGOS INTO WS-REG-LANCAGL AT END
                   MOVE 'FIM' TO SW-FIM
              END-READ
              IF SW-FIM NOT EQUAL 'FIM'
                 ADD 1              TO WS-LIDOS-ENC
              END-IF
           ELSE
              READ LANCAMENTOS INTO WS-REG-LANCAGL AT END
                   MOVE 'FIM' TO SW-FIM
              END-READ
              IF SW-FIM NOT EQUAL 'FIM'
                 ADD 1              TO WS-LIDOS-LAN
              END-IF
           END-IF.
       040-FIM.  EXIT.

       039-TROCA-ORIGEM.
           IF WS-DIA-ABERTO
              MOVE 'TRAILER AUSENTE'     TO WS-DIA-MOTIVO
              MOVE 'S'                   TO WS-SW-DIA-ERRO
              PERFORM 044-FECHA-DIA THRU 044-FIM
           END-IF
           MOVE 'E'                TO WS-SW-ORIGEM
           MOVE SPACES             TO SW-FIM.
       039-FIM.  EXIT.

       041-TRATA-HEADER.
           IF WS-DIA-ABERTO
              MOVE 'TRAILER AUSENTE'     TO WS-DIA-MOTIVO
           MOVE WS-DIA-QTDE-REG    TO WS-DET-REGS
           MOVE WS-DIA-DEBITOS     TO WS-DET-DEBITOS
           MOVE WS-DIA-CREDITO     TO WS-DET-CREDITO
           IF WS-ORIGEM-ENCARGOS
              MOVE 'ENCARGOS'      TO WS-DET-ORIGEM
           ELSE
              MOVE 'FOLHA'         TO WS-DET-ORIGEM
           END-IF
           EVALUATE TRUE
               WHEN WS-DIA-FORA
                    ADD 1          TO WS-DIAS-FORA
       049-FIM.  EXIT.

       045-ACUMULA-DEPTO.
           MOVE WS-SW-ORIGEM       TO WS-BUS-ORIGEM
           MOVE WS-LAND-DEPTO      TO WS-BUS-DEPTO
           PERFORM 046-BUSCA-DEPTO THRU 046-FIM
                   VARYING WS-SUB-DEP FROM 1 BY 1
                   UNTIL WS-SUB-DEP > WS-QTDE-DEPTOS
                      OR WS-TDM-CHAVE (WS-SUB-DEP) EQUAL WS-CHAVE-BUSCA
           IF WS-SUB-DEP > WS-QTDE-DEPTOS
              PERFORM 047-INSERE-DEPTO THRU 047-FIM
           END-IF
           IF WS-SUB-DEP NOT EQUAL ZEROS
              ADD WS-LAND-VALOR    TO WS-TDM-VALOR (WS-SUB-DEP)
              IF WS-ORIGEM-ENCARGOS
                 ADD WS-LAND-VALOR TO WS-TOT-ENCARGOS-MES
              ELSE
                 ADD WS-LAND-VALOR TO WS-TOT-DEBITOS-MES
              END-IF
           END-IF.
       045-FIM.  EXIT.

       046-FIM.  EXIT.

       047-INSERE-DEPTO.
           IF WS-QTDE-DEPTOS EQUAL 100
              DISPLAY 'LIMITE DE 100 DEPARTAMENTOS EXCEDIDO - '
                       'DEPARTAMENTO ' WS-LAND-DEPTO ' IGNORADO'
              ADD 1                TO WS-DEPTOS-IGNORADOS
              MOVE ZEROS           TO WS-SUB-DEP
              PERFORM 048-ACHA-POSICAO THRU 048-FIM
                      VARYING WS-SUB-INS FROM 1 BY 1
                      UNTIL WS-SUB-INS > WS-QTDE-DEPTOS
                         OR WS-TDM-CHAVE (WS-SUB-INS) > WS-CHAVE-BUSCA
              PERFORM 058-DESLOCA-ENTRADA THRU 058-FIM
                      VARYING WS-SUB-MOV FROM WS-QTDE-DEPTOS BY -1
                      UNTIL WS-SUB-MOV < WS-SUB-INS
              ADD 1                TO WS-QTDE-DEPTOS
              MOVE WS-SUB-INS      TO WS-SUB-DEP
              MOVE WS-CHAVE-BUSCA  TO WS-TDM-CHAVE (WS-SUB-DEP)
              MOVE ZEROS           TO WS-TDM-VALOR (WS-SUB-DEP)
           END-IF.
       047-FIM.  EXIT.
           MOVE WS-REGS-ESTRANHOS  TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           DISPLAY 'REGISTROS LIDOS   : ' WS-LIDOS-LAN.
           DISPLAY 'REGS ENCARGOS     : ' WS-LIDOS-ENC.
           DISPLAY 'DIAS PROCESSADOS  : ' WS-DIAS-LIDOS.
           DISPLAY 'DIAS COM ERRO     : ' WS-DIAS-COM-ERRO.
           DISPLAY 'DIAS FORA DO MES  : ' WS-DIAS-FORA.
              OR WS-REGS-ESTRANHOS > ZEROS
              MOVE 8               TO RETURN-CODE
           END-IF
           CLOSE LANCAMENTOS ENCARGOS PLANOCONTAS CONSOLIDADO
                 RELATORIO.
       050-FIM.  EXIT.

       051-GRAVA-CONSOLIDADO.
           PERFORM 052-GRAVA-DEBITO THRU 052-FIM
                   VARYING WS-SUB-DEP FROM 1 BY 1
                   UNTIL WS-SUB-DEP > WS-QTDE-DEPTOS
           MOVE SPACE              TO WS-PCT-ORIGEM
           MOVE WS-TOT-DEBITOS-MES TO WS-VALOR-CREDITO
           PERFORM 055-GRAVA-CREDITO THRU 055-FIM
           IF WS-TOT-ENCARGOS-MES > ZEROS
              MOVE 'E'             TO WS-PCT-ORIGEM
              MOVE WS-TOT-ENCARGOS-MES TO WS-VALOR-CREDITO
              PERFORM 055-GRAVA-CREDITO THRU 055-FIM
           END-IF
           MOVE WS-CON-QTDE-REG    TO WS-CONT-QTDE-REG
           MOVE WS-CON-HASH        TO WS-CONT-HASH
           WRITE REG-CONSOLIDADO   FROM WS-CON-TRAILER.

       052-GRAVA-DEBITO.
           MOVE WS-TDM-DEPTO (WS-SUB-DEP) TO WS-PCT-DEPTO
           MOVE WS-TDM-ORIGEM (WS-SUB-DEP) TO WS-PCT-ORIGEM
           PERFORM 054-BUSCA-CONTA THRU 054-FIM
           IF WS-CONTA-ACHADA
              MOVE WS-CTA-CONTA (WS-IDX-CONTA)  TO WS-COND-CONTA
           ELSE
              ADD 1                TO WS-DEPTOS-SEM-CONTA
              MOVE WS-TDM-DEPTO (WS-SUB-DEP)    TO WS-SEM-DEP-ED
              PERFORM 057-EDITA-ORIGEM THRU 057-FIM
              WRITE REG-RELATORIO  FROM WS-DETALHE-SEM-CONTA
           END-IF.
       052-FIM.  EXIT.
           PERFORM 056-VARRE-CONTA THRU 056-FIM
                   VARYING WS-IDX-CONTA FROM 1 BY 1
                   UNTIL WS-IDX-CONTA > WS-QTDE-CONTAS
                      OR (WS-CTA-DEPTO (WS-IDX-CONTA) EQUAL WS-PCT-DEPTO
                          AND WS-CTA-ORIGEM (WS-IDX-CONTA) EQUAL
                              WS-PCT-ORIGEM)
           IF WS-IDX-CONTA NOT > WS-QTDE-CONTAS
              MOVE 'S'             TO WS-SW-CONTA-ACHADA
           END-IF.
           ELSE
              ADD 1                TO WS-DEPTOS-SEM-CONTA
              MOVE ZEROS           TO WS-SEM-DEP-ED
              PERFORM 057-EDITA-ORIGEM THRU 057-FIM
              WRITE REG-RELATORIO  FROM WS-DETALHE-SEM-CONTA
              MOVE SPACES          TO WS-COND-CONTA
           END-IF
           MOVE 'C'                TO WS-COND-NATUREZA
           MOVE WS-VALOR-CREDITO   TO WS-COND-VALOR
           WRITE REG-CONSOLIDADO   FROM WS-CON-DETALHE
           ADD 1                   TO WS-CON-QTDE-REG
           ADD WS-VALOR-CREDITO    TO WS-CON-HASH.
       055-FIM.  EXIT.

       057-EDITA-ORIGEM.
           IF WS-PCT-ENCARGOS
              MOVE ' ENCARGOS'     TO WS-SEM-ORIGEM
           ELSE
              MOVE SPACES          TO WS-SEM-ORIGEM
           END-IF.
       057-FIM.  EXIT.
