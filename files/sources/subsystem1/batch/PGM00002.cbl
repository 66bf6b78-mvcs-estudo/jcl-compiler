           SELECT AUDITORIA     ASSIGN TO UT-S-AUDITOR.
           SELECT MOVEXCECAO    ASSIGN TO UT-S-MOVEXCE.
           SELECT REJSAIDA      ASSIGN TO UT-S-REJSAID.
           SELECT TABFAIXAS     ASSIGN TO UT-S-TABFAIXA.
           SELECT ORCAMENTO     ASSIGN TO UT-S-ORCAMEN.
           SELECT OPTIONAL RETANTES ASSIGN TO UT-S-RETANTE.
           SELECT OPTIONAL APROVACOES ASSIGN TO UT-S-APROVAC.
           SELECT RETNOVO       ASSIGN TO UT-S-RETNOVO.
           SELECT PENDENTES     ASSIGN TO UT-S-PENDENT.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-REJSAIDA.
       01  REG-REJSAIDA            PIC X(117).

       FD  TABFAIXAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TABFAIXA.
       01  REG-TABFAIXA            PIC X(20).

       FD  ORCAMENTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORCAMENTO.
       01  REG-ORCAMENTO           PIC X(20).

       FD  RETANTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETANTES.
       01  REG-RETANTES            PIC X(128).

       FD  APROVACOES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-APROVACOES.
       01  REG-APROVACOES          PIC X(80).

       FD  RETNOVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 128 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RETNOVO.
       01  REG-RETNOVO             PIC X(128).

       FD  PENDENTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PENDENTES.
       01  REG-PENDENTES           PIC X(96).

       WORKING-STORAGE SECTION.

       COPY BOOK0001.

       COPY BOOK0006.

       COPY BOOK0008.

       COPY BOOK0012.

       01  WS-REG-MOVIMENTO.
           05 WS-TIPO-MOV          PIC X(01).
              88 WS-MOV-ADMISSAO                VALUE 'A'.
              88 WS-MOVIMENTO-VALIDO            VALUE 'S'.
           05 WS-MOTIVO-REJEICAO   PIC X(40)    VALUE SPACES.

       01  WS-REG-TABFAIXA.
           05 WS-REGFX-POSTO       PIC 9(02).
           05 WS-REGFX-MINIMO      PIC 9(07)V99.
           05 WS-REGFX-MAXIMO      PIC 9(07)V99.

       01  WS-TAB-FAIXAS.
           05 WS-QTDE-FAIXAS       PIC 9(03)    VALUE ZEROS.
           05 WS-FAIXA-ENTRADA OCCURS 20 TIMES
                                   INDEXED BY WS-IDX-FAIXA.
              10 WS-FAIXA-POSTO    PIC 9(02).
              10 WS-FAIXA-MINIMO   PIC 9(07)V99.
              10 WS-FAIXA-MAXIMO   PIC 9(07)V99.

       01  WS-REG-ORCAMEN.
           05 WS-ORC-DEPTO         PIC 9(03).
           05 WS-ORC-QTDE-AUT      PIC 9(05).
           05 WS-ORC-VERBA         PIC 9(09)V99.
           05 FILLER               PIC X(01).

       01  WS-TAB-QUADRO.
           05 WS-QUADRO-DEPTO OCCURS 999 TIMES.
              10 WS-QDR-QTDE-ATUAL PIC 9(05)    VALUE ZEROS.
              10 WS-QDR-QTDE-AUT   PIC 9(05)    VALUE ZEROS.
              10 WS-QDR-SW-ORCADO  PIC X(01)    VALUE 'N'.

       01  WS-REG-APROVACAO.
           05 WS-APV-ACAO          PIC X(01).
              88 WS-APV-LIBERA                  VALUE 'A'.
              88 WS-APV-CANCELA                 VALUE 'C'.
           05 WS-APV-NUMERO        PIC X(05).
           05 WS-APV-NUMERO-N REDEFINES WS-APV-NUMERO
                                   PIC 9(05).
           05 WS-APV-TIPO          PIC X(01).
           05 FILLER               PIC X(01).
           05 WS-APV-APROVADOR     PIC X(20).
           05 FILLER               PIC X(52).

       01  WS-TAB-RETIDOS.
           05 WS-QTDE-RETIDOS      PIC 9(03)    VALUE ZEROS.
           05 WS-TRT-ENTRADA OCCURS 500 TIMES.
              10 WS-TRT-TIPO       PIC X(01).
              10 WS-TRT-NUMERO     PIC 9(05).
              10 FILLER            PIC X(101).
              10 WS-TRT-SITUACAO   PIC X(01).
              10 WS-TRT-APROVADOR  PIC X(20).

       01  WS-CONTROLE-RETENCAO.
           05 WS-PCT-LIMITE-AUMENTO PIC 9(03)V99 VALUE 20.
           05 WS-PCT-AUMENTO       PIC 9(05)V99 VALUE ZEROS.
           05 WS-RETIDOS-MOV       PIC 9(05)    VALUE ZEROS.
           05 WS-PENDENTES-MOV     PIC 9(05)    VALUE ZEROS.
           05 WS-LIBERADOS-MOV     PIC 9(05)    VALUE ZEROS.
           05 WS-CANCELADOS-MOV    PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-APV         PIC 9(05)    VALUE ZEROS.
           05 WS-APV-REJEITADAS    PIC 9(05)    VALUE ZEROS.
           05 WS-DIAS-RETENCAO     PIC 9(07)    VALUE ZEROS.
           05 WS-DIAS-PENDENTE     PIC 9(07)    VALUE ZEROS.
           05 WS-SUB-RET           PIC 9(03)    VALUE ZEROS.
           05 SW-FIM-FAIXA         PIC X(03)    VALUE SPACES.
           05 SW-FIM-ORC           PIC X(03)    VALUE SPACES.
           05 SW-FIM-QDR           PIC X(03)    VALUE SPACES.
           05 SW-FIM-RET           PIC X(03)    VALUE SPACES.
           05 SW-FIM-APV           PIC X(03)    VALUE SPACES.
           05 WS-SW-RETIDO         PIC X(01)    VALUE 'N'.
              88 WS-MOV-RETIDO                  VALUE 'S'.
           05 WS-SW-LIBERACAO      PIC X(01)    VALUE 'N'.
              88 WS-APLICANDO-LIBERADO          VALUE 'S'.
           05 WS-SW-TAB-ERRO       PIC X(01)    VALUE 'N'.
              88 WS-TABELA-ERRO                 VALUE 'S'.
           05 WS-MOTIVO-RETENCAO   PIC X(40)    VALUE SPACES.
           05 WS-REG-MOV-SALVO     PIC X(59)    VALUE SPACES.

       01  WS-AUD-APROVACAO.
           05 WS-APR-APROVADOR     PIC X(20).
           05 WS-APR-NUMERO        PIC 9(05).
           05 WS-APR-TIPO-MOV      PIC X(01).
           05 WS-APR-DATA-EFETIVA  PIC X(08).
           05 WS-APR-DATA-RETENCAO PIC X(08).
           05 FILLER               PIC X(08)    VALUE SPACES.

       01  WS-TITULO-1.
           05 FILLER               PIC X(30)    VALUE SPACES.
           05 WS-TIT-1             PIC X(15)
                                   VALUE 'ESTUDO DE COBOL'.
           05 FILLER               PIC X(35)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER               PIC X(08)    VALUE ' DATA: '.
           05 WS-TIT-2-DIA         PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-TIT-2-MES         PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-TIT-2-ANO         PIC 9(04).
           05 FILLER               PIC X(09)    VALUE SPACES.
           05 WS-TIT-2             PIC X(33)
                        VALUE 'MOVIMENTOS RETIDOS PARA APROVACAO'.
           05 FILLER               PIC X(36)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SECAO-DECISOES.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(40)
                        VALUE 'DECISOES DE APROVACAO RECEBIDAS NO DIA'.
           05 FILLER               PIC X(55)    VALUE SPACES.

       01  WS-SECAO-PENDENTES.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(40)
                        VALUE 'MOVIMENTOS PENDENTES DE APROVACAO'.
           05 FILLER               PIC X(55)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(01)    VALUE 'T'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(05)    VALUE 'NUMER'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(03)    VALUE 'DEP'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(12)    VALUE '     SALARIO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(40)
                                   VALUE 'MOTIVO DA RETENCAO'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(10)    VALUE 'RETIDO EM'.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(05)    VALUE ' DIAS'.
           05 FILLER               PIC X(07)    VALUE SPACES.

       01  WS-DETALHE-PENDENTE.
           05 FILLER               PIC X(01).
           05 WS-PEN-TIPO          PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-PEN-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-PEN-DEPTO         PIC ZZZ.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-PEN-SALARIO       PIC Z,ZZZ,ZZZ.ZZ.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-PEN-MOTIVO        PIC X(40).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-PEN-DATA          PIC X(10).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-PEN-DIAS          PIC ZZZZ9.
           05 FILLER               PIC X(07)    VALUE SPACES.

       01  WS-DETALHE-DECISAO.
           05 FILLER               PIC X(01).
           05 WS-DEC-TIPO          PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DEC-NUMERO        PIC X(05).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DEC-RESULTADO     PIC X(40).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DEC-APROVADOR     PIC X(20).
           05 FILLER               PIC X(23)    VALUE SPACES.

       01  WS-DATA-EDITADA.
           05 WS-EDT-DIA           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-EDT-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-EDT-ANO           PIC 9(04).

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
              88 LK-MODO-REINICIO               VALUE 'R'.

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           PERFORM 080-VERIFICA-CALENDARIO THRU 080-FIM
           IF NOT CLD-OK
              MOVE 16              TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 011-CARREGA-TABELAS THRU 011-FIM
           PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
           MOVE LK-DIA             TO WS-AUD-DIA
           MOVE LK-MES             TO WS-AUD-MES
           MOVE LK-ANO             TO WS-AUD-ANO
           COMPUTE WS-DIAS-EXEC = (LK-ANO * 360)
                   + (LK-MES * 30) + LK-DIA
           PERFORM 030-TITULOS       THRU 030-FIM
           IF NOT WS-TABELA-ERRO
              PERFORM 016-CARREGA-RETIDOS THRU 016-FIM
                      UNTIL SW-FIM-RET EQUAL 'FIM'
           END-IF
           IF WS-TABELA-ERRO
              MOVE 16              TO RETURN-CODE
           ELSE
              PERFORM 017-LE-APROVACAO  THRU 017-FIM
                      UNTIL SW-FIM-APV EQUAL 'FIM'
              PERFORM 031-LISTA-PENDENTES THRU 031-FIM
              PERFORM 060-LE-CADASTRO   THRU 060-FIM
              PERFORM 061-LE-MOVIMENTO  THRU 061-FIM
              PERFORM 040-PROCESSO      THRU 040-FIM
                      UNTIL SW-FIM-CAD EQUAL 'FIM'
                        AND SW-FIM-MOV EQUAL 'FIM'
                        AND NOT WS-ATUAL-CARREGADO
              IF NOT WS-SEQ-CAD-OK
                 MOVE 16           TO RETURN-CODE
              ELSE
                 PERFORM 052-REJEITA-NAO-APLICADO THRU 052-FIM
                         VARYING WS-SUB-RET FROM 1 BY 1
                         UNTIL WS-SUB-RET > WS-QTDE-RETIDOS
              END-IF
           END-IF
           PERFORM 050-FINAL         THRU 050-FIM
           PERFORM 081-REGISTRA-CALENDARIO THRU 081-FIM
           GOBACK.

       011-CARREGA-TABELAS.
           OPEN INPUT  TABFAIXAS
                       ORCAMENTO
                       CADASTRO
           PERFORM 012-LE-FAIXA      THRU 012-FIM
                   UNTIL SW-FIM-FAIXA EQUAL 'FIM'
           PERFORM 013-LE-ORCAMENTO  THRU 013-FIM
                   UNTIL SW-FIM-ORC EQUAL 'FIM'
           PERFORM 014-CONTA-QUADRO  THRU 014-FIM
                   UNTIL SW-FIM-QDR EQUAL 'FIM'
           CLOSE TABFAIXAS ORCAMENTO CADASTRO.
       011-FIM.  EXIT.

       012-LE-FAIXA.
           READ TABFAIXAS INTO WS-REG-TABFAIXA AT END
                MOVE 'FIM' TO SW-FIM-FAIXA.
           IF SW-FIM-FAIXA NOT EQUAL 'FIM'
              IF WS-QTDE-FAIXAS < 20
                 ADD 1               TO WS-QTDE-FAIXAS
                 MOVE WS-REGFX-POSTO  TO WS-FAIXA-POSTO(WS-QTDE-FAIXAS)
                 MOVE WS-REGFX-MINIMO TO WS-FAIXA-MINIMO(WS-QTDE-FAIXAS)
                 MOVE WS-REGFX-MAXIMO TO WS-FAIXA-MAXIMO(WS-QTDE-FAIXAS)
              ELSE
                 DISPLAY 'TABFAIXAS EXCEDE O LIMITE DE 20 FAIXAS - '
                          'EXECUCAO ABORTADA'
                 MOVE 'S'            TO WS-SW-TAB-ERRO
                 MOVE 'FIM'          TO SW-FIM-FAIXA
              END-IF
           END-IF.
       012-FIM.  EXIT.

       013-LE-ORCAMENTO.
           READ ORCAMENTO INTO WS-REG-ORCAMEN AT END
                MOVE 'FIM' TO SW-FIM-ORC.
           IF SW-FIM-ORC NOT EQUAL 'FIM'
              IF WS-ORC-DEPTO IS NUMERIC AND WS-ORC-DEPTO > ZEROS
                 MOVE WS-ORC-QTDE-AUT TO WS-QDR-QTDE-AUT (WS-ORC-DEPTO)
                 MOVE 'S'          TO WS-QDR-SW-ORCADO (WS-ORC-DEPTO)
              END-IF
           END-IF.
       013-FIM.  EXIT.

       014-CONTA-QUADRO.
           READ CADASTRO INTO WS-REG-EMPREGADOS AT END
                MOVE 'FIM' TO SW-FIM-QDR.
           IF SW-FIM-QDR NOT EQUAL 'FIM'
              IF WS-STATUS-EMP NOT EQUAL 3
                 AND WS-DEPTO-EMP > ZEROS
                 ADD 1             TO WS-QDR-QTDE-ATUAL (WS-DEPTO-EMP)
              END-IF
           END-IF.
       014-FIM.  EXIT.

       016-CARREGA-RETIDOS.
           READ RETANTES INTO RET-REGISTRO-RETIDO AT END
                MOVE 'FIM' TO SW-FIM-RET.
           IF SW-FIM-RET NOT EQUAL 'FIM'
              IF WS-QTDE-RETIDOS < 500
                 ADD 1             TO WS-QTDE-RETIDOS
                 MOVE RET-REGISTRO-RETIDO
                                   TO WS-TRT-ENTRADA (WS-QTDE-RETIDOS)
              ELSE
                 DISPLAY 'RETIDOS EXCEDE O LIMITE DE 500 MOVIMENTOS - '
                          'EXECUCAO ABORTADA'
                 MOVE 'S'          TO WS-SW-TAB-ERRO
                 MOVE 'FIM'        TO SW-FIM-RET
              END-IF
           END-IF.
       016-FIM.  EXIT.

       017-LE-APROVACAO.
           READ APROVACOES INTO WS-REG-APROVACAO AT END
                MOVE 'FIM' TO SW-FIM-APV.
           IF SW-FIM-APV EQUAL 'FIM'
              GO TO 017-FIM
           END-IF
           ADD 1                   TO WS-LIDOS-APV
           MOVE WS-APV-TIPO        TO WS-DEC-TIPO
           MOVE WS-APV-NUMERO      TO WS-DEC-NUMERO
           MOVE WS-APV-APROVADOR   TO WS-DEC-APROVADOR
           IF (NOT WS-APV-LIBERA AND NOT WS-APV-CANCELA)
              OR WS-APV-NUMERO IS NOT NUMERIC
              OR WS-APV-APROVADOR EQUAL SPACES
              ADD 1                TO WS-APV-REJEITADAS
              MOVE 'CARTAO DE APROVACAO INVALIDO'
                                   TO WS-DEC-RESULTADO
              WRITE REG-PENDENTES  FROM WS-DETALHE-DECISAO
              GO TO 017-FIM
           END-IF
           PERFORM 018-VARRE-RETIDOS THRU 018-FIM
                   VARYING WS-SUB-RET FROM 1 BY 1
                   UNTIL WS-SUB-RET > WS-QTDE-RETIDOS
                      OR (WS-TRT-NUMERO (WS-SUB-RET) EQUAL
                          WS-APV-NUMERO-N
                          AND WS-TRT-TIPO (WS-SUB-RET) EQUAL
                              WS-APV-TIPO
                          AND WS-TRT-SITUACAO (WS-SUB-RET) EQUAL 'P')
           IF WS-SUB-RET > WS-QTDE-RETIDOS
              ADD 1                TO WS-APV-REJEITADAS
              MOVE 'NAO HA MOVIMENTO RETIDO CORRESPONDENTE'
                                   TO WS-DEC-RESULTADO
              WRITE REG-PENDENTES  FROM WS-DETALHE-DECISAO
              GO TO 017-FIM
           END-IF
           MOVE WS-APV-APROVADOR   TO WS-TRT-APROVADOR (WS-SUB-RET)
           IF WS-APV-LIBERA
              MOVE 'L'             TO WS-TRT-SITUACAO (WS-SUB-RET)
              ADD 1                TO WS-LIBERADOS-MOV
              MOVE 'LIBERADO - APLICADO NA VIGENCIA ORIGINAL'
                                   TO WS-DEC-RESULTADO
           ELSE
              MOVE 'C'             TO WS-TRT-SITUACAO (WS-SUB-RET)
              ADD 1                TO WS-CANCELADOS-MOV
              MOVE 'CANCELADO - MOVIMENTO DESCARTADO'
                                   TO WS-DEC-RESULTADO
              MOVE WS-TRT-ENTRADA (WS-SUB-RET) TO RET-REGISTRO-RETIDO
              PERFORM 054-GRAVA-AUDIT-APROVACAO THRU 054-FIM
           END-IF
           WRITE REG-PENDENTES     FROM WS-DETALHE-DECISAO.
       017-FIM.  EXIT.

       018-VARRE-RETIDOS.
           CONTINUE.
       018-FIM.  EXIT.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  CADASTRO
                       MOVIMENTOS
                       RETANTES
                       APROVACOES
                OUTPUT CADNOVO
                       AUDITORIA
                       MOVEXCECAO
                       MOVPENDENTE
                       REJSAIDA
                       RETNOVO
                       PENDENTES.
       020-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-PENDENTES FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-PENDENTES FROM WS-TITULO-2
           WRITE REG-PENDENTES FROM WS-GUIA
           WRITE REG-PENDENTES FROM WS-SECAO-DECISOES
           WRITE REG-PENDENTES FROM WS-GUIA.
       030-FIM.  EXIT.

       031-LISTA-PENDENTES.
           WRITE REG-PENDENTES FROM WS-GUIA
           WRITE REG-PENDENTES FROM WS-SECAO-PENDENTES
           WRITE REG-PENDENTES FROM WS-GUIA
           WRITE REG-PENDENTES FROM WS-SUB-TITULO-1
           WRITE REG-PENDENTES FROM WS-GUIA
           PERFORM 032-LISTA-PENDENTE THRU 032-FIM
                   VARYING WS-SUB-RET FROM 1 BY 1
                   UNTIL WS-SUB-RET > WS-QTDE-RETIDOS.
       031-FIM.  EXIT.

       032-LISTA-PENDENTE.
           IF WS-TRT-SITUACAO (WS-SUB-RET) EQUAL 'P'
              MOVE WS-TRT-ENTRADA (WS-SUB-RET) TO RET-REGISTRO-RETIDO
              PERFORM 055-GRAVA-PENDENTE THRU 055-FIM
           END-IF.
       032-FIM.  EXIT.

       040-PROCESSO.
           IF WS-ATUAL-CARREGADO
              PERFORM 042-TRATA-ATUAL    THRU 042-FIM
              MOVE WS-REG-EMPREGADOS TO WS-REG-ATUAL
              MOVE 'S'             TO WS-SW-ATUAL
              PERFORM 060-LE-CADASTRO THRU 060-FIM
              IF WS-LIBERADOS-MOV > ZEROS
                 PERFORM 063-APLICA-LIBERADOS THRU 063-FIM
              END-IF
           ELSE
              IF WS-MOV-ADMISSAO
                 PERFORM 043-ADMITE-EMPREGADO THRU 043-FIM
              MOVE 'S'                 TO WS-SW-ATUAL
              MOVE SPACES              TO WS-AUD-IMAGEM-ANTES
              PERFORM 047-GRAVA-AUDITORIA THRU 047-FIM
              IF WS-ATU-STATUS NOT EQUAL 3
                 ADD 1                 TO WS-QDR-QTDE-ATUAL
                                          (WS-ATU-DEPTO)
              END-IF
           ELSE
              PERFORM 046-REJEITA-MOVIMENTO THRU 046-FIM
           END-IF.

       044-APLICA-MOVIMENTO.
           MOVE 'S'                TO WS-SW-VALIDO
           MOVE 'N'                TO WS-SW-RETIDO
           MOVE SPACES             TO WS-MOTIVO-REJEICAO
                                      WS-MOTIVO-RETENCAO
           MOVE WS-REG-ATUAL       TO WS-AUD-IMAGEM-ANTES
           EVALUATE TRUE
               WHEN WS-MOV-ADMISSAO
                    MOVE 'EMPREGADO JA CADASTRADO'
                                   TO WS-MOTIVO-REJEICAO
               WHEN WS-MOV-DESLIGAMENTO
                    IF WS-ATU-STATUS NOT EQUAL 3
                       AND WS-ATU-DEPTO > ZEROS
                       IF WS-QDR-QTDE-ATUAL (WS-ATU-DEPTO) > ZEROS
                          SUBTRACT 1 FROM WS-QDR-QTDE-ATUAL
                                          (WS-ATU-DEPTO)
                       END-IF
                    END-IF
                    MOVE 3         TO WS-ATU-STATUS
               WHEN WS-MOV-TRANSFERENCIA
                    IF WS-MOV-DEPTO IS NOT NUMERIC
                       OR WS-MOV-DEPTO EQUAL ZEROS
                       MOVE 'N'    TO WS-SW-VALIDO
                       MOVE 'DEPARTAMENTO INVALIDO'
                                   TO WS-MOTIVO-REJEICAO
                    ELSE
                       IF NOT WS-APLICANDO-LIBERADO
                          PERFORM 066-VERIFICA-QUADRO THRU 066-FIM
                       END-IF
                       IF NOT WS-MOV-RETIDO
                          PERFORM 069-ATUALIZA-QUADRO THRU 069-FIM
                          MOVE WS-MOV-DEPTO TO WS-ATU-DEPTO
                       END-IF
                    END-IF
               WHEN WS-MOV-SALARIO
                    IF WS-MOV-SALARIO-NOVO EQUAL ZEROS
                       MOVE 'SALARIO ZERADO'
                                   TO WS-MOTIVO-REJEICAO
                    ELSE
                       IF NOT WS-APLICANDO-LIBERADO
                          PERFORM 065-VERIFICA-SALARIO THRU 065-FIM
                       END-IF
                       IF NOT WS-MOV-RETIDO
                          MOVE WS-MOV-SALARIO-NOVO TO WS-ATU-SALARIO
                       END-IF
                    END-IF
               WHEN OTHER
                    MOVE 'N'       TO WS-SW-VALIDO
                    MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                   TO WS-MOTIVO-REJEICAO
           END-EVALUATE
           IF WS-MOV-RETIDO
              PERFORM 068-RETEM-MOVIMENTO THRU 068-FIM
           ELSE
              IF WS-MOVIMENTO-VALIDO
                 PERFORM 047-GRAVA-AUDITORIA THRU 047-FIM
              ELSE
                 PERFORM 046-REJEITA-MOVIMENTO THRU 046-FIM
              END-IF
           END-IF.
       044-FIM.  EXIT.

           END-IF.
       062-FIM.  EXIT.

       063-APLICA-LIBERADOS.
           MOVE WS-REG-MOVIMENTO   TO WS-REG-MOV-SALVO
           PERFORM 064-APLICA-LIBERADO THRU 064-FIM
                   VARYING WS-SUB-RET FROM 1 BY 1
                   UNTIL WS-SUB-RET > WS-QTDE-RETIDOS
           MOVE WS-REG-MOV-SALVO   TO WS-REG-MOVIMENTO.
       063-FIM.  EXIT.

       064-APLICA-LIBERADO.
           IF WS-TRT-NUMERO (WS-SUB-RET) NOT EQUAL WS-ATU-NUMERO
              OR WS-TRT-SITUACAO (WS-SUB-RET) NOT EQUAL 'L'
              GO TO 064-FIM
           END-IF
           MOVE WS-TRT-ENTRADA (WS-SUB-RET) TO RET-REGISTRO-RETIDO
           MOVE RET-REG-MOVIMENTO  TO WS-REG-MOVIMENTO
           PERFORM 054-GRAVA-AUDIT-APROVACAO THRU 054-FIM
           MOVE 'S'                TO WS-SW-LIBERACAO
           PERFORM 044-APLICA-MOVIMENTO THRU 044-FIM
           MOVE 'N'                TO WS-SW-LIBERACAO
           MOVE 'A'                TO WS-TRT-SITUACAO (WS-SUB-RET).
       064-FIM.  EXIT.

       065-VERIFICA-SALARIO.
           IF WS-ATU-SALARIO > ZEROS
              AND WS-MOV-SALARIO-NOVO > WS-ATU-SALARIO
              COMPUTE WS-PCT-AUMENTO ROUNDED =
                      ((WS-MOV-SALARIO-NOVO - WS-ATU-SALARIO) * 100)
                      / WS-ATU-SALARIO
                      ON SIZE ERROR MOVE 99999.99 TO WS-PCT-AUMENTO
              END-COMPUTE
              IF WS-PCT-AUMENTO > WS-PCT-LIMITE-AUMENTO
                 MOVE 'S'          TO WS-SW-RETIDO
                 MOVE 'AUMENTO ACIMA DO LIMITE PERCENTUAL'
                                   TO WS-MOTIVO-RETENCAO
                 GO TO 065-FIM
              END-IF
           END-IF
           PERFORM 067-BUSCA-FAIXA THRU 067-FIM
                   VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > WS-QTDE-FAIXAS
                      OR WS-FAIXA-POSTO(WS-IDX-FAIXA) EQUAL WS-ATU-POSTO
           IF WS-IDX-FAIXA <= WS-QTDE-FAIXAS
              IF WS-MOV-SALARIO-NOVO < WS-FAIXA-MINIMO(WS-IDX-FAIXA)
                 OR WS-MOV-SALARIO-NOVO > WS-FAIXA-MAXIMO(WS-IDX-FAIXA)
                 MOVE 'S'          TO WS-SW-RETIDO
                 MOVE 'SALARIO FORA DA FAIXA DO POSTO'
                                   TO WS-MOTIVO-RETENCAO
              END-IF
           END-IF.
       065-FIM.  EXIT.

       066-VERIFICA-QUADRO.
           IF WS-MOV-DEPTO NOT EQUAL WS-ATU-DEPTO
              IF WS-QDR-SW-ORCADO (WS-MOV-DEPTO) EQUAL 'S'
                 AND WS-QDR-QTDE-ATUAL (WS-MOV-DEPTO)
                     NOT LESS WS-QDR-QTDE-AUT (WS-MOV-DEPTO)
                 MOVE 'S'          TO WS-SW-RETIDO
                 MOVE 'DEPTO DESTINO SEM VAGA NO QUADRO ORCADO'
                                   TO WS-MOTIVO-RETENCAO
              END-IF
           END-IF.
       066-FIM.  EXIT.

       067-BUSCA-FAIXA.
           CONTINUE.
       067-FIM.  EXIT.

       068-RETEM-MOVIMENTO.
           MOVE SPACES             TO RET-REGISTRO-RETIDO
           MOVE WS-REG-MOVIMENTO   TO RET-REG-MOVIMENTO
           IF RET-MOV-DATA-EFETIVA IS NOT NUMERIC
              OR RET-MOV-DATA-EFETIVA EQUAL ZEROS
              MOVE LK-DIA          TO RET-EFE-DIA
              MOVE LK-MES          TO RET-EFE-MES
              MOVE LK-ANO          TO RET-EFE-ANO
           END-IF
           MOVE WS-MOTIVO-RETENCAO TO RET-MOTIVO
           MOVE LK-DIA             TO RET-RET-DIA
           MOVE LK-MES             TO RET-RET-MES
           MOVE LK-ANO             TO RET-RET-ANO
           MOVE 'P'                TO RET-SW-SITUACAO
           ADD 1                   TO WS-RETIDOS-MOV
           PERFORM 055-GRAVA-PENDENTE THRU 055-FIM.
       068-FIM.  EXIT.

       069-ATUALIZA-QUADRO.
           IF WS-ATU-STATUS NOT EQUAL 3
              IF WS-ATU-DEPTO > ZEROS
                 IF WS-QDR-QTDE-ATUAL (WS-ATU-DEPTO) > ZEROS
                    SUBTRACT 1     FROM WS-QDR-QTDE-ATUAL (WS-ATU-DEPTO)
                 END-IF
              END-IF
              ADD 1                TO WS-QDR-QTDE-ATUAL (WS-MOV-DEPTO)
           END-IF.
       069-FIM.  EXIT.

       050-FINAL.
           DISPLAY 'CADASTRO LIDO     : ' WS-LIDOS-CAD.
           DISPLAY 'MOVIMENTOS LIDOS  : ' WS-LIDOS-MOV.
           IF NOT WS-SEQ-CAD-OK
              DISPLAY 'EXECUCAO ABORTADA - ARQUIVO FORA DE SEQUENCIA'
           END-IF
           DISPLAY 'MOVTOS RETIDOS    : ' WS-RETIDOS-MOV.
           DISPLAY 'RETIDOS LIBERADOS : ' WS-LIBERADOS-MOV.
           DISPLAY 'RETIDOS CANCELADOS: ' WS-CANCELADOS-MOV.
           DISPLAY 'APROVACOES LIDAS  : ' WS-LIDOS-APV.
           DISPLAY 'APROVACOES REJEIT.: ' WS-APV-REJEITADAS.
           DISPLAY 'PENDENTES APROVAC.: ' WS-PENDENTES-MOV.
           IF WS-TABELA-ERRO
              DISPLAY 'EXECUCAO ABORTADA - LIMITE DE TABELA EXCEDIDO'
           END-IF
           PERFORM 051-GRAVA-RESUMO-AUDIT THRU 051-FIM
           PERFORM 053-TOTAIS-PENDENTES THRU 053-FIM
           CLOSE CADASTRO MOVIMENTOS CADNOVO AUDITORIA MOVEXCECAO
                 MOVPENDENTE REJSAIDA RETANTES APROVACOES RETNOVO
                 PENDENTES.
       050-FIM.  EXIT.

       051-GRAVA-RESUMO-AUDIT.
           MOVE WS-AUD-RESUMO      TO WS-AUD-IMAGEM-DEPOIS
           WRITE REG-AUDITORIA     FROM WS-REG-AUDIT.
       051-FIM.  EXIT.

       052-REJEITA-NAO-APLICADO.
           IF WS-TRT-SITUACAO (WS-SUB-RET) EQUAL 'L'
              MOVE WS-TRT-ENTRADA (WS-SUB-RET) TO RET-REGISTRO-RETIDO
              MOVE RET-REG-MOVIMENTO TO WS-REG-MOVIMENTO
              MOVE 'EMPREGADO NAO CADASTRADO'
                                   TO WS-MOTIVO-REJEICAO
              PERFORM 046-REJEITA-MOVIMENTO THRU 046-FIM
           END-IF.
       052-FIM.  EXIT.

       053-TOTAIS-PENDENTES.
           WRITE REG-PENDENTES     FROM WS-GUIA
           MOVE 'MOVIMENTOS RETIDOS NO DIA        : '
                                   TO WS-TOT-LITERAL
           MOVE WS-RETIDOS-MOV     TO WS-TOT-VALOR
           WRITE REG-PENDENTES     FROM WS-DETALHE-TOTAL
           MOVE 'RETIDOS LIBERADOS POR APROVACAO  : '
                                   TO WS-TOT-LITERAL
           MOVE WS-LIBERADOS-MOV   TO WS-TOT-VALOR
           WRITE REG-PENDENTES     FROM WS-DETALHE-TOTAL
           MOVE 'RETIDOS CANCELADOS POR APROVACAO : '
                                   TO WS-TOT-LITERAL
           MOVE WS-CANCELADOS-MOV  TO WS-TOT-VALOR
           WRITE REG-PENDENTES     FROM WS-DETALHE-TOTAL
           MOVE 'CARTOES DE APROVACAO REJEITADOS  : '
                                   TO WS-TOT-LITERAL
           MOVE WS-APV-REJEITADAS  TO WS-TOT-VALOR
           WRITE REG-PENDENTES     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL PENDENTE DE APROVACAO      : '
                                   TO WS-TOT-LITERAL
           MOVE WS-PENDENTES-MOV   TO WS-TOT-VALOR
           WRITE REG-PENDENTES     FROM WS-DETALHE-TOTAL.
       053-FIM.  EXIT.

       054-GRAVA-AUDIT-APROVACAO.
           MOVE RET-SW-SITUACAO    TO WS-AUD-TIPO-MOV
           MOVE RET-APROVADOR      TO WS-APR-APROVADOR
           MOVE RET-MOV-NUMERO     TO WS-APR-NUMERO
           MOVE RET-MOV-TIPO       TO WS-APR-TIPO-MOV
           MOVE RET-MOV-DATA-EFETIVA TO WS-APR-DATA-EFETIVA
           MOVE RET-DATA-RETENCAO  TO WS-APR-DATA-RETENCAO
           MOVE WS-AUD-APROVACAO   TO WS-AUD-IMAGEM-ANTES
           MOVE RET-MOTIVO         TO WS-AUD-IMAGEM-DEPOIS
           WRITE REG-AUDITORIA     FROM WS-REG-AUDIT.
       054-FIM.  EXIT.

       055-GRAVA-PENDENTE.
           WRITE REG-RETNOVO       FROM RET-REGISTRO-RETIDO
           ADD 1                   TO WS-PENDENTES-MOV
           MOVE RET-MOV-TIPO       TO WS-PEN-TIPO
           MOVE RET-MOV-NUMERO     TO WS-PEN-NUMERO
           IF RET-MOV-DEPTO IS NUMERIC
              MOVE RET-MOV-DEPTO   TO WS-PEN-DEPTO
           ELSE
              MOVE ZEROS           TO WS-PEN-DEPTO
           END-IF
           IF RET-MOV-SALARIO IS NUMERIC
              MOVE RET-MOV-SALARIO TO WS-PEN-SALARIO
           ELSE
              MOVE ZEROS           TO WS-PEN-SALARIO
           END-IF
           MOVE RET-MOTIVO         TO WS-PEN-MOTIVO
           MOVE RET-RET-DIA        TO WS-EDT-DIA
           MOVE RET-RET-MES        TO WS-EDT-MES
           MOVE RET-RET-ANO        TO WS-EDT-ANO
           MOVE WS-DATA-EDITADA    TO WS-PEN-DATA
           COMPUTE WS-DIAS-RETENCAO = (RET-RET-ANO * 360)
                   + (RET-RET-MES * 30) + RET-RET-DIA
           IF WS-DIAS-EXEC > WS-DIAS-RETENCAO
              COMPUTE WS-DIAS-PENDENTE = WS-DIAS-EXEC
                      - WS-DIAS-RETENCAO
           ELSE
              MOVE ZEROS           TO WS-DIAS-PENDENTE
           END-IF
           MOVE WS-DIAS-PENDENTE   TO WS-PEN-DIAS
           WRITE REG-PENDENTES     FROM WS-DETALHE-PENDENTE.
       055-FIM.  EXIT.

       080-VERIFICA-CALENDARIO.
           MOVE 'I'                TO CLD-FUNCAO
           MOVE 'PGM00002'         TO CLD-PROGRAMA
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
