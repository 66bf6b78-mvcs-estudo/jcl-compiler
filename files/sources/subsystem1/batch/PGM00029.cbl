       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00029.
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
           SELECT DEPTMEST      ASSIGN TO UT-S-DEPTMES.
           SELECT MOVDEPTO      ASSIGN TO UT-S-MOVDEPT.
           SELECT EMPREGADOS    ASSIGN TO UT-S-EMPREGA.
           SELECT PLANOCONTAS   ASSIGN TO UT-S-PLANOCTA.
           SELECT ORCAMENTO     ASSIGN TO UT-S-ORCAMEN.
           SELECT DEPTNOVO      ASSIGN TO UT-S-DEPTNOV.
           SELECT AUDDEPTO      ASSIGN TO UT-S-AUDDEPT.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTMEST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DEPTMEST.
       01  REG-DEPTMEST            PIC X(60).

       FD  MOVDEPTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MOVDEPTO.
       01  REG-MOVDEPTO            PIC X(80).

       FD  EMPREGADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPREGADOS.
       01  REG-EMPREGADOS          PIC X(51).

       FD  PLANOCONTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PLANOCONTAS.
       01  REG-PLANOCONTAS         PIC X(40).

       FD  ORCAMENTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORCAMENTO.
       01  REG-ORCAMENTO           PIC X(20).

       FD  DEPTNOVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DEPTNOVO.
       01  REG-DEPTNOVO            PIC X(60).

       FD  AUDDEPTO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 131 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDDEPTO.
       01  REG-AUDDEPTO            PIC X(131).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       WORKING-STORAGE SECTION.

       COPY BOOK0001.

       COPY BOOK0005.

       01  WS-REG-MOVDEPT.
           05 WS-MVD-TIPO          PIC X(01).
              88 WS-MVD-INCLUSAO                VALUE 'I'.
              88 WS-MVD-ALTERACAO               VALUE 'A'.
              88 WS-MVD-DESATIVACAO             VALUE 'D'.
           05 WS-MVD-DEPTO         PIC X(03).
           05 WS-MVD-DEPTO-N REDEFINES WS-MVD-DEPTO
                                   PIC 9(03).
           05 WS-MVD-NOME          PIC X(25).
           05 WS-MVD-CCUSTO        PIC X(06).
           05 WS-MVD-GESTOR        PIC X(25).
           05 FILLER               PIC X(20).

       01  WS-REG-PLANOCTA.
           05 WS-PCT-DEPTO         PIC 9(03).
           05 WS-PCT-CONTA         PIC X(10).
           05 WS-PCT-DESCRICAO     PIC X(25).
           05 WS-PCT-ORIGEM        PIC X(01).
              88 WS-PCT-FOLHA                   VALUE SPACE.
              88 WS-PCT-ENCARGOS                VALUE 'E'.
           05 FILLER               PIC X(01).

       01  WS-REG-ORCAMEN.
           05 WS-ORC-DEPTO         PIC 9(03).
           05 WS-ORC-QTDE-AUT      PIC 9(05).
           05 WS-ORC-VERBA         PIC 9(09)V99.
           05 FILLER               PIC X(01).

       01  WS-TAB-REFERENCIAS.
           05 WS-REFERENCIA-DEPTO OCCURS 999 TIMES.
              10 WS-DRF-QTDE-ATIVOS PIC 9(05)   VALUE ZEROS.
              10 WS-DRF-SW-CONTA   PIC X(01)    VALUE 'N'.
                 88 WS-DRF-COM-CONTA            VALUE 'S'.
              10 WS-DRF-SW-CONTA-ENC PIC X(01)  VALUE 'N'.
                 88 WS-DRF-COM-CONTA-ENC        VALUE 'S'.
              10 WS-DRF-SW-ORCADO  PIC X(01)    VALUE 'N'.
                 88 WS-DRF-ORCADO               VALUE 'S'.

       01  WS-REG-AUDIT.
           05 WS-AUD-DIA           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-AUD-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-AUD-ANO           PIC 9(04).
           05 WS-AUD-TIPO-MOV      PIC X(01).
           05 WS-AUD-IMAGEM-ANTES  PIC X(60).
           05 WS-AUD-IMAGEM-DEPOIS PIC X(60).

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-DPM         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-MOV         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-EMP         PIC 9(05)    VALUE ZEROS.
           05 WS-GRAVADOS-DPM      PIC 9(05)    VALUE ZEROS.
           05 WS-INCLUIDOS-MOV     PIC 9(05)    VALUE ZEROS.
           05 WS-ALTERADOS-MOV     PIC 9(05)    VALUE ZEROS.
           05 WS-DESATIVADOS-MOV   PIC 9(05)    VALUE ZEROS.
           05 WS-REJEITADOS-MOV    PIC 9(05)    VALUE ZEROS.
           05 WS-QTDE-AVISOS       PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-DPM           PIC 9(03)    VALUE ZEROS.
           05 WS-DEPTO-REF         PIC 9(03)    VALUE ZEROS.
           05 SW-FIM-MOV           PIC X(03)    VALUE SPACES.
           05 SW-FIM-EMP           PIC X(03)    VALUE SPACES.
           05 SW-FIM-PCT           PIC X(03)    VALUE SPACES.
           05 SW-FIM-ORC           PIC X(03)    VALUE SPACES.
           05 SW-CREDITO-FOLHA     PIC X(01)    VALUE 'N'.
              88 WS-COM-CREDITO-FOLHA           VALUE 'S'.
           05 SW-CREDITO-ENC       PIC X(01)    VALUE 'N'.
              88 WS-COM-CREDITO-ENC             VALUE 'S'.

       01  WS-CONTROLE-VALIDACAO.
           05 WS-SW-VALIDO         PIC X(01)    VALUE 'S'.
              88 WS-MOVIMENTO-VALIDO            VALUE 'S'.
           05 WS-MOTIVO-REJEICAO   PIC X(28)    VALUE SPACES.

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
                         VALUE 'DEPARTAMENTOS - MANUTENCAO'.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SECAO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SEC-TEXTO         PIC X(60).
           05 FILLER               PIC X(35)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(03)    VALUE 'T'.
           05 FILLER               PIC X(05)    VALUE 'DEP'.
           05 FILLER               PIC X(26)    VALUE 'NOME'.
           05 FILLER               PIC X(07)    VALUE 'CCUSTO'.
           05 FILLER               PIC X(26)    VALUE 'GESTOR'.
           05 FILLER               PIC X(28)    VALUE 'RESULTADO'.

       01  WS-DETALHE.
           05 FILLER               PIC X(01).
           05 WS-DET-TIPO          PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO         PIC X(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-NOME          PIC X(25).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-CCUSTO        PIC X(06).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-GESTOR        PIC X(25).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-RESULTADO     PIC X(28).

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
           PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
           MOVE LK-DIA             TO WS-AUD-DIA
           MOVE LK-MES             TO WS-AUD-MES
           MOVE LK-ANO             TO WS-AUD-ANO
           PERFORM 030-TITULOS       THRU 030-FIM
           IF WS-DPM-ERRO
              DISPLAY 'EXECUCAO ABORTADA - DEPTMEST INVALIDO'
              MOVE 16              TO RETURN-CODE
              CLOSE MOVDEPTO DEPTNOVO AUDDEPTO RELATORIO
           ELSE
              PERFORM 060-LE-MOVIMENTO  THRU 060-FIM
              PERFORM 040-PROCESSO      THRU 040-FIM
                      UNTIL SW-FIM-MOV EQUAL 'FIM'
              PERFORM 050-FINAL         THRU 050-FIM
           END-IF
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  DEPTMEST
           PERFORM 021-CARREGA-DEPTMEST THRU 021-FIM
                   UNTIL WS-SW-DPM-FIM EQUAL 'FIM'
           CLOSE DEPTMEST
           OPEN INPUT  EMPREGADOS
           PERFORM 022-CARREGA-EMPREGADOS THRU 022-FIM
                   UNTIL SW-FIM-EMP EQUAL 'FIM'
           CLOSE EMPREGADOS
           OPEN INPUT  PLANOCONTAS
           PERFORM 023-CARREGA-CONTAS THRU 023-FIM
                   UNTIL SW-FIM-PCT EQUAL 'FIM'
           CLOSE PLANOCONTAS
           OPEN INPUT  ORCAMENTO
           PERFORM 024-CARREGA-ORCAMENTO THRU 024-FIM
                   UNTIL SW-FIM-ORC EQUAL 'FIM'
           CLOSE ORCAMENTO
           OPEN INPUT  MOVDEPTO
                OUTPUT DEPTNOVO
                       AUDDEPTO
                       RELATORIO.
       020-FIM.  EXIT.

       021-CARREGA-DEPTMEST.
           READ DEPTMEST INTO WS-REG-DEPTMEST AT END
                MOVE 'FIM' TO WS-SW-DPM-FIM.
           IF WS-SW-DPM-FIM NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-DPM
              MOVE WS-DPM-DEPTO    TO WS-DPM-DEPTO-BUSCA
              PERFORM 044-LOCALIZA-DEPTO THRU 044-FIM
              IF WS-DPM-ACHOU
                 DISPLAY 'DEPTMEST COM DEPARTAMENTO DUPLICADO - '
                          WS-DPM-DEPTO
                 MOVE 'S'            TO WS-SW-DPM-ERRO
                 MOVE 'FIM'          TO WS-SW-DPM-FIM
              ELSE
                 IF WS-QTDE-DEPMEST < 50
                    ADD 1            TO WS-QTDE-DEPMEST
                    MOVE WS-REG-DEPTMEST TO
                         WS-DEPMEST-ENTRADA (WS-QTDE-DEPMEST)
                 ELSE
                    DISPLAY 'DEPTMEST EXCEDE O LIMITE DE 50 '
                             'DEPARTAMENTOS'
                    MOVE 'S'         TO WS-SW-DPM-ERRO
                    MOVE 'FIM'       TO WS-SW-DPM-FIM
                 END-IF
              END-IF
           END-IF.
       021-FIM.  EXIT.

       022-CARREGA-EMPREGADOS.
           READ EMPREGADOS INTO WS-REG-EMPREGADOS-COMPLETO AT END
                MOVE 'FIM' TO SW-FIM-EMP.
           IF SW-FIM-EMP NOT EQUAL 'FIM'
              IF WS-TIPO-DETALHE
                 ADD 1             TO WS-LIDOS-EMP
                 IF WS-STATUS-EMP NOT EQUAL 3
                    AND WS-DEPTO-EMP IS NUMERIC
                    AND WS-DEPTO-EMP > ZEROS
                    ADD 1 TO WS-DRF-QTDE-ATIVOS (WS-DEPTO-EMP)
                 END-IF
              END-IF
           END-IF.
       022-FIM.  EXIT.

       023-CARREGA-CONTAS.
           READ PLANOCONTAS INTO WS-REG-PLANOCTA AT END
                MOVE 'FIM' TO SW-FIM-PCT.
           IF SW-FIM-PCT NOT EQUAL 'FIM'
              IF WS-PCT-DEPTO IS NUMERIC
                 PERFORM 025-MARCA-CONTA THRU 025-FIM
              END-IF
           END-IF.
       023-FIM.  EXIT.

       024-CARREGA-ORCAMENTO.
           READ ORCAMENTO INTO WS-REG-ORCAMEN AT END
                MOVE 'FIM' TO SW-FIM-ORC.
           IF SW-FIM-ORC NOT EQUAL 'FIM'
              IF WS-ORC-DEPTO IS NUMERIC AND WS-ORC-DEPTO > ZEROS
                 MOVE 'S'          TO WS-DRF-SW-ORCADO (WS-ORC-DEPTO)
              END-IF
           END-IF.
       024-FIM.  EXIT.

       025-MARCA-CONTA.
           IF WS-PCT-DEPTO EQUAL ZEROS
              IF WS-PCT-FOLHA
                 MOVE 'S'          TO SW-CREDITO-FOLHA
              END-IF
              IF WS-PCT-ENCARGOS
                 MOVE 'S'          TO SW-CREDITO-ENC
              END-IF
           ELSE
              IF WS-PCT-FOLHA
                 MOVE 'S'          TO WS-DRF-SW-CONTA (WS-PCT-DEPTO)
              END-IF
              IF WS-PCT-ENCARGOS
                 MOVE 'S'          TO WS-DRF-SW-CONTA-ENC (WS-PCT-DEPTO)
              END-IF
           END-IF.
       025-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-GUIA
           WRITE REG-RELATORIO FROM WS-SUB-TITULO-1
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       040-PROCESSO.
           MOVE 'S'                TO WS-SW-VALIDO
           MOVE SPACES             TO WS-MOTIVO-REJEICAO
           IF WS-MVD-DEPTO IS NOT NUMERIC
              OR WS-MVD-DEPTO-N EQUAL ZEROS
              MOVE 'DEPARTAMENTO INVALIDO' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
           ELSE
              MOVE WS-MVD-DEPTO-N  TO WS-DPM-DEPTO-BUSCA
              PERFORM 044-LOCALIZA-DEPTO THRU 044-FIM
              EVALUATE TRUE
                  WHEN WS-MVD-INCLUSAO
                       PERFORM 041-INCLUI-DEPTO   THRU 041-FIM
                  WHEN WS-MVD-ALTERACAO
                       PERFORM 042-ALTERA-DEPTO   THRU 042-FIM
                  WHEN WS-MVD-DESATIVACAO
                       PERFORM 043-DESATIVA-DEPTO THRU 043-FIM
                  WHEN OTHER
                       MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                   TO WS-MOTIVO-REJEICAO
                       PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              END-EVALUATE
           END-IF
           PERFORM 060-LE-MOVIMENTO THRU 060-FIM.
       040-FIM.  EXIT.

       041-INCLUI-DEPTO.
           IF WS-DPM-ACHOU
              MOVE 'DEPARTAMENTO JA CADASTRADO' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              GO TO 041-FIM
           END-IF
           IF WS-MVD-NOME EQUAL SPACES
              OR WS-MVD-CCUSTO EQUAL SPACES
              MOVE 'NOME E C.CUSTO OBRIGATORIOS' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              GO TO 041-FIM
           END-IF
           IF WS-QTDE-DEPMEST NOT < 50
              MOVE 'LIMITE DE 50 DEPTOS ATINGIDO'
                                   TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              GO TO 041-FIM
           END-IF
           ADD 1                   TO WS-QTDE-DEPMEST
           MOVE WS-QTDE-DEPMEST    TO WS-SUB-DPM
           MOVE SPACES             TO WS-AUD-IMAGEM-ANTES
                                      WS-REG-DEPTMEST
           MOVE WS-MVD-DEPTO-N     TO WS-DPM-DEPTO
           MOVE WS-MVD-NOME        TO WS-DPM-NOME
           MOVE WS-MVD-CCUSTO      TO WS-DPM-CCUSTO
           MOVE WS-MVD-GESTOR      TO WS-DPM-GESTOR
           PERFORM 046-GRAVA-AUDITORIA THRU 046-FIM
           ADD 1                   TO WS-INCLUIDOS-MOV
           MOVE 'INCLUIDO'         TO WS-DET-RESULTADO
           PERFORM 047-IMPRIME-MOVIMENTO THRU 047-FIM
           PERFORM 048-VERIFICA-REFERENCIAS THRU 048-FIM.
       041-FIM.  EXIT.

       042-ALTERA-DEPTO.
           IF NOT WS-DPM-ACHOU
              MOVE 'DEPARTAMENTO NAO CADASTRADO' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              GO TO 042-FIM
           END-IF
           IF WS-DPM-TAB-INATIVO (WS-SUB-DPM)
              MOVE 'DEPARTAMENTO INATIVO' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              GO TO 042-FIM
           END-IF
           IF WS-MVD-NOME EQUAL SPACES
              AND WS-MVD-CCUSTO EQUAL SPACES
              AND WS-MVD-GESTOR EQUAL SPACES
              MOVE 'NENHUM CAMPO INFORMADO' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              GO TO 042-FIM
           END-IF
           MOVE WS-DEPMEST-ENTRADA (WS-SUB-DPM) TO WS-REG-DEPTMEST
           MOVE WS-REG-DEPTMEST    TO WS-AUD-IMAGEM-ANTES
           IF WS-MVD-NOME NOT EQUAL SPACES
              MOVE WS-MVD-NOME     TO WS-DPM-NOME
           END-IF
           IF WS-MVD-CCUSTO NOT EQUAL SPACES
              MOVE WS-MVD-CCUSTO   TO WS-DPM-CCUSTO
           END-IF
           IF WS-MVD-GESTOR NOT EQUAL SPACES
              MOVE WS-MVD-GESTOR   TO WS-DPM-GESTOR
           END-IF
           PERFORM 046-GRAVA-AUDITORIA THRU 046-FIM
           ADD 1                   TO WS-ALTERADOS-MOV
           MOVE 'ALTERADO'         TO WS-DET-RESULTADO
           PERFORM 047-IMPRIME-MOVIMENTO THRU 047-FIM
           PERFORM 048-VERIFICA-REFERENCIAS THRU 048-FIM.
       042-FIM.  EXIT.

       043-DESATIVA-DEPTO.
           IF NOT WS-DPM-ACHOU
              MOVE 'DEPARTAMENTO NAO CADASTRADO' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              GO TO 043-FIM
           END-IF
           IF WS-DPM-TAB-INATIVO (WS-SUB-DPM)
              MOVE 'DEPARTAMENTO JA INATIVO' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              GO TO 043-FIM
           END-IF
           IF WS-DRF-QTDE-ATIVOS (WS-MVD-DEPTO-N) > ZEROS
              MOVE 'EXISTEM EMPREGADOS ATIVOS' TO WS-MOTIVO-REJEICAO
              PERFORM 045-REJEITA-MOVIMENTO THRU 045-FIM
              DISPLAY 'DEPARTAMENTO ' WS-MVD-DEPTO ' NAO DESATIVADO - '
                       WS-DRF-QTDE-ATIVOS (WS-MVD-DEPTO-N)
                       ' EMPREGADOS ATIVOS NO EXTRATO'
              GO TO 043-FIM
           END-IF
           MOVE WS-DEPMEST-ENTRADA (WS-SUB-DPM) TO WS-REG-DEPTMEST
           MOVE WS-REG-DEPTMEST    TO WS-AUD-IMAGEM-ANTES
           MOVE 'I'                TO WS-DPM-SITUACAO
           PERFORM 046-GRAVA-AUDITORIA THRU 046-FIM
           ADD 1                   TO WS-DESATIVADOS-MOV
           MOVE 'DESATIVADO'       TO WS-DET-RESULTADO
           PERFORM 047-IMPRIME-MOVIMENTO THRU 047-FIM.
       043-FIM.  EXIT.

       044-LOCALIZA-DEPTO.
           MOVE 'N'                TO WS-SW-DPM-ACHOU
           MOVE ZEROS              TO WS-SUB-DPM
           PERFORM 049-VARRE-DEPMEST THRU 049-FIM
                   VARYING WS-IDX-DPM FROM 1 BY 1
                   UNTIL WS-IDX-DPM > WS-QTDE-DEPMEST
                      OR WS-DPM-TAB-DEPTO (WS-IDX-DPM) EQUAL
                         WS-DPM-DEPTO-BUSCA
           IF WS-IDX-DPM NOT > WS-QTDE-DEPMEST
              MOVE 'S'             TO WS-SW-DPM-ACHOU
              SET WS-SUB-DPM       TO WS-IDX-DPM
           END-IF.
       044-FIM.  EXIT.

       045-REJEITA-MOVIMENTO.
           MOVE 'N'                TO WS-SW-VALIDO
           MOVE WS-MOTIVO-REJEICAO TO WS-DET-RESULTADO
           PERFORM 047-IMPRIME-MOVIMENTO THRU 047-FIM
           ADD 1                   TO WS-REJEITADOS-MOV.
       045-FIM.  EXIT.

       046-GRAVA-AUDITORIA.
           MOVE WS-REG-DEPTMEST    TO
                WS-DEPMEST-ENTRADA (WS-SUB-DPM)
           MOVE WS-MVD-TIPO        TO WS-AUD-TIPO-MOV
           MOVE WS-REG-DEPTMEST    TO WS-AUD-IMAGEM-DEPOIS
           WRITE REG-AUDDEPTO      FROM WS-REG-AUDIT.
       046-FIM.  EXIT.

       047-IMPRIME-MOVIMENTO.
           MOVE WS-MVD-TIPO        TO WS-DET-TIPO
           MOVE WS-MVD-DEPTO       TO WS-DET-DEPTO
           MOVE WS-MVD-NOME        TO WS-DET-NOME
           MOVE WS-MVD-CCUSTO      TO WS-DET-CCUSTO
           MOVE WS-MVD-GESTOR      TO WS-DET-GESTOR
           WRITE REG-RELATORIO     FROM WS-DETALHE.
       047-FIM.  EXIT.

       048-VERIFICA-REFERENCIAS.
           MOVE WS-DPM-DEPTO       TO WS-DEPTO-REF
           MOVE SPACES             TO WS-DET-TIPO
                                      WS-DET-NOME
                                      WS-DET-CCUSTO
                                      WS-DET-GESTOR
           IF NOT WS-DRF-COM-CONTA (WS-DEPTO-REF)
              MOVE 'AVISO: SEM CONTA DA FOLHA'
                                   TO WS-DET-RESULTADO
              WRITE REG-RELATORIO  FROM WS-DETALHE
           END-IF
           IF NOT WS-DRF-COM-CONTA-ENC (WS-DEPTO-REF)
              MOVE 'AVISO: SEM CONTA DE ENCARGOS'
                                   TO WS-DET-RESULTADO
              WRITE REG-RELATORIO  FROM WS-DETALHE
           END-IF
           IF NOT WS-DRF-ORCADO (WS-DEPTO-REF)
              MOVE 'AVISO: SEM LINHA NO ORCAMEN'
                                   TO WS-DET-RESULTADO
              WRITE REG-RELATORIO  FROM WS-DETALHE
           END-IF.
       048-FIM.  EXIT.

       049-VARRE-DEPMEST.
           CONTINUE.
       049-FIM.  EXIT.

       050-FINAL.
           MOVE 'DEPARTAMENTOS ATIVOS SEM CONTA CONTABIL OU ORCAMENTO'
                                   TO WS-SEC-TEXTO
           WRITE REG-RELATORIO     FROM WS-GUIA
           WRITE REG-RELATORIO     FROM WS-SECAO
           WRITE REG-RELATORIO     FROM WS-GUIA
           PERFORM 051-GRAVA-DEPTO THRU 051-FIM
                   VARYING WS-SUB-DPM FROM 1 BY 1
                   UNTIL WS-SUB-DPM > WS-QTDE-DEPMEST
           PERFORM 052-VERIFICA-CONTRAPARTIDA THRU 052-FIM
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'TOTAL DE DEPARTAMENTOS LIDOS    : '
                                   TO WS-TOT-LITERAL
           MOVE WS-LIDOS-DPM       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE MOVIMENTOS LIDOS       : '
                                   TO WS-TOT-LITERAL
           MOVE WS-LIDOS-MOV       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE INCLUSOES              : '
                                   TO WS-TOT-LITERAL
           MOVE WS-INCLUIDOS-MOV   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE ALTERACOES             : '
                                   TO WS-TOT-LITERAL
           MOVE WS-ALTERADOS-MOV   TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE DESATIVACOES           : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DESATIVADOS-MOV TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE REJEITADOS             : '
                                   TO WS-TOT-LITERAL
           MOVE WS-REJEITADOS-MOV  TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DEPTOS SEM CONTA OU ORCAMENTO   : '
                                   TO WS-TOT-LITERAL
           MOVE WS-QTDE-AVISOS     TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE DEPARTAMENTOS GRAVADOS : '
                                   TO WS-TOT-LITERAL
           MOVE WS-GRAVADOS-DPM    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           DISPLAY 'DEPTOS LIDOS      : ' WS-LIDOS-DPM.
           DISPLAY 'MOVIMENTOS LIDOS  : ' WS-LIDOS-MOV.
           DISPLAY 'INCLUSOES         : ' WS-INCLUIDOS-MOV.
           DISPLAY 'ALTERACOES        : ' WS-ALTERADOS-MOV.
           DISPLAY 'DESATIVACOES      : ' WS-DESATIVADOS-MOV.
           DISPLAY 'MOVTOS REJEITADOS : ' WS-REJEITADOS-MOV.
           DISPLAY 'DEPTOS PENDENTES   : ' WS-QTDE-AVISOS.
           DISPLAY 'DEPTOS GRAVADOS   : ' WS-GRAVADOS-DPM.
           IF WS-REJEITADOS-MOV > ZEROS OR WS-QTDE-AVISOS > ZEROS
              OR NOT WS-COM-CREDITO-FOLHA
              OR NOT WS-COM-CREDITO-ENC
              MOVE 4               TO RETURN-CODE
           END-IF
           CLOSE MOVDEPTO DEPTNOVO AUDDEPTO RELATORIO.
       050-FIM.  EXIT.

       051-GRAVA-DEPTO.
           MOVE WS-DEPMEST-ENTRADA (WS-SUB-DPM) TO WS-REG-DEPTMEST
           WRITE REG-DEPTNOVO      FROM WS-REG-DEPTMEST
           ADD 1                   TO WS-GRAVADOS-DPM
           IF WS-DPM-ATIVO AND WS-DPM-DEPTO > ZEROS
              IF NOT WS-DRF-COM-CONTA (WS-DPM-DEPTO)
                 OR NOT WS-DRF-COM-CONTA-ENC (WS-DPM-DEPTO)
                 OR NOT WS-DRF-ORCADO (WS-DPM-DEPTO)
                 ADD 1             TO WS-QTDE-AVISOS
                 MOVE SPACES       TO WS-MVD-TIPO
                 MOVE WS-DPM-DEPTO TO WS-MVD-DEPTO-N
                 MOVE WS-DPM-NOME  TO WS-MVD-NOME
                 MOVE WS-DPM-CCUSTO TO WS-MVD-CCUSTO
                 MOVE WS-DPM-GESTOR TO WS-MVD-GESTOR
                 MOVE SPACES       TO WS-DET-RESULTADO
                 PERFORM 047-IMPRIME-MOVIMENTO THRU 047-FIM
                 PERFORM 048-VERIFICA-REFERENCIAS THRU 048-FIM
              END-IF
           END-IF.
       051-FIM.  EXIT.

       052-VERIFICA-CONTRAPARTIDA.
           MOVE SPACES             TO WS-DET-TIPO
                                      WS-DET-CCUSTO
                                      WS-DET-GESTOR
           MOVE '000'              TO WS-DET-DEPTO
           MOVE 'CONTRAPARTIDA'    TO WS-DET-NOME
           IF NOT WS-COM-CREDITO-FOLHA
              MOVE 'AVISO: SEM CREDITO DA FOLHA'
                                   TO WS-DET-RESULTADO
              WRITE REG-RELATORIO  FROM WS-DETALHE
              DISPLAY 'PLANOCTA SEM CONTA DE CREDITO DA FOLHA '
                       '(DEPTO 000)'
           END-IF
           IF NOT WS-COM-CREDITO-ENC
              MOVE 'AVISO: SEM CREDITO ENCARGOS'
                                   TO WS-DET-RESULTADO
              WRITE REG-RELATORIO  FROM WS-DETALHE
              DISPLAY 'PLANOCTA SEM CONTA DE CREDITO DOS ENCARGOS '
                       '(DEPTO 000, ORIGEM E)'
           END-IF.
       052-FIM.  EXIT.

       060-LE-MOVIMENTO.
           READ MOVDEPTO INTO WS-REG-MOVDEPT AT END
                MOVE 'FIM' TO SW-FIM-MOV.
           IF SW-FIM-MOV NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-MOV
           END-IF.
       060-FIM.  EXIT.
