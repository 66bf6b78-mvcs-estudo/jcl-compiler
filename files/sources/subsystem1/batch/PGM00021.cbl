       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00021.
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
           SELECT OPTIONAL BANCANT ASSIGN TO UT-S-BANCANT.
           SELECT MOVBANCO      ASSIGN TO UT-S-MOVBANC.
           SELECT BANCNOV       ASSIGN TO UT-S-BANCNOV.
           SELECT AUDBANCO      ASSIGN TO UT-S-AUDBANC.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCANT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BANCANT.
       01  REG-BANCANT             PIC X(40).

       FD  MOVBANCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MOVBANCO.
       01  REG-MOVBANCO            PIC X(40).

       FD  BANCNOV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BANCNOV.
       01  REG-BANCNOV             PIC X(40).

       FD  AUDBANCO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 91 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDBANCO.
       01  REG-AUDBANCO            PIC X(91).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       WORKING-STORAGE SECTION.

       COPY BOOK0009.

       01  WS-REG-BANCANT.
           05 WS-BCA-NUMERO        PIC 9(05).
           05 FILLER               PIC X(35).

       01  WS-REG-MOVBANC.
           05 WS-MVB-TIPO          PIC X(01).
              88 WS-MVB-INCLUSAO                VALUE 'I'.
              88 WS-MVB-ALTERACAO               VALUE 'A'.
           05 WS-MVB-NUMERO        PIC 9(05).
           05 WS-MVB-BANCO         PIC X(03).
           05 WS-MVB-BANCO-N REDEFINES WS-MVB-BANCO
                                   PIC 9(03).
           05 WS-MVB-AGENCIA       PIC X(05).
           05 WS-MVB-AGENCIA-N REDEFINES WS-MVB-AGENCIA
                                   PIC 9(05).
           05 WS-MVB-CONTA         PIC X(12).
           05 WS-MVB-CONTA-N REDEFINES WS-MVB-CONTA
                                   PIC 9(12).
           05 WS-MVB-DV-CONTA      PIC X(01).
           05 WS-MVB-TIPO-CONTA    PIC X(01).
           05 WS-MVB-SITUACAO      PIC X(01).
           05 FILLER               PIC X(11).

       01  WS-REG-AUDIT.
           05 WS-AUD-DIA           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-AUD-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-AUD-ANO           PIC 9(04).
           05 WS-AUD-TIPO-MOV      PIC X(01).
           05 WS-AUD-IMAGEM-ANTES  PIC X(40).
           05 WS-AUD-IMAGEM-DEPOIS PIC X(40).

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-BAN         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-MOV         PIC 9(05)    VALUE ZEROS.
           05 WS-GRAVADOS-BAN      PIC 9(05)    VALUE ZEROS.
           05 WS-INCLUIDOS-MOV     PIC 9(05)    VALUE ZEROS.
           05 WS-ALTERADOS-MOV     PIC 9(05)    VALUE ZEROS.
           05 WS-ENCERRADAS-MOV    PIC 9(05)    VALUE ZEROS.
           05 WS-REJEITADOS-MOV    PIC 9(05)    VALUE ZEROS.
           05 SW-FIM-BAN           PIC X(03)    VALUE SPACES.
           05 SW-FIM-MOV           PIC X(03)    VALUE SPACES.
           05 WS-SW-ATUAL          PIC X(01)    VALUE 'N'.
              88 WS-ATUAL-CARREGADO             VALUE 'S'.
           05 WS-SW-SEQ-BAN        PIC X(01)    VALUE 'S'.
              88 WS-SEQ-BAN-OK                  VALUE 'S'.
           05 WS-ULT-NUMERO-BAN    PIC 9(05)    VALUE ZEROS.
           05 WS-ULT-NUMERO-MOV    PIC 9(05)    VALUE ZEROS.

       01  WS-CONTROLE-VALIDACAO.
           05 WS-SW-VALIDO         PIC X(01)    VALUE 'S'.
              88 WS-MOVIMENTO-VALIDO            VALUE 'S'.
           05 WS-MOTIVO-REJEICAO   PIC X(40)    VALUE SPACES.
           05 WS-SIT-ANTERIOR      PIC X(01)    VALUE SPACES.

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
                         VALUE 'CADASTRO BANCARIO - MANUTENCAO'.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(03)    VALUE 'T'.
           05 FILLER               PIC X(07)    VALUE 'NUMERO'.
           05 FILLER               PIC X(05)    VALUE 'BCO'.
           05 FILLER               PIC X(07)    VALUE 'AGENC'.
           05 FILLER               PIC X(13)    VALUE 'CONTA'.
           05 FILLER               PIC X(03)    VALUE 'DV'.
           05 FILLER               PIC X(03)    VALUE 'T'.
           05 FILLER               PIC X(03)    VALUE 'S'.
           05 FILLER               PIC X(51)    VALUE 'RESULTADO'.

       01  WS-DETALHE.
           05 FILLER               PIC X(01).
           05 WS-DET-TIPO          PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-BANCO         PIC X(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-AGENCIA       PIC X(05).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-CONTA         PIC X(12).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-DV-CONTA      PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-TIPO-CONTA    PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-SITUACAO      PIC X(01).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-RESULTADO     PIC X(40).
           05 FILLER               PIC X(11)    VALUE SPACES.

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
           PERFORM 060-LE-BANCANT    THRU 060-FIM
           PERFORM 061-LE-MOVIMENTO  THRU 061-FIM
           PERFORM 040-PROCESSO      THRU 040-FIM
                   UNTIL SW-FIM-BAN EQUAL 'FIM'
                     AND SW-FIM-MOV EQUAL 'FIM'
                     AND NOT WS-ATUAL-CARREGADO
           IF NOT WS-SEQ-BAN-OK
              MOVE 16              TO RETURN-CODE
           END-IF
           PERFORM 050-FINAL         THRU 050-FIM
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  BANCANT
                       MOVBANCO
                OUTPUT BANCNOV
                       AUDBANCO
                       RELATORIO.
       020-FIM.  EXIT.

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
           IF WS-ATUAL-CARREGADO
              PERFORM 042-TRATA-ATUAL    THRU 042-FIM
           ELSE
              PERFORM 041-CARREGA-ATUAL  THRU 041-FIM
           END-IF.
       040-FIM.  EXIT.

       041-CARREGA-ATUAL.
           IF SW-FIM-BAN NOT EQUAL 'FIM'
              AND (SW-FIM-MOV EQUAL 'FIM'
                   OR WS-BCA-NUMERO NOT GREATER WS-MVB-NUMERO)
              MOVE WS-REG-BANCANT  TO BAN-REGISTRO-BANCARIO
              MOVE 'S'             TO WS-SW-ATUAL
              PERFORM 060-LE-BANCANT THRU 060-FIM
           ELSE
              IF WS-MVB-INCLUSAO
                 PERFORM 043-INCLUI-DADOS THRU 043-FIM
              ELSE
                 MOVE 'EMPREGADO SEM DADOS BANCARIOS'
                                    TO WS-MOTIVO-REJEICAO
                 PERFORM 046-REJEITA-MOVIMENTO THRU 046-FIM
              END-IF
              PERFORM 061-LE-MOVIMENTO THRU 061-FIM
           END-IF.
       041-FIM.  EXIT.

       042-TRATA-ATUAL.
           IF SW-FIM-MOV NOT EQUAL 'FIM'
              AND WS-MVB-NUMERO EQUAL BAN-NUMERO-EMP
              PERFORM 044-ALTERA-DADOS     THRU 044-FIM
              PERFORM 061-LE-MOVIMENTO     THRU 061-FIM
           ELSE
              PERFORM 045-GRAVA-ATUAL      THRU 045-FIM
           END-IF.
       042-FIM.  EXIT.

       043-INCLUI-DADOS.
           PERFORM 039-VALIDA-INCLUSAO THRU 039-FIM
           IF WS-MOVIMENTO-VALIDO
              MOVE SPACES              TO BAN-REGISTRO-BANCARIO
              MOVE WS-MVB-NUMERO       TO BAN-NUMERO-EMP
              MOVE 'A'                 TO BAN-SW-SITUACAO
              PERFORM 037-APLICA-CAMPOS THRU 037-FIM
              MOVE 'S'                 TO WS-SW-ATUAL
              MOVE SPACES              TO WS-AUD-IMAGEM-ANTES
              PERFORM 047-GRAVA-AUDITORIA THRU 047-FIM
              ADD 1                    TO WS-INCLUIDOS-MOV
              MOVE 'INCLUIDO'          TO WS-DET-RESULTADO
              PERFORM 048-IMPRIME-MOVIMENTO THRU 048-FIM
           ELSE
              PERFORM 046-REJEITA-MOVIMENTO THRU 046-FIM
           END-IF.
       043-FIM.  EXIT.

       044-ALTERA-DADOS.
           MOVE 'S'                TO WS-SW-VALIDO
           MOVE SPACES             TO WS-MOTIVO-REJEICAO
           EVALUATE TRUE
               WHEN WS-MVB-INCLUSAO
                    MOVE 'N'       TO WS-SW-VALIDO
                    MOVE 'DADOS BANCARIOS JA CADASTRADOS'
                                   TO WS-MOTIVO-REJEICAO
               WHEN WS-MVB-ALTERACAO
                    IF WS-MVB-BANCO     EQUAL SPACES
                       AND WS-MVB-AGENCIA  EQUAL SPACES
                       AND WS-MVB-CONTA    EQUAL SPACES
                       AND WS-MVB-DV-CONTA EQUAL SPACES
                       AND WS-MVB-TIPO-CONTA EQUAL SPACES
                       AND WS-MVB-SITUACAO EQUAL SPACES
                       MOVE 'N'    TO WS-SW-VALIDO
                       MOVE 'NENHUM CAMPO INFORMADO'
                                   TO WS-MOTIVO-REJEICAO
                    ELSE
                       PERFORM 038-VALIDA-CAMPOS THRU 038-FIM
                    END-IF
               WHEN OTHER
                    MOVE 'N'       TO WS-SW-VALIDO
                    MOVE 'TIPO DE MOVIMENTO INVALIDO'
                                   TO WS-MOTIVO-REJEICAO
           END-EVALUATE
           IF WS-MOVIMENTO-VALIDO
              MOVE BAN-REGISTRO-BANCARIO TO WS-AUD-IMAGEM-ANTES
              MOVE BAN-SW-SITUACAO TO WS-SIT-ANTERIOR
              PERFORM 037-APLICA-CAMPOS THRU 037-FIM
              PERFORM 047-GRAVA-AUDITORIA THRU 047-FIM
              ADD 1                TO WS-ALTERADOS-MOV
              IF BAN-CONTA-ENCERRADA
                 AND WS-SIT-ANTERIOR NOT EQUAL 'E'
                 ADD 1             TO WS-ENCERRADAS-MOV
                 MOVE 'ALTERADO - CONTA ENCERRADA'
                                   TO WS-DET-RESULTADO
              ELSE
                 MOVE 'ALTERADO'   TO WS-DET-RESULTADO
              END-IF
              PERFORM 048-IMPRIME-MOVIMENTO THRU 048-FIM
           ELSE
              PERFORM 046-REJEITA-MOVIMENTO THRU 046-FIM
           END-IF.
       044-FIM.  EXIT.

       045-GRAVA-ATUAL.
           WRITE REG-BANCNOV       FROM BAN-REGISTRO-BANCARIO
           ADD 1                   TO WS-GRAVADOS-BAN
           MOVE 'N'                TO WS-SW-ATUAL.
       045-FIM.  EXIT.

       046-REJEITA-MOVIMENTO.
           MOVE WS-MOTIVO-REJEICAO TO WS-DET-RESULTADO
           PERFORM 048-IMPRIME-MOVIMENTO THRU 048-FIM
           ADD 1                   TO WS-REJEITADOS-MOV.
       046-FIM.  EXIT.

       047-GRAVA-AUDITORIA.
           MOVE LK-DIA             TO BAN-ATU-DIA
           MOVE LK-MES             TO BAN-ATU-MES
           MOVE LK-ANO             TO BAN-ATU-ANO
           MOVE WS-MVB-TIPO        TO WS-AUD-TIPO-MOV
           MOVE BAN-REGISTRO-BANCARIO TO WS-AUD-IMAGEM-DEPOIS
           WRITE REG-AUDBANCO      FROM WS-REG-AUDIT.
       047-FIM.  EXIT.

       048-IMPRIME-MOVIMENTO.
           MOVE WS-MVB-TIPO        TO WS-DET-TIPO
           MOVE WS-MVB-NUMERO      TO WS-DET-NUMERO
           MOVE WS-MVB-BANCO       TO WS-DET-BANCO
           MOVE WS-MVB-AGENCIA     TO WS-DET-AGENCIA
           MOVE WS-MVB-CONTA       TO WS-DET-CONTA
           MOVE WS-MVB-DV-CONTA    TO WS-DET-DV-CONTA
           MOVE WS-MVB-TIPO-CONTA  TO WS-DET-TIPO-CONTA
           MOVE WS-MVB-SITUACAO    TO WS-DET-SITUACAO
           WRITE REG-RELATORIO     FROM WS-DETALHE.
       048-FIM.  EXIT.

       037-APLICA-CAMPOS.
           IF WS-MVB-BANCO NOT EQUAL SPACES
              MOVE WS-MVB-BANCO-N  TO BAN-BANCO
           END-IF
           IF WS-MVB-AGENCIA NOT EQUAL SPACES
              MOVE WS-MVB-AGENCIA-N TO BAN-AGENCIA
           END-IF
           IF WS-MVB-CONTA NOT EQUAL SPACES
              MOVE WS-MVB-CONTA-N  TO BAN-CONTA
           END-IF
           IF WS-MVB-DV-CONTA NOT EQUAL SPACES
              MOVE WS-MVB-DV-CONTA TO BAN-DV-CONTA
           END-IF
           IF WS-MVB-TIPO-CONTA NOT EQUAL SPACES
              MOVE WS-MVB-TIPO-CONTA TO BAN-TIPO-CONTA
           END-IF
           IF WS-MVB-SITUACAO NOT EQUAL SPACES
              MOVE WS-MVB-SITUACAO TO BAN-SW-SITUACAO
           END-IF.
       037-FIM.  EXIT.

       038-VALIDA-CAMPOS.
           IF WS-MVB-BANCO NOT EQUAL SPACES
              IF WS-MVB-BANCO IS NOT NUMERIC
                 OR WS-MVB-BANCO-N EQUAL ZEROS
                 MOVE 'N'          TO WS-SW-VALIDO
                 MOVE 'BANCO INVALIDO' TO WS-MOTIVO-REJEICAO
              END-IF
           END-IF
           IF WS-MVB-AGENCIA NOT EQUAL SPACES
              IF WS-MVB-AGENCIA IS NOT NUMERIC
                 OR WS-MVB-AGENCIA-N EQUAL ZEROS
                 MOVE 'N'          TO WS-SW-VALIDO
                 MOVE 'AGENCIA INVALIDA' TO WS-MOTIVO-REJEICAO
              END-IF
           END-IF
           IF WS-MVB-CONTA NOT EQUAL SPACES
              IF WS-MVB-CONTA IS NOT NUMERIC
                 OR WS-MVB-CONTA-N EQUAL ZEROS
                 MOVE 'N'          TO WS-SW-VALIDO
                 MOVE 'CONTA INVALIDA' TO WS-MOTIVO-REJEICAO
              END-IF
           END-IF
           IF WS-MVB-TIPO-CONTA NOT EQUAL SPACES
              AND WS-MVB-TIPO-CONTA NOT = 'C' AND NOT = 'P'
                                    AND NOT = 'S'
              MOVE 'N'             TO WS-SW-VALIDO
              MOVE 'TIPO DE CONTA INVALIDO' TO WS-MOTIVO-REJEICAO
           END-IF
           IF WS-MVB-SITUACAO NOT EQUAL SPACES
              AND WS-MVB-SITUACAO NOT = 'A' AND NOT = 'E'
              MOVE 'N'             TO WS-SW-VALIDO
              MOVE 'SITUACAO DA CONTA INVALIDA'
                                   TO WS-MOTIVO-REJEICAO
           END-IF.
       038-FIM.  EXIT.

       039-VALIDA-INCLUSAO.
           MOVE 'S'                TO WS-SW-VALIDO
           MOVE SPACES             TO WS-MOTIVO-REJEICAO
           IF WS-MVB-BANCO EQUAL SPACES
              OR WS-MVB-AGENCIA EQUAL SPACES
              OR WS-MVB-CONTA EQUAL SPACES
              OR WS-MVB-TIPO-CONTA EQUAL SPACES
              MOVE 'N'             TO WS-SW-VALIDO
              MOVE 'DADOS BANCARIOS INCOMPLETOS'
                                   TO WS-MOTIVO-REJEICAO
           ELSE
              PERFORM 038-VALIDA-CAMPOS THRU 038-FIM
           END-IF.
       039-FIM.  EXIT.

       060-LE-BANCANT.
           READ BANCANT INTO WS-REG-BANCANT AT END
                MOVE 'FIM' TO SW-FIM-BAN.
           IF SW-FIM-BAN NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-BAN
              IF WS-BCA-NUMERO NOT GREATER WS-ULT-NUMERO-BAN
                 DISPLAY 'CADASTRO BANCARIO FORA DE SEQUENCIA - '
                          'NUMERO ' WS-BCA-NUMERO ' APOS '
                          WS-ULT-NUMERO-BAN
                 MOVE 'N'          TO WS-SW-SEQ-BAN
                 MOVE 'FIM'        TO SW-FIM-BAN
                                      SW-FIM-MOV
              ELSE
                 MOVE WS-BCA-NUMERO TO WS-ULT-NUMERO-BAN
              END-IF
           END-IF.
       060-FIM.  EXIT.

       061-LE-MOVIMENTO.
           READ MOVBANCO INTO WS-REG-MOVBANC AT END
                MOVE 'FIM' TO SW-FIM-MOV.
           IF SW-FIM-MOV NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-MOV
              IF WS-MVB-NUMERO LESS WS-ULT-NUMERO-MOV
                 DISPLAY 'MOVIMENTOS FORA DE SEQUENCIA - NUMERO '
                          WS-MVB-NUMERO ' APOS ' WS-ULT-NUMERO-MOV
                 MOVE 'N'          TO WS-SW-SEQ-BAN
                 MOVE 'FIM'        TO SW-FIM-BAN
                                      SW-FIM-MOV
              ELSE
                 MOVE WS-MVB-NUMERO TO WS-ULT-NUMERO-MOV
              END-IF
           END-IF.
       061-FIM.  EXIT.

       050-FINAL.
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'TOTAL DE CONTAS LIDAS           : '
                                   TO WS-TOT-LITERAL
           MOVE WS-LIDOS-BAN       TO WS-TOT-VALOR
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
           MOVE 'TOTAL DE CONTAS ENCERRADAS      : '
                                   TO WS-TOT-LITERAL
           MOVE WS-ENCERRADAS-MOV  TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE REJEITADOS             : '
                                   TO WS-TOT-LITERAL
           MOVE WS-REJEITADOS-MOV  TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'TOTAL DE CONTAS GRAVADAS        : '
                                   TO WS-TOT-LITERAL
           MOVE WS-GRAVADOS-BAN    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           DISPLAY 'CONTAS LIDAS      : ' WS-LIDOS-BAN.
           DISPLAY 'MOVIMENTOS LIDOS  : ' WS-LIDOS-MOV.
           DISPLAY 'INCLUSOES         : ' WS-INCLUIDOS-MOV.
           DISPLAY 'ALTERACOES        : ' WS-ALTERADOS-MOV.
           DISPLAY 'MOVTOS REJEITADOS : ' WS-REJEITADOS-MOV.
           DISPLAY 'CONTAS GRAVADAS   : ' WS-GRAVADOS-BAN.
           IF NOT WS-SEQ-BAN-OK
              DISPLAY 'EXECUCAO ABORTADA - ARQUIVO FORA DE SEQUENCIA'
           END-IF
           CLOSE BANCANT MOVBANCO BANCNOV AUDBANCO RELATORIO.
       050-FIM.  EXIT.
