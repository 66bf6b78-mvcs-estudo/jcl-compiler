       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00019.
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
           SELECT AUDITORIA     ASSIGN TO UT-S-AUDITOR.
           SELECT ORDENACAO     ASSIGN TO UT-S-SORTWK.
           SELECT HISTORICO     ASSIGN TO UT-S-HISTORI.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 111 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDITORIA.
       01  REG-AUDITORIA           PIC X(111).

       SD  ORDENACAO
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-ORDENACAO.
       01  REG-ORDENACAO.
           05 SD-NUMERO            PIC 9(05).
           05 SD-DATA              PIC 9(08).
           05 FILLER               PIC X(67).

       FD  HISTORICO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTORICO.
       01  REG-HISTORICO           PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BOOK0007.

       01  WS-REG-AUDIT.
           05 WS-AUD-DIA           PIC 9(02).
           05 FILLER               PIC X(01).
           05 WS-AUD-MES           PIC 9(02).
           05 FILLER               PIC X(01).
           05 WS-AUD-ANO           PIC 9(04).
           05 WS-AUD-TIPO-MOV      PIC X(01).
              88 WS-AUD-ADMISSAO                VALUE 'A'.
              88 WS-AUD-DESLIGAMENTO            VALUE 'D'.
              88 WS-AUD-TRANSFERENCIA           VALUE 'T'.
              88 WS-AUD-SALARIO                 VALUE 'S'.
              88 WS-AUD-RESUMO                  VALUE 'R'.
              88 WS-AUD-LIBERACAO               VALUE 'L'.
              88 WS-AUD-CANCELAMENTO            VALUE 'C'.
           05 WS-AUD-IMAGEM-ANTES  PIC X(50).
           05 WS-AUD-IMAGEM-DEPOIS PIC X(50).

       01  WS-REG-ANTES.
           05 WS-ANT-NUMERO        PIC 9(05).
           05 WS-ANT-NOME          PIC X(30).
           05 WS-ANT-STATUS        PIC 9(01).
           05 WS-ANT-DEPTO         PIC 9(03).
           05 WS-ANT-POSTO         PIC 9(02).
           05 WS-ANT-SALARIO       PIC 9(07)V99.

       01  WS-REG-DEPOIS.
           05 WS-DEP-NUMERO        PIC 9(05).
           05 WS-DEP-NOME          PIC X(30).
           05 WS-DEP-STATUS        PIC 9(01).
           05 WS-DEP-DEPTO         PIC 9(03).
           05 WS-DEP-POSTO         PIC 9(02).
           05 WS-DEP-SALARIO       PIC 9(07)V99.

       01  WS-REG-APROVACAO.
           05 WS-APR-APROVADOR     PIC X(20).
           05 WS-APR-NUMERO        PIC 9(05).
           05 WS-APR-TIPO-MOV      PIC X(01).
           05 WS-APR-DATA-EFETIVA.
              10 WS-APR-EFE-DIA    PIC 9(02).
              10 WS-APR-EFE-MES    PIC 9(02).
              10 WS-APR-EFE-ANO    PIC 9(04).
           05 WS-APR-DATA-RETENCAO PIC X(08).
           05 FILLER               PIC X(08).

       01  WS-LIBERACAO-PENDENTE.
           05 WS-LBP-NUMERO        PIC 9(05)    VALUE ZEROS.
           05 WS-LBP-TIPO-MOV      PIC X(01)    VALUE SPACES.
           05 WS-LBP-ANO           PIC 9(04)    VALUE ZEROS.
           05 WS-LBP-MES           PIC 9(02)    VALUE ZEROS.
           05 WS-LBP-DIA           PIC 9(02)    VALUE ZEROS.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-AUD         PIC 9(07)    VALUE ZEROS.
           05 WS-GRAVADOS-HIS      PIC 9(07)    VALUE ZEROS.
           05 WS-RESUMOS-AUD       PIC 9(07)    VALUE ZEROS.
           05 WS-APROVACOES-AUD    PIC 9(07)    VALUE ZEROS.
           05 WS-INVALIDOS-AUD     PIC 9(07)    VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-FECHA.
           05 FILLER               PIC X(02).
           05 LK-DIA               PIC 9(02).
           05 LK-MES               PIC 9(02).
           05 LK-ANO               PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           OPEN INPUT AUDITORIA
           SORT ORDENACAO ON ASCENDING KEY SD-NUMERO
                                           SD-DATA
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 070-SELECIONA-AUDITORIA
                                   THRU 070-FIM
                GIVING HISTORICO
           CLOSE AUDITORIA
           PERFORM 050-FINAL         THRU 050-FIM
           GOBACK.

       050-FINAL.
           DISPLAY 'AUDITORIA LIDA     : ' WS-LIDOS-AUD.
           DISPLAY 'RESUMOS IGNORADOS  : ' WS-RESUMOS-AUD.
           DISPLAY 'APROVACOES LIDAS   : ' WS-APROVACOES-AUD.
           DISPLAY 'REGISTROS INVALIDOS: ' WS-INVALIDOS-AUD.
           DISPLAY 'HISTORICO GRAVADO  : ' WS-GRAVADOS-HIS.
           IF WS-INVALIDOS-AUD > ZEROS
              MOVE 8               TO RETURN-CODE
           END-IF.
       050-FIM.  EXIT.

       070-SELECIONA-AUDITORIA.
           READ AUDITORIA INTO WS-REG-AUDIT
                AT END GO TO 070-FIM.
           ADD 1                   TO WS-LIDOS-AUD
           IF WS-AUD-RESUMO
              ADD 1                TO WS-RESUMOS-AUD
              GO TO 070-SELECIONA-AUDITORIA
           END-IF
           IF WS-AUD-LIBERACAO OR WS-AUD-CANCELAMENTO
              ADD 1                TO WS-APROVACOES-AUD
              MOVE WS-AUD-IMAGEM-ANTES TO WS-REG-APROVACAO
              IF WS-AUD-LIBERACAO AND WS-APR-DATA-EFETIVA IS NUMERIC
                 MOVE WS-APR-NUMERO   TO WS-LBP-NUMERO
                 MOVE WS-APR-TIPO-MOV TO WS-LBP-TIPO-MOV
                 MOVE WS-APR-EFE-ANO  TO WS-LBP-ANO
                 MOVE WS-APR-EFE-MES  TO WS-LBP-MES
                 MOVE WS-APR-EFE-DIA  TO WS-LBP-DIA
              END-IF
              GO TO 070-SELECIONA-AUDITORIA
           END-IF
           MOVE WS-AUD-IMAGEM-DEPOIS TO WS-REG-DEPOIS
           IF (NOT WS-AUD-ADMISSAO AND NOT WS-AUD-DESLIGAMENTO
               AND NOT WS-AUD-TRANSFERENCIA AND NOT WS-AUD-SALARIO)
              OR WS-AUD-DIA IS NOT NUMERIC
              OR WS-AUD-MES IS NOT NUMERIC
              OR WS-AUD-ANO IS NOT NUMERIC
              OR WS-DEP-NUMERO IS NOT NUMERIC
              ADD 1                TO WS-INVALIDOS-AUD
              DISPLAY 'REGISTRO DE AUDITORIA INVALIDO - TIPO '
                       WS-AUD-TIPO-MOV ' DATA ' WS-AUD-DIA '/'
                       WS-AUD-MES '/' WS-AUD-ANO
              GO TO 070-SELECIONA-AUDITORIA
           END-IF
           MOVE SPACES             TO HIS-REGISTRO-HISTORICO
           MOVE WS-DEP-NUMERO      TO HIS-NUMERO-EMP
           MOVE WS-AUD-ANO         TO HIS-ANO
           MOVE WS-AUD-MES         TO HIS-MES
           MOVE WS-AUD-DIA         TO HIS-DIA
           IF WS-LBP-NUMERO EQUAL WS-DEP-NUMERO
              AND WS-LBP-TIPO-MOV EQUAL WS-AUD-TIPO-MOV
              MOVE WS-LBP-ANO      TO HIS-ANO
              MOVE WS-LBP-MES      TO HIS-MES
              MOVE WS-LBP-DIA      TO HIS-DIA
           END-IF
           MOVE ZEROS              TO WS-LBP-NUMERO
           MOVE SPACES             TO WS-LBP-TIPO-MOV
           MOVE WS-AUD-TIPO-MOV    TO HIS-TIPO-MOV
           MOVE WS-DEP-NOME        TO HIS-NOME-EMP
           MOVE WS-DEP-STATUS      TO HIS-STATUS-EMP
           MOVE WS-DEP-DEPTO       TO HIS-DEPTO-EMP
           MOVE WS-DEP-POSTO       TO HIS-POSTO-EMP
           MOVE WS-DEP-SALARIO     TO HIS-SALARIO-EMP
           IF WS-AUD-ADMISSAO
              MOVE ZEROS           TO HIS-DEPTO-ANT
                                      HIS-POSTO-ANT
                                      HIS-SALARIO-ANT
           ELSE
              MOVE WS-AUD-IMAGEM-ANTES TO WS-REG-ANTES
              MOVE WS-ANT-DEPTO    TO HIS-DEPTO-ANT
              MOVE WS-ANT-POSTO    TO HIS-POSTO-ANT
              MOVE WS-ANT-SALARIO  TO HIS-SALARIO-ANT
           END-IF
           RELEASE REG-ORDENACAO FROM HIS-REGISTRO-HISTORICO
           ADD 1                   TO WS-GRAVADOS-HIS
           GO TO 070-SELECIONA-AUDITORIA.
       070-FIM.  EXIT.
