       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00028.
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
           SELECT CADASTRO      ASSIGN TO UT-S-CADASTR.
           SELECT EMPREGADOS    ASSIGN TO UT-S-EMPREGA.
           SELECT ORDENADOS     ASSIGN TO UT-S-ORDENAD.
           SELECT ORDENACAO     ASSIGN TO UT-S-SORTWK.
           SELECT EMPVSAM       ASSIGN TO EMPVSAM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS VSM-NUMERO
                  FILE STATUS  IS WS-FS-VSAM.
           SELECT MOVCORRECAO   ASSIGN TO UT-S-MOVCORR.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.

       DATA DIVISION.
       FILE SECTION.
       FD  CADASTRO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CADASTRO.
       01  REG-CADASTRO            PIC X(50).

       FD  EMPREGADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 51 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMPREGADOS.
       01  REG-EMPREGADOS          PIC X(51).

       FD  ORDENADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORDENADOS.
       01  REG-ORDENADOS           PIC X(50).

       SD  ORDENACAO
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-ORDENACAO.
       01  REG-ORDENACAO.
           05 SD-NUMERO            PIC 9(05).
           05 FILLER               PIC X(45).

       FD  EMPVSAM
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-EMPVSAM.
       01  REG-EMPVSAM.
           05 VSM-NUMERO           PIC 9(05).
           05 VSM-NOME             PIC X(30).
           05 VSM-STATUS           PIC 9(01).
           05 VSM-DEPTO            PIC 9(03).
           05 VSM-POSTO            PIC 9(02).
           05 VSM-SALARIO          PIC 9(07)V99.

       FD  MOVCORRECAO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MOVCORRECAO.
       01  REG-MOVCORRECAO         PIC X(59).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       WORKING-STORAGE SECTION.

       COPY BOOK0001.

       01  WS-REG-CADASTRO.
           05 WS-CAD-NUMERO        PIC 9(05).
           05 WS-CAD-NOME          PIC X(30).
           05 WS-CAD-STATUS        PIC 9(01).
           05 WS-CAD-DEPTO         PIC 9(03).
           05 WS-CAD-POSTO         PIC 9(02).
           05 WS-CAD-SALARIO       PIC 9(07)V99.

       01  WS-REG-COPIA.
           05 WS-COP-NUMERO        PIC 9(05).
           05 WS-COP-NOME          PIC X(30).
           05 WS-COP-STATUS        PIC 9(01).
           05 WS-COP-DEPTO         PIC 9(03).
           05 WS-COP-POSTO         PIC 9(02).
           05 WS-COP-SALARIO       PIC 9(07)V99.

       01  WS-REG-REFERENCIA.
           05 WS-REF-NUMERO        PIC 9(05).
           05 WS-REF-NOME          PIC X(30).
           05 WS-REF-STATUS        PIC 9(01).
           05 WS-REF-DEPTO         PIC 9(03).
           05 WS-REF-POSTO         PIC 9(02).
           05 WS-REF-SALARIO       PIC 9(07)V99.

       01  WS-REG-MOVIMENTO.
           05 WS-TIPO-MOV          PIC X(01).
              88 WS-MOV-ADMISSAO                VALUE 'A'.
              88 WS-MOV-DESLIGAMENTO            VALUE 'D'.
              88 WS-MOV-TRANSFERENCIA           VALUE 'T'.
              88 WS-MOV-SALARIO                 VALUE 'S'.
           05 WS-MOV-NUMERO        PIC 9(05).
           05 WS-MOV-NOME          PIC X(30).
           05 WS-MOV-STATUS        PIC 9(01).
           05 WS-MOV-DEPTO         PIC 9(03).
           05 WS-MOV-POSTO         PIC 9(02).
           05 WS-MOV-SALARIO-NOVO  PIC 9(07)V99.
           05 WS-MOV-DATA-EFETIVA.
              10 WS-MOV-DIA        PIC 9(02).
              10 WS-MOV-MES        PIC 9(02).
              10 WS-MOV-ANO        PIC 9(04).

       01  WS-AREAS-A-USAR.
           05 WS-FS-VSAM           PIC X(02)    VALUE SPACES.
              88 WS-VSAM-OK                     VALUE '00'.
              88 WS-VSAM-FIM                    VALUE '10'.
           05 WS-CHAVE-CAD         PIC X(05)    VALUE LOW-VALUES.
           05 WS-CHAVE-EMP         PIC X(05)    VALUE LOW-VALUES.
           05 WS-CHAVE-VSM         PIC X(05)    VALUE LOW-VALUES.
           05 WS-CHAVE-ANT-CAD     PIC X(05)    VALUE LOW-VALUES.
           05 WS-CHAVE-ANT-EMP     PIC X(05)    VALUE LOW-VALUES.
           05 WS-CHAVE-ANT-VSM     PIC X(05)    VALUE LOW-VALUES.
           05 WS-CHAVE-ATUAL       PIC X(05)    VALUE LOW-VALUES.
           05 WS-SW-EM-CAD         PIC X(01)    VALUE 'N'.
              88 WS-EM-CAD                      VALUE 'S'.
           05 WS-SW-EM-EMP         PIC X(01)    VALUE 'N'.
              88 WS-EM-EMP                      VALUE 'S'.
           05 WS-SW-EM-VSM         PIC X(01)    VALUE 'N'.
              88 WS-EM-VSM                      VALUE 'S'.
           05 WS-SW-DIVERGENTE     PIC X(01)    VALUE 'N'.
              88 WS-DIVERGENTE                  VALUE 'S'.
           05 WS-SW-SEQ-ERRO       PIC X(01)    VALUE 'N'.
              88 WS-SEQ-ERRO                    VALUE 'S'.
           05 WS-SW-VSAM-ERRO      PIC X(01)    VALUE 'N'.
              88 WS-VSAM-ERRO                   VALUE 'S'.
           05 WS-SW-TRAILER        PIC X(01)    VALUE 'N'.
              88 WS-TRAILER-VISTO               VALUE 'S'.
           05 WS-COP-ORIGEM        PIC X(10)    VALUE SPACES.
           05 WS-REF-ORIGEM        PIC X(10)    VALUE SPACES.
           05 WS-TRL-QTDE-SALVA    PIC 9(05)    VALUE ZEROS.
           05 WS-VALOR-SALARIO     PIC Z,ZZZ,ZZ9.99.

       01  WS-CONTADORES.
           05 WS-LIDOS-CAD         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-EMP         PIC 9(05)    VALUE ZEROS.
           05 WS-LIDOS-VSM         PIC 9(05)    VALUE ZEROS.
           05 WS-RELEASE-EMP       PIC 9(05)    VALUE ZEROS.
           05 WS-CONFERIDOS        PIC 9(05)    VALUE ZEROS.
           05 WS-CONCORDANTES      PIC 9(05)    VALUE ZEROS.
           05 WS-AUSENTES-CAD      PIC 9(05)    VALUE ZEROS.
           05 WS-AUSENTES-EMP      PIC 9(05)    VALUE ZEROS.
           05 WS-AUSENTES-VSM      PIC 9(05)    VALUE ZEROS.
           05 WS-DIV-NOME          PIC 9(05)    VALUE ZEROS.
           05 WS-DIV-STATUS        PIC 9(05)    VALUE ZEROS.
           05 WS-DIV-DEPTO         PIC 9(05)    VALUE ZEROS.
           05 WS-DIV-POSTO         PIC 9(05)    VALUE ZEROS.
           05 WS-DIV-SALARIO       PIC 9(05)    VALUE ZEROS.
           05 WS-DIV-NO-VSAM       PIC 9(05)    VALUE ZEROS.
           05 WS-MOVS-A            PIC 9(05)    VALUE ZEROS.
           05 WS-MOVS-D            PIC 9(05)    VALUE ZEROS.
           05 WS-MOVS-T            PIC 9(05)    VALUE ZEROS.
           05 WS-MOVS-S            PIC 9(05)    VALUE ZEROS.

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
                          VALUE 'CONCILIACAO DOS CADASTROS'.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SUB-TITULO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(07)    VALUE 'NUMERO'.
           05 FILLER               PIC X(10)    VALUE 'CAMPO'.
           05 FILLER               PIC X(12)    VALUE 'COPIA'.
           05 FILLER               PIC X(32)    VALUE 'VALOR NA COPIA'.
           05 FILLER               PIC X(30)
                                   VALUE 'VALOR DE REFERENCIA'.
           05 FILLER               PIC X(04)    VALUE SPACES.

       01  WS-DETALHE-DIVERG.
           05 FILLER               PIC X(01).
           05 WS-DIV-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DIV-CAMPO         PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DIV-COPIA         PIC X(10).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DIV-VALOR         PIC X(30).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DIV-REFERENCIA    PIC X(30).
           05 FILLER               PIC X(04)    VALUE SPACES.

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
           OPEN INPUT EMPREGADOS
           SORT ORDENACAO ON ASCENDING KEY SD-NUMERO
                INPUT PROCEDURE IS 070-CLASSIFICA-ENTRADA
                                   THRU 070-FIM
                GIVING ORDENADOS
           CLOSE EMPREGADOS
           PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
           IF WS-VSAM-ERRO
              MOVE 16              TO RETURN-CODE
              CLOSE CADASTRO ORDENADOS MOVCORRECAO RELATORIO
           ELSE
              PERFORM 030-TITULOS    THRU 030-FIM
              PERFORM 031-CONFERE-TRAILER THRU 031-FIM
              PERFORM 060-LE-CADASTRO THRU 060-FIM
              PERFORM 061-LE-ORDENADO THRU 061-FIM
              PERFORM 062-LE-VSAM     THRU 062-FIM
              PERFORM 040-PROCESSO    THRU 040-FIM
                      UNTIL WS-CHAVE-CAD EQUAL HIGH-VALUES
                        AND WS-CHAVE-EMP EQUAL HIGH-VALUES
                        AND WS-CHAVE-VSM EQUAL HIGH-VALUES
              PERFORM 050-FINAL       THRU 050-FIM
           END-IF
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  CADASTRO
                       ORDENADOS
                OUTPUT MOVCORRECAO
                       RELATORIO
           OPEN INPUT  EMPVSAM
           IF NOT WS-VSAM-OK
              DISPLAY 'ERRO NA ABERTURA DO VSAM EMPVSAM - STATUS '
                       WS-FS-VSAM
              MOVE 'S'             TO WS-SW-VSAM-ERRO
           END-IF
           MOVE LK-DIA             TO WS-MOV-DIA
           MOVE LK-MES             TO WS-MOV-MES
           MOVE LK-ANO             TO WS-MOV-ANO.
       020-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           WRITE REG-RELATORIO FROM WS-GUIA
           WRITE REG-RELATORIO FROM WS-SUB-TITULO
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       031-CONFERE-TRAILER.
           IF NOT WS-TRAILER-VISTO
              DISPLAY 'EXTRATO EMPREGADOS SEM TRAILER'
              MOVE 8               TO RETURN-CODE
           ELSE
              IF WS-TRL-QTDE-SALVA NOT EQUAL WS-RELEASE-EMP
                 DISPLAY 'EXTRATO EMPREGADOS - TRAILER: '
                          WS-TRL-QTDE-SALVA ' DETALHES: '
                          WS-RELEASE-EMP
                 MOVE 8            TO RETURN-CODE
              END-IF
           END-IF.
       031-FIM.  EXIT.

       040-PROCESSO.
           MOVE WS-CHAVE-CAD       TO WS-CHAVE-ATUAL
           IF WS-CHAVE-EMP < WS-CHAVE-ATUAL
              MOVE WS-CHAVE-EMP    TO WS-CHAVE-ATUAL
           END-IF
           IF WS-CHAVE-VSM < WS-CHAVE-ATUAL
              MOVE WS-CHAVE-VSM    TO WS-CHAVE-ATUAL
           END-IF
           MOVE 'N'                TO WS-SW-EM-CAD
                                      WS-SW-EM-EMP
                                      WS-SW-EM-VSM
                                      WS-SW-DIVERGENTE
           IF WS-CHAVE-CAD EQUAL WS-CHAVE-ATUAL
              MOVE 'S'             TO WS-SW-EM-CAD
           END-IF
           IF WS-CHAVE-EMP EQUAL WS-CHAVE-ATUAL
              MOVE 'S'             TO WS-SW-EM-EMP
           END-IF
           IF WS-CHAVE-VSM EQUAL WS-CHAVE-ATUAL
              MOVE 'S'             TO WS-SW-EM-VSM
           END-IF
           PERFORM 041-CONFERE-EMPREGADO THRU 041-FIM
           IF WS-EM-CAD
              PERFORM 060-LE-CADASTRO THRU 060-FIM
           END-IF
           IF WS-EM-EMP
              PERFORM 061-LE-ORDENADO THRU 061-FIM
           END-IF
           IF WS-EM-VSM
              PERFORM 062-LE-VSAM     THRU 062-FIM
           END-IF.
       040-FIM.  EXIT.

       041-CONFERE-EMPREGADO.
           ADD 1                   TO WS-CONFERIDOS
           IF WS-EM-EMP
              MOVE WS-REG-EMPREGADOS TO WS-REG-REFERENCIA
              MOVE 'EMPREGADOS'    TO WS-REF-ORIGEM
           ELSE
              IF WS-EM-CAD
                 MOVE WS-REG-CADASTRO TO WS-REG-REFERENCIA
                 MOVE 'CADASTRO'   TO WS-REF-ORIGEM
              ELSE
                 MOVE REG-EMPVSAM  TO WS-REG-REFERENCIA
                 MOVE 'VSAM'       TO WS-REF-ORIGEM
              END-IF
           END-IF
           IF NOT WS-EM-CAD
              MOVE 'CADASTRO'      TO WS-COP-ORIGEM
              ADD 1                TO WS-AUSENTES-CAD
              PERFORM 042-IMPRIME-AUSENTE THRU 042-FIM
           END-IF
           IF NOT WS-EM-EMP
              MOVE 'EMPREGADOS'    TO WS-COP-ORIGEM
              ADD 1                TO WS-AUSENTES-EMP
              PERFORM 042-IMPRIME-AUSENTE THRU 042-FIM
           END-IF
           IF NOT WS-EM-VSM
              MOVE 'VSAM'          TO WS-COP-ORIGEM
              ADD 1                TO WS-AUSENTES-VSM
              PERFORM 042-IMPRIME-AUSENTE THRU 042-FIM
           END-IF
           IF WS-EM-CAD AND WS-EM-EMP
              MOVE WS-REG-CADASTRO TO WS-REG-COPIA
              MOVE 'CADASTRO'      TO WS-COP-ORIGEM
              PERFORM 043-COMPARA-COPIA THRU 043-FIM
           END-IF
           IF WS-EM-VSM AND (WS-EM-EMP OR WS-EM-CAD)
              MOVE REG-EMPVSAM     TO WS-REG-COPIA
              MOVE 'VSAM'          TO WS-COP-ORIGEM
              PERFORM 043-COMPARA-COPIA THRU 043-FIM
           END-IF
           IF WS-DIVERGENTE
              PERFORM 045-GERA-CORRECAO THRU 045-FIM
           ELSE
              ADD 1                TO WS-CONCORDANTES
           END-IF.
       041-FIM.  EXIT.

       042-IMPRIME-AUSENTE.
           MOVE 'S'                TO WS-SW-DIVERGENTE
           MOVE WS-REF-NUMERO      TO WS-DIV-NUMERO
           MOVE 'AUSENTE'          TO WS-DIV-CAMPO
           MOVE WS-COP-ORIGEM      TO WS-DIV-COPIA
           MOVE '*** NAO CONSTA NESTA COPIA ***' TO WS-DIV-VALOR
           MOVE WS-REF-NOME        TO WS-DIV-REFERENCIA
           WRITE REG-RELATORIO     FROM WS-DETALHE-DIVERG.
       042-FIM.  EXIT.

       043-COMPARA-COPIA.
           MOVE WS-COP-NUMERO      TO WS-DIV-NUMERO
           MOVE WS-COP-ORIGEM      TO WS-DIV-COPIA
           IF WS-COP-NOME NOT EQUAL WS-REF-NOME
              ADD 1                TO WS-DIV-NOME
              MOVE 'NOME'          TO WS-DIV-CAMPO
              MOVE WS-COP-NOME     TO WS-DIV-VALOR
              MOVE WS-REF-NOME     TO WS-DIV-REFERENCIA
              PERFORM 044-IMPRIME-DIVERGENCIA THRU 044-FIM
           END-IF
           IF WS-COP-STATUS NOT EQUAL WS-REF-STATUS
              ADD 1                TO WS-DIV-STATUS
              MOVE 'STATUS'        TO WS-DIV-CAMPO
              MOVE WS-COP-STATUS   TO WS-DIV-VALOR
              MOVE WS-REF-STATUS   TO WS-DIV-REFERENCIA
              PERFORM 044-IMPRIME-DIVERGENCIA THRU 044-FIM
           END-IF
           IF WS-COP-DEPTO NOT EQUAL WS-REF-DEPTO
              ADD 1                TO WS-DIV-DEPTO
              MOVE 'DEPTO'         TO WS-DIV-CAMPO
              MOVE WS-COP-DEPTO    TO WS-DIV-VALOR
              MOVE WS-REF-DEPTO    TO WS-DIV-REFERENCIA
              PERFORM 044-IMPRIME-DIVERGENCIA THRU 044-FIM
           END-IF
           IF WS-COP-POSTO NOT EQUAL WS-REF-POSTO
              ADD 1                TO WS-DIV-POSTO
              MOVE 'POSTO'         TO WS-DIV-CAMPO
              MOVE WS-COP-POSTO    TO WS-DIV-VALOR
              MOVE WS-REF-POSTO    TO WS-DIV-REFERENCIA
              PERFORM 044-IMPRIME-DIVERGENCIA THRU 044-FIM
           END-IF
           IF WS-COP-SALARIO NOT EQUAL WS-REF-SALARIO
              ADD 1                TO WS-DIV-SALARIO
              MOVE 'SALARIO'       TO WS-DIV-CAMPO
              MOVE WS-COP-SALARIO  TO WS-VALOR-SALARIO
              MOVE WS-VALOR-SALARIO TO WS-DIV-VALOR
              MOVE WS-REF-SALARIO  TO WS-VALOR-SALARIO
              MOVE WS-VALOR-SALARIO TO WS-DIV-REFERENCIA
              PERFORM 044-IMPRIME-DIVERGENCIA THRU 044-FIM
           END-IF.
       043-FIM.  EXIT.

       044-IMPRIME-DIVERGENCIA.
           MOVE 'S'                TO WS-SW-DIVERGENTE
           IF WS-COP-ORIGEM EQUAL 'VSAM'
              ADD 1                TO WS-DIV-NO-VSAM
           END-IF
           WRITE REG-RELATORIO     FROM WS-DETALHE-DIVERG.
       044-FIM.  EXIT.

       045-GERA-CORRECAO.
           IF WS-EM-EMP
              IF NOT WS-EM-CAD
                 IF WS-REF-STATUS NOT EQUAL 3
                    MOVE 'A'       TO WS-TIPO-MOV
                    PERFORM 046-GRAVA-MOVIMENTO THRU 046-FIM
                 END-IF
              ELSE
                 IF WS-REF-STATUS EQUAL 3
                    IF WS-CAD-STATUS NOT EQUAL 3
                       MOVE 'D'    TO WS-TIPO-MOV
                       PERFORM 046-GRAVA-MOVIMENTO THRU 046-FIM
                    END-IF
                 ELSE
                    IF WS-CAD-DEPTO NOT EQUAL WS-REF-DEPTO
                       MOVE 'T'    TO WS-TIPO-MOV
                       PERFORM 046-GRAVA-MOVIMENTO THRU 046-FIM
                    END-IF
                    IF WS-CAD-SALARIO NOT EQUAL WS-REF-SALARIO
                       MOVE 'S'    TO WS-TIPO-MOV
                       PERFORM 046-GRAVA-MOVIMENTO THRU 046-FIM
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF WS-EM-CAD AND WS-CAD-STATUS NOT EQUAL 3
                 MOVE WS-REG-CADASTRO TO WS-REG-REFERENCIA
                 MOVE 'D'          TO WS-TIPO-MOV
                 PERFORM 046-GRAVA-MOVIMENTO THRU 046-FIM
              END-IF
           END-IF.
       045-FIM.  EXIT.

       046-GRAVA-MOVIMENTO.
           MOVE WS-REF-NUMERO      TO WS-MOV-NUMERO
           MOVE WS-REF-NOME        TO WS-MOV-NOME
           MOVE WS-REF-STATUS      TO WS-MOV-STATUS
           MOVE WS-REF-DEPTO       TO WS-MOV-DEPTO
           MOVE WS-REF-POSTO       TO WS-MOV-POSTO
           MOVE WS-REF-SALARIO     TO WS-MOV-SALARIO-NOVO
           WRITE REG-MOVCORRECAO   FROM WS-REG-MOVIMENTO
           EVALUATE TRUE
               WHEN WS-MOV-ADMISSAO
                    ADD 1          TO WS-MOVS-A
               WHEN WS-MOV-DESLIGAMENTO
                    ADD 1          TO WS-MOVS-D
               WHEN WS-MOV-TRANSFERENCIA
                    ADD 1          TO WS-MOVS-T
               WHEN WS-MOV-SALARIO
                    ADD 1          TO WS-MOVS-S
           END-EVALUATE.
       046-FIM.  EXIT.

       060-LE-CADASTRO.
           READ CADASTRO INTO WS-REG-CADASTRO AT END
                MOVE HIGH-VALUES TO WS-CHAVE-CAD.
           IF WS-CHAVE-CAD NOT EQUAL HIGH-VALUES
              ADD 1                TO WS-LIDOS-CAD
              MOVE WS-CAD-NUMERO   TO WS-CHAVE-CAD
              IF WS-CHAVE-CAD NOT > WS-CHAVE-ANT-CAD
                 DISPLAY 'CADASTRO FORA DE SEQUENCIA - NUMERO '
                          WS-CAD-NUMERO
                 PERFORM 063-ABORTA-SEQUENCIA THRU 063-FIM
              ELSE
                 MOVE WS-CHAVE-CAD TO WS-CHAVE-ANT-CAD
              END-IF
           END-IF.
       060-FIM.  EXIT.

       061-LE-ORDENADO.
           READ ORDENADOS INTO WS-REG-EMPREGADOS AT END
                MOVE HIGH-VALUES TO WS-CHAVE-EMP.
           IF WS-CHAVE-EMP NOT EQUAL HIGH-VALUES
              ADD 1                TO WS-LIDOS-EMP
              MOVE WS-NUMERO-EMP   TO WS-CHAVE-EMP
              IF WS-CHAVE-EMP NOT > WS-CHAVE-ANT-EMP
                 DISPLAY 'NUMERO DUPLICADO NO EXTRATO EMPREGADOS - '
                          WS-NUMERO-EMP
                 PERFORM 063-ABORTA-SEQUENCIA THRU 063-FIM
              ELSE
                 MOVE WS-CHAVE-EMP TO WS-CHAVE-ANT-EMP
              END-IF
           END-IF.
       061-FIM.  EXIT.

       062-LE-VSAM.
           READ EMPVSAM NEXT RECORD
                AT END
                MOVE HIGH-VALUES   TO WS-CHAVE-VSM
           END-READ
           IF WS-CHAVE-VSM NOT EQUAL HIGH-VALUES
              IF NOT WS-VSAM-OK
                 DISPLAY 'ERRO NA LEITURA DO VSAM EMPVSAM - STATUS '
                          WS-FS-VSAM
                 PERFORM 063-ABORTA-SEQUENCIA THRU 063-FIM
              ELSE
                 ADD 1             TO WS-LIDOS-VSM
                 MOVE VSM-NUMERO   TO WS-CHAVE-VSM
              END-IF
           END-IF.
       062-FIM.  EXIT.

       063-ABORTA-SEQUENCIA.
           MOVE 'S'                TO WS-SW-SEQ-ERRO
           MOVE HIGH-VALUES        TO WS-CHAVE-CAD
                                      WS-CHAVE-EMP
                                      WS-CHAVE-VSM.
       063-FIM.  EXIT.

       050-FINAL.
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'EMPREGADOS CONFERIDOS           : '
                                   TO WS-TOT-LITERAL
           MOVE WS-CONFERIDOS      TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'EMPREGADOS CONCORDANTES         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-CONCORDANTES    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'AUSENTES NO CADASTRO MESTRE     : '
                                   TO WS-TOT-LITERAL
           MOVE WS-AUSENTES-CAD    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'AUSENTES NO EXTRATO EMPREGADOS  : '
                                   TO WS-TOT-LITERAL
           MOVE WS-AUSENTES-EMP    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'AUSENTES NO VSAM                : '
                                   TO WS-TOT-LITERAL
           MOVE WS-AUSENTES-VSM    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DIVERGENCIAS DE NOME            : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DIV-NOME        TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DIVERGENCIAS DE STATUS          : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DIV-STATUS      TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DIVERGENCIAS DE DEPARTAMENTO    : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DIV-DEPTO       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DIVERGENCIAS DE POSTO           : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DIV-POSTO       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DIVERGENCIAS DE SALARIO         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DIV-SALARIO     TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DIVERGENCIAS SO NO VSAM         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DIV-NO-VSAM     TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'MOVIMENTOS DE ADMISSAO (A)      : '
                                   TO WS-TOT-LITERAL
           MOVE WS-MOVS-A          TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'MOVIMENTOS DE DESLIGAMENTO (D)  : '
                                   TO WS-TOT-LITERAL
           MOVE WS-MOVS-D          TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'MOVIMENTOS DE TRANSFERENCIA (T) : '
                                   TO WS-TOT-LITERAL
           MOVE WS-MOVS-T          TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'MOVIMENTOS DE SALARIO (S)       : '
                                   TO WS-TOT-LITERAL
           MOVE WS-MOVS-S          TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           IF WS-SEQ-ERRO
              MOVE 16              TO RETURN-CODE
           ELSE
              IF WS-CONCORDANTES NOT EQUAL WS-CONFERIDOS
                 AND RETURN-CODE < 8
                 MOVE 8            TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'CADASTRO LIDO     : ' WS-LIDOS-CAD.
           DISPLAY 'EXTRATO LIDO      : ' WS-LIDOS-EMP.
           DISPLAY 'VSAM LIDO         : ' WS-LIDOS-VSM.
           DISPLAY 'CONFERIDOS        : ' WS-CONFERIDOS.
           DISPLAY 'CONCORDANTES      : ' WS-CONCORDANTES.
           CLOSE CADASTRO ORDENADOS EMPVSAM MOVCORRECAO RELATORIO.
       050-FIM.  EXIT.

       070-CLASSIFICA-ENTRADA.
           READ EMPREGADOS INTO WS-REG-EMPREGADOS-COMPLETO
                AT END GO TO 070-FIM.
           IF WS-TIPO-DETALHE
              RELEASE REG-ORDENACAO FROM WS-REG-EMPREGADOS
              ADD 1                TO WS-RELEASE-EMP
           END-IF
           IF WS-TIPO-TRAILER
              MOVE 'S'             TO WS-SW-TRAILER
              MOVE WS-TRL-QTDE-REG TO WS-TRL-QTDE-SALVA
           END-IF
           GO TO 070-CLASSIFICA-ENTRADA.
       070-FIM.  EXIT.
