       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00024.
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
           SELECT ACUMULADO     ASSIGN TO UT-S-ACUMULA.
           SELECT CADASTRO      ASSIGN TO UT-S-CADASTR.
           SELECT DEPTMEST      ASSIGN TO UT-S-DEPTMES.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.
           SELECT DECLARACAO    ASSIGN TO UT-S-DECLARA.

       DATA DIVISION.
       FILE SECTION.
       FD  ACUMULADO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 420 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUMULADO.
       01  REG-ACUMULADO           PIC X(420).

       FD  CADASTRO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CADASTRO.
       01  REG-CADASTRO            PIC X(50).

       FD  DEPTMEST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DEPTMEST.
       01  REG-DEPTMEST            PIC X(60).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       FD  DECLARACAO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DECLARACAO.
       01  REG-DECLARACAO          PIC X(80).

       WORKING-STORAGE SECTION.

       COPY BOOK0001.

       COPY BOOK0005.

       COPY BOOK0010.

       01  WS-TAB-MESES-VALORES.
           05 FILLER               PIC X(36)
                        VALUE 'JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ'.
       01  WS-TAB-MESES REDEFINES WS-TAB-MESES-VALORES.
           05 WS-NOME-MES          PIC X(03) OCCURS 12 TIMES.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-ACU         PIC 9(05)    VALUE ZEROS.
           05 WS-INFORMES          PIC 9(05)    VALUE ZEROS.
           05 WS-SEM-CADASTRO      PIC 9(05)    VALUE ZEROS.
           05 WS-DEPTOS-PRV        PIC 9(05)    VALUE ZEROS.
           05 WS-DCL-QTDE-REG      PIC 9(05)    VALUE ZEROS.
           05 WS-ANO-BASE          PIC 9(04)    VALUE ZEROS.
           05 WS-SUB-MES           PIC 9(02)    VALUE ZEROS.
           05 SW-FIM               PIC X(03)    VALUE SPACES.
           05 SW-FIM-CAD           PIC X(03)    VALUE SPACES.
           05 WS-SW-ACU-ERRO       PIC X(01)    VALUE 'N'.
              88 WS-ACUMULADO-ERRO              VALUE 'S'.
           05 WS-NOME-ACHADO       PIC X(30)    VALUE SPACES.

       01  WS-TOTAIS-EMPREGADO.
           05 WS-ANU-BRUTO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-ANU-DESCONTO      PIC 9(11)V99 VALUE ZEROS.
           05 WS-ANU-LIQUIDO       PIC 9(11)V99 VALUE ZEROS.

       01  WS-TOTAIS-PROVISAO.
           05 WS-ANU-13            PIC 9(11)V99 VALUE ZEROS.
           05 WS-ANU-FERIAS        PIC 9(11)V99 VALUE ZEROS.
           05 WS-ANU-TERCO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-ANU-PROVISAO      PIC 9(11)V99 VALUE ZEROS.

       01  WS-TOTAIS-GERAIS.
           05 WS-GER-BRUTO         PIC 9(13)V99 VALUE ZEROS.
           05 WS-GER-DESCONTO      PIC 9(13)V99 VALUE ZEROS.
           05 WS-GER-LIQUIDO       PIC 9(13)V99 VALUE ZEROS.
           05 WS-GER-PROVISAO      PIC 9(13)V99 VALUE ZEROS.

       01  WS-DCL-HEADER.
           05 WS-DCLH-TIPO         PIC X(01)    VALUE '1'.
           05 WS-DCLH-ANO-BASE     PIC 9(04).
           05 WS-DCLH-DIA          PIC 9(02).
           05 WS-DCLH-MES          PIC 9(02).
           05 WS-DCLH-ANO          PIC 9(04).
           05 FILLER               PIC X(67)    VALUE SPACES.

       01  WS-DCL-DETALHE.
           05 WS-DCLD-TIPO         PIC X(01)    VALUE '2'.
           05 WS-DCLD-ANO-BASE     PIC 9(04).
           05 WS-DCLD-NUMERO       PIC 9(05).
           05 WS-DCLD-NOME         PIC X(30).
           05 WS-DCLD-DEPTO        PIC 9(03).
           05 WS-DCLD-BRUTO        PIC 9(09)V99.
           05 WS-DCLD-DESCONTO     PIC 9(09)V99.
           05 WS-DCLD-LIQUIDO      PIC 9(09)V99.
           05 FILLER               PIC X(04)    VALUE SPACES.

       01  WS-DCL-TRAILER.
           05 WS-DCLT-TIPO         PIC X(01)    VALUE '3'.
           05 WS-DCLT-QTDE-REG     PIC 9(05).
           05 WS-DCLT-HASH         PIC 9(11)V99.
           05 FILLER               PIC X(61)    VALUE SPACES.

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
                          VALUE 'INFORME ANUAL DE RENDIMENTOS'.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(12)    VALUE 'ANO-BASE: '.
           05 WS-TIT-3-ANO         PIC 9(04).
           05 FILLER               PIC X(79)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SECAO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-SEC-TEXTO         PIC X(60).
           05 FILLER               PIC X(35)    VALUE SPACES.

       01  WS-CAB-EMPREGADO.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE 'EMPREGADO: '.
           05 WS-CAB-NUMERO        PIC ZZZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-CAB-NOME          PIC X(30).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(07)    VALUE 'DEPTO: '.
           05 WS-CAB-DEPTO         PIC 9(03).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-CAB-NOME-DEP      PIC X(25).
           05 FILLER               PIC X(09)    VALUE SPACES.

       01  WS-SUB-TITULO-MES.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(08)    VALUE 'MES'.
           05 FILLER               PIC X(16)
                                   VALUE '           BRUTO'.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(16)
                                   VALUE '       DESCONTOS'.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(16)
                                   VALUE '         LIQUIDO'.
           05 FILLER               PIC X(37)    VALUE SPACES.

       01  WS-DETALHE-MES.
           05 FILLER               PIC X(01).
           05 WS-MES-NOME          PIC X(08).
           05 WS-MES-BRUTO         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-MES-DESCONTO      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-MES-LIQUIDO       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(37)    VALUE SPACES.

       01  WS-SUB-TITULO-PRV.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(04)    VALUE 'DEP'.
           05 FILLER               PIC X(26)    VALUE 'NOME'.
           05 FILLER               PIC X(14)
                                   VALUE '   13o SALARIO'.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(14)
                                   VALUE '        FERIAS'.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(14)
                                   VALUE '     ADIC. 1/3'.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(14)
                                   VALUE '         TOTAL'.
           05 FILLER               PIC X(06)    VALUE SPACES.

       01  WS-DETALHE-PRV.
           05 FILLER               PIC X(01).
           05 WS-PRV-DEPTO         PIC 9(03).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-PRV-NOME-DEP      PIC X(25).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-PRV-13            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-PRV-FERIAS        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-PRV-TERCO         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-PRV-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(06)    VALUE SPACES.

       01  WS-DETALHE-TOTAL.
           05 FILLER               PIC X(01).
           05 WS-TOT-LITERAL       PIC X(34).
           05 WS-TOT-VALOR         PIC ZZ,ZZ9.
           05 FILLER               PIC X(55)    VALUE SPACES.

       01  WS-DETALHE-VALOR.
           05 FILLER               PIC X(01).
           05 WS-VAL-LITERAL       PIC X(34).
           05 WS-VAL-VALOR         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(43)    VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FECHA.
           05 FILLER               PIC X(02).
           05 LK-DIA               PIC 9(02).
           05 LK-MES               PIC 9(02).
           05 LK-ANO               PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           COMPUTE WS-ANO-BASE = LK-ANO - 1
           PERFORM 021-CARREGA-DEPMEST THRU 021-FIM
           PERFORM 020-ABRE-ARQUIVOS   THRU 020-FIM
           PERFORM 030-TITULOS         THRU 030-FIM
           PERFORM 060-LE-ACUMULADO    THRU 060-FIM
           IF SW-FIM EQUAL 'FIM'
              OR NOT ACU-CONTROLE
              DISPLAY 'ACUMULADO SEM REGISTRO DE CONTROLE - '
                       'EXECUCAO ABORTADA'
              MOVE 'S'             TO WS-SW-ACU-ERRO
           ELSE
              IF ACU-ANO NOT EQUAL WS-ANO-BASE
                 DISPLAY 'ACUMULADO DO ANO ' ACU-ANO
                          ' NAO CORRESPONDE AO ANO-BASE '
                          WS-ANO-BASE ' - EXECUCAO ABORTADA'
                 MOVE 'S'          TO WS-SW-ACU-ERRO
              END-IF
           END-IF
           IF WS-DPM-ERRO OR WS-ACUMULADO-ERRO
              MOVE 16              TO RETURN-CODE
           ELSE
              WRITE REG-DECLARACAO FROM WS-DCL-HEADER
              PERFORM 060-LE-ACUMULADO THRU 060-FIM
              PERFORM 061-LE-CADASTRO  THRU 061-FIM
              MOVE 'PROVISOES ACUMULADAS NO ANO POR DEPARTAMENTO'
                                   TO WS-SEC-TEXTO
              WRITE REG-RELATORIO  FROM WS-SECAO
              WRITE REG-RELATORIO  FROM WS-GUIA
              WRITE REG-RELATORIO  FROM WS-SUB-TITULO-PRV
              WRITE REG-RELATORIO  FROM WS-GUIA
              PERFORM 040-PROCESSA-DEPTO THRU 040-FIM
                      UNTIL SW-FIM EQUAL 'FIM'
                         OR NOT ACU-DEPARTAMENTO
              PERFORM 041-TOTAL-PROVISAO THRU 041-FIM
              PERFORM 045-PROCESSA-EMPREGADO THRU 045-FIM
                      UNTIL SW-FIM EQUAL 'FIM'
              PERFORM 050-FINAL      THRU 050-FIM
           END-IF
           CLOSE ACUMULADO CADASTRO RELATORIO DECLARACAO
           GOBACK.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  ACUMULADO
                       CADASTRO
                OUTPUT RELATORIO
                       DECLARACAO
           MOVE WS-ANO-BASE        TO WS-DCLH-ANO-BASE
                                      WS-DCLD-ANO-BASE
           MOVE LK-DIA             TO WS-DCLH-DIA
           MOVE LK-MES             TO WS-DCLH-MES
           MOVE LK-ANO             TO WS-DCLH-ANO.
       020-FIM.  EXIT.

       021-CARREGA-DEPMEST.
           OPEN INPUT DEPTMEST
           PERFORM 022-LE-DEPTMEST THRU 022-FIM
                   UNTIL WS-SW-DPM-FIM EQUAL 'FIM'
           CLOSE DEPTMEST.
       021-FIM.  EXIT.

       022-LE-DEPTMEST.
           READ DEPTMEST INTO WS-REG-DEPTMEST AT END
                MOVE 'FIM' TO WS-SW-DPM-FIM.
           IF WS-SW-DPM-FIM NOT EQUAL 'FIM'
              IF WS-QTDE-DEPMEST < 50
                 ADD 1               TO WS-QTDE-DEPMEST
                 MOVE WS-DPM-DEPTO   TO
                      WS-DPM-TAB-DEPTO  (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-NOME    TO
                      WS-DPM-TAB-NOME   (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-CCUSTO  TO
                      WS-DPM-TAB-CCUSTO (WS-QTDE-DEPMEST)
                 MOVE WS-DPM-GESTOR  TO
                      WS-DPM-TAB-GESTOR (WS-QTDE-DEPMEST)
              ELSE
                 DISPLAY 'DEPTMEST EXCEDE O LIMITE DE 50 '
                          'DEPARTAMENTOS'
                 MOVE 'S'            TO WS-SW-DPM-ERRO
                 MOVE 'FIM'          TO WS-SW-DPM-FIM
              END-IF
           END-IF.
       022-FIM.  EXIT.

       030-TITULOS.
           WRITE REG-RELATORIO FROM WS-TITULO-1
           MOVE LK-DIA         TO WS-TIT-2-DIA
           MOVE LK-MES         TO WS-TIT-2-MES
           MOVE LK-ANO         TO WS-TIT-2-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-2
           MOVE WS-ANO-BASE    TO WS-TIT-3-ANO
           WRITE REG-RELATORIO FROM WS-TITULO-3
           WRITE REG-RELATORIO FROM WS-GUIA.
       030-FIM.  EXIT.

       040-PROCESSA-DEPTO.
           MOVE ZEROS              TO WS-TOTAIS-PROVISAO
           PERFORM 042-SOMA-PROVISAO THRU 042-FIM
                   VARYING WS-SUB-MES FROM 1 BY 1
                   UNTIL WS-SUB-MES > 12
           COMPUTE WS-ANU-PROVISAO = WS-ANU-13 + WS-ANU-FERIAS
                                   + WS-ANU-TERCO
           MOVE ACU-DEPTO          TO WS-PRV-DEPTO
                                      WS-DPM-DEPTO-BUSCA
           PERFORM 044-BUSCA-DEPMEST THRU 044-FIM
           MOVE WS-DPM-NOME-ACHADO TO WS-PRV-NOME-DEP
           MOVE WS-ANU-13          TO WS-PRV-13
           MOVE WS-ANU-FERIAS      TO WS-PRV-FERIAS
           MOVE WS-ANU-TERCO       TO WS-PRV-TERCO
           MOVE WS-ANU-PROVISAO    TO WS-PRV-TOTAL
           WRITE REG-RELATORIO     FROM WS-DETALHE-PRV
           ADD WS-ANU-PROVISAO     TO WS-GER-PROVISAO
           ADD 1                   TO WS-DEPTOS-PRV
           PERFORM 060-LE-ACUMULADO THRU 060-FIM.
       040-FIM.  EXIT.

       041-TOTAL-PROVISAO.
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'PROVISAO TOTAL NO ANO           : '
                                   TO WS-VAL-LITERAL
           MOVE WS-GER-PROVISAO    TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           WRITE REG-RELATORIO     FROM WS-GUIA.
       041-FIM.  EXIT.

       042-SOMA-PROVISAO.
           ADD ACU-PRV-13 (WS-SUB-MES)     TO WS-ANU-13
           ADD ACU-PRV-FERIAS (WS-SUB-MES) TO WS-ANU-FERIAS
           ADD ACU-PRV-TERCO (WS-SUB-MES)  TO WS-ANU-TERCO.
       042-FIM.  EXIT.

       044-BUSCA-DEPMEST.
           MOVE 'N'                TO WS-SW-DPM-ACHOU
           MOVE 'DEPARTAMENTO NAO CADASTRADO'
                                   TO WS-DPM-NOME-ACHADO
           PERFORM 043-VARRE-DEPMEST THRU 043-FIM
                   VARYING WS-IDX-DPM FROM 1 BY 1
                   UNTIL WS-IDX-DPM > WS-QTDE-DEPMEST
                      OR WS-DPM-TAB-DEPTO (WS-IDX-DPM) EQUAL
                         WS-DPM-DEPTO-BUSCA
           IF WS-IDX-DPM NOT > WS-QTDE-DEPMEST
              MOVE 'S'             TO WS-SW-DPM-ACHOU
              MOVE WS-DPM-TAB-NOME (WS-IDX-DPM)
                                   TO WS-DPM-NOME-ACHADO
           END-IF.
       044-FIM.  EXIT.

       043-VARRE-DEPMEST.
           CONTINUE.
       043-FIM.  EXIT.

       045-PROCESSA-EMPREGADO.
           IF NOT ACU-EMPREGADO
              PERFORM 060-LE-ACUMULADO THRU 060-FIM
              GO TO 045-FIM
           END-IF
           PERFORM 061-LE-CADASTRO THRU 061-FIM
                   UNTIL SW-FIM-CAD EQUAL 'FIM'
                      OR WS-NUMERO-EMP NOT LESS ACU-NUMERO-EMP
           IF SW-FIM-CAD NOT EQUAL 'FIM'
              AND WS-NUMERO-EMP EQUAL ACU-NUMERO-EMP
              MOVE WS-NOME-EMP     TO WS-NOME-ACHADO
           ELSE
              MOVE 'NAO CADASTRADO' TO WS-NOME-ACHADO
              ADD 1                TO WS-SEM-CADASTRO
           END-IF
           MOVE ACU-NUMERO-EMP     TO WS-CAB-NUMERO
           MOVE WS-NOME-ACHADO     TO WS-CAB-NOME
           MOVE ACU-DEPTO          TO WS-CAB-DEPTO
                                      WS-DPM-DEPTO-BUSCA
           PERFORM 044-BUSCA-DEPMEST THRU 044-FIM
           MOVE WS-DPM-NOME-ACHADO TO WS-CAB-NOME-DEP
           WRITE REG-RELATORIO     FROM WS-CAB-EMPREGADO
           WRITE REG-RELATORIO     FROM WS-GUIA
           WRITE REG-RELATORIO     FROM WS-SUB-TITULO-MES
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE ZEROS              TO WS-TOTAIS-EMPREGADO
           PERFORM 046-IMPRIME-MES THRU 046-FIM
                   VARYING WS-SUB-MES FROM 1 BY 1
                   UNTIL WS-SUB-MES > 12
           MOVE 'TOTAL'            TO WS-MES-NOME
           MOVE WS-ANU-BRUTO       TO WS-MES-BRUTO
           MOVE WS-ANU-DESCONTO    TO WS-MES-DESCONTO
           MOVE WS-ANU-LIQUIDO     TO WS-MES-LIQUIDO
           WRITE REG-RELATORIO     FROM WS-GUIA
           WRITE REG-RELATORIO     FROM WS-DETALHE-MES
           WRITE REG-RELATORIO     FROM WS-GUIA
           PERFORM 047-GRAVA-DECLARACAO THRU 047-FIM
           ADD WS-ANU-BRUTO        TO WS-GER-BRUTO
           ADD WS-ANU-DESCONTO     TO WS-GER-DESCONTO
           ADD WS-ANU-LIQUIDO      TO WS-GER-LIQUIDO
           ADD 1                   TO WS-INFORMES
           PERFORM 060-LE-ACUMULADO THRU 060-FIM.
       045-FIM.  EXIT.

       046-IMPRIME-MES.
           MOVE WS-NOME-MES (WS-SUB-MES) TO WS-MES-NOME
           MOVE ACU-MES-BRUTO (WS-SUB-MES)    TO WS-MES-BRUTO
           MOVE ACU-MES-DESCONTO (WS-SUB-MES) TO WS-MES-DESCONTO
           MOVE ACU-MES-LIQUIDO (WS-SUB-MES)  TO WS-MES-LIQUIDO
           WRITE REG-RELATORIO     FROM WS-DETALHE-MES
           ADD ACU-MES-BRUTO (WS-SUB-MES)    TO WS-ANU-BRUTO
           ADD ACU-MES-DESCONTO (WS-SUB-MES) TO WS-ANU-DESCONTO
           ADD ACU-MES-LIQUIDO (WS-SUB-MES)  TO WS-ANU-LIQUIDO.
       046-FIM.  EXIT.

       047-GRAVA-DECLARACAO.
           MOVE ACU-NUMERO-EMP     TO WS-DCLD-NUMERO
           MOVE WS-NOME-ACHADO     TO WS-DCLD-NOME
           MOVE ACU-DEPTO          TO WS-DCLD-DEPTO
           MOVE WS-ANU-BRUTO       TO WS-DCLD-BRUTO
           MOVE WS-ANU-DESCONTO    TO WS-DCLD-DESCONTO
           MOVE WS-ANU-LIQUIDO     TO WS-DCLD-LIQUIDO
           WRITE REG-DECLARACAO    FROM WS-DCL-DETALHE
           ADD 1                   TO WS-DCL-QTDE-REG.
       047-FIM.  EXIT.

       060-LE-ACUMULADO.
           READ ACUMULADO INTO ACU-REGISTRO-ACUMULADO AT END
                MOVE 'FIM' TO SW-FIM.
           IF SW-FIM NOT EQUAL 'FIM'
              ADD 1                TO WS-LIDOS-ACU
           END-IF.
       060-FIM.  EXIT.

       061-LE-CADASTRO.
           READ CADASTRO INTO WS-REG-EMPREGADOS AT END
                MOVE 'FIM' TO SW-FIM-CAD.
       061-FIM.  EXIT.

       050-FINAL.
           MOVE 'TOTAL DE INFORMES EMITIDOS      : '
                                   TO WS-TOT-LITERAL
           MOVE WS-INFORMES        TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'EMPREGADOS NAO CADASTRADOS      : '
                                   TO WS-TOT-LITERAL
           MOVE WS-SEM-CADASTRO    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'DEPARTAMENTOS COM PROVISAO      : '
                                   TO WS-TOT-LITERAL
           MOVE WS-DEPTOS-PRV      TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'BRUTO TOTAL NO ANO              : '
                                   TO WS-VAL-LITERAL
           MOVE WS-GER-BRUTO       TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE 'DESCONTOS TOTAIS NO ANO         : '
                                   TO WS-VAL-LITERAL
           MOVE WS-GER-DESCONTO    TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE 'LIQUIDO TOTAL NO ANO            : '
                                   TO WS-VAL-LITERAL
           MOVE WS-GER-LIQUIDO     TO WS-VAL-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-VALOR
           MOVE WS-DCL-QTDE-REG    TO WS-DCLT-QTDE-REG
           MOVE WS-GER-BRUTO       TO WS-DCLT-HASH
           WRITE REG-DECLARACAO    FROM WS-DCL-TRAILER
           DISPLAY 'ACUMULADO LIDO    : ' WS-LIDOS-ACU.
           DISPLAY 'INFORMES EMITIDOS : ' WS-INFORMES.
           DISPLAY 'SEM CADASTRO      : ' WS-SEM-CADASTRO.
           DISPLAY 'EXTRATO DECLARACAO: ' WS-DCL-QTDE-REG.
       050-FIM.  EXIT.
