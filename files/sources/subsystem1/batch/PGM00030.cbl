       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PGM00030.
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
           SELECT DISTRIB       ASSIGN TO UT-S-DISTRIB.
           SELECT ORDENADOS     ASSIGN TO UT-S-ORDENAD.
           SELECT ORDENACAO     ASSIGN TO UT-S-SORTWK.
           SELECT PACOTES       ASSIGN TO UT-S-PACOTES.
           SELECT RELATORIO     ASSIGN TO UT-S-RELATOR.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPTMEST
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DEPTMEST.
       01  REG-DEPTMEST            PIC X(60).

       FD  DISTRIB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 138 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DISTRIB.
       01  REG-DISTRIB             PIC X(138).

       FD  ORDENADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 162 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ORDENADOS.
       01  REG-ORDENADOS           PIC X(162).

       SD  ORDENACAO
           RECORD CONTAINS 162 CHARACTERS
           DATA RECORD IS REG-ORDENACAO.
       01  REG-ORDENACAO.
           05 SD-GESTOR            PIC X(25).
           05 SD-RELATORIO         PIC X(02).
           05 SD-DEPTO             PIC X(03).
           05 SD-LINHA             PIC X(132).

       FD  PACOTES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PACOTES.
       01  REG-PACOTES             PIC X(132).

       FD  RELATORIO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 96 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-RELATORIO.
       01  REG-RELATORIO           PIC X(96).

       WORKING-STORAGE SECTION.

       COPY BOOK0005.

       COPY BOOK0013.

       01  WS-REG-ORDENADO.
           05 WS-ORD-GESTOR        PIC X(25).
           05 WS-ORD-RELATORIO     PIC X(02).
           05 WS-ORD-RELATORIO-N REDEFINES WS-ORD-RELATORIO
                                   PIC 9(02).
           05 WS-ORD-DEPTO         PIC X(03).
           05 WS-ORD-LINHA         PIC X(132).

       01  WS-TAB-RELATORIOS.
           05 WS-RELATORIO-ENTRADA OCCURS 4 TIMES.
              10 WS-REL-TITULO     PIC X(60).
              10 WS-REL-QTDE-CAB   PIC 9(01).
              10 WS-REL-CABEC      PIC X(132)   OCCURS 3 TIMES.

       01  WS-AREAS-A-USAR.
           05 WS-LIDOS-DIS         PIC 9(07)    VALUE ZEROS.
           05 WS-LIBERADOS         PIC 9(07)    VALUE ZEROS.
           05 WS-IGNORADOS         PIC 9(07)    VALUE ZEROS.
           05 WS-QTDE-PACOTES      PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-LINHAS        PIC 9(07)    VALUE ZEROS.
           05 WS-TOT-PAGINAS       PIC 9(07)    VALUE ZEROS.
           05 WS-TOT-NAO-DISTRIB   PIC 9(07)    VALUE ZEROS.
           05 WS-LINHAS-PAGINA     PIC 9(03)    VALUE ZEROS.
           05 WS-MAX-LINHAS        PIC 9(03)    VALUE 55.
           05 WS-SUB-REL           PIC 9(02)    VALUE ZEROS.
           05 WS-SUB-CAB           PIC 9(01)    VALUE ZEROS.
           05 WS-SUB-DPM           PIC 9(03)    VALUE ZEROS.
           05 SW-FIM-ORD           PIC X(03)    VALUE SPACES.

       01  WS-CONTROLE-PACOTE.
           05 WS-GESTOR-ANT        PIC X(25)    VALUE LOW-VALUES.
           05 WS-RELATORIO-ANT     PIC X(02)    VALUE LOW-VALUES.
           05 WS-GESTOR-BUSCA      PIC X(25)    VALUE SPACES.
           05 WS-GESTOR-IMPRESSO   PIC X(35)    VALUE SPACES.
           05 WS-SW-NAO-DISTRIB    PIC X(01)    VALUE 'N'.
              88 WS-PACOTE-NAO-DISTRIB          VALUE 'S'.
           05 WS-PCT-DEPTOS        PIC 9(03)    VALUE ZEROS.
           05 WS-PCT-LINHAS        PIC 9(07)    VALUE ZEROS.
           05 WS-PCT-PAGINAS       PIC 9(05)    VALUE ZEROS.
           05 WS-PCT-LIN-REL       PIC 9(05)    OCCURS 4 TIMES.

       01  WS-CAB-PACOTE-1.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(15)
                                   VALUE 'ESTUDO DE COBOL'.
           05 FILLER               PIC X(10)    VALUE SPACES.
           05 FILLER               PIC X(25)
                                   VALUE 'PACOTE DE DISTRIBUICAO'.
           05 FILLER               PIC X(06)    VALUE 'DATA: '.
           05 WS-CP1-DIA           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-CP1-MES           PIC 9(02).
           05 FILLER               PIC X(01)    VALUE '/'.
           05 WS-CP1-ANO           PIC 9(04).
           05 FILLER               PIC X(10)    VALUE SPACES.
           05 FILLER               PIC X(08)    VALUE 'PAGINA: '.
           05 WS-CP1-PAGINA        PIC ZZZ9.
           05 FILLER               PIC X(43)    VALUE SPACES.

       01  WS-CAB-PACOTE-2.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(08)    VALUE 'GESTOR: '.
           05 WS-CP2-GESTOR        PIC X(35).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(11)    VALUE 'RELATORIO: '.
           05 WS-CP2-RELATORIO     PIC X(60).
           05 FILLER               PIC X(15)    VALUE SPACES.

       01  WS-GUIA-PACOTE.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(130)   VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-BANNER-ESTRELAS.
           05 FILLER               PIC X(132)   VALUE ALL '*'.

       01  WS-BANNER-GESTOR.
           05 FILLER               PIC X(05)    VALUE '*****'.
           05 FILLER               PIC X(05)    VALUE SPACES.
           05 FILLER               PIC X(14)    VALUE 'DESTINATARIO: '.
           05 WS-BAN-GESTOR        PIC X(35).
           05 FILLER               PIC X(68)    VALUE SPACES.
           05 FILLER               PIC X(05)    VALUE '*****'.

       01  WS-BANNER-TITULO-DEPTOS.
           05 FILLER               PIC X(05)    VALUE '*****'.
           05 FILLER               PIC X(05)    VALUE SPACES.
           05 FILLER               PIC X(24)
                                   VALUE 'DEPARTAMENTOS DO PACOTE:'.
           05 FILLER               PIC X(93)    VALUE SPACES.
           05 FILLER               PIC X(05)    VALUE '*****'.

       01  WS-BANNER-DEPTO.
           05 FILLER               PIC X(05)    VALUE '*****'.
           05 FILLER               PIC X(10)    VALUE SPACES.
           05 WS-BAN-DEPTO         PIC 9(03).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-BAN-NOME          PIC X(25).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 FILLER               PIC X(08)    VALUE 'CCUSTO: '.
           05 WS-BAN-CCUSTO        PIC X(06).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-BAN-SITUACAO      PIC X(07).
           05 FILLER               PIC X(57)    VALUE SPACES.
           05 FILLER               PIC X(05)    VALUE '*****'.

       01  WS-BANNER-OPERACOES.
           05 FILLER               PIC X(05)    VALUE '*****'.
           05 FILLER               PIC X(10)    VALUE SPACES.
           05 FILLER               PIC X(52)    VALUE
              'MAIS AS LINHAS DE DEPARTAMENTO FORA DO DEPTMES      '.
           05 FILLER               PIC X(60)    VALUE SPACES.
           05 FILLER               PIC X(05)    VALUE '*****'.

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
                         VALUE 'CONTROLE DE DISTRIBUICAO'.
           05 FILLER               PIC X(38)    VALUE SPACES.

       01  WS-GUIA.
           05 FILLER               PIC X(01).
           05 FILLER               PIC X(94)    VALUE ALL '-'.
           05 FILLER               PIC X(01)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 FILLER               PIC X(36)    VALUE 'GESTOR'.
           05 FILLER               PIC X(03)    VALUE 'DEP'.
           05 FILLER               PIC X(08)    VALUE '  EMPREG'.
           05 FILLER               PIC X(08)    VALUE '   EXCEC'.
           05 FILLER               PIC X(08)    VALUE '  REJEIT'.
           05 FILLER               PIC X(08)    VALUE '  ALERTA'.
           05 FILLER               PIC X(09)    VALUE '   LINHAS'.
           05 FILLER               PIC X(09)    VALUE '  PAGINAS'.
           05 FILLER               PIC X(06)    VALUE SPACES.

       01  WS-DETALHE.
           05 FILLER               PIC X(01).
           05 WS-DET-GESTOR        PIC X(35).
           05 FILLER               PIC X(01)    VALUE SPACES.
           05 WS-DET-DEPTOS        PIC ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-EMPREG        PIC ZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-EXCEC         PIC ZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-REJEIT        PIC ZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-ALERTA        PIC ZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-LINHAS        PIC ZZZ,ZZ9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 WS-DET-PAGINAS       PIC Z,ZZ9.
           05 FILLER               PIC X(08)    VALUE SPACES.

       01  WS-DETALHE-TOTAL.
           05 FILLER               PIC X(01).
           05 WS-TOT-LITERAL       PIC X(34).
           05 WS-TOT-VALOR         PIC ZZZ,ZZ9.
           05 FILLER               PIC X(54)    VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FECHA.
           05 FILLER               PIC X(02).
           05 LK-DIA               PIC 9(02).
           05 LK-MES               PIC 9(02).
           05 LK-ANO               PIC 9(04).

       PROCEDURE DIVISION USING LK-FECHA.
       010-INICIO.
           PERFORM 015-CARREGA-DEPMEST THRU 015-FIM
           IF WS-DPM-ERRO
              DISPLAY 'EXECUCAO ABORTADA - DEPTMEST INVALIDO'
              MOVE 16              TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES             TO WS-TAB-RELATORIOS
           MOVE ZEROS              TO WS-REL-QTDE-CAB (1)
                                      WS-REL-QTDE-CAB (2)
                                      WS-REL-QTDE-CAB (3)
                                      WS-REL-QTDE-CAB (4)
           OPEN INPUT DISTRIB
           SORT ORDENACAO ON ASCENDING KEY SD-GESTOR
                                           SD-RELATORIO
                                           SD-DEPTO
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS 070-CLASSIFICA-ENTRADA
                                   THRU 070-FIM
                GIVING ORDENADOS
           CLOSE DISTRIB
           PERFORM 020-ABRE-ARQUIVOS THRU 020-FIM
           PERFORM 030-TITULOS       THRU 030-FIM
           PERFORM 060-LE-ORDENADO   THRU 060-FIM
           PERFORM 040-PROCESSO      THRU 040-FIM
                   UNTIL SW-FIM-ORD EQUAL 'FIM'
           PERFORM 050-FINAL         THRU 050-FIM
           GOBACK.

       015-CARREGA-DEPMEST.
           OPEN INPUT DEPTMEST
           PERFORM 016-LE-DEPTMEST THRU 016-FIM
                   UNTIL WS-SW-DPM-FIM EQUAL 'FIM'
           CLOSE DEPTMEST.
       015-FIM.  EXIT.

       016-LE-DEPTMEST.
           READ DEPTMEST INTO WS-REG-DEPTMEST AT END
                MOVE 'FIM' TO WS-SW-DPM-FIM.
           IF WS-SW-DPM-FIM NOT EQUAL 'FIM'
              IF WS-QTDE-DEPMEST < 50
                 ADD 1               TO WS-QTDE-DEPMEST
                 MOVE WS-REG-DEPTMEST TO
                      WS-DEPMEST-ENTRADA (WS-QTDE-DEPMEST)
              ELSE
                 DISPLAY 'DEPTMEST EXCEDE O LIMITE DE 50 '
                          'DEPARTAMENTOS'
                 MOVE 'S'            TO WS-SW-DPM-ERRO
                 MOVE 'FIM'          TO WS-SW-DPM-FIM
              END-IF
           END-IF.
       016-FIM.  EXIT.

       020-ABRE-ARQUIVOS.
           OPEN INPUT  ORDENADOS
                OUTPUT PACOTES
                       RELATORIO
           MOVE LK-DIA             TO WS-CP1-DIA
           MOVE LK-MES             TO WS-CP1-MES
           MOVE LK-ANO             TO WS-CP1-ANO.
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
           IF WS-ORD-GESTOR NOT EQUAL WS-GESTOR-ANT
              IF WS-QTDE-PACOTES > ZEROS
                 PERFORM 045-FECHA-PACOTE THRU 045-FIM
              END-IF
              PERFORM 041-ABRE-PACOTE THRU 041-FIM
           END-IF
           IF WS-ORD-RELATORIO NOT EQUAL WS-RELATORIO-ANT
              OR WS-LINHAS-PAGINA NOT < WS-MAX-LINHAS
              PERFORM 042-NOVA-PAGINA THRU 042-FIM
           END-IF
           WRITE REG-PACOTES       FROM WS-ORD-LINHA
           ADD 1                   TO WS-LINHAS-PAGINA
                                      WS-PCT-LINHAS
                                      WS-TOT-LINHAS
           ADD 1 TO WS-PCT-LIN-REL (WS-ORD-RELATORIO-N)
           PERFORM 060-LE-ORDENADO THRU 060-FIM.
       040-FIM.  EXIT.

       041-ABRE-PACOTE.
           MOVE WS-ORD-GESTOR      TO WS-GESTOR-ANT
           MOVE LOW-VALUES         TO WS-RELATORIO-ANT
           ADD 1                   TO WS-QTDE-PACOTES
           MOVE ZEROS              TO WS-PCT-DEPTOS
                                      WS-PCT-LINHAS
                                      WS-PCT-PAGINAS
                                      WS-PCT-LIN-REL (1)
                                      WS-PCT-LIN-REL (2)
                                      WS-PCT-LIN-REL (3)
                                      WS-PCT-LIN-REL (4)
           IF WS-ORD-GESTOR EQUAL HIGH-VALUES
              MOVE 'S'             TO WS-SW-NAO-DISTRIB
              MOVE SPACES          TO WS-GESTOR-BUSCA
              MOVE '*** NAO DISTRIBUIDO - OPERACOES ***'
                                   TO WS-GESTOR-IMPRESSO
           ELSE
              MOVE 'N'             TO WS-SW-NAO-DISTRIB
              MOVE WS-ORD-GESTOR   TO WS-GESTOR-BUSCA
                                      WS-GESTOR-IMPRESSO
           END-IF
           ADD 1                   TO WS-PCT-PAGINAS
           MOVE WS-PCT-PAGINAS     TO WS-CP1-PAGINA
           WRITE REG-PACOTES       FROM WS-CAB-PACOTE-1
           WRITE REG-PACOTES       FROM WS-BANNER-ESTRELAS
           WRITE REG-PACOTES       FROM WS-BANNER-ESTRELAS
           MOVE WS-GESTOR-IMPRESSO TO WS-BAN-GESTOR
           WRITE REG-PACOTES       FROM WS-BANNER-GESTOR
           WRITE REG-PACOTES       FROM WS-BANNER-TITULO-DEPTOS
           PERFORM 043-LISTA-DEPTO THRU 043-FIM
                   VARYING WS-SUB-DPM FROM 1 BY 1
                   UNTIL WS-SUB-DPM > WS-QTDE-DEPMEST
           IF WS-PACOTE-NAO-DISTRIB
              WRITE REG-PACOTES    FROM WS-BANNER-OPERACOES
           END-IF
           WRITE REG-PACOTES       FROM WS-BANNER-ESTRELAS
           WRITE REG-PACOTES       FROM WS-BANNER-ESTRELAS.
       041-FIM.  EXIT.

       042-NOVA-PAGINA.
           MOVE WS-ORD-RELATORIO   TO WS-RELATORIO-ANT
           MOVE WS-ORD-RELATORIO-N TO WS-SUB-REL
           ADD 1                   TO WS-PCT-PAGINAS
           MOVE WS-PCT-PAGINAS     TO WS-CP1-PAGINA
           WRITE REG-PACOTES       FROM WS-CAB-PACOTE-1
           MOVE WS-GESTOR-IMPRESSO TO WS-CP2-GESTOR
           MOVE WS-REL-TITULO (WS-SUB-REL) TO WS-CP2-RELATORIO
           WRITE REG-PACOTES       FROM WS-CAB-PACOTE-2
           WRITE REG-PACOTES       FROM WS-GUIA-PACOTE
           PERFORM 044-IMPRIME-CABEC THRU 044-FIM
                   VARYING WS-SUB-CAB FROM 1 BY 1
                   UNTIL WS-SUB-CAB > WS-REL-QTDE-CAB (WS-SUB-REL)
           WRITE REG-PACOTES       FROM WS-GUIA-PACOTE
           MOVE ZEROS              TO WS-LINHAS-PAGINA.
       042-FIM.  EXIT.

       043-LISTA-DEPTO.
           IF WS-DPM-TAB-GESTOR (WS-SUB-DPM) EQUAL WS-GESTOR-BUSCA
              ADD 1                TO WS-PCT-DEPTOS
              MOVE WS-DPM-TAB-DEPTO  (WS-SUB-DPM) TO WS-BAN-DEPTO
              MOVE WS-DPM-TAB-NOME   (WS-SUB-DPM) TO WS-BAN-NOME
              MOVE WS-DPM-TAB-CCUSTO (WS-SUB-DPM) TO WS-BAN-CCUSTO
              IF WS-DPM-TAB-INATIVO (WS-SUB-DPM)
                 MOVE 'INATIVO'    TO WS-BAN-SITUACAO
              ELSE
                 MOVE SPACES       TO WS-BAN-SITUACAO
              END-IF
              WRITE REG-PACOTES    FROM WS-BANNER-DEPTO
           END-IF.
       043-FIM.  EXIT.

       044-IMPRIME-CABEC.
           WRITE REG-PACOTES
                 FROM WS-REL-CABEC (WS-SUB-REL, WS-SUB-CAB).
       044-FIM.  EXIT.

       045-FECHA-PACOTE.
           MOVE WS-GESTOR-IMPRESSO TO WS-DET-GESTOR
           MOVE WS-PCT-DEPTOS      TO WS-DET-DEPTOS
           MOVE WS-PCT-LIN-REL (1) TO WS-DET-EMPREG
           MOVE WS-PCT-LIN-REL (2) TO WS-DET-EXCEC
           MOVE WS-PCT-LIN-REL (3) TO WS-DET-REJEIT
           MOVE WS-PCT-LIN-REL (4) TO WS-DET-ALERTA
           MOVE WS-PCT-LINHAS      TO WS-DET-LINHAS
           MOVE WS-PCT-PAGINAS     TO WS-DET-PAGINAS
           WRITE REG-RELATORIO     FROM WS-DETALHE
           ADD WS-PCT-PAGINAS      TO WS-TOT-PAGINAS
           IF WS-PACOTE-NAO-DISTRIB
              ADD WS-PCT-LINHAS    TO WS-TOT-NAO-DISTRIB
           END-IF.
       045-FIM.  EXIT.

       050-FINAL.
           IF WS-QTDE-PACOTES > ZEROS
              PERFORM 045-FECHA-PACOTE THRU 045-FIM
           END-IF
           WRITE REG-RELATORIO     FROM WS-GUIA
           MOVE 'REGISTROS DE DISTRIBUICAO LIDOS : '
                                   TO WS-TOT-LITERAL
           MOVE WS-LIDOS-DIS       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'REGISTROS IGNORADOS             : '
                                   TO WS-TOT-LITERAL
           MOVE WS-IGNORADOS       TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'PACOTES GERADOS                 : '
                                   TO WS-TOT-LITERAL
           MOVE WS-QTDE-PACOTES    TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'LINHAS DISTRIBUIDAS             : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-LINHAS      TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'PAGINAS GERADAS                 : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-PAGINAS     TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           MOVE 'LINHAS NAO DISTRIBUIDAS         : '
                                   TO WS-TOT-LITERAL
           MOVE WS-TOT-NAO-DISTRIB TO WS-TOT-VALOR
           WRITE REG-RELATORIO     FROM WS-DETALHE-TOTAL
           IF WS-TOT-LINHAS NOT EQUAL WS-LIBERADOS
              DISPLAY 'DIVERGENCIA: LINHAS CLASSIFICADAS '
                       WS-LIBERADOS ' DISTRIBUIDAS ' WS-TOT-LINHAS
              MOVE 8               TO RETURN-CODE
           ELSE
              IF WS-TOT-NAO-DISTRIB > ZEROS
                 OR WS-IGNORADOS > ZEROS
                 MOVE 4            TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'DISTRIBUICAO LIDOS   : ' WS-LIDOS-DIS.
           DISPLAY 'IGNORADOS            : ' WS-IGNORADOS.
           DISPLAY 'PACOTES GERADOS      : ' WS-QTDE-PACOTES.
           DISPLAY 'LINHAS DISTRIBUIDAS  : ' WS-TOT-LINHAS.
           DISPLAY 'NAO DISTRIBUIDAS     : ' WS-TOT-NAO-DISTRIB.
           CLOSE ORDENADOS PACOTES RELATORIO.
       050-FIM.  EXIT.

       060-LE-ORDENADO.
           READ ORDENADOS INTO WS-REG-ORDENADO AT END
                MOVE 'FIM' TO SW-FIM-ORD.
       060-FIM.  EXIT.

       066-VARRE-DEPMEST.
           CONTINUE.
       066-FIM.  EXIT.

       070-CLASSIFICA-ENTRADA.
           READ DISTRIB INTO DIS-REGISTRO-DISTRIBUICAO
                AT END GO TO 070-FIM.
           ADD 1                   TO WS-LIDOS-DIS
           IF DIS-RELATORIO IS NOT NUMERIC
              ADD 1                TO WS-IGNORADOS
              GO TO 070-CLASSIFICA-ENTRADA
           END-IF
           IF DIS-RELATORIO-N < 1 OR DIS-RELATORIO-N > 4
              ADD 1                TO WS-IGNORADOS
              GO TO 070-CLASSIFICA-ENTRADA
           END-IF
           EVALUATE TRUE
               WHEN DIS-TITULO
                    MOVE DIS-LINHA TO WS-REL-TITULO (DIS-RELATORIO-N)
                    MOVE ZEROS     TO WS-REL-QTDE-CAB (DIS-RELATORIO-N)
               WHEN DIS-CABECALHO
                    PERFORM 072-GUARDA-CABEC THRU 072-FIM
               WHEN DIS-DETALHE
                    PERFORM 071-LIBERA-DETALHE THRU 071-FIM
               WHEN OTHER
                    ADD 1          TO WS-IGNORADOS
           END-EVALUATE
           GO TO 070-CLASSIFICA-ENTRADA.
       070-FIM.  EXIT.

       071-LIBERA-DETALHE.
           MOVE HIGH-VALUES        TO SD-GESTOR
           IF DIS-DEPTO IS NUMERIC
              MOVE DIS-DEPTO       TO WS-DPM-DEPTO-BUSCA
              PERFORM 066-VARRE-DEPMEST THRU 066-FIM
                      VARYING WS-IDX-DPM FROM 1 BY 1
                      UNTIL WS-IDX-DPM > WS-QTDE-DEPMEST
                         OR WS-DPM-TAB-DEPTO (WS-IDX-DPM) EQUAL
                            WS-DPM-DEPTO-BUSCA
              IF WS-IDX-DPM NOT > WS-QTDE-DEPMEST
                 IF WS-DPM-TAB-GESTOR (WS-IDX-DPM) NOT EQUAL SPACES
                    MOVE WS-DPM-TAB-GESTOR (WS-IDX-DPM) TO SD-GESTOR
                 END-IF
              END-IF
           END-IF
           MOVE DIS-RELATORIO      TO SD-RELATORIO
           MOVE DIS-DEPTO          TO SD-DEPTO
           MOVE DIS-LINHA          TO SD-LINHA
           RELEASE REG-ORDENACAO
           ADD 1                   TO WS-LIBERADOS.
       071-FIM.  EXIT.

       072-GUARDA-CABEC.
           IF WS-REL-QTDE-CAB (DIS-RELATORIO-N) < 3
              ADD 1 TO WS-REL-QTDE-CAB (DIS-RELATORIO-N)
              MOVE DIS-LINHA       TO WS-REL-CABEC (DIS-RELATORIO-N,
                                   WS-REL-QTDE-CAB (DIS-RELATORIO-N))
           END-IF.
       072-FIM.  EXIT.
