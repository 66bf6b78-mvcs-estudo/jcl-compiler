       01  TXE-REGISTRO-TAXA.
           05 TXE-TIPO             PIC X(01).
              88 TXE-TAXA-GERAL                 VALUE 'G'.
              88 TXE-TAXA-DEPTO                 VALUE 'D'.
              88 TXE-TAXA-POSTO                 VALUE 'P'.
           05 TXE-CODIGO           PIC 9(03).
           05 TXE-PERC-INSS        PIC 9(02)V9(04).
           05 TXE-PERC-FGTS        PIC 9(02)V9(04).
           05 TXE-PERC-OUTROS      PIC 9(02)V9(04).
           05 TXE-DESCRICAO        PIC X(30).
           05 FILLER               PIC X(28).
