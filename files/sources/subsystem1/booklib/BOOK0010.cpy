       01  ACU-REGISTRO-ACUMULADO.
           05 ACU-TIPO-REG         PIC X(01).
              88 ACU-CONTROLE                   VALUE '0'.
              88 ACU-DEPARTAMENTO               VALUE 'D'.
              88 ACU-EMPREGADO                  VALUE 'E'.
           05 ACU-NUMERO-EMP       PIC 9(05).
           05 ACU-DEPTO            PIC 9(03).
           05 ACU-ANO              PIC 9(04).
           05 ACU-MESES.
              10 ACU-MES-EMP OCCURS 12 TIMES.
                 15 ACU-MES-BRUTO    PIC 9(09)V99.
                 15 ACU-MES-DESCONTO PIC 9(09)V99.
                 15 ACU-MES-LIQUIDO  PIC 9(09)V99.
           05 ACU-VISAO-PROVISAO REDEFINES ACU-MESES.
              10 ACU-MES-PRV OCCURS 12 TIMES.
                 15 ACU-PRV-13       PIC 9(09)V99.
                 15 ACU-PRV-FERIAS   PIC 9(09)V99.
                 15 ACU-PRV-TERCO    PIC 9(09)V99.
           05 ACU-VISAO-CONTROLE REDEFINES ACU-MESES.
              10 ACU-CTL-POSTAGENS.
                 15 ACU-CTL-HOL-POSTADO PIC X(01) OCCURS 12 TIMES.
                 15 ACU-CTL-PRV-POSTADO PIC X(01) OCCURS 12 TIMES.
              10 ACU-CTL-DATA-ATUALIZACAO.
                 15 ACU-CTL-DIA      PIC 9(02).
                 15 ACU-CTL-MES      PIC 9(02).
                 15 ACU-CTL-ANO      PIC 9(04).
              10 FILLER              PIC X(364).
           05 FILLER               PIC X(11).
