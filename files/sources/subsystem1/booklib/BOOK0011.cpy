       01  CAL-REGISTRO-CALENDARIO.
           05 CAL-CHAVE            PIC X(08).
              88 CAL-REG-CONTROLE               VALUE 'CONTROLE'.
           05 CAL-DADOS            PIC X(72).
           05 CAL-DADOS-CONTROLE REDEFINES CAL-DADOS.
              10 CAL-CTL-DATA-NEGOCIO.
                 15 CAL-CTL-DIA      PIC 9(02).
                 15 CAL-CTL-MES      PIC 9(02).
                 15 CAL-CTL-ANO      PIC 9(04).
              10 CAL-CTL-SITUACAO    PIC X(01).
                 88 CAL-DATA-ABERTA             VALUE 'A'.
                 88 CAL-DATA-FECHADA            VALUE 'F'.
              10 CAL-CTL-DATA-ANTERIOR.
                 15 CAL-ANT-DIA      PIC 9(02).
                 15 CAL-ANT-MES      PIC 9(02).
                 15 CAL-ANT-ANO      PIC 9(04).
              10 CAL-CTL-DATA-ABERTURA.
                 15 CAL-ABE-DIA      PIC 9(02).
                 15 CAL-ABE-MES      PIC 9(02).
                 15 CAL-ABE-ANO      PIC 9(04).
              10 CAL-CTL-DATA-FECHAMENTO.
                 15 CAL-FEC-DIA      PIC 9(02).
                 15 CAL-FEC-MES      PIC 9(02).
                 15 CAL-FEC-ANO      PIC 9(04).
              10 FILLER              PIC X(39).
           05 CAL-DADOS-JOB REDEFINES CAL-DADOS.
              10 CAL-JOB-DATA.
                 15 CAL-JOB-DIA      PIC 9(02).
                 15 CAL-JOB-MES      PIC 9(02).
                 15 CAL-JOB-ANO      PIC 9(04).
              10 CAL-JOB-SITUACAO    PIC X(01).
                 88 CAL-JOB-PENDENTE            VALUE 'P'.
                 88 CAL-JOB-EM-EXECUCAO         VALUE 'E'.
                 88 CAL-JOB-TERMINADO           VALUE 'T'.
              10 CAL-JOB-SW-OBRIGATORIO PIC X(01).
                 88 CAL-JOB-OBRIGATORIO         VALUE 'S'.
              10 CAL-JOB-RC-MAXIMO   PIC 9(04).
              10 CAL-JOB-RC          PIC 9(04).
              10 CAL-JOB-MODO        PIC X(01).
              10 CAL-JOB-EXECUCOES   PIC 9(03).
              10 FILLER              PIC X(50).
