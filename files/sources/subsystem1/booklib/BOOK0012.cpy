       01  CLD-CONTROLE-CALENDARIO.
           05 CLD-FUNCAO           PIC X(01).
              88 CLD-INICIO-JOB                 VALUE 'I'.
              88 CLD-FIM-JOB                    VALUE 'F'.
           05 CLD-PROGRAMA         PIC X(08).
           05 CLD-DATA.
              10 CLD-DIA           PIC 9(02).
              10 CLD-MES           PIC 9(02).
              10 CLD-ANO           PIC 9(04).
           05 CLD-MODO             PIC X(01).
              88 CLD-MODO-REINICIO              VALUE 'R'.
              88 CLD-MODO-SIMULACAO             VALUE 'S'.
           05 CLD-RC-JOB           PIC 9(04).
           05 CLD-COD-RETORNO      PIC 9(02).
              88 CLD-OK                         VALUE 00.
              88 CLD-DATA-NAO-ABERTA            VALUE 04.
              88 CLD-JOB-NAO-PREVISTO           VALUE 05.
              88 CLD-JOB-JA-EXECUTADO           VALUE 06.
              88 CLD-ERRO-ARQUIVO               VALUE 08.
           05 CLD-DATA-NEGOCIO.
              10 CLD-NEG-DIA       PIC 9(02).
              10 CLD-NEG-MES       PIC 9(02).
              10 CLD-NEG-ANO       PIC 9(04).
