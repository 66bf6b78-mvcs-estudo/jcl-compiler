       01  LOG-REGISTRO-ACESSO.
           05 LOG-DATA-CONSULTA.
              10 LOG-DIA           PIC 9(02).
              10 LOG-MES           PIC 9(02).
              10 LOG-ANO           PIC 9(04).
           05 LOG-PROGRAMA         PIC X(08).
           05 LOG-SOLICITANTE      PIC X(20).
           05 LOG-NUMERO-EMP       PIC X(05).
           05 LOG-DEPTO            PIC X(03).
           05 LOG-RESULTADO        PIC X(01).
              88 LOG-ATENDIDA                   VALUE 'A'.
              88 LOG-SALARIO-OCULTO             VALUE 'M'.
              88 LOG-RECUSADA                   VALUE 'R'.
              88 LOG-NAO-ENCONTRADA             VALUE 'N'.
           05 LOG-MOTIVO           PIC X(30).
           05 FILLER               PIC X(05).
