       01  RET-REGISTRO-RETIDO.
           05 RET-REG-MOVIMENTO    PIC X(59).
           05 RET-VISAO-MOVIMENTO REDEFINES RET-REG-MOVIMENTO.
              10 RET-MOV-TIPO      PIC X(01).
              10 RET-MOV-NUMERO    PIC 9(05).
              10 RET-MOV-NOME      PIC X(30).
              10 RET-MOV-STATUS    PIC X(01).
              10 RET-MOV-DEPTO     PIC 9(03).
              10 RET-MOV-POSTO     PIC 9(02).
              10 RET-MOV-SALARIO   PIC 9(07)V99.
              10 RET-MOV-DATA-EFETIVA.
                 15 RET-EFE-DIA    PIC 9(02).
                 15 RET-EFE-MES    PIC 9(02).
                 15 RET-EFE-ANO    PIC 9(04).
           05 RET-MOTIVO           PIC X(40).
           05 RET-DATA-RETENCAO.
              10 RET-RET-DIA       PIC 9(02).
              10 RET-RET-MES       PIC 9(02).
              10 RET-RET-ANO       PIC 9(04).
           05 RET-SW-SITUACAO      PIC X(01).
              88 RET-PENDENTE                   VALUE 'P'.
              88 RET-LIBERADO                   VALUE 'L'.
              88 RET-CANCELADO                  VALUE 'C'.
              88 RET-APLICADO                   VALUE 'A'.
           05 RET-APROVADOR        PIC X(20).
