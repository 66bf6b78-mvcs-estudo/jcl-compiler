       01  BAN-REGISTRO-BANCARIO.
           05 BAN-NUMERO-EMP       PIC 9(05).
           05 BAN-BANCO            PIC 9(03).
           05 BAN-AGENCIA          PIC 9(05).
           05 BAN-CONTA            PIC 9(12).
           05 BAN-DV-CONTA         PIC X(01).
           05 BAN-TIPO-CONTA       PIC X(01).
              88 BAN-CONTA-CORRENTE             VALUE 'C'.
              88 BAN-CONTA-POUPANCA             VALUE 'P'.
              88 BAN-CONTA-SALARIO              VALUE 'S'.
           05 BAN-SW-SITUACAO      PIC X(01).
              88 BAN-CONTA-ATIVA                VALUE 'A'.
              88 BAN-CONTA-ENCERRADA            VALUE 'E'.
           05 BAN-DATA-ATUALIZACAO.
              10 BAN-ATU-DIA       PIC 9(02).
              10 BAN-ATU-MES       PIC 9(02).
              10 BAN-ATU-ANO       PIC 9(04).
           05 FILLER               PIC X(04).
