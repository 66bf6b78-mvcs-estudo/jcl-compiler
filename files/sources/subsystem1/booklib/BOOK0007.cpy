       01  HIS-REGISTRO-HISTORICO.
           05 HIS-NUMERO-EMP       PIC 9(05).
           05 HIS-DATA-MOV.
              10 HIS-ANO           PIC 9(04).
              10 HIS-MES           PIC 9(02).
              10 HIS-DIA           PIC 9(02).
           05 HIS-TIPO-MOV         PIC X(01).
              88 HIS-ADMISSAO                   VALUE 'A'.
              88 HIS-DESLIGAMENTO               VALUE 'D'.
              88 HIS-TRANSFERENCIA              VALUE 'T'.
              88 HIS-SALARIO                    VALUE 'S'.
           05 HIS-NOME-EMP         PIC X(30).
           05 HIS-STATUS-EMP       PIC 9(01).
           05 HIS-DEPTO-EMP        PIC 9(03).
           05 HIS-POSTO-EMP        PIC 9(02).
           05 HIS-SALARIO-EMP      PIC 9(07)V99.
           05 HIS-DEPTO-ANT        PIC 9(03).
           05 HIS-POSTO-ANT        PIC 9(02).
           05 HIS-SALARIO-ANT      PIC 9(07)V99.
           05 FILLER               PIC X(07).
