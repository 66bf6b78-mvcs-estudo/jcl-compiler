       01  AUT-REGISTRO-AUTORIZADO.
           05 AUT-SOLICITANTE      PIC X(20).
           05 AUT-SW-SALARIO       PIC X(01).
              88 AUT-VE-SALARIO                 VALUE 'S'.
           05 AUT-SW-ABRANGENCIA   PIC X(01).
              88 AUT-TODOS-DEPTOS               VALUE 'T'.
           05 AUT-DEPTO            PIC X(03)    OCCURS 15 TIMES.
           05 FILLER               PIC X(13).
