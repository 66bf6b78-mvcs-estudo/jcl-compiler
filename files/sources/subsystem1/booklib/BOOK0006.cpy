           05 REJ-VISAO-ORIGINAL REDEFINES REJ-REG-ORIGINAL.
              10 REJ-ORIG-TIPO     PIC X(01).
              10 REJ-ORIG-NUMERO   PIC 9(05).
              10 FILLER            PIC X(31).
              10 REJ-ORIG-DEPTO    PIC X(03).
              10 FILLER            PIC X(19).
           05 REJ-MOTIVO           PIC X(40).
           05 REJ-DATA-REJEICAO.
              10 REJ-REJ-DIA       PIC 9(02).
