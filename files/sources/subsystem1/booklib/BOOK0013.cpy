       01  DIS-REGISTRO-DISTRIBUICAO.
           05 DIS-RELATORIO        PIC X(02).
              88 DIS-REL-EMPREGADOS             VALUE '01'.
              88 DIS-REL-EXCECOES               VALUE '02'.
              88 DIS-REL-REJEITOS               VALUE '03'.
              88 DIS-REL-ALERTAS                VALUE '04'.
           05 DIS-RELATORIO-N REDEFINES DIS-RELATORIO
                                   PIC 9(02).
           05 DIS-TIPO-LINHA       PIC X(01).
              88 DIS-TITULO                     VALUE 'T'.
              88 DIS-CABECALHO                  VALUE 'C'.
              88 DIS-DETALHE                    VALUE 'D'.
           05 DIS-DEPTO            PIC 9(03).
           05 DIS-LINHA            PIC X(132).
