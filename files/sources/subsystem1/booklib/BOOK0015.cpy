       01  ATZ-CONTROLE-AUTORIZACAO.
           05 ATZ-FUNCAO           PIC X(01).
              88 ATZ-VERIFICA-SOLICITANTE       VALUE 'S'.
              88 ATZ-VERIFICA-DEPTO             VALUE 'D'.
           05 ATZ-SOLICITANTE      PIC X(20).
           05 ATZ-DEPTO            PIC X(03).
           05 ATZ-COD-RETORNO      PIC 9(02).
              88 ATZ-AUTORIZADO                 VALUE 00 02.
              88 ATZ-SALARIO-LIBERADO           VALUE 00.
              88 ATZ-SALARIO-OCULTO             VALUE 02.
              88 ATZ-SOLICITANTE-RECUSADO       VALUE 04.
              88 ATZ-DEPTO-RECUSADO             VALUE 06.
              88 ATZ-ERRO-TABELA                VALUE 08.
