           05 WS-DPM-NOME          PIC X(25).
           05 WS-DPM-CCUSTO        PIC X(06).
           05 WS-DPM-GESTOR        PIC X(25).
           05 WS-DPM-SITUACAO      PIC X(01).
              88 WS-DPM-ATIVO                   VALUE SPACE.
              88 WS-DPM-INATIVO                 VALUE 'I'.

       01  WS-TAB-DEPMEST.
           05 WS-QTDE-DEPMEST      PIC 9(03)    VALUE ZEROS.
              10 WS-DPM-TAB-NOME   PIC X(25).
              10 WS-DPM-TAB-CCUSTO PIC X(06).
              10 WS-DPM-TAB-GESTOR PIC X(25).
              10 WS-DPM-TAB-SITUACAO PIC X(01).
                 88 WS-DPM-TAB-INATIVO          VALUE 'I'.

       01  WS-CONTROLE-DEPMEST.
           05 WS-SW-DPM-FIM        PIC X(03)    VALUE SPACES.
