      * FALHAR COM STATUS 39 E A CONTAGEM SAIR ZERADA.
       01  REG-PENDCLI.
           05 PC-CODIGO           PIC 9(07).
           05 PC-RESTO            PIC X(213).
       FD  PENDVDD  LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-PENDVDD.
      * MESMO TAMANHO DO REG-PENDGRAV DO SICCV02.
       01  REG-PENDVDD.
           05 PV-CODIGO           PIC 9(03).
           05 PV-RESTO            PIC X(113).
       FD  REJCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REJEITADOS.
       01  REG-REJCSV             PIC X(46).
