           05 AC-STATUS-ANTES     PIC X(01).
           05 AC-F12               PIC X(01).
           05 AC-STATUS-DEPOIS    PIC X(01).
           05 AC-FS               PIC X(01).
           05 AC-SELO             PIC X(19).
       FD  AUDVDD   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-AUDVDD.
       01  REG-AUDVDD.
           05 AV-CPF-ANTES        PIC 9(14).
           05 AV-F8                PIC X(01).
           05 AV-CPF-DEPOIS       PIC 9(14).
           05 AV-FS               PIC X(01).
           05 AV-SELO             PIC X(19).
      * LAYOUT FIXO DE INTERCAMBIO COM O ERP DA MATRIZ.
       FD  EXPDELTA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-DELTA-ARQ.
