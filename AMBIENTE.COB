       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-TEM-CTL           PIC X(01) VALUE 'N'.
       01  WS-PREF-TAM          PIC 9(02) VALUE ZEROS.
       01  WS-IDX               PIC 9(03) VALUE ZEROS.
       01  WS-NOME-NOVO         PIC X(30) VALUE SPACES.
       LINKAGE SECTION.
       01  LK-AMBIENTE.
           05 LK-AMB-NOME       PIC X(08).
           05 LK-AMB-PREFIXO    PIC X(12).
           05 LK-ARQUIVOS.
              10 LK-ARQ OCCURS 158 TIMES PIC X(30).

       PROCEDURE DIVISION USING LK-AMBIENTE.
       INICIO.
              PERFORM MEDE-PREFIXO
              IF WS-PREF-TAM > 0
                 MOVE 1 TO WS-IDX
                 PERFORM PREFIXA-NOME UNTIL WS-IDX > 158.
           EXIT PROGRAM.
       LE-CONTROLE.
           MOVE 'N' TO WS-TEM-CTL
