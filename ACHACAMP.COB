       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ACHACAMP.
       AUTHOR.       FRANCISCO
       INSTALLATION. HBSIS.
       DATE-WRITTEN. 15/10/2026.
       SECURITY.
      *
      ***********************************************************************
      * SISTEMA......: SICCV - SISTEMA DE CONTROLE DE CLIENTES POR VENDEDOR *
      ***********************************************************************
      * ANALISTA.....: FRANCISCO A. ROLIM DE MOURA JR                       *
      * LINGUAGEM....: COBOL                                                *
      * PROGRAMADOR..: FRANCISCO A. ROLIM DE MOURA JR                       *
      * DATA.........: 15/10/2026                                           *
      ***********************************************************************
      * OBJETIVO.....: CAMPANHA DA VISITA (CHAMADO COMO O DIAUTIL)          *
      *                DEVOLVE EM LK-CAMPANHA A PRIMEIRA CAMPANHA (ORDEM    *
      *                DE CODIGO) EM VIGOR NA DATA DA VISITA QUE TEM O      *
      *                CLIENTE NO PUBLICO-ALVO GERADO PELO SICCV55; SEM     *
      *                CAMPANHA, OU SEM OS ARQUIVOS, DEVOLVE BRANCO.        *
      *                USADO NO REGISTRO DE VISITAS DO SICCV01 E NA         *
      *                IMPORTACAO DO CAMPO DO SICCV21.                      *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CAMPANHA.SEL.
       COPY CAMPALVO.SEL.
       DATA DIVISION.
       FILE SECTION.
       COPY CAMPANHA.FD.
       COPY CAMPALVO.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-ARQUIVOS-ABERTOS  PIC X(01) VALUE 'N'.
       01  WS-TEM-CAMPANHA      PIC X(01) VALUE 'N'.
           88 ARQUIVOS-CAMPANHA-OK   VALUE 'S'.
       01  WS-FIM-CAMPANHA      PIC X(01) VALUE 'N'.
       LINKAGE SECTION.
       01  LK-CLIENTE           PIC 9(07).
       01  LK-DATA              PIC 9(08).
       01  LK-CAMPANHA          PIC X(06).

       PROCEDURE DIVISION USING LK-CLIENTE LK-DATA LK-CAMPANHA.
       INICIO.
           PERFORM ABRE-CAMPANHA
           MOVE SPACES TO LK-CAMPANHA
           MOVE 'S' TO WS-FIM-CAMPANHA
           IF ARQUIVOS-CAMPANHA-OK
              MOVE LOW-VALUES TO MK-CODIGO
              START CAMPANHA KEY NOT LESS THAN MK-CODIGO
              IF FS-STAT = 00
                 MOVE 'N' TO WS-FIM-CAMPANHA.
           PERFORM PROCURA-CAMPANHA UNTIL WS-FIM-CAMPANHA = 'S'
           MOVE 0 TO FS-STAT
           EXIT PROGRAM.
      * OS ARQUIVOS FICAM ABERTOS ENTRE AS CHAMADAS (MESMA RODADA).
       ABRE-CAMPANHA.
           IF WS-ARQUIVOS-ABERTOS NOT = 'S'
              MOVE 'S' TO WS-ARQUIVOS-ABERTOS
              MOVE 'N' TO WS-TEM-CAMPANHA
              CALL 'AMBIENTE' USING WS-AMBIENTE
              OPEN INPUT CAMPANHA
              IF FS-STAT = '00'
                 OPEN INPUT CAMPALVO
                 IF FS-STAT = '00'
                    MOVE 'S' TO WS-TEM-CAMPANHA
                 ELSE
                    CLOSE CAMPANHA.
           MOVE 0 TO FS-STAT.
       PROCURA-CAMPANHA.
           READ CAMPANHA NEXT AT END
              MOVE 'S' TO WS-FIM-CAMPANHA.
           IF WS-FIM-CAMPANHA = 'N'
              IF LK-DATA NOT < MK-INICIO AND LK-DATA NOT > MK-FIM
                 MOVE MK-CODIGO  TO CV-CAMPANHA
                 MOVE LK-CLIENTE TO CV-CLIENTE
                 READ CAMPALVO
                 IF FS-STAT = 00
                    MOVE MK-CODIGO TO LK-CAMPANHA
                    MOVE 'S' TO WS-FIM-CAMPANHA.
