       IDENTIFICATION DIVISION.
       PROGRAM-ID.   JORNAL.
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
      * OBJETIVO.....: JORNAL DE ALTERACOES (CHAMADO COMO O AUDSELO, AREA   *
      *                NO COPY JORNAL.WS). TODO PROGRAMA QUE GRAVA,         *
      *                REGRAVA OU EXCLUI EM CLIENTES, VENDEDOR, CARTEIRA,   *
      *                VISITAS OU CLIHIST CHAMA ESTE LOGO DEPOIS DA         *
      *                GRAVACAO BEM SUCEDIDA, COM A IMAGEM INTEIRA DO       *
      *                REGISTRO. O JORNAL.DAT E ABERTO E FECHADO A CADA     *
      *                CHAMADA, PARA OS TERMINAIS E OS BATCHES QUE GRAVAM   *
      *                AO MESMO TEMPO FICAREM NA ORDEM EM QUE GRAVARAM.     *
      *                DEPOIS DE UMA RESTAURACAO DO SICCV11 O SICCV69       *
      *                REAPLICA O JORNAL ATE A DATA/HORA ESCOLHIDA.         *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY JORNAL.SEL.
       DATA DIVISION.
       FILE SECTION.
       COPY JORNAL.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-INICIADO          PIC X(01) VALUE 'N'.
       LINKAGE SECTION.
       01  LK-JORNAL.
           05 LK-JN-ARQUIVO     PIC X(08).
           05 LK-JN-OPERACAO    PIC X(01).
           05 LK-JN-PROGRAMA    PIC X(08).
           05 LK-JN-IMAGEM      PIC X(200).

       PROCEDURE DIVISION USING LK-JORNAL.
       INICIO.
           IF WS-INICIADO NOT = 'S'
              MOVE 'S' TO WS-INICIADO
              CALL 'AMBIENTE' USING WS-AMBIENTE.
           OPEN EXTEND JORNAL
           IF FS-STAT NOT = 00
              OPEN OUTPUT JORNAL.
           MOVE SPACES TO REG-JORNAL
           ACCEPT JN-DATA FROM DATE YYYYMMDD
           ACCEPT JN-HORA FROM TIME
           MOVE LK-JN-ARQUIVO  TO JN-ARQUIVO
           MOVE LK-JN-OPERACAO TO JN-OPERACAO
           MOVE LK-JN-PROGRAMA TO JN-PROGRAMA
           MOVE LK-JN-IMAGEM   TO JN-IMAGEM
           MOVE ';' TO JN-F1 JN-F2 JN-F3 JN-F4 JN-F5
           WRITE REG-JORNAL
           CLOSE JORNAL
           MOVE 0 TO FS-STAT
           EXIT PROGRAM.
