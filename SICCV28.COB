      *                DISCIPLINA DO IMPORTADOR DO SICCV01.                 *
      *                CAMPO CLIENTE: ATE 7 DIGITOS E CODIGO; MAIS QUE      *
      *                ISSO E TRATADO COMO CNPJ (CHAVE ALTERNATIVA).        *
      *                CADA CARGA TAMBEM FICA GUARDADA NO RECHIST.DAT       *
      *                (CLIENTE+DATA DA CARGA), COM O VENCIDO NAS FAIXAS    *
      *                1-30, 31-60, 61-90 E 90+ DIAS, MAIS O MARCADOR DA    *
      *                CARGA (CLIENTE ZERO). RODAR DE NOVO NO MESMO DIA     *
      *                REFAZ A FOTO DO DIA.                                 *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY RECHIST.SEL.
           SELECT RECCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY RECHIST.FD.
       FD  RECCSV   LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-RECEBIVEIS.
       01  REG-RECCSV.
           05 RJ-MOTIVO         PIC X(40).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       01  WS-CLI-ACHOU         PIC X(01) VALUE 'N'.
           88 CLIENTE-ACHADO         VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-FAIXA             PIC 9(01) VALUE ZEROS.
      * TOTAIS DA CARGA, GRAVADOS NO MARCADOR (CLIENTE ZERO).
       01  WS-CARGA-VALOR       PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-CARGA-FAIXAS.
           05 WS-CARGA-FAIXA    PIC 9(11)V9(02) OCCURS 4 TIMES.
       01  WS-CARGA-MAIOR       PIC 9(04) VALUE ZEROS.
       01  WS-CARGA-TITULOS     PIC 9(05) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           IF FS-STAT NOT = 00
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN I-O RECHIST
           IF FS-STAT = '30'
              OPEN OUTPUT RECHIST
              CLOSE RECHIST
              OPEN I-O RECHIST.
           OPEN OUTPUT REJCSV
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE 0 TO WS-CSV-LINHA WS-QTD-BLOQUEADOS
                     WS-QTD-LIMPOS WS-QTD-REJ FS-STAT
           MOVE 0 TO WS-CARGA-VALOR WS-CARGA-MAIOR WS-CARGA-TITULOS
           MOVE 0 TO WS-CARGA-FAIXA (1) WS-CARGA-FAIXA (2)
                     WS-CARGA-FAIXA (3) WS-CARGA-FAIXA (4)
           PERFORM LIMPA-BLOQUEIOS
           MOVE 'N' TO WS-FIM-ARQ
           PERFORM IMPORTA-PASSO UNTIL FIM-ARQ
           PERFORM GRAVA-MARCADOR-CARGA
           CLOSE RECCSV CLIENTES RECHIST REJCSV
           DISPLAY 'CREDITO - BLOQUEADOS: ' WS-QTD-BLOQUEADOS
                   ' DESBLOQUEADOS: ' WS-QTD-LIMPOS
                   ' REJEITADOS: ' WS-QTD-REJ
           STOP RUN.
      * -----------------------------------
      * O CSV E O RETRATO COMPLETO: ANTES DE MARCAR, TIRA O BLOQUEIO
      * DE QUEM FICOU MARCADO NA RODADA ANTERIOR. NUMA SEGUNDA
      * CARGA NO MESMO DIA, A FOTO DE HOJE NO RECHIST E APAGADA.
       LIMPA-BLOQUEIOS.
           MOVE 0       TO RH-CLIENTE
           MOVE WS-HOJE TO RH-DATA
           DELETE RECHIST
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
              IF CLIENTE-BLOQ-CREDITO
                 MOVE ' ' TO CL-BLOQ-CRED
                 REWRITE REG-CLIENTES
                 MOVE 'A' TO WS-JN-OPERACAO
                 PERFORM JORNAL-CLIENTES
                 ADD 1 TO WS-QTD-LIMPOS
                 MOVE CL-CODIGO TO RH-CLIENTE
                 MOVE WS-HOJE   TO RH-DATA
                 DELETE RECHIST.
      * -----------------------------------
       IMPORTA-PASSO.
           READ RECCSV AT END
                 IF CLIENTE-ACHADO
                    MOVE 'S' TO CL-BLOQ-CRED
                    REWRITE REG-CLIENTES
                    MOVE 'A' TO WS-JN-OPERACAO
                    PERFORM JORNAL-CLIENTES
                    ADD 1 TO WS-QTD-BLOQUEADOS
                    PERFORM ACUMULA-RECHIST
                 ELSE
                    MOVE 'CLIENTE NAO CADASTRADO' TO RJ-MOTIVO
                    PERFORM GRAVA-REJEICAO.
                 IF FS-STAT = 00
                    MOVE 'S' TO WS-CLI-ACHOU.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * FOTO DO DIA DO CLIENTE: CADA LINHA (TITULO) SOMA NA FAIXA DO
      * SEU ATRASO; ATRASO ZERO (VENCE HOJE) FICA NA PRIMEIRA FAIXA.
       ACUMULA-RECHIST.
           MOVE 1 TO WS-FAIXA
           IF RC-DIAS > 30
              MOVE 2 TO WS-FAIXA.
           IF RC-DIAS > 60
              MOVE 3 TO WS-FAIXA.
           IF RC-DIAS > 90
              MOVE 4 TO WS-FAIXA.
           MOVE CL-CODIGO TO RH-CLIENTE
           MOVE WS-HOJE   TO RH-DATA
           READ RECHIST
           IF FS-STAT NOT = 00
              MOVE CL-CODIGO TO RH-CLIENTE
              MOVE WS-HOJE   TO RH-DATA
              MOVE 0 TO RH-VALOR RH-MAIOR-ATRASO RH-QTD-TITULOS
              MOVE 0 TO RH-FAIXA (1) RH-FAIXA (2)
                        RH-FAIXA (3) RH-FAIXA (4)
              WRITE REG-RECHIST.
           ADD RC-VALOR TO RH-VALOR RH-FAIXA (WS-FAIXA)
           ADD 1 TO RH-QTD-TITULOS
           IF RC-DIAS > RH-MAIOR-ATRASO
              MOVE RC-DIAS TO RH-MAIOR-ATRASO.
           REWRITE REG-RECHIST
           ADD RC-VALOR TO WS-CARGA-VALOR WS-CARGA-FAIXA (WS-FAIXA)
           ADD 1 TO WS-CARGA-TITULOS
           IF RC-DIAS > WS-CARGA-MAIOR
              MOVE RC-DIAS TO WS-CARGA-MAIOR.
           MOVE 0 TO FS-STAT.
      * MARCADOR DA CARGA: CLIENTE ZERO NA DATA DA CARGA, COM OS
      * TOTAIS; E POR ELE QUE A LISTA DE COBRANCA (SICCV51) ACHA A
      * CARGA ANTERIOR.
       GRAVA-MARCADOR-CARGA.
           MOVE 0                   TO RH-CLIENTE
           MOVE WS-HOJE             TO RH-DATA
           MOVE WS-CARGA-VALOR      TO RH-VALOR
           MOVE WS-CARGA-FAIXA (1)  TO RH-FAIXA (1)
           MOVE WS-CARGA-FAIXA (2)  TO RH-FAIXA (2)
           MOVE WS-CARGA-FAIXA (3)  TO RH-FAIXA (3)
           MOVE WS-CARGA-FAIXA (4)  TO RH-FAIXA (4)
           MOVE WS-CARGA-MAIOR      TO RH-MAIOR-ATRASO
           MOVE WS-CARGA-TITULOS    TO RH-QTD-TITULOS
           WRITE REG-RECHIST
           MOVE 0 TO FS-STAT.
      * -----------------------------------
       GRAVA-REJEICAO.
           ADD 1 TO WS-QTD-REJ
           MOVE WS-CSV-LINHA TO RJ-LINHA
           MOVE ';'          TO RJ-F1
           WRITE REG-REJCSV.
      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-CLIENTES.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'CLIENTES' TO WS-JN-ARQUIVO
              MOVE REG-CLIENTES TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV28 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
