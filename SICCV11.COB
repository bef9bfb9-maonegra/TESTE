      ***********************************************************************
      * OBJETIVO.....: SICCV11 - BACKUP E RECONSTRUCAO DOS INDEXADOS        *
      *                DESCARREGA CLIENTES, VENDEDOR, CARTEIRA, CEP,        *
      *                REGIAO, VISITAS, GERDIST E CLIHIST PARA ARQUIVOS     *
      *                SEQUENCIAIS (*.BKP) COM CONTAGEM NO BACKUP.CTL,      *
      *                E RECARREGA/RECONSTROI QUALQUER UM DELES             *
      *                CONFERINDO CONTAGEM E ORDEM DA CHAVE NA VOLTA.       *
      *                AS ALTERACOES FEITAS DEPOIS DO BACKUP SAO REFEITAS   *
      *                PELO JORNAL.DAT NO SICCV69 (OPCAO 3).                *
      *                PODE SER CHAMADO PELO MENU DO SICCV OU PELO          *
      *                AGENDADOR (PARAMETRO 'BACKUP' NA LINHA DE            *
      *                COMANDO).                                            *
       COPY CEP.SEL.
       COPY REGIAO.SEL.
       COPY VISITAS.SEL.
       COPY CLIHIST.SEL.
           SELECT GERDIST ASSIGN TO DISK
                  FILE STATUS IS FS-STAT
                  ORGANIZATION INDEXED
       COPY CEP.FD.
       COPY REGIAO.FD.
       COPY VISITAS.FD.
       COPY CLIHIST.FD.
       FD  GERDIST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-GERDIST.
       01  REG-GERDIST.
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - GERAR BACKUP COMPLETO".
           02 LINE 08 COLUMN 28  VALUE "2 - RESTAURAR UM ARQUIVO".
           02 LINE 09 COLUMN 28  VALUE "3 - REFAZER PELO JORNAL".
           02 LINE 10 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-ESCOLHA.
           02 LINE 11 COLUMN 28  VALUE "5 - REGIAO".
           02 LINE 12 COLUMN 28  VALUE "6 - VISITAS".
           02 LINE 13 COLUMN 28  VALUE "7 - GERDIST".
           02 LINE 14 COLUMN 28  VALUE "8 - CLIHIST".
           02 LINE 15 COLUMN 28  VALUE "ARQUIVO: ".
           02  ss-arqsel LINE 15 COLUMN 37 PIC 9
               USING WS-BKP-ESCOLHA AUTO.
           IF WS-OPCAO = 2
              PERFORM ESCOLHE-RESTAURACAO
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO = 3
              PERFORM CHAMA-REAPLICACAO.
           IF WS-OPCAO > 3 AND WS-OPCAO < 9
              PERFORM MOSTRA-OPCAO-INVALIDA
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * REAPLICACAO DO JORNAL (SICCV69), DEPOIS DE RESTAURAR.
       CHAMA-REAPLICACAO.
           DISPLAY(01, 01) ERASE
           CHAIN "SICCV69.EXE".
       MOSTRA-OPCAO-INVALIDA.
           DISPLAY(23, 14) "Opcao Invalida !!!"
           PERFORM TEMPO 10000 TIMES
           PERFORM DESCARREGA-REGIAO
           PERFORM DESCARREGA-VISITAS
           PERFORM DESCARREGA-GERDIST
           PERFORM DESCARREGA-CLIHIST
           CLOSE BKPCTL
           PERFORM MOSTRA-FIM-BACKUP.
       MOSTRA-FIM-BACKUP.
              MOVE REG-GERDIST TO REG-BKPSEQ
              WRITE REG-BKPSEQ
              ADD 1 TO WS-BKP-QTD.
       DESCARREGA-CLIHIST.
           MOVE WS-ARQ-BKPCLIHIST TO WS-BKP-ARQ
           MOVE 'CLIHIST '     TO CT-ARQUIVO
           MOVE 0 TO WS-BKP-QTD
           OPEN INPUT CLIHIST
           IF FS-STAT NOT = '00'
              MOVE 9999999 TO WS-BKP-QTD
           ELSE
              OPEN OUTPUT BKPSEQ
              MOVE ZEROS TO CH-CLIENTE CH-ANOMES
              START CLIHIST KEY NOT LESS THAN CH-CHAVE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CLIHIST-PASSO UNTIL BKP-FIM
              CLOSE BKPSEQ CLIHIST.
           PERFORM GRAVA-CONTROLE
           MOVE 0 TO FS-STAT.
       DESCARREGA-CLIHIST-PASSO.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-BKP-FIM.
           IF NOT BKP-FIM
              MOVE SPACES TO REG-BKPSEQ
              MOVE REG-CLIHIST TO REG-BKPSEQ
              WRITE REG-BKPSEQ
              ADD 1 TO WS-BKP-QTD.
      * -----------------------------------
      * RESTAURACAO: RECONSTROI O INDEXADO ESCOLHIDO A PARTIR DO *.BKP,
      * CONFERINDO A CONTAGEM DO BACKUP.CTL E A ORDEM ASCENDENTE DA
              PERFORM RESTAURA-VISITAS.
           IF WS-BKP-ESCOLHA = 7
              PERFORM RESTAURA-GERDIST.
           IF WS-BKP-ESCOLHA = 8
              PERFORM RESTAURA-CLIHIST.
      * PROCURA A LINHA DO ARQUIVO NO BACKUP.CTL PARA SABER A
      * CONTAGEM ESPERADA NA RECARGA.
       LE-CONTROLE.
              MOVE 'RESTAURACAO COM DIVERGENCIA. CONFIRA !!!'
                    TO WS-MSGERRO
           ELSE
              DISPLAY(19, 14)
                 'ALTERACOES POSTERIORES AO BACKUP: OPCAO 3 (JORNAL)'
              MOVE 'RESTAURACAO CONCLUIDA E CONFERIDA' TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONFERE-RESTAURACAO.
              PERFORM CONFERE-ORDEM-CHAVE
              WRITE REG-GERDIST
              ADD 1 TO WS-BKP-QTD.
       RESTAURA-CLIHIST.
           MOVE WS-ARQ-BKPCLIHIST TO WS-BKP-ARQ
           MOVE 'CLIHIST '     TO CT-ARQUIVO-PROCURADO
           PERFORM LE-CONTROLE
           OPEN INPUT BKPSEQ
           IF FS-STAT NOT = 00
              MOVE 'BACKUP NAO ENCONTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              OPEN OUTPUT CLIHIST
              MOVE 0 TO WS-BKP-QTD
              MOVE 'S' TO WS-ORDEM-OK
              MOVE LOW-VALUES TO WS-CHAVE-ANT
              MOVE 'N' TO WS-BKP-FIM
              PERFORM RESTAURA-CLIHIST-PASSO UNTIL BKP-FIM
              CLOSE BKPSEQ CLIHIST
              PERFORM CONFERE-RESTAURACAO.
           MOVE 0 TO FS-STAT.
       RESTAURA-CLIHIST-PASSO.
           READ BKPSEQ AT END
              MOVE 'S' TO WS-BKP-FIM.
           IF NOT BKP-FIM
              MOVE REG-BKPSEQ TO REG-CLIHIST
              MOVE CH-CHAVE TO WS-CHAVE-ATU
              PERFORM CONFERE-ORDEM-CHAVE
              WRITE REG-CLIHIST
              ADD 1 TO WS-BKP-QTD.
      * A CHAVE DE CADA REGISTRO CARREGADO TEM QUE VIR MAIOR QUE A DO
      * ANTERIOR (O BACKUP FOI DESCARREGADO EM ORDEM DE CHAVE).
       CONFERE-ORDEM-CHAVE.
