       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV50.
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
      * OBJETIVO.....: SICCV50 - PEDIDOS DAS VISITAS                        *
      *                DIGITACAO DO PEDIDO TIRADO NA VISITA (CABECALHO NO   *
      *                PEDIDO.DAT NA CHAVE DA VISITA, ITENS NO PEDITEM.DAT) *
      *                E EXPORTACAO DIARIA PARA O ERP DA MATRIZ NO          *
      *                EXPPEDID.AAAAMMDD EM LAYOUT FIXO: TIPO 0 CABECALHO,  *
      *                TIPO 1 PEDIDO, TIPO 2 ITEM, TIPO 9 TRAILER COM AS    *
      *                CONTAGENS E O VALOR TOTAL. SAEM OS PEDIDOS ABERTOS   *
      *                ATE A DATA E OS JA EXPORTADOS NESSA MESMA DATA       *
      *                (RODAR DE NOVO REFAZ O MESMO ARQUIVO).               *
      *                LINHA DE COMANDO: 'EXPORTA AAAAMMDD' (PADRAO HOJE).  *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VISITAS.SEL.
       COPY PEDIDO.SEL.
       COPY PEDITEM.SEL.
       COPY LINHAPRD.SEL.
           SELECT EXPPEDID ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VISITAS.FD.
       COPY PEDIDO.FD.
       COPY PEDITEM.FD.
       COPY LINHAPRD.FD.
      * LAYOUT FIXO DE INTERCAMBIO DE PEDIDOS COM O ERP DA MATRIZ.
       FD  EXPPEDID LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-PEDID-ARQ.
       01  REG-EXPPEDID.
           05 EP-TIPO             PIC X(01).
           05 EP-CLIENTE          PIC 9(07).
           05 EP-DATA             PIC 9(08).
           05 EP-HORA             PIC 9(06).
           05 EP-VENDEDOR         PIC 9(03).
           05 EP-QTD-ITENS        PIC 9(03).
           05 EP-VALOR            PIC 9(09)V9(02).
           05 EP-ORIGEM           PIC X(01).
           05 EP-FILLER           PIC X(36).
       01  REG-EXPPEDID-ITEM REDEFINES REG-EXPPEDID.
           05 EI-TIPO             PIC X(01).
           05 EI-CLIENTE          PIC 9(07).
           05 EI-DATA             PIC 9(08).
           05 EI-HORA             PIC 9(06).
           05 EI-SEQ              PIC 9(03).
           05 EI-PRODUTO          PIC X(15).
           05 EI-LINHA            PIC X(03).
           05 EI-QTD              PIC 9(07).
           05 EI-PRECO            PIC 9(07)V9(02).
           05 EI-VALOR            PIC 9(09)V9(02).
           05 EI-FILLER           PIC X(06).
       01  REG-EXPPEDID-CABEC REDEFINES REG-EXPPEDID.
           05 EC-TIPO             PIC X(01).
           05 EC-ORIGEM           PIC X(08).
           05 EC-DATA             PIC 9(08).
           05 EC-DATA-GERACAO     PIC 9(08).
           05 EC-HORA-GERACAO     PIC 9(06).
           05 EC-AMBIENTE         PIC X(08).
           05 EC-FILLER           PIC X(37).
       01  REG-EXPPEDID-TRAILER REDEFINES REG-EXPPEDID.
           05 ET-TIPO             PIC X(01).
           05 ET-QTD-PEDIDOS      PIC 9(07).
           05 ET-QTD-ITENS        PIC 9(07).
           05 ET-QTD-TOTAL        PIC 9(07).
           05 ET-VALOR-TOTAL      PIC 9(13)V9(02).
           05 ET-FILLER           PIC X(39).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-OPCAO             PIC 9(01) VALUE ZEROS.
       01  WS-MSGERRO           PIC X(43).
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-MODO-BATCH        PIC X(01) VALUE 'N'.
           88 EXECUCAO-BATCH         VALUE 'S'.
       01  WS-TEM-LINHAPRD      PIC X(01) VALUE 'N'.
           88 ARQUIVO-LINHAPRD-OK    VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HORA-TODA         PIC 9(08) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-ITEM          PIC X(01) VALUE 'N'.
           88 FIM-ITEM               VALUE 'S'.
      * NOME DO ARQUIVO DO DIA: BASE DO AMBIENTE + AAAAMMDD.
       01  WS-PEDID-ARQ         PIC X(40) VALUE SPACES.
       01  WS-PEDID-DATA        PIC 9(08) VALUE ZEROS.
       01  WS-BASE-TAM          PIC 9(02) COMP VALUE ZEROS.
       01  WS-QTD-PEDIDOS       PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ITENS         PIC 9(07) VALUE ZEROS.
       01  WS-QTD-TOTAL         PIC 9(07) VALUE ZEROS.
       01  WS-VALOR-TOTAL       PIC 9(13)V9(02) VALUE ZEROS.
      * CHAVE DA VISITA DIGITADA NA TELA E O ITEM EM EDICAO.
       01  WS-PD-CLIENTE        PIC 9(07) VALUE ZEROS.
       01  WS-PD-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-PD-HORA           PIC 9(06) VALUE ZEROS.
       01  WS-PI-SEQ            PIC 9(03) VALUE ZEROS.
       01  WS-PI-PRODUTO        PIC X(15) VALUE SPACES.
       01  WS-PI-LINHA          PIC X(03) VALUE SPACES.
       01  WS-PI-QTD            PIC 9(07) VALUE ZEROS.
       01  WS-PI-PRECO          PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-VALOR-ED          PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-QTD-ED            PIC ZZ9.

       SCREEN SECTION.
       01  SS-JANELA.
           02  BLANK SCREEN.
           02  LINE 1  COLUMN 1  VALUE
               "+---------------------------------------".
           02  LINE 1  COLUMN 41 VALUE
               "---------------------------------------+".
           02  LINE 2  COLUMN 1  VALUE "|".
           02  LINE 2  COLUMN 80 VALUE "|".
           02  LINE 3  COLUMN 1  VALUE
               "+---------------------------------------".
           02  LINE 3  COLUMN 41 VALUE
               "---------------------------------------+".
           02  LINE 22 COLUMN 1  VALUE
               "+----------+----------------------------".
           02  LINE 22 COLUMN 41 VALUE
               "---------------+----------+------------".
           02  LINE 23 COLUMN 1  VALUE "| MENSAGEM |".
           02  LINE 23 COLUMN 80 VALUE "|".
           02  LINE 24 COLUMN 1  VALUE
               "+----------+----------------------------".
           02  LINE 24 COLUMN 41 VALUE
               "---------------+----------+------------".
           02  LINE 2  COLUMN 25 VALUE
               "*** PEDIDOS DAS VISITAS  ***".
       01  SS-MENU.
           02 LINE 07 COLUMN 28  VALUE "1 - PEDIDO DA VISITA".
           02 LINE 08 COLUMN 28  VALUE "2 - EXPORTACAO PARA O ERP".
           02 LINE 09 COLUMN 28  VALUE "9 - ENCERRAR".
           02 LINE 11 COLUMN 28  VALUE "OPCAO: ".
           02  ss-opcao LINE 11 COLUMN 35 PIC 9 USING WS-OPCAO AUTO.
       01  SS-TELA-PEDIDO.
           02 LINE 05 COLUMN 05 VALUE "Cliente...........:".
           02 LINE 06 COLUMN 05 VALUE "Data da visita....:".
           02 LINE 07 COLUMN 05 VALUE "Hora da visita....:".
           02 LINE 08 COLUMN 05 VALUE "Resultado.........:".
           02 LINE 09 COLUMN 05 VALUE "Itens / Valor.....:".
           02 LINE 11 COLUMN 05 VALUE "Item (0 = novo)...:".
           02 LINE 12 COLUMN 05 VALUE "Produto...........:".
           02 LINE 13 COLUMN 05 VALUE "Linha de produto..:".
           02 LINE 14 COLUMN 05 VALUE "Quantidade........:".
           02 LINE 15 COLUMN 05 VALUE "Preco unitario....:".
           02 LINE 18 COLUMN 05 VALUE
              "(PRODUTO EM BRANCO ENCERRA O PEDIDO; QUANTIDADE ZERADA".
           02 LINE 19 COLUMN 05 VALUE
              " NUM ITEM EXISTENTE EXCLUI O ITEM; CLIENTE ZERADO SAI)".
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           PERFORM ABRIR-ARQUIVOS
           IF WS-PARM-EXECUCAO(1:7) = 'EXPORTA'
              MOVE 'S' TO WS-MODO-BATCH
              IF WS-PARM-EXECUCAO(9:8) NUMERIC
                 MOVE WS-PARM-EXECUCAO(9:8) TO WS-PEDID-DATA
              ELSE
                 MOVE WS-HOJE TO WS-PEDID-DATA.
           IF EXECUCAO-BATCH
              PERFORM EXPORTA-PEDIDOS
           ELSE
              PERFORM PROCESSA THRU SEGUE-01 UNTIL WS-OPCAO = 9.
           PERFORM FINALIZA.
      * -----------------------------------
       FINALIZA.
           CLOSE CLIENTES VISITAS PEDIDO PEDITEM
           IF ARQUIVO-LINHAPRD-OK
              CLOSE LINHAPRD.
           IF NOT EXECUCAO-BATCH
              DISPLAY(01, 01) ERASE.
           STOP RUN.
       PROCESSA.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-MENU
           ACCEPT SS-MENU.
       SEGUE-01.
           IF WS-OPCAO = 1
              PERFORM TELA-PEDIDO UNTIL WS-OPCAO = 0.
           IF WS-OPCAO = 2
              DISPLAY(13, 28) "DATA (AAAAMMDD): "
              ACCEPT(13, 45) WS-PEDID-DATA WITH PROMPT
              IF WS-PEDID-DATA = 0
                 MOVE WS-HOJE TO WS-PEDID-DATA.
           IF WS-OPCAO = 2
              PERFORM EXPORTA-PEDIDOS
              MOVE 0 TO WS-OPCAO.
           IF WS-OPCAO > 2 AND WS-OPCAO < 9
              DISPLAY(23, 14) "Opcao Invalida !!!"
              PERFORM TEMPO 10000 TIMES
              DISPLAY(23, 14) "                  "
              MOVE 0 TO WS-OPCAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * DIGITACAO: A CHAVE E A DA VISITA JA GRAVADA (CLIENTE, DATA E
      * HORA). O PEDIDO NASCE NO PRIMEIRO ITEM, COM O VENDEDOR ATUAL
      * DO CLIENTE; PEDIDO JA EXPORTADO SO E MOSTRADO.
       TELA-PEDIDO.
           DISPLAY SS-JANELA
           DISPLAY(02, 58) WS-AMB-TITULO
           DISPLAY SS-TELA-PEDIDO
           MOVE ZEROS TO WS-PD-CLIENTE WS-PD-DATA WS-PD-HORA
           ACCEPT(05, 25) WS-PD-CLIENTE WITH PROMPT
           IF WS-PD-CLIENTE = 0
              MOVE 0 TO WS-OPCAO
           ELSE
              MOVE WS-PD-CLIENTE TO CL-CODIGO
              READ CLIENTES
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'CLIENTE NAO CADASTRADO' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 DISPLAY(05, 34) CL-RAZAO
                 PERFORM PEDIDO-VISITA.
           MOVE 0 TO FS-STAT.
       PEDIDO-VISITA.
           ACCEPT(06, 25) WS-PD-DATA WITH PROMPT
           ACCEPT(07, 25) WS-PD-HORA WITH PROMPT
           MOVE WS-PD-CLIENTE TO VI-CLIENTE
           MOVE WS-PD-DATA    TO VI-DATA
           MOVE WS-PD-HORA    TO VI-HORA
           READ VISITAS
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              MOVE 'VISITA NAO ENCONTRADA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              DISPLAY(08, 25) VI-RESULT-COD
              DISPLAY(08, 29) VI-RESULTADO
              PERFORM LE-PEDIDO
              PERFORM MOSTRA-TOTAL-PEDIDO
              IF PD-SITUACAO = 'E'
                 MOVE 'PEDIDO JA EXPORTADO - SO CONSULTA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 MOVE 'N' TO WS-FIM-ITEM
                 PERFORM TELA-ITEM UNTIL FIM-ITEM
                 PERFORM FECHA-PEDIDO.
      * LE O CABECALHO; SE NAO EXISTE MONTA UM NOVO EM MEMORIA (SO
      * VAI PARA O ARQUIVO QUANDO O PRIMEIRO ITEM FOR GRAVADO).
       LE-PEDIDO.
           MOVE WS-PD-CLIENTE TO PD-CLIENTE
           MOVE WS-PD-DATA    TO PD-DATA
           MOVE WS-PD-HORA    TO PD-HORA
           READ PEDIDO
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              MOVE WS-PD-CLIENTE TO PD-CLIENTE
              MOVE WS-PD-DATA    TO PD-DATA
              MOVE WS-PD-HORA    TO PD-HORA
              MOVE CL-VENDEDOR   TO PD-VENDEDOR
              MOVE 0             TO PD-QTD-ITENS PD-ULT-SEQ
              MOVE 0             TO PD-VALOR PD-DATA-EXPORT
              MOVE 'T'           TO PD-ORIGEM
              MOVE ' '           TO PD-SITUACAO.
       MOSTRA-TOTAL-PEDIDO.
           MOVE PD-QTD-ITENS TO WS-QTD-ED
           MOVE PD-VALOR     TO WS-VALOR-ED
           DISPLAY(09, 25) WS-QTD-ED
           DISPLAY(09, 30) WS-VALOR-ED.
       TELA-ITEM.
           MOVE 0      TO WS-PI-SEQ WS-PI-QTD WS-PI-PRECO
           MOVE SPACES TO WS-PI-PRODUTO WS-PI-LINHA
           DISPLAY(11, 25) WS-PI-SEQ
           DISPLAY(12, 25) WS-PI-PRODUTO
           DISPLAY(13, 25) WS-PI-LINHA
           DISPLAY(13, 30) "                              "
           DISPLAY(14, 25) WS-PI-QTD
           DISPLAY(15, 25) WS-PI-PRECO
           ACCEPT(11, 25) WS-PI-SEQ WITH PROMPT
           IF WS-PI-SEQ = 0
              PERFORM ITEM-NOVO
           ELSE
              PERFORM ITEM-EXISTENTE.
       ITEM-NOVO.
           ACCEPT(12, 25) WS-PI-PRODUTO WITH PROMPT
           IF WS-PI-PRODUTO = SPACES
              MOVE 'S' TO WS-FIM-ITEM
           ELSE
              IF PD-ULT-SEQ = 999
                 MOVE 'PEDIDO COM 999 ITENS' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 PERFORM ITEM-LINHA
                 ACCEPT(14, 25) WS-PI-QTD WITH PROMPT
                 ACCEPT(15, 25) WS-PI-PRECO WITH PROMPT
                 PERFORM GRAVA-ITEM-INCLUSAO.
       ITEM-EXISTENTE.
           MOVE PD-CLIENTE TO PI-CLIENTE
           MOVE PD-DATA    TO PI-DATA
           MOVE PD-HORA    TO PI-HORA
           MOVE WS-PI-SEQ  TO PI-SEQ
           READ PEDITEM
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              MOVE 'ITEM NAO ENCONTRADO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              MOVE PI-PRODUTO TO WS-PI-PRODUTO
              MOVE PI-LINHA   TO WS-PI-LINHA
              MOVE PI-QTD     TO WS-PI-QTD
              MOVE PI-PRECO   TO WS-PI-PRECO
              DISPLAY(12, 25) WS-PI-PRODUTO
              DISPLAY(13, 25) WS-PI-LINHA
              DISPLAY(14, 25) WS-PI-QTD
              DISPLAY(15, 25) WS-PI-PRECO
              ACCEPT(14, 25) WS-PI-QTD WITH PROMPT UPDATE
              ACCEPT(15, 25) WS-PI-PRECO WITH PROMPT UPDATE
              PERFORM GRAVA-ITEM-ALTERACAO.
      * LINHA DE PRODUTO OPCIONAL; INFORMADA, TEM QUE EXISTIR NA
      * TABELA LINHAPRD (QUANDO A TABELA EXISTE).
       ITEM-LINHA.
           ACCEPT(13, 25) WS-PI-LINHA WITH PROMPT
           IF ARQUIVO-LINHAPRD-OK AND WS-PI-LINHA NOT = SPACES
              MOVE WS-PI-LINHA TO LP-CODIGO
              READ LINHAPRD
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 MOVE 'LINHA DE PRODUTO NAO CADASTRADA' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
                 GO ITEM-LINHA
              ELSE
                 DISPLAY(13, 30) LP-DESCRICAO.
       GRAVA-ITEM-INCLUSAO.
           IF WS-PI-QTD = 0
              MOVE 'QUANTIDADE ZERADA NAO ACEITA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO
           ELSE
              IF PD-SITUACAO = ' '
                 MOVE 'A' TO PD-SITUACAO
                 WRITE REG-PEDIDO.
           IF WS-PI-QTD NOT = 0
              ADD 1 TO PD-ULT-SEQ PD-QTD-ITENS
              MOVE PD-CLIENTE    TO PI-CLIENTE
              MOVE PD-DATA       TO PI-DATA
              MOVE PD-HORA       TO PI-HORA
              MOVE PD-ULT-SEQ    TO PI-SEQ
              MOVE WS-PI-PRODUTO TO PI-PRODUTO
              MOVE WS-PI-LINHA   TO PI-LINHA
              MOVE WS-PI-QTD     TO PI-QTD
              MOVE WS-PI-PRECO   TO PI-PRECO
              COMPUTE PI-VALOR ROUNDED = WS-PI-QTD * WS-PI-PRECO
              WRITE REG-PEDITEM
              IF FS-STAT NOT = 00
                 MOVE 0 TO FS-STAT
                 SUBTRACT 1 FROM PD-QTD-ITENS
                 MOVE 'ERRO AO GRAVAR ITEM' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO
              ELSE
                 ADD PI-VALOR TO PD-VALOR
                 REWRITE REG-PEDIDO
                 PERFORM MOSTRA-TOTAL-PEDIDO
                 MOVE 'ITEM INCLUIDO COM SUCESSO !!!' TO WS-MSGERRO
                 PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       GRAVA-ITEM-ALTERACAO.
           SUBTRACT PI-VALOR FROM PD-VALOR
           IF WS-PI-QTD = 0
              DELETE PEDITEM
              SUBTRACT 1 FROM PD-QTD-ITENS
              MOVE 'ITEM EXCLUIDO' TO WS-MSGERRO
           ELSE
              MOVE WS-PI-QTD   TO PI-QTD
              MOVE WS-PI-PRECO TO PI-PRECO
              COMPUTE PI-VALOR ROUNDED = WS-PI-QTD * WS-PI-PRECO
              REWRITE REG-PEDITEM
              ADD PI-VALOR TO PD-VALOR
              MOVE 'ITEM ALTERADO COM SUCESSO !!!' TO WS-MSGERRO.
           REWRITE REG-PEDIDO
           PERFORM MOSTRA-TOTAL-PEDIDO
           PERFORM MOSTRA-ERRO
           MOVE 0 TO FS-STAT.
      * PEDIDO QUE FICOU SEM NENHUM ITEM NAO FICA NO ARQUIVO.
       FECHA-PEDIDO.
           IF PD-SITUACAO = 'A' AND PD-QTD-ITENS = 0
              DELETE PEDIDO
              MOVE 'PEDIDO SEM ITENS EXCLUIDO' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * EXPORTACAO DO DIA: PEDIDOS ABERTOS COM DATA ATE O DIA DO
      * ARQUIVO, MAIS OS JA MARCADOS COM ESSE MESMO DIA (UMA
      * RE-EXECUCAO REGERA O ARQUIVO INTEIRO EM VEZ DE SAIR VAZIO).
      * CADA PEDIDO EXPORTADO FICA 'E' COM O DIA DO ARQUIVO.
       EXPORTA-PEDIDOS.
           PERFORM MONTA-NOME-PEDID
           OPEN OUTPUT EXPPEDID
           MOVE 0 TO WS-QTD-PEDIDOS WS-QTD-ITENS WS-QTD-TOTAL
           MOVE 0 TO WS-VALOR-TOTAL
           MOVE SPACES TO REG-EXPPEDID
           MOVE '0'           TO EC-TIPO
           MOVE 'SICCV50 '    TO EC-ORIGEM
           MOVE WS-PEDID-DATA TO EC-DATA
           MOVE WS-HOJE       TO EC-DATA-GERACAO
           ACCEPT WS-HORA-TODA FROM TIME
           MOVE WS-HORA-TODA(1:6) TO EC-HORA-GERACAO
           MOVE WS-AMB-NOME   TO EC-AMBIENTE
           WRITE REG-EXPPEDID
           ADD 1 TO WS-QTD-TOTAL
           MOVE ZEROS TO PD-CLIENTE PD-DATA PD-HORA
           START PEDIDO KEY NOT LESS THAN PD-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM EXPORTA-PASSO UNTIL FIM-ARQ
           ADD 1 TO WS-QTD-TOTAL
           MOVE SPACES TO REG-EXPPEDID
           MOVE '9'            TO ET-TIPO
           MOVE WS-QTD-PEDIDOS TO ET-QTD-PEDIDOS
           MOVE WS-QTD-ITENS   TO ET-QTD-ITENS
           MOVE WS-QTD-TOTAL   TO ET-QTD-TOTAL
           MOVE WS-VALOR-TOTAL TO ET-VALOR-TOTAL
           WRITE REG-EXPPEDID
           CLOSE EXPPEDID
           IF EXECUCAO-BATCH
              DISPLAY 'EXPORTACAO ' WS-PEDID-ARQ
                      ' - PEDIDOS: ' WS-QTD-PEDIDOS
                      ' ITENS: ' WS-QTD-ITENS
           ELSE
              MOVE 'EXPORTACAO CONCLUIDA' TO WS-MSGERRO
              PERFORM MOSTRA-ERRO.
           MOVE 0 TO FS-STAT.
       EXPORTA-PASSO.
           READ PEDIDO NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF (PD-SITUACAO = 'A' AND PD-DATA NOT > WS-PEDID-DATA)
                 OR (PD-SITUACAO = 'E'
                     AND PD-DATA-EXPORT = WS-PEDID-DATA)
                 PERFORM EXPORTA-PEDIDO.
       EXPORTA-PEDIDO.
           MOVE SPACES TO REG-EXPPEDID
           MOVE '1'          TO EP-TIPO
           MOVE PD-CLIENTE   TO EP-CLIENTE
           MOVE PD-DATA      TO EP-DATA
           MOVE PD-HORA      TO EP-HORA
           MOVE PD-VENDEDOR  TO EP-VENDEDOR
           MOVE PD-QTD-ITENS TO EP-QTD-ITENS
           MOVE PD-VALOR     TO EP-VALOR
           MOVE PD-ORIGEM    TO EP-ORIGEM
           WRITE REG-EXPPEDID
           ADD 1 TO WS-QTD-PEDIDOS WS-QTD-TOTAL
           ADD PD-VALOR TO WS-VALOR-TOTAL
           MOVE PD-CLIENTE TO PI-CLIENTE
           MOVE PD-DATA    TO PI-DATA
           MOVE PD-HORA    TO PI-HORA
           MOVE 0          TO PI-SEQ
           START PEDITEM KEY NOT LESS THAN PI-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM EXPORTA-ITEM UNTIL FIM-ITEM
           MOVE 'E'           TO PD-SITUACAO
           MOVE WS-PEDID-DATA TO PD-DATA-EXPORT
           REWRITE REG-PEDIDO
           MOVE 0 TO FS-STAT.
       EXPORTA-ITEM.
           READ PEDITEM NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF PI-CLIENTE NOT = PD-CLIENTE OR PI-DATA NOT = PD-DATA
                 OR PI-HORA NOT = PD-HORA
                 MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              MOVE SPACES TO REG-EXPPEDID
              MOVE '2'        TO EI-TIPO
              MOVE PI-CLIENTE TO EI-CLIENTE
              MOVE PI-DATA    TO EI-DATA
              MOVE PI-HORA    TO EI-HORA
              MOVE PI-SEQ     TO EI-SEQ
              MOVE PI-PRODUTO TO EI-PRODUTO
              MOVE PI-LINHA   TO EI-LINHA
              MOVE PI-QTD     TO EI-QTD
              MOVE PI-PRECO   TO EI-PRECO
              MOVE PI-VALOR   TO EI-VALOR
              WRITE REG-EXPPEDID
              ADD 1 TO WS-QTD-ITENS WS-QTD-TOTAL.
      * MONTA O NOME EXPPEDID.AAAAMMDD SOBRE A BASE JA PREFIXADA
      * PELO AMBIENTE (SEM OS BRANCOS DA DIREITA).
       MONTA-NOME-PEDID.
           MOVE 30 TO WS-BASE-TAM
           PERFORM MEDE-BASE-PEDID
                   UNTIL WS-BASE-TAM = 0
                      OR WS-ARQ-EXPPEDID(WS-BASE-TAM:1) NOT = SPACE
           MOVE SPACES TO WS-PEDID-ARQ
           STRING WS-ARQ-EXPPEDID(1:WS-BASE-TAM) DELIMITED BY SIZE
                  WS-PEDID-DATA DELIMITED BY SIZE
                  INTO WS-PEDID-ARQ.
       MEDE-BASE-PEDID.
           IF WS-ARQ-EXPPEDID(WS-BASE-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-BASE-TAM.
      * -----------------------------------
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN INPUT VISITAS
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT VISITAS
              CLOSE VISITAS
              OPEN INPUT VISITAS.
           OPEN I-O PEDIDO
           IF FS-STAT = '30'
              OPEN OUTPUT PEDIDO
              CLOSE PEDIDO
              OPEN I-O PEDIDO.
           OPEN I-O PEDITEM
           IF FS-STAT = '30'
              OPEN OUTPUT PEDITEM
              CLOSE PEDITEM
              OPEN I-O PEDITEM.
           OPEN INPUT LINHAPRD
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-LINHAPRD
           ELSE
              MOVE 'N' TO WS-TEM-LINHAPRD.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
       MOSTRA-ERRO.
           DISPLAY(23, 14) WS-MSGERRO
           PERFORM TEMPO 10000 TIMES
           MOVE SPACES TO WS-MSGERRO.
      * -----------------------------------
       TEMPO.
           DISPLAY(23, 13) " ".
