      *                LINHA POR MES COM VISITAS FEITAS, VISITAS COM        *
      *                VENDA, PERCENTUAL DE CONVERSAO E VALOR VENDIDO,      *
      *                NA MESMA JANELA DE MESES DA TENDENCIA DO SICCV15.    *
      *                AO LADO, O VALOR DOS PEDIDOS GRAVADOS NAS VISITAS    *
      *                (PEDIDO.DAT) E QUANTAS VISITAS MARCADAS COMO VENDA   *
      *                NAO TEM PEDIDO NENHUM POR TRAS.                      *
      *                O RELATORIO PODE SER RESTRITO AOS VENDEDORES DE UMA  *
      *                EQUIPE (VD-EQUIPE, CADASTRO NO SICCV72) E TERMINA    *
      *                COM OS TOTAIS DA JANELA POR EQUIPE.                  *
      *                LINHA DE COMANDO: 'RELATORIO N' (PADRAO 6 MESES);    *
      *                'RELATORIO NN EEE' SO PARA A EQUIPE EEE.             *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY EQUIPE.SEL.
       COPY VISITAS.SEL.
       COPY RESULTCD.SEL.
       COPY VENDHIST.SEL.
       COPY PEDIDO.SEL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY EQUIPE.FD.
       COPY VISITAS.FD.
       COPY RESULTCD.FD.
       COPY VENDHIST.FD.
       COPY PEDIDO.FD.
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
              10 WS-CONT-MES OCCURS 6 TIMES.
                 15 WS-CONT-VISITAS PIC 9(05).
                 15 WS-CONT-VENDAS  PIC 9(05).
                 15 WS-CONT-SEMPED  PIC 9(05).
                 15 WS-CONT-PEDIDOS PIC 9(11)V9(02).
       01  WS-TAXA              PIC 9(03)V9(02) VALUE ZEROS.
       01  WS-TEM-MOVIMENTO     PIC X(01) VALUE 'N'.
       01  WS-FL-EQUIPE         PIC 9(03) VALUE ZEROS.
      * TOTAIS DA JANELA POR EQUIPE NA POSICAO DO CODIGO MAIS UM (A
      * PRIMEIRA E A DOS VENDEDORES SEM EQUIPE).
       01  WS-ET-TABELA.
           05 WS-ET-ITEM OCCURS 1000 TIMES.
              10 WS-ET-VISITAS    PIC 9(07).
              10 WS-ET-VENDAS     PIC 9(07).
              10 WS-ET-SEMPED     PIC 9(07).
              10 WS-ET-RECEITA    PIC 9(11)V9(02).
              10 WS-ET-PEDIDOS    PIC 9(11)V9(02).
       01  WS-ET-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-ET-CODIGO         PIC 9(03) VALUE ZEROS.
       01  WS-TEM-EQUIPE        PIC X(01) VALUE 'N'.
           88 ARQUIVO-EQUIPE-OK      VALUE 'S'.
       01  LINHA-01              PIC X(95) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(60) VALUE
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
           05 F                  PIC X(10) VALUE '  EQUIPE: '.
           05 L03-EQUIPE         PIC ZZ9 VALUE ZEROS.
       01  LINHA-04.
           05 F                  PIC X(40) VALUE
              ' ANOMES  VISITAS  C/VENDA  CONVERSAO PC '.
           05 F                  PIC X(40) VALUE
              '      RECEITA  VALOR PEDIDOS  S/PEDIDO'.
       01  LINHA-05.
           05 F                  PIC X(40) VALUE
              '------- -------- -------- ------------  '.
           05 F                  PIC X(40) VALUE
              '------------   -------------  --------'.
       01  LINHA-06.
           05 L06-ANOMES         PIC 9(06)  VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L06-TAXA           PIC ZZ9,99 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L06-RECEITA        PIC ZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(05) VALUE SPACES.
           05 L06-PEDIDOS        PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(05) VALUE SPACES.
           05 L06-SEMPED         PIC ZZZZ9  VALUE ZEROS.
       01  LINHA-07.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(40) VALUE
              'TOTAIS DA JANELA POR EQUIPE'.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'EQUIPE NOME                           VI'.
           05 F                  PIC X(40) VALUE
              'SITAS C/VENDA CONVERSAO        RECEITA  '.
           05 F                  PIC X(22) VALUE
              'VALOR PEDIDOS S/PEDIDO'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              '------ ------------------------------ --'.
           05 F                  PIC X(40) VALUE
              '----- ------- --------- -------------- -'.
           05 F                  PIC X(22) VALUE
              '------------- --------'.
       01  LINHA-10.
           05 F                  PIC X(03) VALUE SPACES.
           05 L10-EQUIPE         PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-NOME           PIC X(30) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-VISITAS        PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-VENDAS         PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X(04) VALUE SPACES.
           05 L10-TAXA           PIC ZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-RECEITA        PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-PEDIDOS        PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-SEMPED         PIC ZZZZZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              IF WS-PARM-EXECUCAO(11:2) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:2) TO WS-QTD-MESES.
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              IF WS-PARM-EXECUCAO(14:3) NUMERIC
                 MOVE WS-PARM-EXECUCAO(14:3) TO WS-FL-EQUIPE.
           IF WS-QTD-MESES = 0 OR WS-QTD-MESES > 6
              MOVE 6 TO WS-QTD-MESES.
           PERFORM ABRIR-ARQUIVOS
           PERFORM MONTA-MESES
           INITIALIZE WS-CONT-TABELA WS-ET-TABELA
           PERFORM ACUMULA-VISITAS
           PERFORM IMPRIME-CONVERSAO
           CLOSE CLIENTES VENDEDOR VISITAS VENDHIST PEDIDO LISTAG
           IF ARQUIVO-RESULTCD-OK
              CLOSE RESULTCD.
           IF ARQUIVO-EQUIPE-OK
              CLOSE EQUIPE.
           DISPLAY 'CONVERSAO GERADA (' WS-QTD-MESES ' MESES)'
           STOP RUN.
      * -----------------------------------
      * -----------------------------------
      * VARRE AS VISITAS DA JANELA: A VISITA CONTA PARA O VENDEDOR
      * ATUAL DO CLIENTE, E E VENDA QUANDO O RESULTADO ESTA MARCADO
      * COMO VENDA NA TABELA RESULTCD. O PEDIDO DA VISITA (MESMA
      * CHAVE) SOMA O VALOR, E VENDA SEM PEDIDO E CONTADA A PARTE.
       ACUMULA-VISITAS.
           MOVE ZEROS TO VI-CLIENTE VI-DATA VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           READ CLIENTES
           IF FS-STAT = 00 AND CL-VENDEDOR > 0
              ADD 1 TO WS-CONT-VISITAS (CL-VENDEDOR WS-MES-ACHADO)
              PERFORM LE-PEDIDO-VISITA
              IF ARQUIVO-RESULTCD-OK AND VI-RESULT-COD NOT = SPACES
                 MOVE VI-RESULT-COD TO RS-CODIGO
                 READ RESULTCD
                 IF FS-STAT = 00 AND RESULTADO-E-VENDA
                    ADD 1 TO WS-CONT-VENDAS
                             (CL-VENDEDOR WS-MES-ACHADO)
                    IF PD-VALOR = 0
                       ADD 1 TO WS-CONT-SEMPED
                                (CL-VENDEDOR WS-MES-ACHADO).
           MOVE 0 TO FS-STAT.
       LE-PEDIDO-VISITA.
           MOVE VI-CHAVE TO PD-CHAVE
           READ PEDIDO
           IF FS-STAT = 00
              ADD PD-VALOR TO WS-CONT-PEDIDOS
                              (CL-VENDEDOR WS-MES-ACHADO)
           ELSE
              MOVE 0 TO PD-VALOR.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
       IMPRIME-CONVERSAO.
              MOVE 'S' TO WS-FIM-VENDEDOR.
           PERFORM IMPRIME-VENDEDOR UNTIL FIM-VENDEDOR
           WRITE LINHA FROM LINHA-01 BEFORE 1
           PERFORM IMPRIME-TOTAIS-EQUIPE
           MOVE 0 TO FS-STAT.
       IMPRIME-VENDEDOR.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-VENDEDOR.
           IF NOT FIM-VENDEDOR
              PERFORM JULGA-MOVIMENTO
              IF WS-FL-EQUIPE NOT = 0 AND VD-EQUIPE NOT = WS-FL-EQUIPE
                 MOVE 'N' TO WS-TEM-MOVIMENTO.
           IF NOT FIM-VENDEDOR
              IF WS-TEM-MOVIMENTO = 'S'
                 COMPUTE WS-ET-IDX = VD-EQUIPE + 1
                 MOVE VD-CODIGO TO L03-VENDEDOR
                 MOVE VD-NOME   TO L03-NOME
                 MOVE VD-EQUIPE TO L03-EQUIPE
                 WRITE LINHA FROM LINHA-03 BEFORE 1
                 WRITE LINHA FROM LINHA-04 BEFORE 1
                 WRITE LINHA FROM LINHA-05 BEFORE 1
           READ VENDHIST
           IF FS-STAT = 00
              MOVE VH-VALOR TO L06-RECEITA
              ADD VH-VALOR TO WS-ET-RECEITA (WS-ET-IDX)
           ELSE
              MOVE 0 TO L06-RECEITA.
           MOVE 0 TO FS-STAT
           MOVE WS-CONT-PEDIDOS (VD-CODIGO WS-MES-IDX) TO L06-PEDIDOS
           MOVE WS-CONT-SEMPED  (VD-CODIGO WS-MES-IDX) TO L06-SEMPED
           WRITE LINHA FROM LINHA-06 BEFORE 1
           PERFORM SOMA-MES-EQUIPE
           ADD 1 TO WS-MES-IDX.
      * O MES DO VENDEDOR SOMA NOS TOTAIS DA EQUIPE DELE.
       SOMA-MES-EQUIPE.
           ADD WS-CONT-VISITAS (VD-CODIGO WS-MES-IDX)
               TO WS-ET-VISITAS (WS-ET-IDX)
           ADD WS-CONT-VENDAS (VD-CODIGO WS-MES-IDX)
               TO WS-ET-VENDAS (WS-ET-IDX)
           ADD WS-CONT-SEMPED (VD-CODIGO WS-MES-IDX)
               TO WS-ET-SEMPED (WS-ET-IDX)
           ADD WS-CONT-PEDIDOS (VD-CODIGO WS-MES-IDX)
               TO WS-ET-PEDIDOS (WS-ET-IDX).
      * TOTAIS POR EQUIPE, COM A CONVERSAO DA JANELA INTEIRA.
       IMPRIME-TOTAIS-EQUIPE.
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 1 TO WS-ET-IDX
           PERFORM IMPRIME-EQUIPE-PASSO UNTIL WS-ET-IDX > 1000
           WRITE LINHA FROM LINHA-01 BEFORE 1.
       IMPRIME-EQUIPE-PASSO.
           IF WS-ET-VISITAS (WS-ET-IDX) > 0
              PERFORM MONTA-NOME-EQUIPE
              MOVE WS-ET-VISITAS (WS-ET-IDX) TO L10-VISITAS
              MOVE WS-ET-VENDAS (WS-ET-IDX)  TO L10-VENDAS
              COMPUTE WS-TAXA ROUNDED =
                      WS-ET-VENDAS (WS-ET-IDX) * 100
                      / WS-ET-VISITAS (WS-ET-IDX)
              MOVE WS-TAXA TO L10-TAXA
              MOVE WS-ET-RECEITA (WS-ET-IDX) TO L10-RECEITA
              MOVE WS-ET-PEDIDOS (WS-ET-IDX) TO L10-PEDIDOS
              MOVE WS-ET-SEMPED (WS-ET-IDX)  TO L10-SEMPED
              WRITE LINHA FROM LINHA-10 BEFORE 1.
           ADD 1 TO WS-ET-IDX.
       MONTA-NOME-EQUIPE.
           COMPUTE WS-ET-CODIGO = WS-ET-IDX - 1
           MOVE WS-ET-CODIGO TO L10-EQUIPE
           MOVE SPACES TO L10-NOME
           IF WS-ET-CODIGO = 0
              MOVE 'SEM EQUIPE' TO L10-NOME
           ELSE
              IF ARQUIVO-EQUIPE-OK
                 MOVE WS-ET-CODIGO TO EQ-CODIGO
                 READ EQUIPE
                 IF FS-STAT = 00
                    MOVE EQ-NOME TO L10-NOME.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * ABRE ARQUIVOS
       ABRIR-ARQUIVOS.
              OPEN OUTPUT VENDHIST
              CLOSE VENDHIST
              OPEN INPUT VENDHIST.
           OPEN INPUT PEDIDO
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT PEDIDO
              CLOSE PEDIDO
              OPEN INPUT PEDIDO.
           OPEN INPUT RESULTCD
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-RESULTCD
           ELSE
              MOVE 'N' TO WS-TEM-RESULTCD.
           OPEN INPUT EQUIPE
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-EQUIPE
           ELSE
              MOVE 'N' TO WS-TEM-EQUIPE.
           OPEN OUTPUT LISTAG
           MOVE 0 TO FS-STAT.
