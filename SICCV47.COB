      *                RODADA DO SICCV16 (COMIHIST) E A ULTIMA LINHA DE     *
      *                DISTRIBUICAO DO RUNLOG. SO NUMEROS, PRONTO PARA O    *
      *                FIM DE MES ORQUESTRADO RODAR SOZINHO.                *
      *                LINHA DE COMANDO: 'RELATORIO AAAAMM' OU 'RELATORIO   *
      *                AAAAMM NNN', ESTE SO COM OS VENDEDORES (E OS         *
      *                CLIENTES DELES) DA EQUIPE NNN. DEPOIS DA PAGINA DA   *
      *                EMPRESA VEM A PAGINA DOS TOTAIS POR EQUIPE DE VENDAS *
      *                (VD-EQUIPE).                                         *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       COPY VENDHIST.SEL.
       COPY COMIHIST.SEL.
       COPY PARAMS.SEL.
       COPY EQUIPE.SEL.
           SELECT RUNLE ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY VENDHIST.FD.
       COPY COMIHIST.FD.
       COPY PARAMS.FD.
       COPY EQUIPE.FD.
       FD  RUNLE LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-RUNLOG.
       01  REG-RUNLE.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
       01  WS-TEM-EQUIPE        PIC X(01) VALUE 'N'.
           88 ARQUIVO-EQUIPE-OK      VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
      * COMISSAO SEM RELEITURA DO MESTRE.
       01  WS-VF-TABELA.
           05 WS-VF-FILIAL OCCURS 999 TIMES PIC X(02).
      * EQUIPE DE CADA VENDEDOR E FILTRO DA LINHA DE COMANDO
      * (0 = TODAS). COM FILTRO, SO ENTRA O QUE E DE VENDEDOR DA
      * EQUIPE, EM TODAS AS PAGINAS.
       01  WS-VE-TABELA.
           05 WS-VE-EQUIPE OCCURS 999 TIMES PIC 9(03).
       01  WS-FL-EQUIPE         PIC 9(03) VALUE ZEROS.
       01  WS-ET-VENDEDOR       PIC 9(03) VALUE ZEROS.
       01  WS-NO-FILTRO         PIC X(01) VALUE 'S'.
           88 VENDEDOR-NO-FILTRO     VALUE 'S'.
      * ACUMULADORES POR EQUIPE NA POSICAO DO CODIGO MAIS UM (A
      * PRIMEIRA E A DOS SEM EQUIPE).
       01  WS-ET-IDX            PIC 9(04) VALUE ZEROS.
       01  WS-ET-CODIGO         PIC 9(03) VALUE ZEROS.
       01  WS-ET-TABELA.
           05 WS-ET-ITEM OCCURS 1000 TIMES.
              10 WS-ET-VENDEDORES PIC 9(05).
              10 WS-ET-CART-QTD   PIC 9(07).
              10 WS-ET-VISITAS    PIC 9(07).
              10 WS-ET-VENCIDAS   PIC 9(07).
              10 WS-ET-VENDA      PIC 9(11)V9(02).
              10 WS-ET-VENDA-ANT  PIC 9(11)V9(02).
              10 WS-ET-COMISSAO   PIC 9(11)V9(02).
      * ACUMULADORES POR FILIAL (ATE 20; A ULTIMA LINHA IMPRESSA E
      * O TOTAL DA EMPRESA, SOMADO A PARTE).
       01  WS-FI-QTD            PIC 9(02) VALUE ZEROS.
           05 F                  PIC X(35) VALUE
              'PACOTE GERENCIAL MENSAL - '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
           05 F                  PIC X(04) VALUE SPACES.
           05 L02-ROTULO         PIC X(08) VALUE SPACES.
           05 L02-EQUIPE         PIC ZZ9 BLANK WHEN ZERO VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'FILIAL: '.
           05 L03-FILIAL         PIC X(14) VALUE SPACES.
           05 L07-CLIENTES       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(10) VALUE ' SEM VDD: '.
           05 L07-SEM-VDD        PIC ZZZZ9 VALUE ZEROS.
       01  LINHA-08.
           05 F                  PIC X(40) VALUE
              'EQUIPE NOME                           VE'.
           05 F                  PIC X(40) VALUE
              'NDEDORES CARTEIRA  VISITAS VENCIDAS   VE'.
           05 F                  PIC X(40) VALUE
              'NDA DO MES   MES ANTERIOR       COMISSAO'.
       01  LINHA-09.
           05 F                  PIC X(40) VALUE
              '------ ------------------------------ --'.
           05 F                  PIC X(40) VALUE
              '-------- -------- -------- -------- ----'.
           05 F                  PIC X(40) VALUE
              '---------- -------------- --------------'.
       01  LINHA-10.
           05 F                  PIC X(03) VALUE SPACES.
           05 L10-EQUIPE         PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-NOME           PIC X(30) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L10-VENDEDORES     PIC ZZZZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-CARTEIRA       PIC ZZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-VISITAS        PIC ZZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-VENCIDAS       PIC ZZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-VENDA          PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-VENDA-ANT      PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L10-COMISSAO       PIC ZZZZZZZZZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              IF WS-PARM-EXECUCAO(11:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:6) TO WS-ANOMES.
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              IF WS-PARM-EXECUCAO(18:3) NUMERIC
                 MOVE WS-PARM-EXECUCAO(18:3) TO WS-FL-EQUIPE.
           MOVE WS-ANOMES TO WS-ANOMES-ANT
           IF WS-ANT-MES = 1
              MOVE 12 TO WS-ANT-MES
              SUBTRACT 1 FROM WS-ANT-MES.
           PERFORM ABRIR-ARQUIVOS
           INITIALIZE WS-VF-TABELA WS-FI-TABELA
           INITIALIZE WS-VE-TABELA WS-ET-TABELA
           PERFORM CARREGA-FILIAIS-VENDEDOR
           PERFORM ACUMULA-CARTEIRA
           PERFORM ACUMULA-VISITAS
           PERFORM IMPRIME-PACOTE
           CLOSE CLIENTES VENDEDOR CARTEIRA VISITAS VENDHIST
                 COMIHIST LISTAG
           IF ARQUIVO-EQUIPE-OK
              CLOSE EQUIPE.
           DISPLAY 'PACOTE GERENCIAL ' WS-ANOMES ' GERADO'
           STOP RUN.
      * -----------------------------------
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE VD-FILIAL TO WS-VF-FILIAL (VD-CODIGO)
              MOVE VD-EQUIPE TO WS-VE-EQUIPE (VD-CODIGO)
              MOVE VD-CODIGO TO WS-ET-VENDEDOR
              PERFORM ACHA-EQUIPE-VENDEDOR
              IF VENDEDOR-NO-FILTRO
                 ADD 1 TO WS-ET-VENDEDORES (WS-ET-IDX)
                 MOVE VD-FILIAL TO WS-FI-FILIAL-LIDA
                 PERFORM ACHA-FILIAL-TABELA.
      * POSICAO DA EQUIPE DO VENDEDOR EM WS-ET-VENDEDOR (ZERO OU SEM
      * EQUIPE CAEM NA PRIMEIRA) E SE ELE PASSA NO FILTRO.
       ACHA-EQUIPE-VENDEDOR.
           MOVE 1 TO WS-ET-IDX
           IF WS-ET-VENDEDOR > 0
              COMPUTE WS-ET-IDX = WS-VE-EQUIPE (WS-ET-VENDEDOR) + 1.
           MOVE 'S' TO WS-NO-FILTRO
           IF WS-FL-EQUIPE > 0
              AND WS-ET-IDX NOT = WS-FL-EQUIPE + 1
              MOVE 'N' TO WS-NO-FILTRO.
       ACHA-FILIAL-TABELA.
           MOVE 'N' TO WS-FI-ACHOU
           MOVE 1 TO WS-FI-IDX
       ACUMULA-CART-PASSO.
           READ CARTEIRA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND CA-VENDEDOR > 0
              MOVE CA-VENDEDOR TO WS-ET-VENDEDOR
              PERFORM ACHA-EQUIPE-VENDEDOR
              IF VENDEDOR-NO-FILTRO
                 ADD 1 TO WS-ET-CART-QTD (WS-ET-IDX)
                 MOVE WS-VF-FILIAL (CA-VENDEDOR)
                      TO WS-FI-FILIAL-LIDA
                 PERFORM ACHA-FILIAL-TABELA
           MOVE VI-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00
              MOVE CL-VENDEDOR TO WS-ET-VENDEDOR
              PERFORM ACHA-EQUIPE-VENDEDOR.
           IF FS-STAT = 00 AND VENDEDOR-NO-FILTRO
              ADD 1 TO WS-ET-VISITAS (WS-ET-IDX)
              MOVE CL-FILIAL TO WS-FI-FILIAL-LIDA
              PERFORM ACHA-FILIAL-TABELA
              ADD 1 TO WS-FI-VISITAS (WS-FI-IDX)
                 MOVE WS-ULT-CLIENTE TO CL-CODIGO
                 READ CLIENTES
                 IF FS-STAT = 00
                    MOVE CL-VENDEDOR TO WS-ET-VENDEDOR
                    PERFORM ACHA-EQUIPE-VENDEDOR
                    IF VENDEDOR-NO-FILTRO
                       ADD 1 TO WS-ET-VENCIDAS (WS-ET-IDX)
                       MOVE CL-FILIAL TO WS-FI-FILIAL-LIDA
                       PERFORM ACHA-FILIAL-TABELA
                       ADD 1 TO WS-FI-VENCIDAS (WS-FI-IDX)
                       ADD 1 TO WS-TO-VENCIDAS.
           MOVE 0 TO WS-ULT-PROXIMA
           MOVE 0 TO FS-STAT.
      * -----------------------------------
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE VD-CODIGO TO WS-ET-VENDEDOR
              PERFORM ACHA-EQUIPE-VENDEDOR
              IF VENDEDOR-NO-FILTRO
                 MOVE VD-FILIAL TO WS-FI-FILIAL-LIDA
                 PERFORM ACHA-FILIAL-TABELA
                 PERFORM SOMA-VENDAS-VENDEDOR.
       SOMA-VENDAS-VENDEDOR.
           MOVE VD-CODIGO TO VH-VENDEDOR
           MOVE WS-ANOMES TO VH-ANOMES
           READ VENDHIST
           IF FS-STAT = 00
              ADD VH-VALOR TO WS-FI-VENDA (WS-FI-IDX)
              ADD VH-VALOR TO WS-ET-VENDA (WS-ET-IDX)
              ADD VH-VALOR TO WS-TO-VENDA.
           MOVE 0 TO FS-STAT
           MOVE VD-CODIGO TO VH-VENDEDOR
           READ VENDHIST
           IF FS-STAT = 00
              ADD VH-VALOR TO WS-FI-VENDA-ANT (WS-FI-IDX)
              ADD VH-VALOR TO WS-ET-VENDA-ANT (WS-ET-IDX)
              ADD VH-VALOR TO WS-TO-VENDA-ANT.
           MOVE 0 TO FS-STAT
           MOVE VD-CODIGO TO CI-VENDEDOR
           READ COMIHIST
           IF FS-STAT = 00
              ADD CI-COMISSAO TO WS-FI-COMISSAO (WS-FI-IDX)
              ADD CI-COMISSAO TO WS-ET-COMISSAO (WS-ET-IDX)
              ADD CI-COMISSAO TO WS-TO-COMISSAO.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
                 MOVE RE-SEM-VENDEDOR TO WS-RUN-SEM-VDD
                 MOVE RE-TIPO         TO WS-RUN-TIPO.
      * -----------------------------------
      * UMA PAGINA POR FILIAL, A PAGINA DA EMPRESA E A DAS EQUIPES.
       IMPRIME-PACOTE.
           MOVE 1 TO WS-FI-IDX
           PERFORM IMPRIME-PAGINA-FILIAL UNTIL WS-FI-IDX > WS-FI-QTD
           PERFORM IMPRIME-PAGINA-TOTAL
           PERFORM IMPRIME-PAGINA-EQUIPE.
       IMPRIME-PAGINA-FILIAL.
           PERFORM CABEC-PAGINA
           MOVE SPACES TO L03-FILIAL
              MOVE WS-RUN-CLIENTES TO L07-CLIENTES
              MOVE WS-RUN-SEM-VDD  TO L07-SEM-VDD
              WRITE LINHA FROM LINHA-07 BEFORE 1.
           WRITE LINHA FROM LINHA-01 BEFORE PAGE.
       IMPRIME-PAGINA-EQUIPE.
           PERFORM CABEC-PAGINA
           MOVE 'POR EQUIPE    ' TO L03-FILIAL
           WRITE LINHA FROM LINHA-03 BEFORE 2
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-09 BEFORE 1
           MOVE 1 TO WS-ET-IDX
           PERFORM IMPRIME-EQUIPE-PASSO UNTIL WS-ET-IDX > 1000
           WRITE LINHA FROM LINHA-01 BEFORE 1.
       IMPRIME-EQUIPE-PASSO.
           IF WS-ET-VENDEDORES (WS-ET-IDX) > 0
              OR WS-ET-VISITAS (WS-ET-IDX) > 0
              OR WS-ET-VENCIDAS (WS-ET-IDX) > 0
              PERFORM MONTA-NOME-EQUIPE
              MOVE WS-ET-VENDEDORES (WS-ET-IDX) TO L10-VENDEDORES
              MOVE WS-ET-CART-QTD (WS-ET-IDX)   TO L10-CARTEIRA
              MOVE WS-ET-VISITAS (WS-ET-IDX)    TO L10-VISITAS
              MOVE WS-ET-VENCIDAS (WS-ET-IDX)   TO L10-VENCIDAS
              MOVE WS-ET-VENDA (WS-ET-IDX)      TO L10-VENDA
              MOVE WS-ET-VENDA-ANT (WS-ET-IDX)  TO L10-VENDA-ANT
              MOVE WS-ET-COMISSAO (WS-ET-IDX)   TO L10-COMISSAO
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
       CABEC-PAGINA.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-ANOMES TO L02-ANOMES
           MOVE WS-FL-EQUIPE TO L02-EQUIPE
           IF WS-FL-EQUIPE > 0
              MOVE 'EQUIPE: ' TO L02-ROTULO.
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1.
              OPEN OUTPUT COMIHIST
              CLOSE COMIHIST
              OPEN INPUT COMIHIST.
           OPEN INPUT EQUIPE
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-EQUIPE
           ELSE
              MOVE 'N' TO WS-TEM-EQUIPE.
           OPEN OUTPUT LISTAG
           PERFORM LE-PARAMETROS
           MOVE 0 TO FS-STAT.
