       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV64.
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
      * OBJETIVO.....: SICCV64 - CUSTO DE ATENDIMENTO POR CLIENTE           *
      *                ESTIMA O CUSTO DO MES DE CADA CLIENTE: A PARTE DELE  *
      *                NO REEMBOLSO DE KM DO VENDEDOR (LINHA 'KM ' DO       *
      *                DESPESA.DAT, QUE VEM DO KMREL.CSV DO SICCV36),       *
      *                RATEADA POR DISTANCIA DA CARTEIRA X VISITAS DO MES,  *
      *                MAIS AS VISITAS X CUSTO-VISITA DO PARAMS.DAT.        *
      *                CONFRONTA COM A RECEITA (CLIHIST.DAT) E A COMISSAO   *
      *                PAGA (TAXA DO COMIHIST.DAT) E MARCA COM '*' O        *
      *                CLIENTE CUJO CUSTO PASSA DE CUSTO-PC-MAX POR CENTO   *
      *                DA RECEITA. ORDEM POR VENDEDOR OU POR SEGMENTO, COM  *
      *                SUBTOTAL NA QUEBRA.                                  *
      *                LINHA DE COMANDO: 'RELATORIO AAAAMM V' OU            *
      *                'RELATORIO AAAAMM S' (V = VENDEDOR, S = SEGMENTO).   *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY CARTEIRA.SEL.
       COPY VISITAS.SEL.
       COPY CLIHIST.SEL.
       COPY COMIHIST.SEL.
       COPY DESPESA.SEL.
       COPY PARAMS.SEL.
           SELECT CUSTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY CU-CHAVE.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CARTEIRA.FD.
       COPY VISITAS.FD.
       COPY CLIHIST.FD.
       COPY COMIHIST.FD.
       COPY DESPESA.FD.
       COPY PARAMS.FD.
      * CLIENTES DO MES NA ORDEM DO RELATORIO: (VENDEDOR, SEGMENTO)
      * OU (SEGMENTO, VENDEDOR), COM AS VISITAS E O PESO DO RATEIO.
       FD  CUSTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-CUSTMP.
       01  REG-CUSTMP.
           05 CU-CHAVE.
              10 CU-ORDEM       PIC X(04).
              10 CU-CLIENTE     PIC 9(07).
           05 CU-VENDEDOR       PIC 9(03).
           05 CU-SEGMENTO       PIC X(01).
           05 CU-RAZAO          PIC X(40).
           05 CU-VISITAS        PIC 9(03).
           05 CU-PESO           PIC 9(08)V9(03).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-ITEM          PIC X(01) VALUE 'N'.
           88 FIM-ITEM               VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
       01  WS-TEM-DESPESA       PIC X(01) VALUE 'N'.
           88 ARQUIVO-DESPESA-OK     VALUE 'S'.
       01  WS-TEM-COMIHIST      PIC X(01) VALUE 'N'.
           88 ARQUIVO-COMIHIST-OK    VALUE 'S'.
       01  WS-TEM-CLIHIST       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLIHIST-OK     VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-VI-ANOMES         PIC 9(06) VALUE ZEROS.
      * ORDEM DO RELATORIO: V = VENDEDOR (PADRAO), S = SEGMENTO.
       01  WS-ORDEM             PIC X(01) VALUE 'V'.
           88 ORDEM-VENDEDOR         VALUE 'V'.
           88 ORDEM-SEGMENTO         VALUE 'S'.
       01  WS-ORDEM-V.
           05 WS-OV-VENDEDOR    PIC 9(03).
           05 WS-OV-SEGMENTO    PIC X(01).
       01  WS-ORDEM-S.
           05 WS-OS-SEGMENTO    PIC X(01).
           05 WS-OS-VENDEDOR    PIC 9(03).
      * PARAMETROS (PARAMS.DAT): CUSTO DE CADA VISITA (TEMPO DO
      * VENDEDOR) E O LIMITE DO CUSTO EM POR CENTO DA RECEITA.
       01  WS-CUSTO-VISITA      PIC 9(05)V9(02) VALUE 25,00.
       01  WS-CUSTO-PC-MAX      PIC 9(03) VALUE 015.
      * REEMBOLSO DE KM DO MES E SOMA DOS PESOS DE RATEIO POR
      * VENDEDOR (POSICAO = CODIGO + 1).
       01  WS-VDD-CUSTO.
           05 WS-VK OCCURS 1000 TIMES.
              10 WS-VK-KM        PIC 9(06)V9(03).
              10 WS-VK-VALOR     PIC 9(07)V9(02).
              10 WS-VK-PESO      PIC 9(11)V9(03).
       01  WS-IV                PIC 9(04) VALUE ZEROS.
       01  WS-QTD-VISITAS       PIC 9(03) VALUE ZEROS.
       01  WS-PESO              PIC 9(08)V9(03) VALUE ZEROS.
      * VALORES DO CLIENTE CORRENTE.
       01  WS-CUSTO             PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-RECEITA           PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-COMISSAO          PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-MARGEM            PIC S9(09)V9(02) VALUE ZEROS.
       01  WS-PC                PIC 9(05)V9(01) VALUE ZEROS.
       01  WS-TAXA              PIC 9(02)V9(04) VALUE ZEROS.
      * QUEBRA E TOTAIS (SUBTOTAL DO GRUPO E GERAL).
       01  WS-GRUPO-CORRENTE    PIC X(03) VALUE SPACES.
       01  WS-GRUPO-CLIENTE     PIC X(03) VALUE SPACES.
       01  WS-PRIMEIRO          PIC X(01) VALUE 'S'.
       01  WS-TOTAIS.
           05 WS-TOT OCCURS 2 TIMES.
              10 WS-TT-VISITAS   PIC 9(07).
              10 WS-TT-CUSTO     PIC 9(09)V9(02).
              10 WS-TT-RECEITA   PIC 9(11)V9(02).
              10 WS-TT-COMISSAO  PIC 9(09)V9(02).
              10 WS-TT-MARGEM    PIC S9(11)V9(02).
       01  WS-IT                PIC 9(01) VALUE ZEROS.
       01  WS-QTD-CLIENTES      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ACIMA         PIC 9(05) VALUE ZEROS.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(35) VALUE
              'CUSTO DE ATENDIMENTO POR CLIENTE - '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03.
           05 F                  PIC X(10) VALUE 'VENDEDOR: '.
           05 L03-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L03-NOME           PIC X(40) VALUE SPACES.
       01  LINHA-04         PIC X(80) VALUE "CLIENTE RAZAO SOCIAL  VDD S
      -    " VIS    CUSTO    RECEITA COMISSAO      MARGEM CUST%".
       01  LINHA-05         PIC X(80) VALUE "------- ------------- --- -
      -    " --- -------- ---------- -------- ----------- -----".
       01  LINHA-06.
           05 L06-CLIENTE        PIC 9(07) VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-RAZAO          PIC X(13) VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-SEGMENTO       PIC X(01) VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-VISITAS        PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-CUSTO          PIC ZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-RECEITA        PIC ZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-COMISSAO       PIC ZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-MARGEM         PIC -ZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-PC             PIC ZZ9,9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L06-MARCA          PIC X(01) VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(18) VALUE
              'CUSTO POR VISITA: '.
           05 L07-CUSTO-VISITA   PIC ZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(11) VALUE '   LIMITE: '.
           05 L07-PC-MAX         PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(21) VALUE
              '% DA RECEITA  ORDEM: '.
           05 L07-ORDEM          PIC X(08) VALUE SPACES.
       01  LINHA-08.
           05 F                  PIC X(10) VALUE 'SEGMENTO: '.
           05 L08-SEGMENTO       PIC X(01) VALUE SPACES.
       01  LINHA-09.
           05 L09-ROTULO         PIC X(24) VALUE SPACES.
           05 L09-VISITAS        PIC ZZZZZZ9 VALUE ZEROS.
           05 L09-CUSTO          PIC ZZZZZ9,99 VALUE ZEROS.
           05 L09-RECEITA        PIC ZZZZZZZ9,99 VALUE ZEROS.
           05 L09-COMISSAO       PIC ZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L09-MARGEM         PIC -ZZZZZZ9,99 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L09-PC             PIC ZZ9,9 VALUE ZEROS.
       01  LINHA-10.
           05 F                  PIC X(10) VALUE 'CLIENTES: '.
           05 L10-CLIENTES       PIC ZZZZ9 VALUE ZEROS.
           05 F                  PIC X(24) VALUE
              '   ACIMA DO LIMITE (*): '.
           05 L10-ACIMA          PIC ZZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              MOVE WS-PARM-EXECUCAO(18:1) TO WS-ORDEM
              IF WS-PARM-EXECUCAO(11:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:6) TO WS-ANOMES
              ELSE
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES
           ELSE
              PERFORM PEDE-PARAMETROS.
           IF NOT ORDEM-SEGMENTO
              MOVE 'V' TO WS-ORDEM.
           INITIALIZE WS-VDD-CUSTO WS-TOTAIS
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-PARAMETROS
           PERFORM CARREGA-QUILOMETRAGEM
           PERFORM SELECIONA-CLIENTES
           PERFORM IMPRIME-CUSTO
           PERFORM FINALIZA.
      * -----------------------------------
       PEDE-PARAMETROS.
           DISPLAY 'COMPETENCIA (AAAAMM): '
           ACCEPT WS-ANOMES
           IF WS-ANOMES = 0
              MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           DISPLAY 'ORDEM (V-VENDEDOR S-SEGMENTO): '
           ACCEPT WS-ORDEM.
       FINALIZA.
           IF ARQUIVO-DESPESA-OK
              CLOSE DESPESA.
           IF ARQUIVO-COMIHIST-OK
              CLOSE COMIHIST.
           IF ARQUIVO-CLIHIST-OK
              CLOSE CLIHIST.
           CLOSE CLIENTES VENDEDOR CARTEIRA VISITAS CUSTMP LISTAG
           DISPLAY 'CUSTO DE ATENDIMENTO ' WS-ANOMES
                   ' - CLIENTES: ' WS-QTD-CLIENTES
                   ' ACIMA DO LIMITE: ' WS-QTD-ACIMA
           STOP RUN.
      * -----------------------------------
      * CUSTO DA VISITA E LIMITE DO PARAMS.DAT; CHAVE AUSENTE FICA
      * COM O PADRAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'CUSTO-VISITA' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00
                 MOVE PR-VALOR TO WS-CUSTO-VISITA.
           IF ARQUIVO-PARAMS-OK
              MOVE 'CUSTO-PC-MAX' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-CUSTO-PC-MAX.
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
      * REEMBOLSO DE KM DO MES POR VENDEDOR: AS LINHAS 'KM ' DO
      * DESPESA.DAT QUE NAO FORAM REJEITADAS. VENDEDOR SEM A LINHA
      * FICA SEM CUSTO DE KM.
       CARREGA-QUILOMETRAGEM.
           IF ARQUIVO-DESPESA-OK
              PERFORM VARRE-DESPESA.
           MOVE 0 TO FS-STAT.
       VARRE-DESPESA.
           MOVE ZEROS TO DP-NUMERO
           START DESPESA KEY NOT LESS THAN DP-NUMERO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CARREGA-KM-PASSO UNTIL FIM-ARQ.
       CARREGA-KM-PASSO.
           READ DESPESA NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND DESPESA-KM AND DP-ANOMES = WS-ANOMES
              AND NOT DESPESA-REJEITADA
              COMPUTE WS-IV = DP-VENDEDOR + 1
              ADD DP-KM    TO WS-VK-KM(WS-IV)
              ADD DP-VALOR TO WS-VK-VALOR(WS-IV).
      * -----------------------------------
      * 1A PASSADA: CADA CLIENTE COM VENDEDOR VAI PARA O CUSTMP NA
      * ORDEM PEDIDA, COM AS VISITAS DO MES E O PESO DO RATEIO DO
      * KM (DISTANCIA DA CARTEIRA X VISITAS), SOMADO NO VENDEDOR.
       SELECIONA-CLIENTES.
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM SELECIONA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       SELECIONA-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND CL-VENDEDOR > 0
              PERFORM GUARDA-CLIENTE.
           MOVE 0 TO FS-STAT.
       GUARDA-CLIENTE.
           PERFORM CONTA-VISITAS
           MOVE 0 TO WS-PESO
           MOVE CL-CODIGO TO CA-CLIENTE
           READ CARTEIRA
           IF FS-STAT = 00
              COMPUTE WS-PESO = CA-DISTANCIA * WS-QTD-VISITAS.
           COMPUTE WS-IV = CL-VENDEDOR + 1
           ADD WS-PESO TO WS-VK-PESO(WS-IV)
           IF ORDEM-SEGMENTO
              MOVE CL-SEGMENTO TO WS-OS-SEGMENTO
              MOVE CL-VENDEDOR TO WS-OS-VENDEDOR
              MOVE WS-ORDEM-S  TO CU-ORDEM
           ELSE
              MOVE CL-VENDEDOR TO WS-OV-VENDEDOR
              MOVE CL-SEGMENTO TO WS-OV-SEGMENTO
              MOVE WS-ORDEM-V  TO CU-ORDEM.
           MOVE CL-CODIGO      TO CU-CLIENTE
           MOVE CL-VENDEDOR    TO CU-VENDEDOR
           MOVE CL-SEGMENTO    TO CU-SEGMENTO
           MOVE CL-RAZAO       TO CU-RAZAO
           MOVE WS-QTD-VISITAS TO CU-VISITAS
           MOVE WS-PESO        TO CU-PESO
           WRITE REG-CUSTMP
           MOVE 0 TO FS-STAT.
       CONTA-VISITAS.
           MOVE 0 TO WS-QTD-VISITAS
           MOVE CL-CODIGO TO VI-CLIENTE
           COMPUTE VI-DATA = WS-ANOMES * 100
           MOVE ZEROS TO VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM CONTA-VISITAS-PASSO UNTIL FIM-ITEM.
       CONTA-VISITAS-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              MOVE VI-DATA(1:6) TO WS-VI-ANOMES
              IF VI-CLIENTE NOT = CL-CODIGO
                 OR WS-VI-ANOMES NOT = WS-ANOMES
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 IF WS-QTD-VISITAS < 999
                    ADD 1 TO WS-QTD-VISITAS.
      * -----------------------------------
      * 2A PASSADA: LE O CUSTMP NA ORDEM, CALCULA O CUSTO, A RECEITA
      * E A COMISSAO DE CADA CLIENTE E SUBTOTALIZA NA QUEBRA.
       IMPRIME-CUSTO.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-ANOMES TO L02-ANOMES
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           MOVE WS-CUSTO-VISITA TO L07-CUSTO-VISITA
           MOVE WS-CUSTO-PC-MAX TO L07-PC-MAX
           IF ORDEM-SEGMENTO
              MOVE 'SEGMENTO' TO L07-ORDEM
           ELSE
              MOVE 'VENDEDOR' TO L07-ORDEM.
           WRITE LINHA FROM LINHA-07 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 'S' TO WS-PRIMEIRO
           MOVE LOW-VALUES TO CU-CHAVE
           START CUSTMP KEY NOT LESS THAN CU-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-CUSTO-PASSO UNTIL FIM-ARQ
           IF WS-PRIMEIRO = 'N'
              PERFORM FECHA-GRUPO.
           MOVE 'TOTAL GERAL' TO L09-ROTULO
           MOVE 2 TO WS-IT
           PERFORM IMPRIME-TOTAL
           MOVE WS-QTD-CLIENTES TO L10-CLIENTES
           MOVE WS-QTD-ACIMA    TO L10-ACIMA
           WRITE LINHA FROM LINHA-10 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 0 TO FS-STAT.
       IMPRIME-CUSTO-PASSO.
           READ CUSTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF ORDEM-SEGMENTO
                 MOVE CU-ORDEM(1:1) TO WS-GRUPO-CLIENTE
              ELSE
                 MOVE CU-ORDEM(1:3) TO WS-GRUPO-CLIENTE.
           IF NOT FIM-ARQ
              IF WS-PRIMEIRO = 'S'
                 PERFORM ABRE-GRUPO
              ELSE
                 IF WS-GRUPO-CLIENTE NOT = WS-GRUPO-CORRENTE
                    PERFORM FECHA-GRUPO
                    PERFORM ABRE-GRUPO.
           IF NOT FIM-ARQ
              PERFORM CALCULA-CLIENTE
              PERFORM IMPRIME-CLIENTE.
       ABRE-GRUPO.
           MOVE 'N' TO WS-PRIMEIRO
           MOVE WS-GRUPO-CLIENTE TO WS-GRUPO-CORRENTE
           MOVE 1 TO WS-IT
           INITIALIZE WS-TOT(WS-IT)
           IF ORDEM-SEGMENTO
              MOVE CU-SEGMENTO TO L08-SEGMENTO
              WRITE LINHA FROM LINHA-08 BEFORE 1
           ELSE
              MOVE CU-VENDEDOR TO VD-CODIGO L03-VENDEDOR
              READ VENDEDOR
              IF FS-STAT NOT = 00
                 MOVE SPACES TO VD-NOME.
           IF ORDEM-VENDEDOR
              MOVE VD-NOME TO L03-NOME
              WRITE LINHA FROM LINHA-03 BEFORE 1.
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           MOVE 0 TO FS-STAT.
       FECHA-GRUPO.
           IF ORDEM-SEGMENTO
              MOVE 'SUBTOTAL DO SEGMENTO' TO L09-ROTULO
           ELSE
              MOVE 'SUBTOTAL DO VENDEDOR' TO L09-ROTULO.
           MOVE 1 TO WS-IT
           PERFORM IMPRIME-TOTAL
           WRITE LINHA FROM LINHA-01 BEFORE 1.
      * CUSTO = PARTE NO REEMBOLSO DE KM DO VENDEDOR + VISITAS X
      * CUSTO-VISITA; COMISSAO = RECEITA X TAXA DO VENDEDOR NO MES.
      * SEM RECEITA E COM CUSTO O CLIENTE SAI MARCADO COM 999,9%.
       CALCULA-CLIENTE.
           COMPUTE WS-IV = CU-VENDEDOR + 1
           MOVE 0 TO WS-CUSTO
           IF WS-VK-PESO(WS-IV) > 0
              COMPUTE WS-CUSTO ROUNDED = WS-VK-VALOR(WS-IV)
                                 * CU-PESO / WS-VK-PESO(WS-IV).
           COMPUTE WS-CUSTO = WS-CUSTO + CU-VISITAS * WS-CUSTO-VISITA
           MOVE 0 TO WS-RECEITA
           IF ARQUIVO-CLIHIST-OK
              MOVE CU-CLIENTE TO CH-CLIENTE
              MOVE WS-ANOMES  TO CH-ANOMES
              READ CLIHIST
              IF FS-STAT = 00
                 MOVE CH-VALOR TO WS-RECEITA.
           MOVE 0 TO WS-TAXA
           IF ARQUIVO-COMIHIST-OK
              MOVE CU-VENDEDOR TO CI-VENDEDOR
              MOVE WS-ANOMES   TO CI-ANOMES
              READ COMIHIST
              IF FS-STAT = 00
                 MOVE CI-TAXA TO WS-TAXA.
           COMPUTE WS-COMISSAO ROUNDED = WS-RECEITA * WS-TAXA / 100
           COMPUTE WS-MARGEM = WS-RECEITA - WS-COMISSAO - WS-CUSTO
           MOVE SPACES TO L06-MARCA
           MOVE 0 TO WS-PC
           IF WS-RECEITA > 0
              COMPUTE WS-PC ROUNDED = WS-CUSTO * 100 / WS-RECEITA
           ELSE
              IF WS-CUSTO > 0
                 MOVE 999,9 TO WS-PC.
           IF WS-PC > 999,9
              MOVE 999,9 TO WS-PC.
           IF WS-PC > WS-CUSTO-PC-MAX
              MOVE '*' TO L06-MARCA
              ADD 1 TO WS-QTD-ACIMA.
           ADD 1 TO WS-QTD-CLIENTES
           MOVE 1 TO WS-IT
           PERFORM SOMA-TOTAL UNTIL WS-IT > 2
           MOVE 0 TO FS-STAT.
       SOMA-TOTAL.
           ADD CU-VISITAS  TO WS-TT-VISITAS(WS-IT)
           ADD WS-CUSTO    TO WS-TT-CUSTO(WS-IT)
           ADD WS-RECEITA  TO WS-TT-RECEITA(WS-IT)
           ADD WS-COMISSAO TO WS-TT-COMISSAO(WS-IT)
           ADD WS-MARGEM   TO WS-TT-MARGEM(WS-IT)
           ADD 1 TO WS-IT.
       IMPRIME-CLIENTE.
           MOVE CU-CLIENTE  TO L06-CLIENTE
           MOVE CU-RAZAO    TO L06-RAZAO
           MOVE CU-VENDEDOR TO L06-VENDEDOR
           MOVE CU-SEGMENTO TO L06-SEGMENTO
           MOVE CU-VISITAS  TO L06-VISITAS
           MOVE WS-CUSTO    TO L06-CUSTO
           MOVE WS-RECEITA  TO L06-RECEITA
           MOVE WS-COMISSAO TO L06-COMISSAO
           MOVE WS-MARGEM   TO L06-MARGEM
           MOVE WS-PC       TO L06-PC
           WRITE LINHA FROM LINHA-06 BEFORE 1.
       IMPRIME-TOTAL.
           MOVE WS-TT-VISITAS(WS-IT)  TO L09-VISITAS
           MOVE WS-TT-CUSTO(WS-IT)    TO L09-CUSTO
           MOVE WS-TT-RECEITA(WS-IT)  TO L09-RECEITA
           MOVE WS-TT-COMISSAO(WS-IT) TO L09-COMISSAO
           MOVE WS-TT-MARGEM(WS-IT)   TO L09-MARGEM
           MOVE 0 TO WS-PC
           IF WS-TT-RECEITA(WS-IT) > 0
              COMPUTE WS-PC ROUNDED = WS-TT-CUSTO(WS-IT) * 100
                                    / WS-TT-RECEITA(WS-IT)
           ELSE
              IF WS-TT-CUSTO(WS-IT) > 0
                 MOVE 999,9 TO WS-PC.
           IF WS-PC > 999,9
              MOVE 999,9 TO WS-PC.
           MOVE WS-PC TO L09-PC
           WRITE LINHA FROM LINHA-09 BEFORE 1.
      * -----------------------------------
      * ABRE ARQUIVOS (O CUSTMP E RECOMECADO A CADA RODADA)
       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN INPUT CARTEIRA
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CARTEIRA: ' FS-STAT
              STOP RUN.
           OPEN INPUT VISITAS
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VISITAS: ' FS-STAT
              STOP RUN.
           OPEN INPUT CLIHIST
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLIHIST
           ELSE
              MOVE 'N' TO WS-TEM-CLIHIST.
           OPEN INPUT COMIHIST
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-COMIHIST
           ELSE
              MOVE 'N' TO WS-TEM-COMIHIST.
           OPEN INPUT DESPESA
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-DESPESA
           ELSE
              MOVE 'N' TO WS-TEM-DESPESA.
           OPEN OUTPUT CUSTMP
           CLOSE CUSTMP
           OPEN I-O CUSTMP
           OPEN OUTPUT LISTAG
           MOVE 0 TO FS-STAT.
