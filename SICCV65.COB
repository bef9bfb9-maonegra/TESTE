       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV65.
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
      * OBJETIVO.....: SICCV65 - PAINEL DE DESEMPENHO DOS VENDEDORES        *
      *                APURA NO MES, POR VENDEDOR, AS MEDIDAS DOS           *
      *                RELATORIOS ISOLADOS, PELAS MESMAS REGRAS:            *
      *                CUMPRIMENTO DA META DE VISITA (SICCV17), CONVERSAO   *
      *                DAS VISITAS EM VENDA (SICCV43), CHECK-IN DENTRO DA   *
      *                TOLERANCIA (SICCV40), KM POR VISITA (LINHA 'KM ' DO  *
      *                DESPESA.DAT, DO SICCV36), VENDA DO MES SOBRE A MEDIA *
      *                DOS 3 ANTERIORES (VENDHIST, SICCV15) E CLIENTES      *
      *                DORMENTES (SICCV41). CADA MEDIDA VIRA NOTA DE 0 A    *
      *                100 ENTRE O PIOR E O MELHOR VENDEDOR DO MES E ENTRA  *
      *                NA NOTA FINAL PELO PESO DA TABELA (PADRAO NO         *
      *                PROGRAMA, TROCADO PELO DESEMPENHO.CFG). GRAVA O      *
      *                PAINEL NO DESEMP.DAT E IMPRIME O RANKING DE CADA     *
      *                FILIAL COM A VARIACAO DE POSICAO SOBRE O MES         *
      *                ANTERIOR. LINHA DE COMANDO: 'RELATORIO AAAAMM'       *
      *                (SEM COMPETENCIA, O MES ATUAL).                      *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY CLIENTES.SEL.
       COPY VENDEDOR.SEL.
       COPY VISITAS.SEL.
       COPY CLISITE.SEL.
       COPY CLIHIST.SEL.
       COPY VENDHIST.SEL.
       COPY RESULTCD.SEL.
       COPY DESPESA.SEL.
       COPY PARAMS.SEL.
       COPY DESEMP.SEL.
           SELECT SEGMETA ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY SG-SEGMENTO.
           SELECT DESTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY DT-CHAVE.
           SELECT DESCFG ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY VISITAS.FD.
       COPY CLISITE.FD.
       COPY CLIHIST.FD.
       COPY VENDHIST.FD.
       COPY RESULTCD.FD.
       COPY DESPESA.FD.
       COPY PARAMS.FD.
       COPY DESEMP.FD.
      * META DE FREQUENCIA: DIAS MAXIMOS ENTRE VISITAS POR SEGMENTO
      * (MANTIDA NO SICCV17).
       FD  SEGMETA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-SEGMETA.
       01  REG-SEGMETA.
           05 SG-SEGMENTO       PIC X(01).
           05 SG-DIAS-VISITA    PIC 9(03).
      * VENDEDORES DO MES EM ORDEM DE (FILIAL, NOTA DECRESCENTE),
      * PARA NUMERAR O RANKING.
       FD  DESTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-DESTMP.
       01  REG-DESTMP.
           05 DT-CHAVE.
              10 DT-FILIAL      PIC X(02).
              10 DT-INVERSO     PIC 9(04).
              10 DT-VENDEDOR    PIC 9(03).
      * PESO DAS MEDIDAS, UMA POR LINHA: MEDIDA(8);PESO(3). MEDIDA
      * FORA DA TABELA E IGNORADA; PESO ZERO TIRA A MEDIDA DA NOTA.
       FD  DESCFG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DESEMPENHO.CFG".
       01  REG-DESCFG.
           05 DC-MEDIDA         PIC X(08).
           05 DC-F1             PIC X(01).
           05 DC-PESO           PIC 9(03).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  DADOS-LINKAGE.
           05  C-LA                   PIC S9(03)V9(8).
           05  C-LO                   PIC S9(03)V9(8).
           05  V-LA                   PIC S9(03)V9(8).
           05  V-LO                   PIC S9(03)V9(8).
           05  DISTANCIA              PIC  9(05)V9(3).
           05  WS-MULTIPLICADOR       PIC  9(01)V9(02).
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-FIM-ITEM          PIC X(01) VALUE 'N'.
           88 FIM-ITEM               VALUE 'S'.
       01  WS-TEM-CLISITE       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLISITE-OK     VALUE 'S'.
       01  WS-TEM-CLIHIST       PIC X(01) VALUE 'N'.
           88 ARQUIVO-CLIHIST-OK     VALUE 'S'.
       01  WS-TEM-VENDHIST      PIC X(01) VALUE 'N'.
           88 ARQUIVO-VENDHIST-OK    VALUE 'S'.
       01  WS-TEM-RESULTCD      PIC X(01) VALUE 'N'.
           88 ARQUIVO-RESULTCD-OK    VALUE 'S'.
       01  WS-TEM-DESPESA       PIC X(01) VALUE 'N'.
           88 ARQUIVO-DESPESA-OK     VALUE 'S'.
       01  WS-TEM-SEGMETA       PIC X(01) VALUE 'N'.
           88 ARQUIVO-SEGMETA-OK     VALUE 'S'.
       01  WS-TEM-PARAMS        PIC X(01) VALUE 'N'.
           88 ARQUIVO-PARAMS-OK      VALUE 'S'.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05 WS-HOJE-ANOMES    PIC 9(06).
           05 WS-HOJE-DIA       PIC 9(02).
       01  WS-ANOMES            PIC 9(06) VALUE ZEROS.
       01  WS-VI-ANOMES         PIC 9(06) VALUE ZEROS.
      * MES ANTERIOR (VARIACAO DO RANKING) E OS 3 MESES DA MEDIA DE
      * VENDA; O MES TRABALHADO E RECUADO NO WS-MES-CONTA.
       01  WS-ANOMES-ANT        PIC 9(06) VALUE ZEROS.
       01  WS-MES-CONTA         PIC 9(06) VALUE ZEROS.
       01  WS-MES-CONTA-R REDEFINES WS-MES-CONTA.
           05 WS-MC-ANO         PIC 9(04).
           05 WS-MC-MES         PIC 9(02).
      * DATA DE REFERENCIA: HOJE NO MES CORRENTE, O FIM DO MES NOS
      * MESES PASSADOS (DIA 31 SO PARA COMPARAR DATA COM DATA; OS
      * DIAS CORRIDOS SAEM DO DIA 1 DO MES SEGUINTE MENOS UM).
       01  WS-DATA-REF          PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-REF          PIC 9(08) VALUE ZEROS.
       01  WS-CORTE-VIS         PIC 9(08) VALUE ZEROS.
       01  WS-CORTE-VIS-R REDEFINES WS-CORTE-VIS.
           05 WS-CVIS-ANOMES    PIC 9(06).
           05 WS-CVIS-DIA       PIC 9(02).
       01  WS-CORTE-VEN         PIC 9(06) VALUE ZEROS.
      * PARAMETROS DO SUBPROGRAMA DIAUTIL (CALENDARIO CIVIL).
       01  WS-DU-FUNCAO         PIC X(01) VALUE SPACES.
       01  WS-DU-DATA           PIC 9(08) VALUE ZEROS.
       01  WS-DU-DATA-PROX      PIC 9(08) VALUE ZEROS.
       01  WS-DU-DIAS           PIC 9(08) VALUE ZEROS.
       01  WS-DU-UTIL           PIC X(01) VALUE SPACES.
      * CORTES DO PARAMS.DAT, OS MESMOS DO SICCV40 E DO SICCV41.
       01  WS-TOLERANCIA        PIC 9(05)V9(3) VALUE 5.
       01  WS-MES-SEM-VIS       PIC 9(03) VALUE 006.
       01  WS-MES-SEM-VEN       PIC 9(03) VALUE 006.
       01  WS-ULT-VISITA        PIC 9(08) VALUE ZEROS.
       01  WS-ULT-VENDA         PIC 9(06) VALUE ZEROS.
       01  WS-DIAS-SEM-VISITA   PIC S9(08) VALUE ZEROS.
       01  WS-REF-LA            PIC S9(03)V9(8) VALUE ZEROS.
       01  WS-REF-LO            PIC S9(03)V9(8) VALUE ZEROS.
      * TABELA DE MEDIDAS COM O PESO PADRAO E O SENTIDO ('A' = QUANTO
      * MAIS ALTO MELHOR, 'B' = QUANTO MAIS BAIXO MELHOR).
       01  WS-MEDIDAS-PADRAO.
           05 F                 PIC X(08) VALUE 'CUMPRIM '.
           05 F                 PIC 9(03) VALUE 025.
           05 F                 PIC X(01) VALUE 'A'.
           05 F                 PIC X(30) VALUE
              'CUMPRIMENTO DA META DE VISITA'.
           05 F                 PIC X(08) VALUE 'CONVERS '.
           05 F                 PIC 9(03) VALUE 020.
           05 F                 PIC X(01) VALUE 'A'.
           05 F                 PIC X(30) VALUE
              'CONVERSAO DE VISITA EM VENDA'.
           05 F                 PIC X(08) VALUE 'GPS     '.
           05 F                 PIC 9(03) VALUE 015.
           05 F                 PIC X(01) VALUE 'A'.
           05 F                 PIC X(30) VALUE
              'CHECK-IN DENTRO DA TOLERANCIA'.
           05 F                 PIC X(08) VALUE 'KM-VISIT'.
           05 F                 PIC 9(03) VALUE 010.
           05 F                 PIC X(01) VALUE 'B'.
           05 F                 PIC X(30) VALUE
              'KM RODADO POR VISITA'.
           05 F                 PIC X(08) VALUE 'TENDENC '.
           05 F                 PIC 9(03) VALUE 020.
           05 F                 PIC X(01) VALUE 'A'.
           05 F                 PIC X(30) VALUE
              'VENDA SOBRE MEDIA 3 MESES'.
           05 F                 PIC X(08) VALUE 'DORMENT '.
           05 F                 PIC 9(03) VALUE 010.
           05 F                 PIC X(01) VALUE 'B'.
           05 F                 PIC X(30) VALUE
              'CLIENTES DORMENTES'.
       01  WS-MEDIDAS REDEFINES WS-MEDIDAS-PADRAO.
           05 WS-MEDIDA-TAB OCCURS 6 TIMES.
              10 WS-MD-CODIGO   PIC X(08).
              10 WS-MD-PESO     PIC 9(03).
              10 WS-MD-SENTIDO  PIC X(01).
              10 WS-MD-DESCR    PIC X(30).
       01  WS-IM                PIC 9(01) VALUE ZEROS.
      * MENOR E MAIOR VALOR DE CADA MEDIDA ENTRE OS VENDEDORES.
       01  WS-FAIXAS.
           05 WS-FAIXA OCCURS 6 TIMES.
              10 WS-FX-TEM      PIC X(01).
              10 WS-FX-MIN      PIC 9(05)V9(02).
              10 WS-FX-MAX      PIC 9(05)V9(02).
      * CONTAGENS E MEDIDAS POR VENDEDOR (POSICAO = CODIGO + 1).
       01  WS-VDD-DESEMPENHO.
           05 WS-DV OCCURS 1000 TIMES.
              10 WS-DV-ATIVOS    PIC 9(05).
              10 WS-DV-COM-META  PIC 9(05).
              10 WS-DV-EM-DIA    PIC 9(05).
              10 WS-DV-DORMENTES PIC 9(05).
              10 WS-DV-VISITAS   PIC 9(05).
              10 WS-DV-VENDAS    PIC 9(05).
              10 WS-DV-CHECKINS  PIC 9(05).
              10 WS-DV-GPS-OK    PIC 9(05).
              10 WS-DV-KM        PIC 9(06)V9(03).
              10 WS-DV-MEDIDA-GRUPO OCCURS 6 TIMES.
                 15 WS-DV-MEDIDA    PIC 9(05)V9(02).
                 15 WS-DV-TEM       PIC X(01).
                 15 WS-DV-NOTA-MED  PIC 9(03)V9(01).
              10 WS-DV-NOTA      PIC 9(03)V9(01).
       01  WS-IV                PIC 9(04) VALUE ZEROS.
       01  WS-VDD-CODIGO        PIC 9(03) VALUE ZEROS.
       01  WS-VENDA-MES         PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-VENDA-ANT         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-IA                PIC 9(01) VALUE ZEROS.
       01  WS-VALOR             PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-PESO-SOMA         PIC 9(04) VALUE ZEROS.
       01  WS-PONTOS            PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-QTD-VENDEDORES    PIC 9(04) VALUE ZEROS.
      * RANKING.
       01  WS-FILIAL-CORRENTE   PIC X(02) VALUE SPACES.
       01  WS-PRIMEIRO          PIC X(01) VALUE 'S'.
       01  WS-POSICAO           PIC 9(03) VALUE ZEROS.
       01  WS-VARIACAO          PIC S9(03) VALUE ZEROS.
       01  WS-VARIACAO-ED       PIC +++9.
       01  WS-NOTA-ED           PIC ZZZ9.
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(38) VALUE
              'PAINEL DE DESEMPENHO DOS VENDEDORES - '.
           05 L02-ANOMES         PIC 9(06) VALUE ZEROS.
       01  LINHA-03          PIC X(80) VALUE
           "N  MEDIDA    PESO   DESCRICAO".
       01  LINHA-04.
           05 L04-NUMERO         PIC 9(01) VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-CODIGO         PIC X(08) VALUE SPACES.
           05 F                  PIC X(02) VALUE SPACES.
           05 L04-PESO           PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(03) VALUE SPACES.
           05 L04-DESCR          PIC X(30) VALUE SPACES.
       01  LINHA-05         PIC X(80) VALUE "POS VDD NOME
      -    "       CUMP CONV  GPS KM/V TEND DORM  NOTA   VAR".
       01  LINHA-06         PIC X(80) VALUE "--- --- -------------------
      -    "------ ---- ---- ---- ---- ---- ---- ----- -----".
       01  LINHA-07.
           05 L07-POSICAO        PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L07-VENDEDOR       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L07-NOME           PIC X(25) VALUE SPACES.
           05 L07-NOTAS OCCURS 6 TIMES.
              10 F               PIC X(01) VALUE SPACES.
              10 L07-NOTA-MED    PIC X(04) VALUE SPACES.
           05 F                  PIC X(01) VALUE SPACES.
           05 L07-NOTA           PIC ZZ9,9 VALUE ZEROS.
           05 F                  PIC X(01) VALUE SPACES.
           05 L07-VARIACAO       PIC X(05) VALUE SPACES.
       01  LINHA-08.
           05 F                  PIC X(08) VALUE 'FILIAL: '.
           05 L08-FILIAL         PIC X(02) VALUE SPACES.
       01  LINHA-09.
           05 F                  PIC X(13) VALUE 'VENDEDORES: '.
           05 L09-VENDEDORES     PIC ZZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           CALL 'AMBIENTE' USING WS-AMBIENTE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           IF WS-PARM-EXECUCAO(1:9) = 'RELATORIO'
              IF WS-PARM-EXECUCAO(11:6) NUMERIC
                 MOVE WS-PARM-EXECUCAO(11:6) TO WS-ANOMES
              ELSE
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES
           ELSE
              DISPLAY 'COMPETENCIA (AAAAMM): '
              ACCEPT WS-ANOMES
              IF WS-ANOMES = 0
                 MOVE WS-HOJE-ANOMES TO WS-ANOMES.
           INITIALIZE WS-VDD-DESEMPENHO WS-FAIXAS
           PERFORM ABRIR-ARQUIVOS
           PERFORM LE-PARAMETROS
           PERFORM LE-CONFIGURACAO
           PERFORM CALCULA-REFERENCIA
           PERFORM CARREGA-QUILOMETRAGEM
           PERFORM VARRE-CLIENTES
           PERFORM VARRE-VISITAS
           PERFORM CALCULA-MEDIDAS
           PERFORM GRAVA-PAINEL
           PERFORM IMPRIME-RANKING
           PERFORM FINALIZA.
      * -----------------------------------
       FINALIZA.
           IF ARQUIVO-CLISITE-OK
              CLOSE CLISITE.
           IF ARQUIVO-CLIHIST-OK
              CLOSE CLIHIST.
           IF ARQUIVO-VENDHIST-OK
              CLOSE VENDHIST.
           IF ARQUIVO-RESULTCD-OK
              CLOSE RESULTCD.
           IF ARQUIVO-DESPESA-OK
              CLOSE DESPESA.
           IF ARQUIVO-SEGMETA-OK
              CLOSE SEGMETA.
           CLOSE CLIENTES VENDEDOR VISITAS DESEMP DESTMP LISTAG
           DISPLAY 'DESEMPENHO ' WS-ANOMES
                   ' - VENDEDORES: ' WS-QTD-VENDEDORES
           STOP RUN.
      * -----------------------------------
      * CORTES DO PARAMS.DAT; CHAVE AUSENTE OU ZERADA FICA COM O
      * PADRAO.
       LE-PARAMETROS.
           OPEN INPUT PARAMS
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-PARAMS
           ELSE
              MOVE 'N' TO WS-TEM-PARAMS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'GPS-TOL-KM  ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-TOLERANCIA.
           IF ARQUIVO-PARAMS-OK
              MOVE 'MES-SEM-VIS ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-MES-SEM-VIS.
           IF ARQUIVO-PARAMS-OK
              MOVE 'MES-SEM-VEN ' TO PR-CHAVE
              READ PARAMS
              IF FS-STAT = 00 AND PR-VALOR > 0
                 MOVE PR-VALOR TO WS-MES-SEM-VEN.
           IF ARQUIVO-PARAMS-OK
              CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
      * LE O DESEMPENHO.CFG (SE EXISTIR) E TROCA OS PESOS PADRAO.
       LE-CONFIGURACAO.
           OPEN INPUT DESCFG
           IF FS-STAT = 00
              MOVE 'N' TO WS-FIM-ARQ
              PERFORM LE-CONFIG-PASSO UNTIL FIM-ARQ
              CLOSE DESCFG.
           MOVE 0 TO FS-STAT.
       LE-CONFIG-PASSO.
           READ DESCFG AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ AND DC-PESO NUMERIC
              MOVE 1 TO WS-IM
              PERFORM TROCA-PESO UNTIL WS-IM > 6.
       TROCA-PESO.
           IF WS-MD-CODIGO(WS-IM) = DC-MEDIDA
              MOVE DC-PESO TO WS-MD-PESO(WS-IM).
           ADD 1 TO WS-IM.
      * DATA DE REFERENCIA, MES ANTERIOR E CORTES DA DORMENCIA.
       CALCULA-REFERENCIA.
           MOVE WS-ANOMES TO WS-MES-CONTA
           PERFORM RECUA-MES
           MOVE WS-MES-CONTA TO WS-ANOMES-ANT
           IF WS-ANOMES = WS-HOJE-ANOMES
              MOVE WS-HOJE TO WS-DATA-REF WS-DU-DATA
              PERFORM CALCULA-DIAS
              MOVE WS-DU-DIAS TO WS-DIAS-REF
           ELSE
              COMPUTE WS-DATA-REF = WS-ANOMES * 100 + 31
              MOVE WS-ANOMES TO WS-MES-CONTA
              PERFORM AVANCA-MES
              COMPUTE WS-DU-DATA = WS-MES-CONTA * 100 + 1
              PERFORM CALCULA-DIAS
              COMPUTE WS-DIAS-REF = WS-DU-DIAS - 1.
           MOVE WS-DATA-REF TO WS-CORTE-VIS
           MOVE WS-CVIS-ANOMES TO WS-MES-CONTA
           PERFORM RECUA-MES WS-MES-SEM-VIS TIMES
           MOVE WS-MES-CONTA TO WS-CVIS-ANOMES
           MOVE WS-ANOMES TO WS-MES-CONTA
           PERFORM RECUA-MES WS-MES-SEM-VEN TIMES
           MOVE WS-MES-CONTA TO WS-CORTE-VEN.
       RECUA-MES.
           IF WS-MC-MES = 1
              MOVE 12 TO WS-MC-MES
              SUBTRACT 1 FROM WS-MC-ANO
           ELSE
              SUBTRACT 1 FROM WS-MC-MES.
       AVANCA-MES.
           IF WS-MC-MES = 12
              MOVE 1 TO WS-MC-MES
              ADD 1 TO WS-MC-ANO
           ELSE
              ADD 1 TO WS-MC-MES.
      * DIA JULIANO DE WS-DU-DATA PELO DIAUTIL (CALENDARIO CIVIL).
       CALCULA-DIAS.
           MOVE 'D' TO WS-DU-FUNCAO
           MOVE 0 TO WS-DU-DIAS
           CALL 'DIAUTIL' USING WS-DU-FUNCAO WS-DU-DATA
                                WS-DU-DATA-PROX WS-DU-DIAS WS-DU-UTIL.
      * KM DO MES POR VENDEDOR: AS LINHAS 'KM ' DO DESPESA.DAT QUE
      * NAO FORAM REJEITADAS.
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
              ADD DP-KM TO WS-DV-KM(WS-IV).
      * -----------------------------------
      * CLIENTES ATIVOS DE CADA VENDEDOR: META DE VISITA EM DIA NA
      * DATA DE REFERENCIA (SICCV17) E DORMENCIA (SICCV41).
       VARRE-CLIENTES.
           MOVE ZEROS TO CL-CODIGO
           START CLIENTES KEY NOT LESS THAN CL-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VARRE-CLIENTE-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       VARRE-CLIENTE-PASSO.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF CLIENTE-ATIVO AND CL-VENDEDOR > 0
                 PERFORM AVALIA-CLIENTE.
       AVALIA-CLIENTE.
           COMPUTE WS-IV = CL-VENDEDOR + 1
           ADD 1 TO WS-DV-ATIVOS(WS-IV)
           PERFORM ACHA-ULTIMA-VISITA
           IF ARQUIVO-SEGMETA-OK AND CL-SEGMENTO NOT = SPACES
              MOVE CL-SEGMENTO TO SG-SEGMENTO
              READ SEGMETA
              IF FS-STAT = 00
                 ADD 1 TO WS-DV-COM-META(WS-IV)
                 PERFORM CONFERE-META.
           IF WS-ULT-VISITA < WS-CORTE-VIS
              PERFORM ACHA-ULTIMA-VENDA
              IF WS-ULT-VENDA < WS-CORTE-VEN
                 ADD 1 TO WS-DV-DORMENTES(WS-IV).
           MOVE 0 TO FS-STAT.
       CONFERE-META.
           IF WS-ULT-VISITA > 0
              MOVE WS-ULT-VISITA TO WS-DU-DATA
              PERFORM CALCULA-DIAS
              COMPUTE WS-DIAS-SEM-VISITA = WS-DIAS-REF - WS-DU-DIAS
              IF WS-DIAS-SEM-VISITA NOT > SG-DIAS-VISITA
                 ADD 1 TO WS-DV-EM-DIA(WS-IV).
      * ULTIMA VISITA ATE A DATA DE REFERENCIA.
       ACHA-ULTIMA-VISITA.
           MOVE 0 TO WS-ULT-VISITA
           MOVE CL-CODIGO TO VI-CLIENTE
           MOVE ZEROS TO VI-DATA VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-ITEM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ITEM.
           PERFORM ACHA-VISITA-PASSO UNTIL FIM-ITEM
           MOVE 0 TO FS-STAT.
       ACHA-VISITA-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-ITEM.
           IF NOT FIM-ITEM
              IF VI-CLIENTE NOT = CL-CODIGO
                 OR VI-DATA > WS-DATA-REF
                 MOVE 'S' TO WS-FIM-ITEM
              ELSE
                 MOVE VI-DATA TO WS-ULT-VISITA.
      * ULTIMA VENDA ATE O MES: A LINHA DE MAIOR ANOMES DO CLIENTE
      * NO CLIHIST QUE NAO PASSA DO MES (LE PARA TRAS).
       ACHA-ULTIMA-VENDA.
           MOVE 0 TO WS-ULT-VENDA
           IF ARQUIVO-CLIHIST-OK
              MOVE CL-CODIGO TO CH-CLIENTE
              MOVE WS-ANOMES TO CH-ANOMES
              START CLIHIST KEY NOT GREATER THAN CH-CHAVE
              IF FS-STAT = 00
                 READ CLIHIST PREVIOUS AT END
                    MOVE 10 TO FS-STAT.
           IF ARQUIVO-CLIHIST-OK AND FS-STAT = 00
              IF CH-CLIENTE = CL-CODIGO
                 MOVE CH-ANOMES TO WS-ULT-VENDA.
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * VISITAS DO MES, PARA O VENDEDOR ATUAL DO CLIENTE: CONVERSAO
      * (SICCV43) E CHECK-IN DENTRO DA TOLERANCIA (SICCV40).
       VARRE-VISITAS.
           MOVE ZEROS TO VI-CLIENTE VI-DATA VI-HORA
           START VISITAS KEY NOT LESS THAN VI-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM VARRE-VISITA-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       VARRE-VISITA-PASSO.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              MOVE VI-DATA(1:6) TO WS-VI-ANOMES
              IF WS-VI-ANOMES = WS-ANOMES
                 PERFORM AVALIA-VISITA.
       AVALIA-VISITA.
           MOVE VI-CLIENTE TO CL-CODIGO
           READ CLIENTES
           IF FS-STAT = 00 AND CL-VENDEDOR > 0
              COMPUTE WS-IV = CL-VENDEDOR + 1
              ADD 1 TO WS-DV-VISITAS(WS-IV)
              PERFORM CONFERE-VENDA
              IF VI-CHECKIN-LAT NOT = 0 OR VI-CHECKIN-LONG NOT = 0
                 PERFORM MEDE-DESVIO.
           MOVE 0 TO FS-STAT.
       CONFERE-VENDA.
           IF ARQUIVO-RESULTCD-OK AND VI-RESULT-COD NOT = SPACES
              MOVE VI-RESULT-COD TO RS-CODIGO
              READ RESULTCD
              IF FS-STAT = 00 AND RESULTADO-E-VENDA
                 ADD 1 TO WS-DV-VENDAS(WS-IV).
           MOVE 0 TO FS-STAT.
       MEDE-DESVIO.
           ADD 1 TO WS-DV-CHECKINS(WS-IV)
           MOVE CL-LATITUDE  TO WS-REF-LA
           MOVE CL-LONGITUDE TO WS-REF-LO
           IF VI-SITE NOT = 0 AND ARQUIVO-CLISITE-OK
              MOVE VI-CLIENTE TO SI-CLIENTE
              MOVE VI-SITE    TO SI-SITE
              READ CLISITE
              IF FS-STAT = 00
                 MOVE SI-LATITUDE  TO WS-REF-LA
                 MOVE SI-LONGITUDE TO WS-REF-LO.
           MOVE WS-REF-LA TO C-LA
           MOVE WS-REF-LO TO C-LO
           MOVE VI-CHECKIN-LAT  TO V-LA
           MOVE VI-CHECKIN-LONG TO V-LO
           MOVE 0 TO DISTANCIA WS-MULTIPLICADOR
           CALL 'FORMULA' USING C-LA C-LO V-LA V-LO
                                DISTANCIA WS-MULTIPLICADOR
           IF DISTANCIA NOT > WS-TOLERANCIA
              ADD 1 TO WS-DV-GPS-OK(WS-IV).
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * MEDIDAS DE CADA VENDEDOR CADASTRADO E A FAIXA (MENOR E MAIOR)
      * DE CADA UMA ENTRE ELES. MEDIDA SEM BASE NO MES FICA 'N'.
       CALCULA-MEDIDAS.
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM CALCULA-MEDIDAS-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       CALCULA-MEDIDAS-PASSO.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              COMPUTE WS-IV = VD-CODIGO + 1
              PERFORM CALCULA-MEDIDAS-VENDEDOR
              MOVE 1 TO WS-IM
              PERFORM ACERTA-FAIXA UNTIL WS-IM > 6.
       CALCULA-MEDIDAS-VENDEDOR.
           MOVE 1 TO WS-IM
           PERFORM LIMPA-MEDIDA UNTIL WS-IM > 6
           IF WS-DV-COM-META(WS-IV) > 0
              MOVE 'S' TO WS-DV-TEM(WS-IV, 1)
              COMPUTE WS-DV-MEDIDA(WS-IV, 1) ROUNDED =
                      WS-DV-EM-DIA(WS-IV) * 100
                      / WS-DV-COM-META(WS-IV).
           IF WS-DV-VISITAS(WS-IV) > 0
              MOVE 'S' TO WS-DV-TEM(WS-IV, 2)
              COMPUTE WS-DV-MEDIDA(WS-IV, 2) ROUNDED =
                      WS-DV-VENDAS(WS-IV) * 100
                      / WS-DV-VISITAS(WS-IV).
           IF WS-DV-CHECKINS(WS-IV) > 0
              MOVE 'S' TO WS-DV-TEM(WS-IV, 3)
              COMPUTE WS-DV-MEDIDA(WS-IV, 3) ROUNDED =
                      WS-DV-GPS-OK(WS-IV) * 100
                      / WS-DV-CHECKINS(WS-IV).
           IF WS-DV-VISITAS(WS-IV) > 0 AND WS-DV-KM(WS-IV) > 0
              MOVE 'S' TO WS-DV-TEM(WS-IV, 4)
              COMPUTE WS-DV-MEDIDA(WS-IV, 4) ROUNDED =
                      WS-DV-KM(WS-IV) / WS-DV-VISITAS(WS-IV).
           PERFORM CALCULA-TENDENCIA
           IF WS-DV-ATIVOS(WS-IV) > 0
              MOVE 'S' TO WS-DV-TEM(WS-IV, 6)
              COMPUTE WS-DV-MEDIDA(WS-IV, 6) ROUNDED =
                      WS-DV-DORMENTES(WS-IV) * 100
                      / WS-DV-ATIVOS(WS-IV).
       LIMPA-MEDIDA.
           MOVE 0   TO WS-DV-MEDIDA(WS-IV, WS-IM)
                       WS-DV-NOTA-MED(WS-IV, WS-IM)
           MOVE 'N' TO WS-DV-TEM(WS-IV, WS-IM)
           ADD 1 TO WS-IM.
      * VENDA DO MES SOBRE A MEDIA DOS 3 MESES ANTERIORES (TETO DE
      * 999,99%); SEM VENDA NOS 3 MESES NAO HA BASE.
       CALCULA-TENDENCIA.
           MOVE 0 TO WS-VENDA-MES WS-VENDA-ANT
           IF ARQUIVO-VENDHIST-OK
              MOVE VD-CODIGO TO VH-VENDEDOR
              MOVE WS-ANOMES TO VH-ANOMES WS-MES-CONTA
              READ VENDHIST
              IF FS-STAT = 00
                 MOVE VH-VALOR TO WS-VENDA-MES.
           IF ARQUIVO-VENDHIST-OK
              MOVE 1 TO WS-IA
              PERFORM SOMA-VENDA-ANTERIOR UNTIL WS-IA > 3.
           IF WS-VENDA-ANT > 0
              MOVE 'S' TO WS-DV-TEM(WS-IV, 5)
              COMPUTE WS-PONTOS ROUNDED =
                      WS-VENDA-MES * 300 / WS-VENDA-ANT
              IF WS-PONTOS > 999,99
                 MOVE 999,99 TO WS-DV-MEDIDA(WS-IV, 5)
              ELSE
                 MOVE WS-PONTOS TO WS-DV-MEDIDA(WS-IV, 5).
           MOVE 0 TO FS-STAT.
       SOMA-VENDA-ANTERIOR.
           PERFORM RECUA-MES
           MOVE WS-MES-CONTA TO VH-ANOMES
           READ VENDHIST
           IF FS-STAT = 00
              ADD VH-VALOR TO WS-VENDA-ANT.
           ADD 1 TO WS-IA.
       ACERTA-FAIXA.
           IF WS-DV-TEM(WS-IV, WS-IM) = 'S'
              IF WS-FX-TEM(WS-IM) NOT = 'S'
                 MOVE 'S' TO WS-FX-TEM(WS-IM)
                 MOVE WS-DV-MEDIDA(WS-IV, WS-IM) TO WS-FX-MIN(WS-IM)
                                                    WS-FX-MAX(WS-IM)
              ELSE
                 PERFORM ALARGA-FAIXA.
           ADD 1 TO WS-IM.
       ALARGA-FAIXA.
           IF WS-DV-MEDIDA(WS-IV, WS-IM) < WS-FX-MIN(WS-IM)
              MOVE WS-DV-MEDIDA(WS-IV, WS-IM) TO WS-FX-MIN(WS-IM).
           IF WS-DV-MEDIDA(WS-IV, WS-IM) > WS-FX-MAX(WS-IM)
              MOVE WS-DV-MEDIDA(WS-IV, WS-IM) TO WS-FX-MAX(WS-IM).
      * -----------------------------------
      * NOTA DE CADA MEDIDA (0 = PIOR DO MES, 100 = MELHOR; TODOS
      * IGUAIS = 100) E NOTA FINAL PONDERADA SO PELAS MEDIDAS COM
      * BASE. TROCA A RODADA DO MES NO DESEMP.DAT E MONTA O DESTMP.
       GRAVA-PAINEL.
           MOVE WS-ANOMES TO DE-ANOMES
           MOVE ZEROS TO DE-VENDEDOR
           START DESEMP KEY NOT LESS THAN DE-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM LIMPA-MES-PASSO UNTIL FIM-ARQ
           MOVE ZEROS TO VD-CODIGO
           START VENDEDOR KEY NOT LESS THAN VD-CODIGO
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM GRAVA-PAINEL-PASSO UNTIL FIM-ARQ
           MOVE 0 TO FS-STAT.
       LIMPA-MES-PASSO.
           READ DESEMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF DE-ANOMES NOT = WS-ANOMES
                 MOVE 'S' TO WS-FIM-ARQ
              ELSE
                 DELETE DESEMP.
       GRAVA-PAINEL-PASSO.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              COMPUTE WS-IV = VD-CODIGO + 1
              MOVE 0 TO WS-PESO-SOMA WS-PONTOS
              MOVE 1 TO WS-IM
              PERFORM NORMALIZA-MEDIDA UNTIL WS-IM > 6
              IF WS-PESO-SOMA > 0
                 PERFORM GRAVA-VENDEDOR.
       NORMALIZA-MEDIDA.
           IF WS-DV-TEM(WS-IV, WS-IM) = 'S'
              IF WS-FX-MAX(WS-IM) = WS-FX-MIN(WS-IM)
                 MOVE 100 TO WS-DV-NOTA-MED(WS-IV, WS-IM)
              ELSE
                 PERFORM ESCALA-MEDIDA.
           IF WS-DV-TEM(WS-IV, WS-IM) = 'S' AND WS-MD-PESO(WS-IM) > 0
              ADD WS-MD-PESO(WS-IM) TO WS-PESO-SOMA
              COMPUTE WS-PONTOS = WS-PONTOS +
                      WS-DV-NOTA-MED(WS-IV, WS-IM) * WS-MD-PESO(WS-IM).
           ADD 1 TO WS-IM.
       ESCALA-MEDIDA.
           IF WS-MD-SENTIDO(WS-IM) = 'B'
              COMPUTE WS-DV-NOTA-MED(WS-IV, WS-IM) ROUNDED =
                      (WS-FX-MAX(WS-IM) - WS-DV-MEDIDA(WS-IV, WS-IM))
                      * 100 / (WS-FX-MAX(WS-IM) - WS-FX-MIN(WS-IM))
           ELSE
              COMPUTE WS-DV-NOTA-MED(WS-IV, WS-IM) ROUNDED =
                      (WS-DV-MEDIDA(WS-IV, WS-IM) - WS-FX-MIN(WS-IM))
                      * 100 / (WS-FX-MAX(WS-IM) - WS-FX-MIN(WS-IM)).
       GRAVA-VENDEDOR.
           COMPUTE WS-DV-NOTA(WS-IV) ROUNDED = WS-PONTOS / WS-PESO-SOMA
           MOVE WS-ANOMES TO DE-ANOMES
           MOVE VD-CODIGO TO DE-VENDEDOR
           MOVE VD-FILIAL TO DE-FILIAL
           MOVE WS-HOJE   TO DE-DATA-APURACAO
           MOVE 1 TO WS-IM
           PERFORM COPIA-MEDIDA UNTIL WS-IM > 6
           MOVE WS-DV-NOTA(WS-IV) TO DE-NOTA
           MOVE 0 TO DE-POSICAO
           WRITE REG-DESEMP
           IF FS-STAT = 22
              REWRITE REG-DESEMP.
           MOVE VD-FILIAL TO DT-FILIAL
           COMPUTE DT-INVERSO = 1000 - WS-DV-NOTA(WS-IV) * 10
           MOVE VD-CODIGO TO DT-VENDEDOR
           WRITE REG-DESTMP
           ADD 1 TO WS-QTD-VENDEDORES
           MOVE 0 TO FS-STAT.
       COPIA-MEDIDA.
           MOVE WS-DV-MEDIDA(WS-IV, WS-IM)   TO DE-MEDIDA(WS-IM)
           MOVE WS-DV-TEM(WS-IV, WS-IM)      TO DE-TEM-MEDIDA(WS-IM)
           MOVE WS-DV-NOTA-MED(WS-IV, WS-IM) TO DE-NOTA-MEDIDA(WS-IM)
           ADD 1 TO WS-IM.
      * -----------------------------------
      * RANKING POR FILIAL: NUMERA NA ORDEM DO DESTMP, GRAVA A
      * POSICAO NO DESEMP.DAT E COMPARA COM A DO MES ANTERIOR.
       IMPRIME-RANKING.
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE WS-ANOMES TO L02-ANOMES
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-03 BEFORE 1
           MOVE 1 TO WS-IM
           PERFORM IMPRIME-MEDIDA UNTIL WS-IM > 6
           WRITE LINHA FROM LINHA-01 BEFORE 2
           MOVE 'S' TO WS-PRIMEIRO
           MOVE LOW-VALUES TO DT-CHAVE
           START DESTMP KEY NOT LESS THAN DT-CHAVE
           MOVE 'N' TO WS-FIM-ARQ
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-FIM-ARQ.
           PERFORM IMPRIME-RANKING-PASSO UNTIL FIM-ARQ
           MOVE WS-QTD-VENDEDORES TO L09-VENDEDORES
           WRITE LINHA FROM LINHA-09 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 1
           MOVE 0 TO FS-STAT.
       IMPRIME-MEDIDA.
           MOVE WS-IM               TO L04-NUMERO
           MOVE WS-MD-CODIGO(WS-IM) TO L04-CODIGO
           MOVE WS-MD-PESO(WS-IM)   TO L04-PESO
           MOVE WS-MD-DESCR(WS-IM)  TO L04-DESCR
           WRITE LINHA FROM LINHA-04 BEFORE 1
           ADD 1 TO WS-IM.
       IMPRIME-RANKING-PASSO.
           READ DESTMP NEXT AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF WS-PRIMEIRO = 'S' OR DT-FILIAL NOT = WS-FILIAL-CORRENTE
                 PERFORM ABRE-FILIAL.
           IF NOT FIM-ARQ
              ADD 1 TO WS-POSICAO
              PERFORM POSICIONA-VENDEDOR.
       ABRE-FILIAL.
           IF WS-PRIMEIRO = 'N'
              WRITE LINHA FROM LINHA-01 BEFORE 1.
           MOVE 'N' TO WS-PRIMEIRO
           MOVE DT-FILIAL TO WS-FILIAL-CORRENTE L08-FILIAL
           MOVE 0 TO WS-POSICAO
           WRITE LINHA FROM LINHA-08 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           WRITE LINHA FROM LINHA-06 BEFORE 1.
       POSICIONA-VENDEDOR.
           MOVE SPACES TO L07-VARIACAO
           MOVE DT-VENDEDOR TO DE-VENDEDOR WS-VDD-CODIGO
           MOVE WS-ANOMES-ANT TO DE-ANOMES
           READ DESEMP
           IF FS-STAT = 00 AND DE-POSICAO > 0
              AND DE-FILIAL = WS-FILIAL-CORRENTE
              COMPUTE WS-VARIACAO = DE-POSICAO - WS-POSICAO
              PERFORM MONTA-VARIACAO
           ELSE
              MOVE ' NOVO' TO L07-VARIACAO.
           MOVE WS-ANOMES     TO DE-ANOMES
           MOVE WS-VDD-CODIGO TO DE-VENDEDOR
           READ DESEMP
           IF FS-STAT = 00
              MOVE WS-POSICAO TO DE-POSICAO
              REWRITE REG-DESEMP
              PERFORM IMPRIME-VENDEDOR.
           MOVE 0 TO FS-STAT.
       MONTA-VARIACAO.
           IF WS-VARIACAO = 0
              MOVE '    =' TO L07-VARIACAO
           ELSE
              MOVE WS-VARIACAO TO WS-VARIACAO-ED
              MOVE WS-VARIACAO-ED TO L07-VARIACAO(2:4).
       IMPRIME-VENDEDOR.
           MOVE WS-POSICAO    TO L07-POSICAO
           MOVE WS-VDD-CODIGO TO L07-VENDEDOR VD-CODIGO
           READ VENDEDOR
           IF FS-STAT = 00
              MOVE VD-NOME TO L07-NOME
           ELSE
              MOVE SPACES TO L07-NOME.
           MOVE 1 TO WS-IM
           PERFORM MONTA-NOTA-MEDIDA UNTIL WS-IM > 6
           MOVE DE-NOTA TO L07-NOTA
           WRITE LINHA FROM LINHA-07 BEFORE 1.
       MONTA-NOTA-MEDIDA.
           IF DE-TEM-MEDIDA(WS-IM) = 'S'
              MOVE DE-NOTA-MEDIDA(WS-IM) TO WS-NOTA-ED
              MOVE WS-NOTA-ED TO L07-NOTA-MED(WS-IM)
           ELSE
              MOVE '   -' TO L07-NOTA-MED(WS-IM).
           ADD 1 TO WS-IM.
      * -----------------------------------
      * ABRE ARQUIVOS (O DESTMP E RECOMECADO A CADA RODADA)
       ABRIR-ARQUIVOS.
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO CLIENTES: ' FS-STAT
              STOP RUN.
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VENDEDOR: ' FS-STAT
              STOP RUN.
           OPEN INPUT VISITAS
           IF FS-STAT NOT = '00'
              DISPLAY 'ESTADO DO ARQUIVO VISITAS: ' FS-STAT
              STOP RUN.
           OPEN INPUT CLISITE
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLISITE
           ELSE
              MOVE 'N' TO WS-TEM-CLISITE.
           OPEN INPUT CLIHIST
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-CLIHIST
           ELSE
              MOVE 'N' TO WS-TEM-CLIHIST.
           OPEN INPUT VENDHIST
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-VENDHIST
           ELSE
              MOVE 'N' TO WS-TEM-VENDHIST.
           OPEN INPUT RESULTCD
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-RESULTCD
           ELSE
              MOVE 'N' TO WS-TEM-RESULTCD.
           OPEN INPUT DESPESA
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-DESPESA
           ELSE
              MOVE 'N' TO WS-TEM-DESPESA.
           OPEN INPUT SEGMETA
           IF FS-STAT = '00'
              MOVE 'S' TO WS-TEM-SEGMETA
           ELSE
              MOVE 'N' TO WS-TEM-SEGMETA.
           OPEN I-O DESEMP
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT DESEMP
              CLOSE DESEMP
              OPEN I-O DESEMP.
           OPEN OUTPUT DESTMP
           CLOSE DESTMP
           OPEN I-O DESTMP
           OPEN OUTPUT LISTAG
           MOVE 0 TO FS-STAT.
