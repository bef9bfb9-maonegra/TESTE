       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SICCV76.
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
      * OBJETIVO.....: SICCV76 - CLONE MASCARADO DA PRODUCAO PARA UM        *
      *                AMBIENTE DE TREINAMENTO. COPIA OS ARQUIVOS           *
      *                CADASTRAIS, DE MOVIMENTO E DE HISTORICO DA PRODUCAO  *
      *                (NOMES SEM PREFIXO) PARA O PREFIXO DO AMBIENTE       *
      *                INFORMADO NA LINHA DE COMANDO, PASSANDO CADA UM PELO *
      *                SEQUENCIAL CLONE.TMP COMO NO BACKUP DO SICCV11. NA   *
      *                VOLTA TROCA A RAZAO SOCIAL, O NOME DO VENDEDOR E OS  *
      *                CONTATOS (NOME, FONE E E-MAIL) POR TEXTOS FICTICIOS, *
      *                EMBARALHA A RAIZ DO CNPJ (E O CODIGO DO GRUPO        *
      *                ECONOMICO) E A BASE DO CPF RECALCULANDO OS DIGITOS   *
      *                VERIFICADORES, E MULTIPLICA OS VALORES DE VENDA PELO *
      *                FATOR DA CHAVE. CODIGOS, COORDENADAS E LIGACOES      *
      *                ENTRE OS ARQUIVOS FICAM COMO NA PRODUCAO, ENTAO A    *
      *                COPIA PASSA NO SICCV10. A CHAVE VEM DA VARIAVEL DE   *
      *                AMBIENTE SICCVCLONE (12 DIGITOS: FATOR 9V999 ENTRE   *
      *                0,500 E 1,500 E SEMENTE DE 8 DIGITOS); SEM ELA NADA  *
      *                E COPIADO. ENTRAM TAMBEM O GERDIST, AS FOTOGRAFIAS   *
      *                DA CARTEIRA (CARTSNAP.AAAAMMDD) COM O SNAPCAT, AS    *
      *                GRAVACOES PENDENTES (PENDCLI E PENDVDD) E AS AGENDAS *
      *                AGENDA.NNN.CSV, AS TRES ULTIMAS MASCARADAS COMO O    *
      *                CADASTRO. FICAM DE FORA DE PROPOSITO: AS TRILHAS     *
      *                (JORNAL, AUDIND, AUDCADEI, AUDITORIAS CSV E          *
      *                HISTCART.CSV), QUE SAO SELADAS E NAO FECHARIAM COM   *
      *                OS DADOS MASCARADOS; SESSOES E SPOOL, QUE SAO DA     *
      *                PRODUCAO; OS TEMPORARIOS; O CONTROLE DE RODADA       *
      *                (CHECKPNT, COORDCTL, ORQUESTR, CKIMPORT), QUE FARIA  *
      *                O DESTINO RETOMAR UMA RODADA QUE NAO ACONTECEU NELE  *
      *                (SEM O COORDCTL O SICCV05 RECALCULA TUDO); O         *
      *                SIMCART, REFEITO PELA SIMULACAO; O PROMOCAO, QUE     *
      *                COMPARA AMBIENTES; E OS CSV DE INTERFACE E DE        *
      *                RELATORIO E OS BACKUPS (.BKP), REGERADOS NO DESTINO. *
      *                A LISTAGEM TRAZ LIDOS E GRAVADOS POR ARQUIVO.        *
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
       COPY CEP.SEL.
       COPY REGIAO.SEL.
       COPY VISITAS.SEL.
       COPY PARAMS.SEL.
       COPY AUSENCIA.SEL.
       COPY COMISSAO.SEL.
       COPY VENDHIST.SEL.
       COPY OPERADOR.SEL.
       COPY RESULTCD.SEL.
       COPY AJUSTE.SEL.
       COPY CLIHIST.SEL.
       COPY FERIADO.SEL.
       COPY FECHAMES.SEL.
       COPY PROPOSTA.SEL.
       COPY CONTATO.SEL.
       COPY CLISITE.SEL.
       COPY ALERTA.SEL.
           SELECT SEGMETA ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY SG-SEGMENTO.
       COPY CEPFAIXA.SEL.
       COPY GEOPEND.SEL.
       COPY COMIHIST.SEL.
       COPY VENDMETA.SEL.
       COPY LINHAPRD.SEL.
       COPY CLILINHA.SEL.
       COPY PEDIDO.SEL.
       COPY PEDITEM.SEL.
       COPY RECHIST.SEL.
       COPY KMTAXA.SEL.
       COPY DESPESA.SEL.
       COPY VDCOMP.SEL.
       COPY GRUPO.SEL.
       COPY OCORREN.SEL.
       COPY OCTIPO.SEL.
       COPY CAMPANHA.SEL.
       COPY CAMPALVO.SEL.
       COPY OPORTUN.SEL.
       COPY OPESTAG.SEL.
       COPY PREVISAO.SEL.
       COPY LGPDREG.SEL.
       COPY DISTRIB.SEL.
       COPY PACCTL.SEL.
       COPY PACCLI.SEL.
       COPY JORNADA.SEL.
       COPY CLIARQ.SEL.
       COPY QUALHIST.SEL.
       COPY DESEMP.SEL.
       COPY DICDADOS.SEL.
       COPY EXTRDEF.SEL.
       COPY PESQUISA.SEL.
       COPY DELEGA.SEL.
       COPY ENVELHE.SEL.
       COPY EQUIPE.SEL.
       COPY COMPROM.SEL.
       COPY CONCIL.SEL.
       COPY RECEITA.SEL.
       COPY CONCORR.SEL.
       COPY VISCONC.SEL.
       COPY ONBOARD.SEL.
           SELECT GERDIST ASSIGN TO DISK
                  FILE STATUS IS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY GD-CHAVE.
           SELECT SNAPCAT ASSIGN TO DISK
                  FILE STATUS IS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY SNC-DATA.
           SELECT CARTSNAP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDCLI ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PC-CODIGO.
           SELECT PENDVDD ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY PV-CODIGO.
           SELECT AGENDCSV ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLNTMP ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTAG ASSIGN TO PRINTER.

       DATA DIVISION.
       FILE SECTION.
       COPY CLIENTES.FD.
       COPY VENDEDOR.FD.
       COPY CARTEIRA.FD.
       COPY CEP.FD.
       COPY REGIAO.FD.
       COPY VISITAS.FD.
       COPY PARAMS.FD.
       COPY AUSENCIA.FD.
       COPY COMISSAO.FD.
       COPY VENDHIST.FD.
       COPY OPERADOR.FD.
       COPY RESULTCD.FD.
       COPY AJUSTE.FD.
       COPY CLIHIST.FD.
       COPY FERIADO.FD.
       COPY FECHAMES.FD.
       COPY PROPOSTA.FD.
       COPY CONTATO.FD.
       COPY CLISITE.FD.
       COPY ALERTA.FD.
       FD  SEGMETA LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-SEGMETA.
       01  REG-SEGMETA.
           05 SG-SEGMENTO       PIC X(01).
           05 SG-DIAS-VISITA    PIC 9(03).
       COPY CEPFAIXA.FD.
       COPY GEOPEND.FD.
       COPY COMIHIST.FD.
       COPY VENDMETA.FD.
       COPY LINHAPRD.FD.
       COPY CLILINHA.FD.
       COPY PEDIDO.FD.
       COPY PEDITEM.FD.
       COPY RECHIST.FD.
       COPY KMTAXA.FD.
       COPY DESPESA.FD.
       COPY VDCOMP.FD.
       COPY GRUPO.FD.
       COPY OCORREN.FD.
       COPY OCTIPO.FD.
       COPY CAMPANHA.FD.
       COPY CAMPALVO.FD.
       COPY OPORTUN.FD.
       COPY OPESTAG.FD.
       COPY PREVISAO.FD.
       COPY LGPDREG.FD.
       COPY DISTRIB.FD.
       COPY PACCTL.FD.
       COPY PACCLI.FD.
       COPY JORNADA.FD.
       COPY CLIARQ.FD.
       COPY QUALHIST.FD.
       COPY DESEMP.FD.
       COPY DICDADOS.FD.
       COPY EXTRDEF.FD.
       COPY PESQUISA.FD.
       COPY DELEGA.FD.
       COPY ENVELHE.FD.
       COPY EQUIPE.FD.
       COPY COMPROM.FD.
       COPY CONCIL.FD.
       COPY RECEITA.FD.
       COPY CONCORR.FD.
       COPY VISCONC.FD.
       COPY ONBOARD.FD.
      * GERDIST, FOTOGRAFIAS DA CARTEIRA E CATALOGO: MESMOS LAYOUTS DO
      * SICCV05 E DO SICCV33.
       FD  GERDIST LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-GERDIST.
       01  REG-GERDIST.
           05 GD-CHAVE.
               10 GD-CLIENTE    PIC 9(07).
               10 GD-DISTANCIA  PIC 9(05)V9(3).
               10 GD-VENDEDOR   PIC 9(3).
           05 GD-FILLER         PIC X.
       FD  SNAPCAT LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-SNAPCAT.
       01  REG-SNAPCAT.
           05 SNC-DATA              PIC 9(08).
           05 SNC-FILLER            PIC X(02).
       FD  CARTSNAP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SNAP-ARQ.
       01  REG-CARTSNAP.
           05 SN-CLIENTE            PIC 9(07).
           05 SN-F1                 PIC X(01).
           05 SN-VENDEDOR           PIC 9(03).
           05 SN-F2                 PIC X(01).
           05 SN-DISTANCIA          PIC 9(05)V9(3).
      * GRAVACOES PENDENTES DO SICCV01 E DO SICCV02 (MESMOS REG-PENDGRAV):
      * A IMAGEM GUARDADA E O REGISTRO INTEIRO DO CLIENTE OU VENDEDOR.
       FD  PENDCLI  LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-PENDCLI.
       01  REG-PENDCLI.
           05 PC-CODIGO           PIC 9(07).
           05 PC-DATA             PIC 9(08).
           05 PC-HORA             PIC 9(08).
           05 PC-ERRO             PIC 9(02).
           05 PC-DADOS            PIC X(195).
       FD  PENDVDD  LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-PENDVDD.
       01  REG-PENDVDD.
           05 PV-CODIGO           PIC 9(03).
           05 PV-DATA             PIC 9(08).
           05 PV-HORA             PIC 9(08).
           05 PV-ERRO             PIC 9(02).
           05 PV-DADOS            PIC X(95).
      * AGENDA.NNN.CSV DE CADA VENDEDOR, NO LAYOUT DO SICCV19.
       FD  AGENDCSV LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-AGENDA-ARQ.
       01  REG-AGENDCSV.
           05 AC-VENDEDOR       PIC 9(03).
           05 AC-F1             PIC X(01).
           05 AC-NOME           PIC X(40).
           05 AC-F2             PIC X(01).
           05 AC-CLIENTE        PIC 9(07).
           05 AC-F3             PIC X(01).
           05 AC-RAZAO          PIC X(40).
           05 AC-F4             PIC X(01).
           05 AC-PROXIMA        PIC 9(08).
           05 AC-F5             PIC X(01).
           05 AC-SITUACAO       PIC X(08).
           05 AC-F6             PIC X(01).
           05 AC-PLANEJADA      PIC 9(08).
           05 AC-F7             PIC X(01).
           05 AC-CONTATO        PIC X(30).
           05 AC-F8             PIC X(01).
           05 AC-CT-FONE        PIC X(15).
           05 AC-F9             PIC X(01).
           05 AC-OCORR          PIC 9(02).
      * SEQUENCIAL DE TRABALHO: CADA ARQUIVO E DESCARREGADO NELE COM O
      * NOME DA PRODUCAO E RECARREGADO DELE COM O NOME DO DESTINO.
       FD  CLNTMP LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-CLONETMP.
       01  REG-CLNTMP           PIC X(600).
       FD  LISTAG LABEL RECORD IS OMITTED.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
      * O AMBIENTE NAO E CHAMADO: OS NOMES DO AMBIENTE.WS FICAM OS DA
      * PRODUCAO (ORIGEM) E CADA UM RECEBE O PREFIXO DO DESTINO SO NA
      * HORA DA CARGA.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARM-EXECUCAO     PIC X(20) VALUE SPACES.
       01  WS-HOJE              PIC 9(08) VALUE ZEROS.
       01  WS-PREF-USO          PIC X(12) VALUE SPACES.
       01  WS-PREF-TAM          PIC 9(02) VALUE ZEROS.
       01  WS-NOME-BASE         PIC X(30) VALUE SPACES.
       01  WS-NOME-NOVO         PIC X(30) VALUE SPACES.
      * NOMES MONTADOS DAS FOTOGRAFIAS (CARTSNAP. + DATA DO SNAPCAT) E
      * DAS AGENDAS (AGENDA. + VENDEDOR + .CSV): A BASE DA PRODUCAO
      * VAI PARA O WS-NOME-BASE E O ARQUIVO ABRE PELO NOME DA VEZ.
       01  WS-SNAP-ARQ          PIC X(40) VALUE SPACES.
       01  WS-AGENDA-ARQ        PIC X(40) VALUE SPACES.
       01  WS-AGENDA-VDD        PIC 9(03) VALUE ZEROS.
       01  WS-AGENDA-IX         PIC 9(04) VALUE ZEROS.
       01  WS-BASE-TAM          PIC 9(02) VALUE ZEROS.
       01  WS-SNC-FIM           PIC X(01) VALUE 'N'.
           88 SNC-FIM                VALUE 'S'.
      * CHAVE DO CLONE (VARIAVEL SICCVCLONE): FATOR DOS VALORES E
      * SEMENTE DO EMBARALHAMENTO. O EMBARALHAMENTO E
      * (MULTIPLICADOR * NUMERO + SEMENTE) NO MODULO 10 ** 8 (RAIZ DO
      * CNPJ E GRUPO) OU 10 ** 9 (BASE DO CPF); O MULTIPLICADOR
      * TERMINA EM 1, ENTAO NAO HA DOIS NUMEROS COM O MESMO RESULTADO.
       01  WS-CLN-CHAVE         PIC X(12) VALUE SPACES.
       01  WS-CLN-CHAVE-N REDEFINES WS-CLN-CHAVE.
           05 WS-CLN-FATOR      PIC 9(01)V9(03).
           05 WS-CLN-SEMENTE    PIC 9(08).
           05 F REDEFINES WS-CLN-SEMENTE.
              10 WS-CLN-SEM-ALTA PIC 9(04).
              10 F              PIC 9(04).
       01  WS-CLN-MULT          PIC 9(05) VALUE ZEROS.
      * ARQUIVO DA VEZ E CONTAGENS PARA A LISTAGEM.
       01  WS-CLN-ARQUIVO       PIC X(08) VALUE SPACES.
       01  WS-CLN-TRATAMENTO    PIC X(07) VALUE SPACES.
       01  WS-CLN-SITUACAO      PIC X(12) VALUE SPACES.
       01  WS-CLN-FIM           PIC X(01) VALUE 'N'.
           88 CLN-FIM                VALUE 'S'.
       01  WS-CLN-LIDOS         PIC 9(07) VALUE ZEROS.
       01  WS-CLN-GRAVADOS      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ARQUIVOS      PIC 9(03) VALUE ZEROS.
       01  WS-QTD-PROBLEMAS     PIC 9(03) VALUE ZEROS.
       01  WS-TOT-LIDOS         PIC 9(09) VALUE ZEROS.
       01  WS-TOT-GRAVADOS      PIC 9(09) VALUE ZEROS.
      * AREAS DO MASCARAMENTO.
       01  WS-MSK-CNPJ          PIC 9(14) VALUE ZEROS.
       01  F REDEFINES WS-MSK-CNPJ.
           05 WS-MSK-CNPJ-RAIZ  PIC 9(08).
           05 F                 PIC 9(06).
       01  WS-CNPJ REDEFINES WS-MSK-CNPJ.
           05 RE-CNPJ           PIC 9 OCCURS 14 TIMES.
      * O CPF TEM 11 DIGITOS NAS 11 POSICOES MAIS A DIREITA DO 9(14):
      * 3 ZEROS, 9 DA BASE E 2 VERIFICADORES.
       01  WS-MSK-CPF           PIC 9(14) VALUE ZEROS.
       01  F REDEFINES WS-MSK-CPF.
           05 F                 PIC 9(03).
           05 WS-MSK-CPF-BASE   PIC 9(09).
           05 F                 PIC 9(02).
       01  WS-CPF REDEFINES WS-MSK-CPF.
           05 RE-CPF            PIC 9 OCCURS 14 TIMES.
       01  WS-MSK-NUMERO        PIC 9(09) VALUE ZEROS.
       01  WS-MSK-MODULO        PIC 9(10) VALUE ZEROS.
       01  WS-MSK-PRODUTO       PIC 9(15) VALUE ZEROS.
       01  WS-MSK-QUOC          PIC 9(07) VALUE ZEROS.
       01  WS-MSK-VALOR         PIC 9(11)V9(02) VALUE ZEROS.
       01  WS-MSK-IX            PIC 9(01) VALUE ZEROS.
      * PESOS DO CALCULO DO DIGITO VERIFICADOR DO CNPJ (MODULO 11).
       01  WS-CNPJ-PESO1-VALORES.
           05 F PIC 9(02) VALUE 05.
           05 F PIC 9(02) VALUE 04.
           05 F PIC 9(02) VALUE 03.
           05 F PIC 9(02) VALUE 02.
           05 F PIC 9(02) VALUE 09.
           05 F PIC 9(02) VALUE 08.
           05 F PIC 9(02) VALUE 07.
           05 F PIC 9(02) VALUE 06.
           05 F PIC 9(02) VALUE 05.
           05 F PIC 9(02) VALUE 04.
           05 F PIC 9(02) VALUE 03.
           05 F PIC 9(02) VALUE 02.
       01  WS-CNPJ-PESO1 REDEFINES WS-CNPJ-PESO1-VALORES.
           05 WS-CNPJ-P1 PIC 9(02) OCCURS 12 TIMES.
       01  WS-CNPJ-PESO2-VALORES.
           05 F PIC 9(02) VALUE 06.
           05 F PIC 9(02) VALUE 05.
           05 F PIC 9(02) VALUE 04.
           05 F PIC 9(02) VALUE 03.
           05 F PIC 9(02) VALUE 02.
           05 F PIC 9(02) VALUE 09.
           05 F PIC 9(02) VALUE 08.
           05 F PIC 9(02) VALUE 07.
           05 F PIC 9(02) VALUE 06.
           05 F PIC 9(02) VALUE 05.
           05 F PIC 9(02) VALUE 04.
           05 F PIC 9(02) VALUE 03.
           05 F PIC 9(02) VALUE 02.
       01  WS-CNPJ-PESO2 REDEFINES WS-CNPJ-PESO2-VALORES.
           05 WS-CNPJ-P2 PIC 9(02) OCCURS 13 TIMES.
       01  WS-CNPJ-IX           PIC 9(02) VALUE ZEROS.
       01  WS-CNPJ-SOMA         PIC 9(05) VALUE ZEROS.
       01  WS-CNPJ-QUOC         PIC 9(03) VALUE ZEROS.
       01  WS-CNPJ-RESTO        PIC 9(02) VALUE ZEROS.
       01  WS-CNPJ-DV1          PIC 9(01) VALUE ZEROS.
       01  WS-CNPJ-DV2          PIC 9(01) VALUE ZEROS.
      * PESOS DO CALCULO DO DIGITO VERIFICADOR DO CPF (MODULO 11).
       01  WS-CPF-PESO1-VALORES.
           05 F PIC 9(02) VALUE 10.
           05 F PIC 9(02) VALUE 09.
           05 F PIC 9(02) VALUE 08.
           05 F PIC 9(02) VALUE 07.
           05 F PIC 9(02) VALUE 06.
           05 F PIC 9(02) VALUE 05.
           05 F PIC 9(02) VALUE 04.
           05 F PIC 9(02) VALUE 03.
           05 F PIC 9(02) VALUE 02.
       01  WS-CPF-PESO1 REDEFINES WS-CPF-PESO1-VALORES.
           05 WS-CPF-P1 PIC 9(02) OCCURS 9 TIMES.
       01  WS-CPF-PESO2-VALORES.
           05 F PIC 9(02) VALUE 11.
           05 F PIC 9(02) VALUE 10.
           05 F PIC 9(02) VALUE 09.
           05 F PIC 9(02) VALUE 08.
           05 F PIC 9(02) VALUE 07.
           05 F PIC 9(02) VALUE 06.
           05 F PIC 9(02) VALUE 05.
           05 F PIC 9(02) VALUE 04.
           05 F PIC 9(02) VALUE 03.
           05 F PIC 9(02) VALUE 02.
       01  WS-CPF-PESO2 REDEFINES WS-CPF-PESO2-VALORES.
           05 WS-CPF-P2 PIC 9(02) OCCURS 10 TIMES.
       01  WS-CPF-IX             PIC 9(02) VALUE ZEROS.
       01  WS-CPF-SOMA           PIC 9(05) VALUE ZEROS.
       01  WS-CPF-QUOC           PIC 9(03) VALUE ZEROS.
       01  WS-CPF-RESTO          PIC 9(02) VALUE ZEROS.
       01  WS-CPF-DV1            PIC 9(01) VALUE ZEROS.
       01  WS-CPF-DV2            PIC 9(01) VALUE ZEROS.
       01  LINHA-01              PIC X(100) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           05 F                  PIC X(60) VALUE
              'CLONE MASCARADO DA PRODUCAO - CONTROLE POR ARQUIVO'.
       01  LINHA-03.
           05 F                  PIC X(20) VALUE 'PREFIXO DE DESTINO: '.
           05 L03-PREFIXO        PIC X(12) VALUE SPACES.
           05 F                  PIC X(08) VALUE '  DATA: '.
           05 L03-DATA           PIC 9(08) VALUE ZEROS.
       01  LINHA-04.
           05 F                  PIC X(09) VALUE 'ARQUIVO'.
           05 F                  PIC X(08) VALUE 'TRATAM.'.
           05 F                  PIC X(31) VALUE 'DESTINO'.
           05 F                  PIC X(08) VALUE '  LIDOS'.
           05 F                  PIC X(09) VALUE 'GRAVADOS'.
           05 F                  PIC X(12) VALUE 'SITUACAO'.
       01  LINHA-05.
           05 F                  PIC X(08) VALUE ALL '-'.
           05 F                  PIC X VALUE ' '.
           05 F                  PIC X(07) VALUE ALL '-'.
           05 F                  PIC X VALUE ' '.
           05 F                  PIC X(30) VALUE ALL '-'.
           05 F                  PIC X VALUE ' '.
           05 F                  PIC X(07) VALUE ALL '-'.
           05 F                  PIC X VALUE ' '.
           05 F                  PIC X(08) VALUE ALL '-'.
           05 F                  PIC X VALUE ' '.
           05 F                  PIC X(12) VALUE ALL '-'.
       01  LINHA-06.
           05 L06-ARQUIVO        PIC X(08) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-TRATAMENTO     PIC X(07) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-DESTINO        PIC X(30) VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 L06-LIDOS          PIC ZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-GRAVADOS       PIC ZZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X VALUE ' '.
           05 L06-SITUACAO       PIC X(12) VALUE SPACES.
       01  LINHA-07.
           05 F                  PIC X(10) VALUE 'ARQUIVOS: '.
           05 L07-ARQUIVOS       PIC ZZ9 VALUE ZEROS.
           05 F                  PIC X(09) VALUE '  LIDOS: '.
           05 L07-LIDOS          PIC ZZZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X(12) VALUE '  GRAVADOS: '.
           05 L07-GRAVADOS       PIC ZZZZZZZZ9 VALUE ZEROS.
           05 F                  PIC X(16) VALUE '  COM PROBLEMA: '.
           05 L07-PROBLEMAS      PIC ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WS-PARM-EXECUCAO FROM COMMAND-LINE
           MOVE WS-PARM-EXECUCAO TO WS-PREF-USO
           IF WS-PREF-USO = SPACES
              DISPLAY 'INFORME O PREFIXO DO AMBIENTE DE DESTINO'
              DISPLAY 'A PRODUCAO NAO PODE SER DESTINO DO CLONE'
              STOP RUN.
           PERFORM LE-CHAVE-CLONE
           ACCEPT WS-HOJE FROM DATE YYYYMMDD
           MOVE WS-ARQ-CLONETMP TO WS-NOME-BASE
           PERFORM PREFIXA-NOME
           MOVE WS-NOME-NOVO TO WS-ARQ-CLONETMP
           MOVE 0 TO WS-QTD-ARQUIVOS WS-QTD-PROBLEMAS
                     WS-TOT-LIDOS WS-TOT-GRAVADOS
           OPEN OUTPUT LISTAG
           MOVE WS-PREF-USO TO L03-PREFIXO
           MOVE WS-HOJE TO L03-DATA
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-02 BEFORE 1
           WRITE LINHA FROM WS-AMB-TITULO BEFORE 1
           WRITE LINHA FROM LINHA-03 BEFORE 1
           WRITE LINHA FROM LINHA-01 BEFORE 2
           WRITE LINHA FROM LINHA-04 BEFORE 1
           WRITE LINHA FROM LINHA-05 BEFORE 1
           PERFORM CLONA-CLIENTES
           PERFORM CLONA-VENDEDOR
           PERFORM CLONA-CARTEIRA
           PERFORM CLONA-CEP
           PERFORM CLONA-REGIAO
           PERFORM CLONA-VISITAS
           PERFORM CLONA-PARAMS
           PERFORM CLONA-AUSENCIA
           PERFORM CLONA-COMISSAO
           PERFORM CLONA-VENDHIST
           PERFORM CLONA-OPERADOR
           PERFORM CLONA-RESULTCD
           PERFORM CLONA-AJUSTE
           PERFORM CLONA-CLIHIST
           PERFORM CLONA-FERIADO
           PERFORM CLONA-FECHAMES
           PERFORM CLONA-PROPOSTA
           PERFORM CLONA-CONTATO
           PERFORM CLONA-CLISITE
           PERFORM CLONA-ALERTA
           PERFORM CLONA-SEGMETA
           PERFORM CLONA-CEPFAIXA
           PERFORM CLONA-GEOPEND
           PERFORM CLONA-COMIHIST
           PERFORM CLONA-VENDMETA
           PERFORM CLONA-LINHAPRD
           PERFORM CLONA-CLILINHA
           PERFORM CLONA-PEDIDO
           PERFORM CLONA-PEDITEM
           PERFORM CLONA-RECHIST
           PERFORM CLONA-KMTAXA
           PERFORM CLONA-DESPESA
           PERFORM CLONA-VDCOMP
           PERFORM CLONA-GRUPO
           PERFORM CLONA-OCORREN
           PERFORM CLONA-OCTIPO
           PERFORM CLONA-CAMPANHA
           PERFORM CLONA-CAMPALVO
           PERFORM CLONA-OPORTUN
           PERFORM CLONA-OPESTAG
           PERFORM CLONA-PREVISAO
           PERFORM CLONA-LGPDREG
           PERFORM CLONA-DISTRIB
           PERFORM CLONA-PACCTL
           PERFORM CLONA-PACCLI
           PERFORM CLONA-JORNADA
           PERFORM CLONA-CLIARQ
           PERFORM CLONA-QUALHIST
           PERFORM CLONA-DESEMP
           PERFORM CLONA-DICDADOS
           PERFORM CLONA-EXTRDEF
           PERFORM CLONA-PESQUISA
           PERFORM CLONA-DELEGA
           PERFORM CLONA-ENVELHE
           PERFORM CLONA-EQUIPE
           PERFORM CLONA-COMPROM
           PERFORM CLONA-CONCIL
           PERFORM CLONA-RECEITA
           PERFORM CLONA-CONCORR
           PERFORM CLONA-VISCONC
           PERFORM CLONA-ONBOARD
           PERFORM CLONA-GERDIST
           PERFORM CLONA-CARTSNAP
           PERFORM CLONA-SNAPCAT
           PERFORM CLONA-PENDCLI
           PERFORM CLONA-PENDVDD
           PERFORM CLONA-AGENDA
           MOVE WS-QTD-ARQUIVOS  TO L07-ARQUIVOS
           MOVE WS-TOT-LIDOS     TO L07-LIDOS
           MOVE WS-TOT-GRAVADOS  TO L07-GRAVADOS
           MOVE WS-QTD-PROBLEMAS TO L07-PROBLEMAS
           WRITE LINHA FROM LINHA-01 BEFORE 1
           WRITE LINHA FROM LINHA-07 BEFORE 1
           CLOSE LISTAG
           CALL "CBL_DELETE_FILE" USING WS-ARQ-CLONETMP
           DISPLAY 'CLONE - ARQUIVOS: ' WS-QTD-ARQUIVOS
                   ' LIDOS: ' WS-TOT-LIDOS
                   ' GRAVADOS: ' WS-TOT-GRAVADOS
                   ' COM PROBLEMA: ' WS-QTD-PROBLEMAS
           STOP RUN.
      * -----------------------------------
      * A CHAVE TEM DE VIR COMPLETA E NUMERICA, COM O FATOR ENTRE
      * 0,500 E 1,500; NAO HA CHAVE PADRAO, SENAO O EMBARALHAMENTO
      * FICARIA CONHECIDO DE QUEM LE O PROGRAMA.
       LE-CHAVE-CLONE.
           MOVE SPACES TO WS-CLN-CHAVE
           ACCEPT WS-CLN-CHAVE FROM ENVIRONMENT "SICCVCLONE"
           IF WS-CLN-CHAVE NOT NUMERIC
              DISPLAY 'CHAVE SICCVCLONE AUSENTE OU INVALIDA'
              DISPLAY 'NENHUM ARQUIVO FOI COPIADO'
              STOP RUN.
           IF WS-CLN-FATOR < 0,500 OR WS-CLN-FATOR > 1,500
              DISPLAY 'FATOR DA CHAVE SICCVCLONE FORA DE 0,500 A 1,500'
              DISPLAY 'NENHUM ARQUIVO FOI COPIADO'
              STOP RUN.
           COMPUTE WS-CLN-MULT = WS-CLN-SEM-ALTA * 10 + 1.
       PREFIXA-NOME.
           MOVE 12 TO WS-PREF-TAM
           PERFORM MEDE-PREFIXO-PASSO
                   UNTIL WS-PREF-TAM = 0
                      OR WS-PREF-USO(WS-PREF-TAM:1) NOT = SPACE
           MOVE SPACES TO WS-NOME-NOVO
           STRING WS-PREF-USO(1:WS-PREF-TAM) DELIMITED BY SIZE
                  WS-NOME-BASE DELIMITED BY SIZE
                  INTO WS-NOME-NOVO.
       MEDE-PREFIXO-PASSO.
           IF WS-PREF-USO(WS-PREF-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-PREF-TAM.
      * -----------------------------------
      * CADA ARQUIVO: DESCARGA DA PRODUCAO NO CLONE.TMP, TROCA DO NOME
      * PELO DO DESTINO E RECARGA COM O MASCARAMENTO. SEM ORIGEM, O
      * DESTINO E CRIADO VAZIO, PARA NAO SOBRAR DADO DE CLONE ANTIGO.
       INICIA-CLONE.
           MOVE 0 TO WS-CLN-LIDOS WS-CLN-GRAVADOS
           MOVE 'OK' TO WS-CLN-SITUACAO
           OPEN OUTPUT CLNTMP.
       PREPARA-FIM-DESCARGA.
           MOVE 'N' TO WS-CLN-FIM.
       GRAVA-TEMPORARIO.
           WRITE REG-CLNTMP
           ADD 1 TO WS-CLN-LIDOS.
       PREPARA-CARGA.
           CLOSE CLNTMP
           OPEN INPUT CLNTMP
           MOVE 'N' TO WS-CLN-FIM
           PERFORM PREFIXA-NOME.
       LE-TEMPORARIO.
           READ CLNTMP AT END
              MOVE 'S' TO WS-CLN-FIM.
       CONTA-GRAVADO.
           IF FS-STAT < 10
              ADD 1 TO WS-CLN-GRAVADOS.
       FECHA-CLONE.
           CLOSE CLNTMP
           IF WS-CLN-SITUACAO = 'OK'
              AND WS-CLN-LIDOS NOT = WS-CLN-GRAVADOS
              MOVE 'DIVERGENTE' TO WS-CLN-SITUACAO.
           IF WS-CLN-SITUACAO = 'DIVERGENTE' OR
              WS-CLN-SITUACAO = 'ERRO DESTINO'
              ADD 1 TO WS-QTD-PROBLEMAS.
           ADD 1 TO WS-QTD-ARQUIVOS
           ADD WS-CLN-LIDOS    TO WS-TOT-LIDOS
           ADD WS-CLN-GRAVADOS TO WS-TOT-GRAVADOS
           MOVE WS-CLN-ARQUIVO    TO L06-ARQUIVO
           MOVE WS-CLN-TRATAMENTO TO L06-TRATAMENTO
           MOVE WS-NOME-NOVO      TO L06-DESTINO
           MOVE WS-CLN-LIDOS      TO L06-LIDOS
           MOVE WS-CLN-GRAVADOS   TO L06-GRAVADOS
           MOVE WS-CLN-SITUACAO   TO L06-SITUACAO
           WRITE LINHA FROM LINHA-06 BEFORE 1
           DISPLAY 'CLONADO ' WS-CLN-ARQUIVO ': ' WS-CLN-LIDOS
                   ' LIDOS ' WS-CLN-GRAVADOS ' GRAVADOS '
                   WS-CLN-SITUACAO
           MOVE 0 TO FS-STAT.
      * -----------------------------------
       CLONA-CLIENTES.
           MOVE 'CLIENTES' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CLIENTES TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CLIENTES
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CLIENTES UNTIL CLN-FIM
              CLOSE CLIENTES.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CLIENTES
           OPEN OUTPUT CLIENTES
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CLIENTES UNTIL CLN-FIM
              CLOSE CLIENTES.
           PERFORM FECHA-CLONE.
       DESCARREGA-CLIENTES.
           READ CLIENTES NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CLIENTES TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CLIENTES.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CLIENTES
              PERFORM MASCARA-CLIENTE
              WRITE REG-CLIENTES
              PERFORM CONTA-GRAVADO.
       CLONA-VENDEDOR.
           MOVE 'VENDEDOR' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-VENDEDOR TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-VENDEDOR UNTIL CLN-FIM
              CLOSE VENDEDOR.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-VENDEDOR
           OPEN OUTPUT VENDEDOR
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-VENDEDOR UNTIL CLN-FIM
              CLOSE VENDEDOR.
           PERFORM FECHA-CLONE.
       DESCARREGA-VENDEDOR.
           READ VENDEDOR NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-VENDEDOR TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-VENDEDOR.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-VENDEDOR
              PERFORM MASCARA-VENDEDOR
              WRITE REG-VENDEDOR
              PERFORM CONTA-GRAVADO.
       CLONA-CARTEIRA.
           MOVE 'CARTEIRA' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CARTEIRA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CARTEIRA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CARTEIRA UNTIL CLN-FIM
              CLOSE CARTEIRA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CARTEIRA
           OPEN OUTPUT CARTEIRA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CARTEIRA UNTIL CLN-FIM
              CLOSE CARTEIRA.
           PERFORM FECHA-CLONE.
       DESCARREGA-CARTEIRA.
           READ CARTEIRA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CARTEIRA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CARTEIRA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CARTEIRA
              WRITE REG-CARTEIRA
              PERFORM CONTA-GRAVADO.
       CLONA-CEP.
           MOVE 'CEP     ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CEP TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CEP
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CEP UNTIL CLN-FIM
              CLOSE CEP.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CEP
           OPEN OUTPUT CEP
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CEP UNTIL CLN-FIM
              CLOSE CEP.
           PERFORM FECHA-CLONE.
       DESCARREGA-CEP.
           READ CEP NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CEP TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CEP.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CEP
              WRITE REG-CEP
              PERFORM CONTA-GRAVADO.
       CLONA-REGIAO.
           MOVE 'REGIAO  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-REGIAO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT REGIAO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-REGIAO UNTIL CLN-FIM
              CLOSE REGIAO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-REGIAO
           OPEN OUTPUT REGIAO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-REGIAO UNTIL CLN-FIM
              CLOSE REGIAO.
           PERFORM FECHA-CLONE.
       DESCARREGA-REGIAO.
           READ REGIAO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-REGIAO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-REGIAO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-REGIAO
              WRITE REG-REGIAO
              PERFORM CONTA-GRAVADO.
       CLONA-VISITAS.
           MOVE 'VISITAS ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-VISITAS TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT VISITAS
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-VISITAS UNTIL CLN-FIM
              CLOSE VISITAS.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-VISITAS
           OPEN OUTPUT VISITAS
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-VISITAS UNTIL CLN-FIM
              CLOSE VISITAS.
           PERFORM FECHA-CLONE.
       DESCARREGA-VISITAS.
           READ VISITAS NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-VISITAS TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-VISITAS.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-VISITAS
              WRITE REG-VISITAS
              PERFORM CONTA-GRAVADO.
       CLONA-PARAMS.
           MOVE 'PARAMS  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PARAMS TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PARAMS
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PARAMS UNTIL CLN-FIM
              CLOSE PARAMS.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PARAMS
           OPEN OUTPUT PARAMS
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PARAMS UNTIL CLN-FIM
              CLOSE PARAMS.
           PERFORM FECHA-CLONE.
       DESCARREGA-PARAMS.
           READ PARAMS NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PARAMS TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PARAMS.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PARAMS
              WRITE REG-PARAMS
              PERFORM CONTA-GRAVADO.
       CLONA-AUSENCIA.
           MOVE 'AUSENCIA' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-AUSENCIA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT AUSENCIA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-AUSENCIA UNTIL CLN-FIM
              CLOSE AUSENCIA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-AUSENCIA
           OPEN OUTPUT AUSENCIA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-AUSENCIA UNTIL CLN-FIM
              CLOSE AUSENCIA.
           PERFORM FECHA-CLONE.
       DESCARREGA-AUSENCIA.
           READ AUSENCIA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-AUSENCIA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-AUSENCIA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-AUSENCIA
              WRITE REG-AUSENCIA
              PERFORM CONTA-GRAVADO.
       CLONA-COMISSAO.
           MOVE 'COMISSAO' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-COMISSAO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT COMISSAO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-COMISSAO UNTIL CLN-FIM
              CLOSE COMISSAO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-COMISSAO
           OPEN OUTPUT COMISSAO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-COMISSAO UNTIL CLN-FIM
              CLOSE COMISSAO.
           PERFORM FECHA-CLONE.
       DESCARREGA-COMISSAO.
           READ COMISSAO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-COMISSAO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-COMISSAO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-COMISSAO
              WRITE REG-COMISSAO
              PERFORM CONTA-GRAVADO.
       CLONA-VENDHIST.
           MOVE 'VENDHIST' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-VENDHIST TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT VENDHIST
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-VENDHIST UNTIL CLN-FIM
              CLOSE VENDHIST.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-VENDHIST
           OPEN OUTPUT VENDHIST
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-VENDHIST UNTIL CLN-FIM
              CLOSE VENDHIST.
           PERFORM FECHA-CLONE.
       DESCARREGA-VENDHIST.
           READ VENDHIST NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-VENDHIST TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-VENDHIST.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-VENDHIST
              PERFORM ESCALA-VENDHIST
              WRITE REG-VENDHIST
              PERFORM CONTA-GRAVADO.
       CLONA-OPERADOR.
           MOVE 'OPERADOR' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-OPERADOR TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT OPERADOR
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-OPERADOR UNTIL CLN-FIM
              CLOSE OPERADOR.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-OPERADOR
           OPEN OUTPUT OPERADOR
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-OPERADOR UNTIL CLN-FIM
              CLOSE OPERADOR.
           PERFORM FECHA-CLONE.
       DESCARREGA-OPERADOR.
           READ OPERADOR NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-OPERADOR TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-OPERADOR.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-OPERADOR
              WRITE REG-OPERADOR
              PERFORM CONTA-GRAVADO.
       CLONA-RESULTCD.
           MOVE 'RESULTCD' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-RESULTCD TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT RESULTCD
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-RESULTCD UNTIL CLN-FIM
              CLOSE RESULTCD.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-RESULTCD
           OPEN OUTPUT RESULTCD
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-RESULTCD UNTIL CLN-FIM
              CLOSE RESULTCD.
           PERFORM FECHA-CLONE.
       DESCARREGA-RESULTCD.
           READ RESULTCD NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-RESULTCD TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-RESULTCD.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-RESULTCD
              WRITE REG-RESULTCD
              PERFORM CONTA-GRAVADO.
       CLONA-AJUSTE.
           MOVE 'AJUSTE  ' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-AJUSTE TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT AJUSTE
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-AJUSTE UNTIL CLN-FIM
              CLOSE AJUSTE.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-AJUSTE
           OPEN OUTPUT AJUSTE
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-AJUSTE UNTIL CLN-FIM
              CLOSE AJUSTE.
           PERFORM FECHA-CLONE.
       DESCARREGA-AJUSTE.
           READ AJUSTE NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-AJUSTE TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-AJUSTE.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-AJUSTE
              PERFORM ESCALA-AJUSTE
              WRITE REG-AJUSTE
              PERFORM CONTA-GRAVADO.
       CLONA-CLIHIST.
           MOVE 'CLIHIST ' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CLIHIST TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CLIHIST
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CLIHIST UNTIL CLN-FIM
              CLOSE CLIHIST.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CLIHIST
           OPEN OUTPUT CLIHIST
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CLIHIST UNTIL CLN-FIM
              CLOSE CLIHIST.
           PERFORM FECHA-CLONE.
       DESCARREGA-CLIHIST.
           READ CLIHIST NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CLIHIST TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CLIHIST.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CLIHIST
              PERFORM ESCALA-CLIHIST
              WRITE REG-CLIHIST
              PERFORM CONTA-GRAVADO.
       CLONA-FERIADO.
           MOVE 'FERIADO ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-FERIADO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT FERIADO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-FERIADO UNTIL CLN-FIM
              CLOSE FERIADO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-FERIADO
           OPEN OUTPUT FERIADO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-FERIADO UNTIL CLN-FIM
              CLOSE FERIADO.
           PERFORM FECHA-CLONE.
       DESCARREGA-FERIADO.
           READ FERIADO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-FERIADO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-FERIADO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-FERIADO
              WRITE REG-FERIADO
              PERFORM CONTA-GRAVADO.
       CLONA-FECHAMES.
           MOVE 'FECHAMES' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-FECHAMES TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT FECHAMES
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-FECHAMES UNTIL CLN-FIM
              CLOSE FECHAMES.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-FECHAMES
           OPEN OUTPUT FECHAMES
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-FECHAMES UNTIL CLN-FIM
              CLOSE FECHAMES.
           PERFORM FECHA-CLONE.
       DESCARREGA-FECHAMES.
           READ FECHAMES NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-FECHAMES TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-FECHAMES.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-FECHAMES
              WRITE REG-FECHAMES
              PERFORM CONTA-GRAVADO.
       CLONA-PROPOSTA.
           MOVE 'PROPOSTA' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PROPOSTA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PROPOSTA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PROPOSTA UNTIL CLN-FIM
              CLOSE PROPOSTA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PROPOSTA
           OPEN OUTPUT PROPOSTA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PROPOSTA UNTIL CLN-FIM
              CLOSE PROPOSTA.
           PERFORM FECHA-CLONE.
       DESCARREGA-PROPOSTA.
           READ PROPOSTA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PROPOSTA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PROPOSTA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PROPOSTA
              WRITE REG-PROPOSTA
              PERFORM CONTA-GRAVADO.
       CLONA-CONTATO.
           MOVE 'CONTATO ' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CONTATO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CONTATO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CONTATO UNTIL CLN-FIM
              CLOSE CONTATO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CONTATO
           OPEN OUTPUT CONTATO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CONTATO UNTIL CLN-FIM
              CLOSE CONTATO.
           PERFORM FECHA-CLONE.
       DESCARREGA-CONTATO.
           READ CONTATO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CONTATO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CONTATO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CONTATO
              PERFORM MASCARA-CONTATO
              WRITE REG-CONTATO
              PERFORM CONTA-GRAVADO.
       CLONA-CLISITE.
           MOVE 'CLISITE ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CLISITE TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CLISITE
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CLISITE UNTIL CLN-FIM
              CLOSE CLISITE.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CLISITE
           OPEN OUTPUT CLISITE
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CLISITE UNTIL CLN-FIM
              CLOSE CLISITE.
           PERFORM FECHA-CLONE.
       DESCARREGA-CLISITE.
           READ CLISITE NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CLISITE TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CLISITE.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CLISITE
              WRITE REG-CLISITE
              PERFORM CONTA-GRAVADO.
       CLONA-ALERTA.
           MOVE 'ALERTA  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-ALERTA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT ALERTA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-ALERTA UNTIL CLN-FIM
              CLOSE ALERTA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-ALERTA
           OPEN OUTPUT ALERTA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-ALERTA UNTIL CLN-FIM
              CLOSE ALERTA.
           PERFORM FECHA-CLONE.
       DESCARREGA-ALERTA.
           READ ALERTA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-ALERTA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-ALERTA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-ALERTA
              WRITE REG-ALERTA
              PERFORM CONTA-GRAVADO.
       CLONA-SEGMETA.
           MOVE 'SEGMETA ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-SEGMETA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT SEGMETA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-SEGMETA UNTIL CLN-FIM
              CLOSE SEGMETA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-SEGMETA
           OPEN OUTPUT SEGMETA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-SEGMETA UNTIL CLN-FIM
              CLOSE SEGMETA.
           PERFORM FECHA-CLONE.
       DESCARREGA-SEGMETA.
           READ SEGMETA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-SEGMETA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-SEGMETA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-SEGMETA
              WRITE REG-SEGMETA
              PERFORM CONTA-GRAVADO.
       CLONA-CEPFAIXA.
           MOVE 'CEPFAIXA' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CEPFAIXA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CEPFAIXA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CEPFAIXA UNTIL CLN-FIM
              CLOSE CEPFAIXA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CEPFAIXA
           OPEN OUTPUT CEPFAIXA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CEPFAIXA UNTIL CLN-FIM
              CLOSE CEPFAIXA.
           PERFORM FECHA-CLONE.
       DESCARREGA-CEPFAIXA.
           READ CEPFAIXA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CEPFAIXA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CEPFAIXA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CEPFAIXA
              WRITE REG-CEPFAIXA
              PERFORM CONTA-GRAVADO.
       CLONA-GEOPEND.
           MOVE 'GEOPEND ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-GEOPEND TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT GEOPEND
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-GEOPEND UNTIL CLN-FIM
              CLOSE GEOPEND.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-GEOPEND
           OPEN OUTPUT GEOPEND
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-GEOPEND UNTIL CLN-FIM
              CLOSE GEOPEND.
           PERFORM FECHA-CLONE.
       DESCARREGA-GEOPEND.
           READ GEOPEND NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-GEOPEND TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-GEOPEND.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-GEOPEND
              WRITE REG-GEOPEND
              PERFORM CONTA-GRAVADO.
       CLONA-COMIHIST.
           MOVE 'COMIHIST' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-COMIHIST TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT COMIHIST
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-COMIHIST UNTIL CLN-FIM
              CLOSE COMIHIST.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-COMIHIST
           OPEN OUTPUT COMIHIST
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-COMIHIST UNTIL CLN-FIM
              CLOSE COMIHIST.
           PERFORM FECHA-CLONE.
       DESCARREGA-COMIHIST.
           READ COMIHIST NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-COMIHIST TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-COMIHIST.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-COMIHIST
              PERFORM ESCALA-COMIHIST
              WRITE REG-COMIHIST
              PERFORM CONTA-GRAVADO.
       CLONA-VENDMETA.
           MOVE 'VENDMETA' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-VENDMETA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT VENDMETA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-VENDMETA UNTIL CLN-FIM
              CLOSE VENDMETA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-VENDMETA
           OPEN OUTPUT VENDMETA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-VENDMETA UNTIL CLN-FIM
              CLOSE VENDMETA.
           PERFORM FECHA-CLONE.
       DESCARREGA-VENDMETA.
           READ VENDMETA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-VENDMETA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-VENDMETA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-VENDMETA
              PERFORM ESCALA-VENDMETA
              WRITE REG-VENDMETA
              PERFORM CONTA-GRAVADO.
       CLONA-LINHAPRD.
           MOVE 'LINHAPRD' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-LINHAPRD TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT LINHAPRD
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-LINHAPRD UNTIL CLN-FIM
              CLOSE LINHAPRD.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-LINHAPRD
           OPEN OUTPUT LINHAPRD
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-LINHAPRD UNTIL CLN-FIM
              CLOSE LINHAPRD.
           PERFORM FECHA-CLONE.
       DESCARREGA-LINHAPRD.
           READ LINHAPRD NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-LINHAPRD TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-LINHAPRD.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-LINHAPRD
              WRITE REG-LINHAPRD
              PERFORM CONTA-GRAVADO.
       CLONA-CLILINHA.
           MOVE 'CLILINHA' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CLILINHA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CLILINHA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CLILINHA UNTIL CLN-FIM
              CLOSE CLILINHA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CLILINHA
           OPEN OUTPUT CLILINHA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CLILINHA UNTIL CLN-FIM
              CLOSE CLILINHA.
           PERFORM FECHA-CLONE.
       DESCARREGA-CLILINHA.
           READ CLILINHA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CLILINHA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CLILINHA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CLILINHA
              PERFORM ESCALA-CLILINHA
              WRITE REG-CLILINHA
              PERFORM CONTA-GRAVADO.
       CLONA-PEDIDO.
           MOVE 'PEDIDO  ' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PEDIDO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PEDIDO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PEDIDO UNTIL CLN-FIM
              CLOSE PEDIDO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PEDIDO
           OPEN OUTPUT PEDIDO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PEDIDO UNTIL CLN-FIM
              CLOSE PEDIDO.
           PERFORM FECHA-CLONE.
       DESCARREGA-PEDIDO.
           READ PEDIDO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PEDIDO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PEDIDO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PEDIDO
              PERFORM ESCALA-PEDIDO
              WRITE REG-PEDIDO
              PERFORM CONTA-GRAVADO.
       CLONA-PEDITEM.
           MOVE 'PEDITEM ' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PEDITEM TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PEDITEM
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PEDITEM UNTIL CLN-FIM
              CLOSE PEDITEM.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PEDITEM
           OPEN OUTPUT PEDITEM
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PEDITEM UNTIL CLN-FIM
              CLOSE PEDITEM.
           PERFORM FECHA-CLONE.
       DESCARREGA-PEDITEM.
           READ PEDITEM NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PEDITEM TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PEDITEM.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PEDITEM
              PERFORM ESCALA-PEDITEM
              WRITE REG-PEDITEM
              PERFORM CONTA-GRAVADO.
       CLONA-RECHIST.
           MOVE 'RECHIST ' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-RECHIST TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT RECHIST
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-RECHIST UNTIL CLN-FIM
              CLOSE RECHIST.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-RECHIST
           OPEN OUTPUT RECHIST
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-RECHIST UNTIL CLN-FIM
              CLOSE RECHIST.
           PERFORM FECHA-CLONE.
       DESCARREGA-RECHIST.
           READ RECHIST NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-RECHIST TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-RECHIST.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-RECHIST
              PERFORM ESCALA-RECHIST
              WRITE REG-RECHIST
              PERFORM CONTA-GRAVADO.
       CLONA-KMTAXA.
           MOVE 'KMTAXA  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-KMTAXA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT KMTAXA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-KMTAXA UNTIL CLN-FIM
              CLOSE KMTAXA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-KMTAXA
           OPEN OUTPUT KMTAXA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-KMTAXA UNTIL CLN-FIM
              CLOSE KMTAXA.
           PERFORM FECHA-CLONE.
       DESCARREGA-KMTAXA.
           READ KMTAXA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-KMTAXA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-KMTAXA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-KMTAXA
              WRITE REG-KMTAXA
              PERFORM CONTA-GRAVADO.
       CLONA-DESPESA.
           MOVE 'DESPESA ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-DESPESA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT DESPESA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-DESPESA UNTIL CLN-FIM
              CLOSE DESPESA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-DESPESA
           OPEN OUTPUT DESPESA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-DESPESA UNTIL CLN-FIM
              CLOSE DESPESA.
           PERFORM FECHA-CLONE.
       DESCARREGA-DESPESA.
           READ DESPESA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-DESPESA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-DESPESA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-DESPESA
              WRITE REG-DESPESA
              PERFORM CONTA-GRAVADO.
       CLONA-VDCOMP.
           MOVE 'VDCOMP  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-VDCOMP TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT VDCOMP
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-VDCOMP UNTIL CLN-FIM
              CLOSE VDCOMP.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-VDCOMP
           OPEN OUTPUT VDCOMP
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-VDCOMP UNTIL CLN-FIM
              CLOSE VDCOMP.
           PERFORM FECHA-CLONE.
       DESCARREGA-VDCOMP.
           READ VDCOMP NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-VDCOMP TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-VDCOMP.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-VDCOMP
              WRITE REG-VDCOMP
              PERFORM CONTA-GRAVADO.
       CLONA-GRUPO.
           MOVE 'GRUPO   ' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-GRUPO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT GRUPO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-GRUPO UNTIL CLN-FIM
              CLOSE GRUPO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-GRUPO
           OPEN OUTPUT GRUPO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-GRUPO UNTIL CLN-FIM
              CLOSE GRUPO.
           PERFORM FECHA-CLONE.
       DESCARREGA-GRUPO.
           READ GRUPO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-GRUPO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-GRUPO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-GRUPO
              PERFORM MASCARA-GRUPO
              WRITE REG-GRUPO
              PERFORM CONTA-GRAVADO.
       CLONA-OCORREN.
           MOVE 'OCORREN ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-OCORREN TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT OCORREN
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-OCORREN UNTIL CLN-FIM
              CLOSE OCORREN.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-OCORREN
           OPEN OUTPUT OCORREN
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-OCORREN UNTIL CLN-FIM
              CLOSE OCORREN.
           PERFORM FECHA-CLONE.
       DESCARREGA-OCORREN.
           READ OCORREN NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-OCORREN TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-OCORREN.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-OCORREN
              WRITE REG-OCORREN
              PERFORM CONTA-GRAVADO.
       CLONA-OCTIPO.
           MOVE 'OCTIPO  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-OCTIPO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT OCTIPO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-OCTIPO UNTIL CLN-FIM
              CLOSE OCTIPO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-OCTIPO
           OPEN OUTPUT OCTIPO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-OCTIPO UNTIL CLN-FIM
              CLOSE OCTIPO.
           PERFORM FECHA-CLONE.
       DESCARREGA-OCTIPO.
           READ OCTIPO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-OCTIPO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-OCTIPO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-OCTIPO
              WRITE REG-OCTIPO
              PERFORM CONTA-GRAVADO.
       CLONA-CAMPANHA.
           MOVE 'CAMPANHA' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CAMPANHA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CAMPANHA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CAMPANHA UNTIL CLN-FIM
              CLOSE CAMPANHA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CAMPANHA
           OPEN OUTPUT CAMPANHA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CAMPANHA UNTIL CLN-FIM
              CLOSE CAMPANHA.
           PERFORM FECHA-CLONE.
       DESCARREGA-CAMPANHA.
           READ CAMPANHA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CAMPANHA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CAMPANHA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CAMPANHA
              WRITE REG-CAMPANHA
              PERFORM CONTA-GRAVADO.
       CLONA-CAMPALVO.
           MOVE 'CAMPALVO' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CAMPALVO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CAMPALVO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CAMPALVO UNTIL CLN-FIM
              CLOSE CAMPALVO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CAMPALVO
           OPEN OUTPUT CAMPALVO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CAMPALVO UNTIL CLN-FIM
              CLOSE CAMPALVO.
           PERFORM FECHA-CLONE.
       DESCARREGA-CAMPALVO.
           READ CAMPALVO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CAMPALVO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CAMPALVO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CAMPALVO
              WRITE REG-CAMPALVO
              PERFORM CONTA-GRAVADO.
       CLONA-OPORTUN.
           MOVE 'OPORTUN ' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-OPORTUN TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT OPORTUN
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-OPORTUN UNTIL CLN-FIM
              CLOSE OPORTUN.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-OPORTUN
           OPEN OUTPUT OPORTUN
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-OPORTUN UNTIL CLN-FIM
              CLOSE OPORTUN.
           PERFORM FECHA-CLONE.
       DESCARREGA-OPORTUN.
           READ OPORTUN NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-OPORTUN TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-OPORTUN.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-OPORTUN
              PERFORM ESCALA-OPORTUN
              WRITE REG-OPORTUN
              PERFORM CONTA-GRAVADO.
       CLONA-OPESTAG.
           MOVE 'OPESTAG ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-OPESTAG TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT OPESTAG
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-OPESTAG UNTIL CLN-FIM
              CLOSE OPESTAG.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-OPESTAG
           OPEN OUTPUT OPESTAG
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-OPESTAG UNTIL CLN-FIM
              CLOSE OPESTAG.
           PERFORM FECHA-CLONE.
       DESCARREGA-OPESTAG.
           READ OPESTAG NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-OPESTAG TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-OPESTAG.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-OPESTAG
              WRITE REG-OPESTAG
              PERFORM CONTA-GRAVADO.
       CLONA-PREVISAO.
           MOVE 'PREVISAO' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PREVISAO TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PREVISAO
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PREVISAO UNTIL CLN-FIM
              CLOSE PREVISAO.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PREVISAO
           OPEN OUTPUT PREVISAO
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PREVISAO UNTIL CLN-FIM
              CLOSE PREVISAO.
           PERFORM FECHA-CLONE.
       DESCARREGA-PREVISAO.
           READ PREVISAO NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PREVISAO TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PREVISAO.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PREVISAO
              PERFORM ESCALA-PREVISAO
              WRITE REG-PREVISAO
              PERFORM CONTA-GRAVADO.
       CLONA-LGPDREG.
           MOVE 'LGPDREG ' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-LGPDREG TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT LGPDREG
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-LGPDREG UNTIL CLN-FIM
              CLOSE LGPDREG.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-LGPDREG
           OPEN OUTPUT LGPDREG
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-LGPDREG UNTIL CLN-FIM
              CLOSE LGPDREG.
           PERFORM FECHA-CLONE.
       DESCARREGA-LGPDREG.
           READ LGPDREG NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-LGPDREG TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-LGPDREG.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-LGPDREG
              PERFORM MASCARA-LGPDREG
              WRITE REG-LGPDREG
              PERFORM CONTA-GRAVADO.
       CLONA-DISTRIB.
           MOVE 'DISTRIB ' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-DISTRIB TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT DISTRIB
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-DISTRIB UNTIL CLN-FIM
              CLOSE DISTRIB.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-DISTRIB
           OPEN OUTPUT DISTRIB
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-DISTRIB UNTIL CLN-FIM
              CLOSE DISTRIB.
           PERFORM FECHA-CLONE.
       DESCARREGA-DISTRIB.
           READ DISTRIB NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-DISTRIB TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-DISTRIB.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-DISTRIB
              PERFORM MASCARA-DISTRIB
              WRITE REG-DISTRIB
              PERFORM CONTA-GRAVADO.
       CLONA-PACCTL.
           MOVE 'PACCTL  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PACCTL TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PACCTL
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PACCTL UNTIL CLN-FIM
              CLOSE PACCTL.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PACCTL
           OPEN OUTPUT PACCTL
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PACCTL UNTIL CLN-FIM
              CLOSE PACCTL.
           PERFORM FECHA-CLONE.
       DESCARREGA-PACCTL.
           READ PACCTL NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PACCTL TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PACCTL.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PACCTL
              WRITE REG-PACCTL
              PERFORM CONTA-GRAVADO.
       CLONA-PACCLI.
           MOVE 'PACCLI  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PACCLI TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PACCLI
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PACCLI UNTIL CLN-FIM
              CLOSE PACCLI.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PACCLI
           OPEN OUTPUT PACCLI
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PACCLI UNTIL CLN-FIM
              CLOSE PACCLI.
           PERFORM FECHA-CLONE.
       DESCARREGA-PACCLI.
           READ PACCLI NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PACCLI TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PACCLI.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PACCLI
              WRITE REG-PACCLI
              PERFORM CONTA-GRAVADO.
       CLONA-JORNADA.
           MOVE 'JORNADA ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-JORNADA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT JORNADA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-JORNADA UNTIL CLN-FIM
              CLOSE JORNADA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-JORNADA
           OPEN OUTPUT JORNADA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-JORNADA UNTIL CLN-FIM
              CLOSE JORNADA.
           PERFORM FECHA-CLONE.
       DESCARREGA-JORNADA.
           READ JORNADA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-JORNADA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-JORNADA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-JORNADA
              WRITE REG-JORNADA
              PERFORM CONTA-GRAVADO.
       CLONA-CLIARQ.
           MOVE 'CLIARQ  ' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CLIARQ TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CLIARQ
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CLIARQ UNTIL CLN-FIM
              CLOSE CLIARQ.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CLIARQ
           OPEN OUTPUT CLIARQ
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CLIARQ UNTIL CLN-FIM
              CLOSE CLIARQ.
           PERFORM FECHA-CLONE.
       DESCARREGA-CLIARQ.
           READ CLIARQ NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CLIARQ TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CLIARQ.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CLIARQ
              PERFORM MASCARA-CLIARQ
              WRITE REG-CLIARQ
              PERFORM CONTA-GRAVADO.
       CLONA-QUALHIST.
           MOVE 'QUALHIST' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-QUALHIST TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT QUALHIST
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-QUALHIST UNTIL CLN-FIM
              CLOSE QUALHIST.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-QUALHIST
           OPEN OUTPUT QUALHIST
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-QUALHIST UNTIL CLN-FIM
              CLOSE QUALHIST.
           PERFORM FECHA-CLONE.
       DESCARREGA-QUALHIST.
           READ QUALHIST NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-QUALHIST TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-QUALHIST.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-QUALHIST
              WRITE REG-QUALHIST
              PERFORM CONTA-GRAVADO.
       CLONA-DESEMP.
           MOVE 'DESEMP  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-DESEMP TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT DESEMP
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-DESEMP UNTIL CLN-FIM
              CLOSE DESEMP.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-DESEMP
           OPEN OUTPUT DESEMP
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-DESEMP UNTIL CLN-FIM
              CLOSE DESEMP.
           PERFORM FECHA-CLONE.
       DESCARREGA-DESEMP.
           READ DESEMP NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-DESEMP TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-DESEMP.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-DESEMP
              WRITE REG-DESEMP
              PERFORM CONTA-GRAVADO.
       CLONA-DICDADOS.
           MOVE 'DICDADOS' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-DICDADOS TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT DICDADOS
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-DICDADOS UNTIL CLN-FIM
              CLOSE DICDADOS.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-DICDADOS
           OPEN OUTPUT DICDADOS
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-DICDADOS UNTIL CLN-FIM
              CLOSE DICDADOS.
           PERFORM FECHA-CLONE.
       DESCARREGA-DICDADOS.
           READ DICDADOS NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-DICDADOS TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-DICDADOS.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-DICDADOS
              WRITE REG-DICDADOS
              PERFORM CONTA-GRAVADO.
       CLONA-EXTRDEF.
           MOVE 'EXTRDEF ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-EXTRDEF TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT EXTRDEF
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-EXTRDEF UNTIL CLN-FIM
              CLOSE EXTRDEF.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-EXTRDEF
           OPEN OUTPUT EXTRDEF
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-EXTRDEF UNTIL CLN-FIM
              CLOSE EXTRDEF.
           PERFORM FECHA-CLONE.
       DESCARREGA-EXTRDEF.
           READ EXTRDEF NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-EXTRDEF TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-EXTRDEF.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-EXTRDEF
              WRITE REG-EXTRDEF
              PERFORM CONTA-GRAVADO.
       CLONA-PESQUISA.
           MOVE 'PESQUISA' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PESQUISA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PESQUISA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PESQUISA UNTIL CLN-FIM
              CLOSE PESQUISA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PESQUISA
           OPEN OUTPUT PESQUISA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PESQUISA UNTIL CLN-FIM
              CLOSE PESQUISA.
           PERFORM FECHA-CLONE.
       DESCARREGA-PESQUISA.
           READ PESQUISA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PESQUISA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PESQUISA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PESQUISA
              WRITE REG-PESQUISA
              PERFORM CONTA-GRAVADO.
       CLONA-DELEGA.
           MOVE 'DELEGA  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-DELEGA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT DELEGA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-DELEGA UNTIL CLN-FIM
              CLOSE DELEGA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-DELEGA
           OPEN OUTPUT DELEGA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-DELEGA UNTIL CLN-FIM
              CLOSE DELEGA.
           PERFORM FECHA-CLONE.
       DESCARREGA-DELEGA.
           READ DELEGA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-DELEGA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-DELEGA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-DELEGA
              WRITE REG-DELEGA
              PERFORM CONTA-GRAVADO.
       CLONA-ENVELHE.
           MOVE 'ENVELHE ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-ENVELHE TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT ENVELHE
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-ENVELHE UNTIL CLN-FIM
              CLOSE ENVELHE.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-ENVELHE
           OPEN OUTPUT ENVELHE
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-ENVELHE UNTIL CLN-FIM
              CLOSE ENVELHE.
           PERFORM FECHA-CLONE.
       DESCARREGA-ENVELHE.
           READ ENVELHE NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-ENVELHE TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-ENVELHE.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-ENVELHE
              WRITE REG-ENVELHE
              PERFORM CONTA-GRAVADO.
       CLONA-EQUIPE.
           MOVE 'EQUIPE  ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-EQUIPE TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT EQUIPE
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-EQUIPE UNTIL CLN-FIM
              CLOSE EQUIPE.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-EQUIPE
           OPEN OUTPUT EQUIPE
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-EQUIPE UNTIL CLN-FIM
              CLOSE EQUIPE.
           PERFORM FECHA-CLONE.
       DESCARREGA-EQUIPE.
           READ EQUIPE NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-EQUIPE TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-EQUIPE.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-EQUIPE
              WRITE REG-EQUIPE
              PERFORM CONTA-GRAVADO.
       CLONA-COMPROM.
           MOVE 'COMPROM ' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-COMPROM TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT COMPROM
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-COMPROM UNTIL CLN-FIM
              CLOSE COMPROM.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-COMPROM
           OPEN OUTPUT COMPROM
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-COMPROM UNTIL CLN-FIM
              CLOSE COMPROM.
           PERFORM FECHA-CLONE.
       DESCARREGA-COMPROM.
           READ COMPROM NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-COMPROM TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-COMPROM.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-COMPROM
              WRITE REG-COMPROM
              PERFORM CONTA-GRAVADO.
       CLONA-CONCIL.
           MOVE 'CONCIL  ' TO WS-CLN-ARQUIVO
           MOVE 'FATOR  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CONCIL TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CONCIL
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CONCIL UNTIL CLN-FIM
              CLOSE CONCIL.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CONCIL
           OPEN OUTPUT CONCIL
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CONCIL UNTIL CLN-FIM
              CLOSE CONCIL.
           PERFORM FECHA-CLONE.
       DESCARREGA-CONCIL.
           READ CONCIL NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CONCIL TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CONCIL.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CONCIL
              PERFORM ESCALA-CONCIL
              WRITE REG-CONCIL
              PERFORM CONTA-GRAVADO.
       CLONA-RECEITA.
           MOVE 'RECEITA ' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-RECEITA TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT RECEITA
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-RECEITA UNTIL CLN-FIM
              CLOSE RECEITA.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-RECEITA
           OPEN OUTPUT RECEITA
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-RECEITA UNTIL CLN-FIM
              CLOSE RECEITA.
           PERFORM FECHA-CLONE.
       DESCARREGA-RECEITA.
           READ RECEITA NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-RECEITA TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-RECEITA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-RECEITA
              PERFORM MASCARA-RECEITA
              WRITE REG-RECEITA
              PERFORM CONTA-GRAVADO.
       CLONA-CONCORR.
           MOVE 'CONCORR' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-CONCORR TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT CONCORR
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CONCORR UNTIL CLN-FIM
              CLOSE CONCORR.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-CONCORR
           OPEN OUTPUT CONCORR
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CONCORR UNTIL CLN-FIM
              CLOSE CONCORR.
           PERFORM FECHA-CLONE.
       DESCARREGA-CONCORR.
           READ CONCORR NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CONCORR TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CONCORR.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CONCORR
              WRITE REG-CONCORR
              PERFORM CONTA-GRAVADO.
       CLONA-VISCONC.
           MOVE 'VISCONC' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-VISCONC TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT VISCONC
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-VISCONC UNTIL CLN-FIM
              CLOSE VISCONC.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-VISCONC
           OPEN OUTPUT VISCONC
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-VISCONC UNTIL CLN-FIM
              CLOSE VISCONC.
           PERFORM FECHA-CLONE.
       DESCARREGA-VISCONC.
           READ VISCONC NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-VISCONC TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-VISCONC.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-VISCONC
              WRITE REG-VISCONC
              PERFORM CONTA-GRAVADO.
       CLONA-ONBOARD.
           MOVE 'ONBOARD' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-ONBOARD TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT ONBOARD
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-ONBOARD UNTIL CLN-FIM
              CLOSE ONBOARD.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-ONBOARD
           OPEN OUTPUT ONBOARD
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-ONBOARD UNTIL CLN-FIM
              CLOSE ONBOARD.
           PERFORM FECHA-CLONE.
       DESCARREGA-ONBOARD.
           READ ONBOARD NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-ONBOARD TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-ONBOARD.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-ONBOARD
              WRITE REG-ONBOARD
              PERFORM CONTA-GRAVADO.
       CLONA-GERDIST.
           MOVE 'GERDIST' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-GERDIST TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT GERDIST
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-GERDIST UNTIL CLN-FIM
              CLOSE GERDIST.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-GERDIST
           OPEN OUTPUT GERDIST
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-GERDIST UNTIL CLN-FIM
              CLOSE GERDIST.
           PERFORM FECHA-CLONE.
       DESCARREGA-GERDIST.
           READ GERDIST NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-GERDIST TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-GERDIST.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-GERDIST
              WRITE REG-GERDIST
              PERFORM CONTA-GRAVADO.
      * FOTOGRAFIAS DA CARTEIRA: UMA CARTSNAP.AAAAMMDD POR DATA DO
      * CATALOGO DA PRODUCAO (O SNAPCAT E CLONADO LOGO DEPOIS), CADA
      * UMA COM A SUA LINHA NA LISTAGEM.
       CLONA-CARTSNAP.
           OPEN INPUT SNAPCAT
           IF FS-STAT = 00
              MOVE 'N' TO WS-SNC-FIM
              PERFORM CLONA-CARTSNAP-PASSO UNTIL SNC-FIM
              CLOSE SNAPCAT.
           MOVE 0 TO FS-STAT.
       CLONA-CARTSNAP-PASSO.
           READ SNAPCAT NEXT AT END
              MOVE 'S' TO WS-SNC-FIM.
           IF NOT SNC-FIM
              PERFORM CLONA-FOTOGRAFIA.
       CLONA-FOTOGRAFIA.
           MOVE 'CARTSNAP' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE 30 TO WS-BASE-TAM
           PERFORM MEDE-BASE-SNAP
                   UNTIL WS-BASE-TAM = 0
                      OR WS-ARQ-CARTSNAP(WS-BASE-TAM:1) NOT = SPACE
           MOVE SPACES TO WS-NOME-BASE
           STRING WS-ARQ-CARTSNAP(1:WS-BASE-TAM) DELIMITED BY SIZE
                  SNC-DATA DELIMITED BY SIZE
                  INTO WS-NOME-BASE
           MOVE WS-NOME-BASE TO WS-SNAP-ARQ
           PERFORM INICIA-CLONE
           OPEN INPUT CARTSNAP
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-CARTSNAP UNTIL CLN-FIM
              CLOSE CARTSNAP.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-SNAP-ARQ
           OPEN OUTPUT CARTSNAP
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-CARTSNAP UNTIL CLN-FIM
              CLOSE CARTSNAP.
           PERFORM FECHA-CLONE.
       MEDE-BASE-SNAP.
           IF WS-ARQ-CARTSNAP(WS-BASE-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-BASE-TAM.
       DESCARREGA-CARTSNAP.
           READ CARTSNAP AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-CARTSNAP TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-CARTSNAP.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-CARTSNAP
              WRITE REG-CARTSNAP
              PERFORM CONTA-GRAVADO.
       CLONA-SNAPCAT.
           MOVE 'SNAPCAT' TO WS-CLN-ARQUIVO
           MOVE 'COPIA  ' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-SNAPCAT TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT SNAPCAT
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-SNAPCAT UNTIL CLN-FIM
              CLOSE SNAPCAT.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-SNAPCAT
           OPEN OUTPUT SNAPCAT
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-SNAPCAT UNTIL CLN-FIM
              CLOSE SNAPCAT.
           PERFORM FECHA-CLONE.
       DESCARREGA-SNAPCAT.
           READ SNAPCAT NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-SNAPCAT TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-SNAPCAT.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-SNAPCAT
              WRITE REG-SNAPCAT
              PERFORM CONTA-GRAVADO.
       CLONA-PENDCLI.
           MOVE 'PENDCLI' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PENDCLI TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PENDCLI
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PENDCLI UNTIL CLN-FIM
              CLOSE PENDCLI.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PENDCLI
           OPEN OUTPUT PENDCLI
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PENDCLI UNTIL CLN-FIM
              CLOSE PENDCLI.
           PERFORM FECHA-CLONE.
       DESCARREGA-PENDCLI.
           READ PENDCLI NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PENDCLI TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PENDCLI.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PENDCLI
              PERFORM MASCARA-PENDCLI
              WRITE REG-PENDCLI
              PERFORM CONTA-GRAVADO.
       CLONA-PENDVDD.
           MOVE 'PENDVDD' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           MOVE WS-ARQ-PENDVDD TO WS-NOME-BASE
           PERFORM INICIA-CLONE
           OPEN INPUT PENDVDD
           IF FS-STAT NOT = 00
              MOVE 'SEM ORIGEM' TO WS-CLN-SITUACAO
           ELSE
              PERFORM PREPARA-FIM-DESCARGA
              PERFORM DESCARREGA-PENDVDD UNTIL CLN-FIM
              CLOSE PENDVDD.
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-ARQ-PENDVDD
           OPEN OUTPUT PENDVDD
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-PENDVDD UNTIL CLN-FIM
              CLOSE PENDVDD.
           PERFORM FECHA-CLONE.
       DESCARREGA-PENDVDD.
           READ PENDVDD NEXT AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-PENDVDD TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-PENDVDD.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-PENDVDD
              PERFORM MASCARA-PENDVDD
              WRITE REG-PENDVDD
              PERFORM CONTA-GRAVADO.
      * AGENDAS: UMA AGENDA.NNN.CSV POR VENDEDOR (001 A 999). A QUE
      * NAO EXISTE NA PRODUCAO E APAGADA DO DESTINO, PARA NAO SOBRAR
      * AGENDA DE CLONE ANTIGO, E NAO SAI NA LISTAGEM.
       CLONA-AGENDA.
           MOVE 1 TO WS-AGENDA-IX
           PERFORM CLONA-AGENDA-PASSO UNTIL WS-AGENDA-IX > 999
           MOVE 0 TO FS-STAT.
       CLONA-AGENDA-PASSO.
           MOVE WS-AGENDA-IX TO WS-AGENDA-VDD
           MOVE 30 TO WS-BASE-TAM
           PERFORM MEDE-BASE-AGENDA
                   UNTIL WS-BASE-TAM = 0
                      OR WS-ARQ-AGENDA(WS-BASE-TAM:1) NOT = SPACE
           MOVE SPACES TO WS-NOME-BASE
           STRING WS-ARQ-AGENDA(1:WS-BASE-TAM) DELIMITED BY SIZE
                  WS-AGENDA-VDD DELIMITED BY SIZE
                  '.CSV' DELIMITED BY SIZE
                  INTO WS-NOME-BASE
           MOVE WS-NOME-BASE TO WS-AGENDA-ARQ
           OPEN INPUT AGENDCSV
           IF FS-STAT = 00
              PERFORM CLONA-AGENDA-VENDEDOR
           ELSE
              PERFORM PREFIXA-NOME
              CALL "CBL_DELETE_FILE" USING WS-NOME-NOVO.
           ADD 1 TO WS-AGENDA-IX.
       MEDE-BASE-AGENDA.
           IF WS-ARQ-AGENDA(WS-BASE-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-BASE-TAM.
       CLONA-AGENDA-VENDEDOR.
           MOVE 'AGENDA  ' TO WS-CLN-ARQUIVO
           MOVE 'MASCARA' TO WS-CLN-TRATAMENTO
           PERFORM INICIA-CLONE
           PERFORM PREPARA-FIM-DESCARGA
           PERFORM DESCARREGA-AGENDA UNTIL CLN-FIM
           CLOSE AGENDCSV
           PERFORM PREPARA-CARGA
           MOVE WS-NOME-NOVO TO WS-AGENDA-ARQ
           OPEN OUTPUT AGENDCSV
           IF FS-STAT NOT = 00
              MOVE 'ERRO DESTINO' TO WS-CLN-SITUACAO
           ELSE
              PERFORM CARREGA-AGENDA UNTIL CLN-FIM
              CLOSE AGENDCSV.
           PERFORM FECHA-CLONE.
       DESCARREGA-AGENDA.
           READ AGENDCSV AT END
              MOVE 'S' TO WS-CLN-FIM.
           IF NOT CLN-FIM
              MOVE REG-AGENDCSV TO REG-CLNTMP
              PERFORM GRAVA-TEMPORARIO.
       CARREGA-AGENDA.
           PERFORM LE-TEMPORARIO
           IF NOT CLN-FIM
              MOVE REG-CLNTMP TO REG-AGENDCSV
              PERFORM MASCARA-AGENDA
              WRITE REG-AGENDCSV
              PERFORM CONTA-GRAVADO.
      * -----------------------------------
      * MASCARAMENTO DOS DADOS PESSOAIS. OS TEXTOS FICTICIOS LEVAM O
      * CODIGO DO PROPRIO REGISTRO, PARA O TREINAMENTO ACHAR O CLIENTE
      * DA TELA NOS RELATORIOS.
       MASCARA-CLIENTE.
           MOVE SPACES TO CL-RAZAO
           STRING 'CLIENTE ' CL-CODIGO DELIMITED BY SIZE
                  INTO CL-RAZAO
           IF CL-CNPJ NUMERIC
              MOVE CL-CNPJ TO WS-MSK-CNPJ
              PERFORM MASCARA-CNPJ
              MOVE WS-MSK-CNPJ TO CL-CNPJ.
           IF CL-GRUPO NUMERIC
              MOVE CL-GRUPO TO WS-MSK-NUMERO
              PERFORM EMBARALHA-RAIZ
              MOVE WS-MSK-NUMERO TO CL-GRUPO.
       MASCARA-VENDEDOR.
           MOVE SPACES TO VD-NOME
           STRING 'VENDEDOR ' VD-CODIGO DELIMITED BY SIZE
                  INTO VD-NOME
           IF VD-CPF NUMERIC
              MOVE VD-CPF TO WS-MSK-CPF
              PERFORM MASCARA-CPF
              MOVE WS-MSK-CPF TO VD-CPF.
       MASCARA-CONTATO.
           MOVE SPACES TO CT-NOME
           STRING 'CONTATO ' CT-SEQ ' CLIENTE ' CT-CLIENTE
                  DELIMITED BY SIZE INTO CT-NOME
           IF CT-FONE NOT = SPACES
              MOVE SPACES TO CT-FONE
              STRING '(00) ' CT-CLIENTE '-' CT-SEQ
                     DELIMITED BY SIZE INTO CT-FONE.
           IF CT-EMAIL NOT = SPACES
              MOVE SPACES TO CT-EMAIL
              STRING 'CT' CT-CLIENTE '.' CT-SEQ '@TREINO.INVALID'
                     DELIMITED BY SIZE INTO CT-EMAIL.
      * O GRUPO E A RAIZ DO CNPJ DA MATRIZ (OU O CL-GRUPO INFORMADO):
      * O MESMO EMBARALHAMENTO DA RAIZ MANTEM A LIGACAO.
       MASCARA-GRUPO.
           MOVE GE-CODIGO TO WS-MSK-NUMERO
           PERFORM EMBARALHA-RAIZ
           MOVE WS-MSK-NUMERO TO GE-CODIGO
           MOVE SPACES TO GE-NOME
           STRING 'GRUPO ' GE-CODIGO DELIMITED BY SIZE
                  INTO GE-NOME.
       MASCARA-RECEITA.
           MOVE RF-CNPJ TO WS-MSK-CNPJ
           PERFORM MASCARA-CNPJ
           MOVE WS-MSK-CNPJ TO RF-CNPJ
           MOVE SPACES TO RF-RAZAO
           STRING 'CLIENTE ' RF-CLIENTE DELIMITED BY SIZE
                  INTO RF-RAZAO.
      * A IMAGEM ARQUIVADA DE CLIENTE OU CONTATO PASSA PELO MESMO
      * MASCARAMENTO (OS DOIS ARQUIVOS JA ESTAO FECHADOS AQUI).
       MASCARA-CLIARQ.
           IF ARQUIVADO-CLIENTE
              MOVE AQ-IMAGEM TO REG-CLIENTES
              PERFORM MASCARA-CLIENTE
              MOVE REG-CLIENTES TO AQ-IMAGEM.
           IF ARQUIVADO-CONTATO
              MOVE AQ-IMAGEM TO REG-CONTATO
              PERFORM MASCARA-CONTATO
              MOVE REG-CONTATO TO AQ-IMAGEM.
      * AS GRAVACOES PENDENTES GUARDAM A IMAGEM INTEIRA DO CLIENTE OU
      * DO VENDEDOR: O MESMO MASCARAMENTO DO CADASTRO.
       MASCARA-PENDCLI.
           MOVE PC-DADOS TO REG-CLIENTES
           PERFORM MASCARA-CLIENTE
           MOVE REG-CLIENTES TO PC-DADOS.
       MASCARA-PENDVDD.
           MOVE PV-DADOS TO REG-VENDEDOR
           PERFORM MASCARA-VENDEDOR
           MOVE REG-VENDEDOR TO PV-DADOS.
      * A AGENDA REPETE O NOME DO VENDEDOR, A RAZAO SOCIAL E O CONTATO
      * PREFERIDO DO CLIENTE: OS MESMOS TEXTOS FICTICIOS DO CADASTRO.
       MASCARA-AGENDA.
           MOVE SPACES TO AC-NOME
           STRING 'VENDEDOR ' AC-VENDEDOR DELIMITED BY SIZE
                  INTO AC-NOME
           MOVE SPACES TO AC-RAZAO
           STRING 'CLIENTE ' AC-CLIENTE DELIMITED BY SIZE
                  INTO AC-RAZAO
           IF AC-CONTATO NOT = SPACES
              MOVE SPACES TO AC-CONTATO
              STRING 'CONTATO CLIENTE ' AC-CLIENTE DELIMITED BY SIZE
                     INTO AC-CONTATO.
           IF AC-CT-FONE NOT = SPACES
              MOVE SPACES TO AC-CT-FONE
              STRING '(00) ' AC-CLIENTE DELIMITED BY SIZE
                     INTO AC-CT-FONE.
       MASCARA-LGPDREG.
           IF LG-BUSCA NOT = SPACES
              MOVE ALL '*' TO LG-BUSCA.
       MASCARA-DISTRIB.
           IF MEIO-EMAIL
              MOVE SPACES TO DI-DESTINO
              STRING 'DESTINO' DI-SEQ '@TREINO.INVALID'
                     DELIMITED BY SIZE INTO DI-DESTINO.
      * RAIZ NOVA E DIGITOS VERIFICADORES RECALCULADOS; A FILIAL FICA.
       MASCARA-CNPJ.
           IF WS-MSK-CNPJ NOT = ZEROS
              MOVE WS-MSK-CNPJ-RAIZ TO WS-MSK-NUMERO
              PERFORM EMBARALHA-RAIZ
              MOVE WS-MSK-NUMERO TO WS-MSK-CNPJ-RAIZ
              PERFORM CALCULA-CNPJ-DV1
              PERFORM CALCULA-CNPJ-DV2
              MOVE WS-CNPJ-DV1 TO RE-CNPJ(13)
              MOVE WS-CNPJ-DV2 TO RE-CNPJ(14).
       MASCARA-CPF.
           IF WS-MSK-CPF NOT = ZEROS
              MOVE WS-MSK-CPF-BASE TO WS-MSK-NUMERO
              MOVE 1000000000 TO WS-MSK-MODULO
              PERFORM EMBARALHA-NUMERO
              MOVE WS-MSK-NUMERO TO WS-MSK-CPF-BASE
              PERFORM CALCULA-CPF-DV1
              PERFORM CALCULA-CPF-DV2
              MOVE WS-CPF-DV1 TO RE-CPF(13)
              MOVE WS-CPF-DV2 TO RE-CPF(14).
       EMBARALHA-RAIZ.
           MOVE 100000000 TO WS-MSK-MODULO
           PERFORM EMBARALHA-NUMERO.
      * ZERO (SEM CNPJ, SEM GRUPO) CONTINUA ZERO; O UNICO NUMERO QUE
      * DARIA ZERO FICA COM A SEMENTE, QUE SERIA O RESULTADO DO ZERO.
       EMBARALHA-NUMERO.
           IF WS-MSK-NUMERO NOT = 0
              COMPUTE WS-MSK-PRODUTO =
                      WS-CLN-MULT * WS-MSK-NUMERO + WS-CLN-SEMENTE
              DIVIDE WS-MSK-PRODUTO BY WS-MSK-MODULO
                     GIVING WS-MSK-QUOC REMAINDER WS-MSK-NUMERO
              IF WS-MSK-NUMERO = 0
                 MOVE WS-CLN-SEMENTE TO WS-MSK-NUMERO.
       CALCULA-CNPJ-DV1.
           MOVE 1 TO WS-CNPJ-IX
           MOVE 0 TO WS-CNPJ-SOMA
           PERFORM SOMA-CNPJ-DV1-PASSO UNTIL WS-CNPJ-IX > 12
           DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-QUOC
                  REMAINDER WS-CNPJ-RESTO
           IF WS-CNPJ-RESTO < 2
              MOVE 0 TO WS-CNPJ-DV1
           ELSE
              COMPUTE WS-CNPJ-DV1 = 11 - WS-CNPJ-RESTO.
       SOMA-CNPJ-DV1-PASSO.
           COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                   RE-CNPJ(WS-CNPJ-IX) * WS-CNPJ-P1(WS-CNPJ-IX)
           ADD 1 TO WS-CNPJ-IX.
       CALCULA-CNPJ-DV2.
           MOVE 1 TO WS-CNPJ-IX
           MOVE 0 TO WS-CNPJ-SOMA
           PERFORM SOMA-CNPJ-DV2-PASSO UNTIL WS-CNPJ-IX > 13
           DIVIDE WS-CNPJ-SOMA BY 11 GIVING WS-CNPJ-QUOC
                  REMAINDER WS-CNPJ-RESTO
           IF WS-CNPJ-RESTO < 2
              MOVE 0 TO WS-CNPJ-DV2
           ELSE
              COMPUTE WS-CNPJ-DV2 = 11 - WS-CNPJ-RESTO.
       SOMA-CNPJ-DV2-PASSO.
           IF WS-CNPJ-IX = 13
              COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                      WS-CNPJ-DV1 * WS-CNPJ-P2(13)
           ELSE
              COMPUTE WS-CNPJ-SOMA = WS-CNPJ-SOMA +
                      RE-CNPJ(WS-CNPJ-IX) * WS-CNPJ-P2(WS-CNPJ-IX)
           ADD 1 TO WS-CNPJ-IX.
       CALCULA-CPF-DV1.
           MOVE 1 TO WS-CPF-IX
           MOVE 0 TO WS-CPF-SOMA
           PERFORM SOMA-CPF-DV1-PASSO UNTIL WS-CPF-IX > 9
           DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOC
                  REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
              MOVE 0 TO WS-CPF-DV1
           ELSE
              COMPUTE WS-CPF-DV1 = 11 - WS-CPF-RESTO.
       SOMA-CPF-DV1-PASSO.
           COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                   RE-CPF(WS-CPF-IX + 3) * WS-CPF-P1(WS-CPF-IX)
           ADD 1 TO WS-CPF-IX.
       CALCULA-CPF-DV2.
           MOVE 1 TO WS-CPF-IX
           MOVE 0 TO WS-CPF-SOMA
           PERFORM SOMA-CPF-DV2-PASSO UNTIL WS-CPF-IX > 10
           DIVIDE WS-CPF-SOMA BY 11 GIVING WS-CPF-QUOC
                  REMAINDER WS-CPF-RESTO
           IF WS-CPF-RESTO < 2
              MOVE 0 TO WS-CPF-DV2
           ELSE
              COMPUTE WS-CPF-DV2 = 11 - WS-CPF-RESTO.
       SOMA-CPF-DV2-PASSO.
           IF WS-CPF-IX = 10
              COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                      WS-CPF-DV1 * WS-CPF-P2(10)
           ELSE
              COMPUTE WS-CPF-SOMA = WS-CPF-SOMA +
                      RE-CPF(WS-CPF-IX + 3) * WS-CPF-P2(WS-CPF-IX)
           ADD 1 TO WS-CPF-IX.
      * -----------------------------------
      * VALORES DE VENDA MULTIPLICADOS PELO FATOR DA CHAVE.
       APLICA-FATOR.
           COMPUTE WS-MSK-VALOR ROUNDED = WS-MSK-VALOR * WS-CLN-FATOR.
       ESCALA-VENDHIST.
           MOVE VH-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO VH-VALOR.
       ESCALA-AJUSTE.
           MOVE AJ-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO AJ-VALOR.
       ESCALA-CLIHIST.
           MOVE CH-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO CH-VALOR.
       ESCALA-COMIHIST.
           MOVE CI-VENDIDO TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO CI-VENDIDO
           MOVE CI-COMISSAO TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO CI-COMISSAO.
       ESCALA-VENDMETA.
           MOVE VM-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO VM-VALOR.
       ESCALA-CLILINHA.
           MOVE LC-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO LC-VALOR.
       ESCALA-PEDIDO.
           MOVE PD-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO PD-VALOR.
       ESCALA-PEDITEM.
           MOVE PI-PRECO TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO PI-PRECO
           MOVE PI-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO PI-VALOR.
       ESCALA-RECHIST.
           MOVE RH-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO RH-VALOR
           MOVE 1 TO WS-MSK-IX
           PERFORM ESCALA-FAIXA-RECHIST UNTIL WS-MSK-IX > 4.
       ESCALA-FAIXA-RECHIST.
           MOVE RH-FAIXA (WS-MSK-IX) TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO RH-FAIXA (WS-MSK-IX)
           ADD 1 TO WS-MSK-IX.
       ESCALA-OPORTUN.
           MOVE PO-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO PO-VALOR.
       ESCALA-PREVISAO.
           MOVE PF-MEDIA TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO PF-MEDIA
           MOVE PF-VALOR TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO PF-VALOR.
       ESCALA-CONCIL.
           MOVE CC-VALOR-VENDHIST TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO CC-VALOR-VENDHIST
           MOVE CC-VALOR-CLIHIST TO WS-MSK-VALOR
           PERFORM APLICA-FATOR
           MOVE WS-MSK-VALOR TO CC-VALOR-CLIHIST
           COMPUTE CC-DIFERENCA ROUNDED =
                   CC-DIFERENCA * WS-CLN-FATOR.
