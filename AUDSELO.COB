       IDENTIFICATION DIVISION.
       PROGRAM-ID.   AUDSELO.
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
      * OBJETIVO.....: SELO ENCADEADO DAS TRILHAS DE AUDITORIA (CHAMADO     *
      *                COMO O SENHAPOL, AREA NO COPY AUDSELO.WS). CADA      *
      *                LINHA DE AUDCLI, AUDVDD, AUDPARAM, SEGLOG, FECHALOG  *
      *                E HISTCART LEVA NO FIM UM HASH COM CHAVE DA LINHA E  *
      *                DO SELO DA LINHA ANTERIOR, ENTAO ALTERAR, INCLUIR OU *
      *                APAGAR UMA LINHA QUEBRA TODOS OS SELOS SEGUINTES     *
      *                (CONFERIDOS PELO SICCV68). A CHAVE VEM DA VARIAVEL   *
      *                DE AMBIENTE SICCVSELO E NAO FICA EM ARQUIVO NEM NO   *
      *                PROGRAMA; SEM ELA NADA E SELADO (RETORNO 'N', SELO   *
      *                EM BRANCO).                                          *
      *                O ULTIMO SELO DE CADA TRILHA FICA NO AUDCADEI.DAT DO *
      *                AMBIENTE ATIVO OU, NA PROMOCAO (SICCV67), NO DO      *
      *                AMBIENTE DE DESTINO, ONDE A LINHA E GRAVADA.         *
      *                FUNCOES: VER AUDSELO.WS.                             *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AUDCADEI.SEL.
       DATA DIVISION.
       FILE SECTION.
       COPY AUDCADEI.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-INICIADO          PIC X(01) VALUE 'N'.
       01  WS-ACHOU             PIC X(01) VALUE 'N'.
       01  WS-CHAVE             PIC X(20) VALUE SPACES.
      * NOME DO AUDCADEI: SEM PREFIXO (GUARDADO ANTES DO AMBIENTE),
      * NO AMBIENTE ATIVO E O DA CHAMADA, QUANDO A TRILHA E DE OUTRO.
       01  WS-CADEI-BASE        PIC X(30) VALUE SPACES.
       01  WS-CADEI-ATIVO       PIC X(30) VALUE SPACES.
       01  WS-PREF-TAM          PIC 9(02) VALUE ZEROS.
      * VALOR DE CADA CARACTER NO CALCULO: O BYTE LIDO COMO BINARIO.
       01  WS-BYTE.
           05 F                 PIC X(01) VALUE LOW-VALUE.
           05 WS-BYTE-CHAR      PIC X(01) VALUE SPACES.
       01  WS-BYTE-R REDEFINES WS-BYTE.
           05 WS-BYTE-VALOR     PIC 9(04) COMP.
       01  WS-ANTERIOR          PIC 9(18) VALUE ZEROS.
       01  WS-ANTERIOR-R REDEFINES WS-ANTERIOR PIC X(18).
       01  WS-TAMANHO           PIC 9(03) VALUE ZEROS.
       01  WS-IX                PIC 9(03) VALUE ZEROS.
       01  WS-RODADA            PIC 9(02) VALUE ZEROS.
       01  WS-H1                PIC 9(09) VALUE ZEROS.
       01  WS-H2                PIC 9(09) VALUE ZEROS.
       01  WS-CALC              PIC 9(18) VALUE ZEROS.
       01  WS-QUOC              PIC 9(18) VALUE ZEROS.
       01  WS-HASH.
           05 WS-HASH-H1        PIC 9(09).
           05 WS-HASH-H2        PIC 9(09).
       01  WS-HASH-R REDEFINES WS-HASH PIC 9(18).
       LINKAGE SECTION.
       01  LK-AUDSELO.
           05 LK-AS-FUNCAO      PIC X(01).
           05 LK-AS-CADEIA      PIC X(08).
           05 LK-AS-ANTERIOR    PIC 9(18).
           05 LK-AS-LINHA       PIC X(250).
           05 LK-AS-SELO.
              10 LK-AS-MARCA    PIC X(01).
              10 LK-AS-HASH     PIC 9(18).
           05 LK-AS-QTD         PIC 9(09).
           05 LK-AS-RETORNO     PIC X(01).
           05 LK-AS-OUTRO-AMB   PIC X(01).
           05 LK-AS-PREFIXO     PIC X(12).

       PROCEDURE DIVISION USING LK-AUDSELO.
       INICIO.
           IF WS-INICIADO NOT = 'S'
              PERFORM INICIALIZA.
      * SEM A CHAVE NAO HA SELO: A LINHA SAI SEM ELE, A CADEIA NAO
      * ANDA E O SICCV68 SE RECUSA A CONFERIR.
           IF WS-CHAVE = SPACES
              MOVE SPACES TO LK-AS-SELO
              MOVE 'N' TO LK-AS-RETORNO
              EXIT PROGRAM.
           PERFORM NOMEIA-CONTROLE
           MOVE 'S' TO LK-AS-MARCA
           MOVE 'N' TO LK-AS-RETORNO
           IF LK-AS-FUNCAO = 'C'
              MOVE LK-AS-ANTERIOR TO WS-ANTERIOR
              PERFORM CALCULA-SELO
              MOVE WS-HASH-R TO LK-AS-HASH
              MOVE 'S' TO LK-AS-RETORNO.
           IF LK-AS-FUNCAO = 'E'
              PERFORM ENCADEIA.
           IF LK-AS-FUNCAO = 'L'
              PERFORM LE-CONTROLE.
           IF LK-AS-FUNCAO = 'A' OR LK-AS-FUNCAO = 'F'
              PERFORM AJUSTA-CONTROLE.
           EXIT PROGRAM.
      * -----------------------------------
      * UMA VEZ POR RODADA: NOMES DO AMBIENTE E CHAVE DO SELO.
       INICIALIZA.
           MOVE 'S' TO WS-INICIADO
           MOVE WS-ARQ-AUDCADEI TO WS-CADEI-BASE
           CALL 'AMBIENTE' USING WS-AMBIENTE
           MOVE WS-ARQ-AUDCADEI TO WS-CADEI-ATIVO
           MOVE SPACES TO WS-CHAVE
           ACCEPT WS-CHAVE FROM ENVIRONMENT "SICCVSELO".
      * CONTROLE DA TRILHA DE OUTRO AMBIENTE: PREFIXO DA CHAMADA +
      * NOME DE PRODUCAO, COMO NO SUBPROGRAMA AMBIENTE.
       NOMEIA-CONTROLE.
           MOVE WS-CADEI-ATIVO TO WS-ARQ-AUDCADEI
           IF LK-AS-OUTRO-AMB = 'S'
              MOVE WS-CADEI-BASE TO WS-ARQ-AUDCADEI
              MOVE 12 TO WS-PREF-TAM
              PERFORM MEDE-PREFIXO-PASSO
                      UNTIL WS-PREF-TAM = 0
                         OR LK-AS-PREFIXO(WS-PREF-TAM:1) NOT = SPACE
              IF WS-PREF-TAM > 0
                 MOVE SPACES TO WS-ARQ-AUDCADEI
                 STRING LK-AS-PREFIXO(1:WS-PREF-TAM) DELIMITED BY SIZE
                        WS-CADEI-BASE DELIMITED BY SIZE
                        INTO WS-ARQ-AUDCADEI.
       MEDE-PREFIXO-PASSO.
           IF LK-AS-PREFIXO(WS-PREF-TAM:1) = SPACE
              SUBTRACT 1 FROM WS-PREF-TAM.
      * -----------------------------------
      * CONTROLE DA CADEIA: ABERTO E FECHADO A CADA CHAMADA, PARA
      * OS TERMINAIS QUE GRAVAM NA MESMA TRILHA ENCADEAREM UM NO
      * OUTRO.
       ABRE-CONTROLE.
           OPEN I-O AUDCADEI
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT AUDCADEI
              CLOSE AUDCADEI
              OPEN I-O AUDCADEI.
           MOVE 'N' TO WS-ACHOU
           IF FS-STAT = 00
              MOVE LK-AS-CADEIA TO CD-CADEIA
              READ AUDCADEI
              IF FS-STAT = 00
                 MOVE 'S' TO WS-ACHOU.
       ENCADEIA.
           PERFORM ABRE-CONTROLE
           IF WS-ACHOU NOT = 'S'
              MOVE LK-AS-CADEIA TO CD-CADEIA
              MOVE ZEROS TO CD-HASH CD-ANCORA CD-QTD.
           MOVE CD-HASH TO WS-ANTERIOR LK-AS-ANTERIOR
           PERFORM CALCULA-SELO
           MOVE WS-HASH-R TO LK-AS-HASH CD-HASH
           ADD 1 TO CD-QTD
           MOVE CD-QTD TO LK-AS-QTD
           ACCEPT CD-DATA FROM DATE YYYYMMDD
           ACCEPT CD-HORA FROM TIME
           IF WS-ACHOU = 'S'
              REWRITE REG-AUDCADEI
           ELSE
              WRITE REG-AUDCADEI.
           IF FS-STAT = 00
              MOVE 'S' TO LK-AS-RETORNO.
           CLOSE AUDCADEI
           MOVE 0 TO FS-STAT.
       LE-CONTROLE.
           MOVE ZEROS TO LK-AS-HASH LK-AS-ANTERIOR LK-AS-QTD
           PERFORM ABRE-CONTROLE
           IF WS-ACHOU = 'S'
              MOVE CD-HASH   TO LK-AS-HASH
              MOVE CD-ANCORA TO LK-AS-ANTERIOR
              MOVE CD-QTD    TO LK-AS-QTD
              MOVE 'S' TO LK-AS-RETORNO.
           CLOSE AUDCADEI
           MOVE 0 TO FS-STAT.
      * 'A': ANCORA NOVA DEPOIS DO CORTE DA RETENCAO; 'F': FIM NOVO
      * DEPOIS DA RESELAGEM DA ANONIMIZACAO.
       AJUSTA-CONTROLE.
           PERFORM ABRE-CONTROLE
           IF WS-ACHOU = 'S'
              IF LK-AS-FUNCAO = 'A'
                 MOVE LK-AS-ANTERIOR TO CD-ANCORA
              ELSE
                 MOVE LK-AS-HASH TO CD-HASH.
           IF WS-ACHOU = 'S'
              ACCEPT CD-DATA FROM DATE YYYYMMDD
              ACCEPT CD-HORA FROM TIME
              REWRITE REG-AUDCADEI
              IF FS-STAT = 00
                 MOVE 'S' TO LK-AS-RETORNO.
           CLOSE AUDCADEI
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * HASH: DOIS ACUMULADORES (RESTO POR DOIS PRIMOS GRANDES, UM
      * ALIMENTANDO O OUTRO, COMO NO SENHAPOL) PASSAM PELA CHAVE,
      * PELO SELO ANTERIOR, PELA LINHA SEM OS BRANCOS DA DIREITA E
      * DE NOVO PELA CHAVE; NO FIM, RODADAS DE PRODUTO MISTURAM OS
      * DOIS. SEM A CHAVE NAO HA COMO REFAZER OS SELOS.
       CALCULA-SELO.
           MOVE 5381 TO WS-H1
           MOVE 7919 TO WS-H2
           PERFORM ABSORVE-CHAVE
           MOVE 1 TO WS-IX
           PERFORM ABSORVE-ANTERIOR UNTIL WS-IX > 18
           MOVE 250 TO WS-TAMANHO
           PERFORM MEDE-LINHA
                   UNTIL WS-TAMANHO = 0
                      OR LK-AS-LINHA(WS-TAMANHO:1) NOT = SPACE
           MOVE 1 TO WS-IX
           PERFORM ABSORVE-LINHA UNTIL WS-IX > WS-TAMANHO
           PERFORM ABSORVE-CHAVE
           MOVE 1 TO WS-RODADA
           PERFORM MISTURA UNTIL WS-RODADA > 8
           MOVE WS-H1 TO WS-HASH-H1
           MOVE WS-H2 TO WS-HASH-H2.
       MEDE-LINHA.
           SUBTRACT 1 FROM WS-TAMANHO.
       ABSORVE-CHAVE.
           MOVE 1 TO WS-IX
           PERFORM ABSORVE-CHAVE-PASSO UNTIL WS-IX > 20.
       ABSORVE-CHAVE-PASSO.
           MOVE WS-CHAVE(WS-IX:1) TO WS-BYTE-CHAR
           PERFORM ABSORVE-BYTE
           ADD 1 TO WS-IX.
       ABSORVE-ANTERIOR.
           MOVE WS-ANTERIOR-R(WS-IX:1) TO WS-BYTE-CHAR
           PERFORM ABSORVE-BYTE
           ADD 1 TO WS-IX.
       ABSORVE-LINHA.
           MOVE LK-AS-LINHA(WS-IX:1) TO WS-BYTE-CHAR
           PERFORM ABSORVE-BYTE
           ADD 1 TO WS-IX.
       ABSORVE-BYTE.
           COMPUTE WS-CALC = WS-H1 * 131 + WS-BYTE-VALOR * 7 + 1
           DIVIDE WS-CALC BY 999999937 GIVING WS-QUOC
                  REMAINDER WS-H1
           COMPUTE WS-CALC = WS-H2 * 257 + WS-BYTE-VALOR * 13
                           + WS-H1
           DIVIDE WS-CALC BY 999999929 GIVING WS-QUOC
                  REMAINDER WS-H2.
       MISTURA.
           COMPUTE WS-CALC = WS-H1 * WS-H2 + WS-RODADA
           DIVIDE WS-CALC BY 999999937 GIVING WS-QUOC
                  REMAINDER WS-H1
           COMPUTE WS-CALC = WS-H2 * WS-H2 + WS-H1
           DIVIDE WS-CALC BY 999999929 GIVING WS-QUOC
                  REMAINDER WS-H2
           ADD 1 TO WS-RODADA.
