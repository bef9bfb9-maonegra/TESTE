       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SENHAPOL.
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
      * OBJETIVO.....: POLITICA DE SENHA DOS OPERADORES (CHAMADO COMO O     *
      *                DIAUTIL), USADO NO LOGIN DO MENU (SICCV) E NO        *
      *                CADASTRO DE OPERADORES (SICCV12).                    *
      *                FUNCOES (LK-FUNCAO):                                 *
      *                  'H' LK-HASH RECEBE O HASH (18 DIGITOS) DA SENHA    *
      *                      COM O CODIGO DO OPERADOR COMO SAL: SO ELE E    *
      *                      GRAVADO NO OPERADOR.DAT, NUNCA A SENHA;        *
      *                  'V' CONFERE A REGRA DA SENHA NOVA: TAMANHO MINIMO  *
      *                      (SENHA-MINIMO DO PARAMS.DAT, PADRAO 8), AO     *
      *                      MENOS UMA LETRA E UM NUMERO E DIFERENTE DO     *
      *                      CODIGO. LK-MSG VOLTA EM BRANCO SE ESTA BOA,    *
      *                      SENAO COM O MOTIVO PARA A TELA.                *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY PARAMS.SEL.
       DATA DIVISION.
       FILE SECTION.
       COPY PARAMS.FD.
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-PARAMS-LIDOS      PIC X(01) VALUE 'N'.
       01  WS-MINIMO            PIC 9(02) VALUE 08.
      * CARACTERES CONHECIDOS DA SENHA; A POSICAO NA TABELA E O
      * VALOR DO CARACTER NO CALCULO (FORA DA TABELA VALE 94).
       01  WS-CARACTERES.
           05 F                 PIC X(40) VALUE
              ' !#$%&()*+,-./0123456789:;<=>?@ABCDEFGHI'.
           05 F                 PIC X(40) VALUE
              'JKLMNOPQRSTUVWXYZ[\]^_`abcdefghijklmnopq'.
           05 F                 PIC X(13) VALUE
              'rstuvwxyz{|}~'.
       01  WS-CARACTERES-R REDEFINES WS-CARACTERES.
           05 WS-CARACTER       PIC X(01) OCCURS 93 TIMES.
      * ENTRADA DO HASH: CODIGO (SAL) SEGUIDO DA SENHA.
       01  WS-ENTRADA.
           05 WS-ENT-CODIGO     PIC X(10).
           05 WS-ENT-SENHA      PIC X(16).
       01  WS-ENTRADA-R REDEFINES WS-ENTRADA.
           05 WS-ENT-CHAR       PIC X(01) OCCURS 26 TIMES.
       01  WS-VALORES.
           05 WS-VALOR          PIC 9(02) OCCURS 26 TIMES.
       01  WS-IX                PIC 9(02) VALUE ZEROS.
       01  WS-IC                PIC 9(02) VALUE ZEROS.
       01  WS-RODADA            PIC 9(04) VALUE ZEROS.
       01  WS-RODADAS           PIC 9(04) VALUE 0500.
       01  WS-H1                PIC 9(09) VALUE ZEROS.
       01  WS-H2                PIC 9(09) VALUE ZEROS.
       01  WS-CALC              PIC 9(12) VALUE ZEROS.
       01  WS-QUOC              PIC 9(12) VALUE ZEROS.
       01  WS-HASH.
           05 WS-HASH-H1        PIC 9(09).
           05 WS-HASH-H2        PIC 9(09).
      * CONFERENCIA DA REGRA.
       01  WS-TAMANHO           PIC 9(02) VALUE ZEROS.
       01  WS-QTD-LETRAS        PIC 9(02) VALUE ZEROS.
       01  WS-QTD-NUMEROS       PIC 9(02) VALUE ZEROS.
       01  WS-MSG-MINIMO.
           05 F                 PIC X(25) VALUE
              'SENHA DEVE TER NO MINIMO '.
           05 WS-MSG-QTD        PIC Z9.
           05 F                 PIC X(11) VALUE ' CARACTERES'.
       LINKAGE SECTION.
       01  LK-FUNCAO            PIC X(01).
       01  LK-CODIGO            PIC X(10).
       01  LK-SENHA             PIC X(16).
       01  LK-HASH              PIC X(18).
       01  LK-MSG               PIC X(43).

       PROCEDURE DIVISION USING LK-FUNCAO LK-CODIGO LK-SENHA
                                LK-HASH LK-MSG.
       INICIO.
           IF LK-FUNCAO = 'H'
              PERFORM CALCULA-HASH.
           IF LK-FUNCAO = 'V'
              PERFORM LE-PARAMETROS
              PERFORM CONFERE-REGRA.
           EXIT PROGRAM.
      * -----------------------------------
      * HASH: CADA CARACTER VIRA SEU VALOR NA TABELA; DOIS
      * ACUMULADORES (RESTO POR DOIS PRIMOS GRANDES) PASSAM 500
      * VEZES PELA ENTRADA, UM ALIMENTANDO O OUTRO, PARA ADIVINHAR
      * A SENHA POR TENTATIVA FICAR CARO.
       CALCULA-HASH.
           MOVE LK-CODIGO TO WS-ENT-CODIGO
           MOVE LK-SENHA  TO WS-ENT-SENHA
           MOVE 1 TO WS-IX
           PERFORM VALOR-CARACTER UNTIL WS-IX > 26
           MOVE 5381 TO WS-H1
           MOVE 7919 TO WS-H2
           MOVE 1 TO WS-RODADA
           PERFORM HASH-RODADA UNTIL WS-RODADA > WS-RODADAS
           MOVE WS-H1 TO WS-HASH-H1
           MOVE WS-H2 TO WS-HASH-H2
           MOVE WS-HASH TO LK-HASH.
       VALOR-CARACTER.
           MOVE 94 TO WS-VALOR(WS-IX)
           MOVE 1 TO WS-IC
           PERFORM PROCURA-CARACTER
                   UNTIL WS-IC > 93 OR WS-VALOR(WS-IX) < 94
           ADD 1 TO WS-IX.
       PROCURA-CARACTER.
           IF WS-CARACTER(WS-IC) = WS-ENT-CHAR(WS-IX)
              MOVE WS-IC TO WS-VALOR(WS-IX)
           ELSE
              ADD 1 TO WS-IC.
       HASH-RODADA.
           MOVE 1 TO WS-IX
           PERFORM HASH-PASSO UNTIL WS-IX > 26
           ADD 1 TO WS-RODADA.
       HASH-PASSO.
           COMPUTE WS-CALC = WS-H1 * 131 + WS-VALOR(WS-IX) * 7
                           + WS-IX + WS-RODADA
           DIVIDE WS-CALC BY 999999937 GIVING WS-QUOC
                  REMAINDER WS-H1
           COMPUTE WS-CALC = WS-H2 * 257 + WS-VALOR(WS-IX) * 13
                           + WS-H1
           DIVIDE WS-CALC BY 999999929 GIVING WS-QUOC
                  REMAINDER WS-H2
           ADD 1 TO WS-IX.
      * -----------------------------------
      * TAMANHO MINIMO DO PARAMS.DAT, LIDO UMA VEZ POR RODADA;
      * CHAVE AUSENTE OU FORA DE 4 A 16 FICA COM O PADRAO.
       LE-PARAMETROS.
           IF WS-PARAMS-LIDOS NOT = 'S'
              MOVE 'S' TO WS-PARAMS-LIDOS
              CALL 'AMBIENTE' USING WS-AMBIENTE
              OPEN INPUT PARAMS
              IF FS-STAT = '00'
                 PERFORM LE-SENHA-MINIMO
                 CLOSE PARAMS.
           MOVE 0 TO FS-STAT.
       LE-SENHA-MINIMO.
           MOVE 'SENHA-MINIMO' TO PR-CHAVE
           READ PARAMS
           IF FS-STAT = 00
              IF PR-VALOR NOT < 4 AND PR-VALOR NOT > 16
                 MOVE PR-VALOR TO WS-MINIMO.
       CONFERE-REGRA.
           MOVE SPACES TO LK-MSG
           MOVE 16 TO WS-TAMANHO
           PERFORM MEDE-SENHA
                   UNTIL WS-TAMANHO = 0
                      OR LK-SENHA(WS-TAMANHO:1) NOT = SPACE
           MOVE 0 TO WS-QTD-LETRAS WS-QTD-NUMEROS
           MOVE 1 TO WS-IX
           PERFORM CONTA-CARACTER UNTIL WS-IX > WS-TAMANHO
           IF WS-TAMANHO < WS-MINIMO
              MOVE WS-MINIMO TO WS-MSG-QTD
              MOVE WS-MSG-MINIMO TO LK-MSG
           ELSE
              IF WS-QTD-LETRAS = 0 OR WS-QTD-NUMEROS = 0
                 MOVE 'SENHA DEVE TER LETRAS E NUMEROS' TO LK-MSG
              ELSE
                 IF LK-SENHA = LK-CODIGO
                    MOVE 'SENHA NAO PODE SER O CODIGO DO OPERADOR'
                          TO LK-MSG.
       MEDE-SENHA.
           SUBTRACT 1 FROM WS-TAMANHO.
       CONTA-CARACTER.
           IF (LK-SENHA(WS-IX:1) NOT < 'A'
               AND LK-SENHA(WS-IX:1) NOT > 'Z')
              OR (LK-SENHA(WS-IX:1) NOT < 'a'
                  AND LK-SENHA(WS-IX:1) NOT > 'z')
              ADD 1 TO WS-QTD-LETRAS.
           IF LK-SENHA(WS-IX:1) NUMERIC
              ADD 1 TO WS-QTD-NUMEROS.
           ADD 1 TO WS-IX.
