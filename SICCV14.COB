      *                ANTIGAS DO VISITAS.DAT E A AUDITORIA INDEXADA,       *
      *                E ARQUIVA O REJEITADOS.CSV INTEIRO (ELE NAO TEM      *
      *                DATA E E REGERADO A CADA IMPORTACAO). IMPRIME O      *
      *                QUE FOI ARQUIVADO POR ARQUIVO. NAS TRILHAS SELADAS   *
      *                (AUDSELO) SO CORTA O INICIO E GRAVA O PONTO DE       *
      *                CONTROLE ASSINADO NO AUDCHECK.CSV.                   *
      ***********************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
       COPY VISITAS.SEL.
       COPY AUDIND.SEL.
       COPY AUDCHECK.SEL.
           SELECT ARQORIG ASSIGN TO DISK
                  FILE STATUS FS-STAT
                  ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
       COPY VISITAS.FD.
       COPY AUDIND.FD.
       COPY AUDCHECK.FD.
       FD  ARQORIG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ORIG.
       01  REG-ARQORIG.
       01  LINHA PIC X(230).
       WORKING-STORAGE SECTION.
       COPY AMBIENTE.WS.
       COPY AUDSELO.WS.
       COPY JORNAL.WS.
       01  FS-STAT              PIC 9(02) VALUE ZEROS.
       01  WS-FIM-ARQ           PIC X(01) VALUE 'N'.
           88 FIM-ARQ                VALUE 'S'.
       01  WS-QTD-ARQUIVADAS    PIC 9(07) VALUE ZEROS.
       01  WS-TEM-EXPCTRL       PIC X(01) VALUE 'N'.
       01  WS-EXPCTRL-ABERTO    PIC X(01) VALUE 'N'.
      * TRILHAS SELADAS (AUDSELO): WS-CADEIA EM BRANCO = ARQUIVO SEM
      * SELO. NELAS SO SAI UM BLOCO DO INICIO (A PRIMEIRA LINHA
      * MANTIDA ENCERRA O CORTE, PARA A CADEIA DO ARQUIVO VIVO NAO
      * TER BURACO) E O CORTE GERA UM PONTO DE CONTROLE ASSINADO NO
      * AUDCHECK.CSV COM A ANCORA ANTERIOR E A NOVA (SELO DA ULTIMA
      * LINHA LEVADA AO ARQUIVO MORTO).
       01  WS-CADEIA            PIC X(08) VALUE SPACES.
       01  WS-CORTE-ENCERRADO   PIC X(01) VALUE 'N'.
       01  WS-ANCORA-ANTES      PIC 9(18) VALUE ZEROS.
       01  WS-ANCORA-NOVA       PIC 9(18) VALUE ZEROS.
       01  WS-TAM-LINHA         PIC 9(03) VALUE ZEROS.
       01  WS-POS-SELO          PIC 9(03) VALUE ZEROS.
       01  WS-SELO-DIGITOS      PIC X(18) VALUE SPACES.
       01  WS-SELO-DIGITOS-R REDEFINES WS-SELO-DIGITOS PIC 9(18).
       01  LINHA-01              PIC X(80) VALUE ALL '-'.
       01  LINHA-02.
           05 F                  PIC X(10) VALUE SPACES.
           PERFORM CABEC-RETENCAO
           MOVE WS-ARQ-AUDCLI TO WS-ARQ-ORIG
           MOVE WS-MESES-AUDCLI TO WS-MESES-CORTE
           MOVE 'AUDCLI  ' TO WS-CADEIA
           PERFORM RETEM-ARQUIVO-CSV
           MOVE WS-ARQ-AUDVDD TO WS-ARQ-ORIG
           MOVE WS-MESES-AUDVDD TO WS-MESES-CORTE
           MOVE 'AUDVDD  ' TO WS-CADEIA
           PERFORM RETEM-ARQUIVO-CSV
           MOVE WS-ARQ-HISTCART TO WS-ARQ-ORIG
           MOVE WS-MESES-HISTCART TO WS-MESES-CORTE
           MOVE 'HISTCART' TO WS-CADEIA
           PERFORM RETEM-ARQUIVO-CSV
           MOVE WS-ARQ-RUNLOG TO WS-ARQ-ORIG
           MOVE WS-MESES-RUNLOG TO WS-MESES-CORTE
           MOVE SPACES TO WS-CADEIA
           PERFORM RETEM-ARQUIVO-CSV
           PERFORM RETEM-REJEITADOS
           MOVE WS-MESES-VISITAS TO WS-MESES-CORTE
       RETEM-ARQUIVO-CSV.
           PERFORM CALCULA-CORTE
           MOVE 0 TO WS-QTD-MANTIDAS WS-QTD-ARQUIVADAS
           MOVE 'N' TO WS-CORTE-ENCERRADO
           IF WS-CADEIA NOT = SPACES
              PERFORM LE-ANCORA.
           OPEN INPUT ARQORIG
           IF FS-STAT NOT = 00
              MOVE 0 TO FS-STAT
              PERFORM REGRAVA-ORIGINAL
              PERFORM IMPRIME-LINHA-RETENCAO
              IF WS-QTD-ARQUIVADAS > 0
                 PERFORM AJUSTA-CONTROLE-DELTA
                 IF WS-CADEIA NOT = SPACES
                    PERFORM GRAVA-CHECK-CORTE.
           MOVE 0 TO FS-STAT.
       RETEM-CSV-PASSO.
           READ ARQORIG AT END
              MOVE 'S' TO WS-FIM-ARQ.
           IF NOT FIM-ARQ
              IF AO-DATA NUMERIC AND AO-DATA < WS-CORTE
                 AND WS-CORTE-ENCERRADO = 'N'
                 PERFORM ARQUIVA-LINHA
              ELSE
                 ADD 1 TO WS-QTD-MANTIDAS
                 MOVE REG-ARQORIG TO REG-ARQTEMP
                 WRITE REG-ARQTEMP
                 IF WS-CADEIA NOT = SPACES
                    MOVE 'S' TO WS-CORTE-ENCERRADO.
       ARQUIVA-LINHA.
           ADD 1 TO WS-QTD-ARQUIVADAS
           MOVE REG-ARQORIG TO REG-ARQDEST
           WRITE REG-ARQDEST
           IF WS-CADEIA NOT = SPACES
              PERFORM GUARDA-SELO-ARQUIVADO.
       REGRAVA-ORIGINAL.
           OPEN INPUT ARQTEMP
           OPEN OUTPUT ARQORIG
              MOVE REG-ARQTEMP TO REG-ARQORIG
              WRITE REG-ARQORIG.
      * -----------------------------------
      * ANCORA ATUAL DA TRILHA SELADA, NO CONTROLE DAS CADEIAS.
       LE-ANCORA.
           MOVE 'L'       TO WS-AS-FUNCAO
           MOVE WS-CADEIA TO WS-AS-CADEIA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE WS-AS-ANTERIOR TO WS-ANCORA-ANTES WS-ANCORA-NOVA.
      * O SELO DA LINHA ARQUIVADA (';S' + 18 DIGITOS NO FIM) VIRA A
      * NOVA ANCORA; LINHA ANTIGA SEM SELO NAO MEXE NELA.
       GUARDA-SELO-ARQUIVADO.
           MOVE 250 TO WS-TAM-LINHA
           PERFORM MEDE-LINHA-ARQUIVADA
                   UNTIL WS-TAM-LINHA = 0
                      OR REG-ARQORIG(WS-TAM-LINHA:1) NOT = SPACE
           IF WS-TAM-LINHA > 20
              COMPUTE WS-POS-SELO = WS-TAM-LINHA - 19
              IF REG-ARQORIG(WS-POS-SELO:2) = ';S'
                 ADD 2 TO WS-POS-SELO
                 MOVE REG-ARQORIG(WS-POS-SELO:18) TO WS-SELO-DIGITOS
                 IF WS-SELO-DIGITOS NUMERIC
                    MOVE WS-SELO-DIGITOS-R TO WS-ANCORA-NOVA.
       MEDE-LINHA-ARQUIVADA.
           SUBTRACT 1 FROM WS-TAM-LINHA.
      * PONTO DE CONTROLE DO CORTE, ASSINADO NA CADEIA DO PROPRIO
      * AUDCHECK.CSV, E A ANCORA NOVA NO CONTROLE DAS CADEIAS.
       GRAVA-CHECK-CORTE.
           MOVE 'A'            TO WS-AS-FUNCAO
           MOVE WS-CADEIA      TO WS-AS-CADEIA
           MOVE WS-ANCORA-NOVA TO WS-AS-ANTERIOR
           CALL 'AUDSELO' USING WS-AUDSELO
           OPEN EXTEND AUDCHECK
           IF FS-STAT NOT = 00
              OPEN OUTPUT AUDCHECK.
           ACCEPT CK-DATA FROM DATE YYYYMMDD
           ACCEPT CK-HORA FROM TIME
           MOVE 'CORTE   '         TO CK-EVENTO
           MOVE WS-CADEIA          TO CK-CADEIA
           MOVE WS-ARQ-DEST        TO CK-MORTO
           MOVE WS-QTD-ARQUIVADAS  TO CK-QTD
           MOVE WS-ANCORA-ANTES    TO CK-INICIO
           MOVE WS-ANCORA-NOVA     TO CK-FIM
           MOVE 'SICCV14'          TO CK-PROGRAMA
           MOVE ';' TO CK-F1 CK-F2 CK-F3 CK-F4 CK-F5 CK-F6 CK-F7 CK-F8
           MOVE SPACES TO CK-FS CK-SELO
           MOVE 'E'        TO WS-AS-FUNCAO
           MOVE 'AUDCHECK' TO WS-AS-CADEIA
           MOVE REG-AUDCHECK TO WS-AS-LINHA
           CALL 'AUDSELO' USING WS-AUDSELO
           MOVE ';'        TO CK-FS
           MOVE WS-AS-SELO TO CK-SELO
           WRITE REG-AUDCHECK
           CLOSE AUDCHECK
           MOVE 0 TO FS-STAT.
      * -----------------------------------
      * RECUA A POSICAO DE EXTRACAO DE DELTAS NA QUANTIDADE DE LINHAS
      * QUE SAIU DA TRILHA DE AUDITORIA REGRAVADA (AS ARQUIVADAS SAO
      * SEMPRE AS MAIS ANTIGAS, JA EXTRAIDAS HA MUITO). SEM O
                 MOVE REG-VISITAS TO REG-ARQDEST
                 WRITE REG-ARQDEST
                 DELETE VISITAS
                 MOVE 'E' TO WS-JN-OPERACAO
                 PERFORM JORNAL-VISITAS
              ELSE
                 ADD 1 TO WS-QTD-MANTIDAS.
      * -----------------------------------
           DISPLAY 'RETENCAO ' WS-ARQ-ORIG
                   ' MANTIDAS: ' WS-QTD-MANTIDAS
                   ' ARQUIVADAS: ' WS-QTD-ARQUIVADAS.
      * -----------------------------------
      * IMAGEM DEPOIS DA GRAVACAO NO JORNAL.DAT, PARA O SICCV69
      * REFAZER A ALTERACAO DEPOIS DE UMA RESTAURACAO DO BACKUP.
       JORNAL-VISITAS.
           IF FS-STAT = 00 OR FS-STAT = 02
              MOVE 'VISITAS ' TO WS-JN-ARQUIVO
              MOVE REG-VISITAS TO WS-JN-IMAGEM
              PERFORM GRAVA-JORNAL.
       GRAVA-JORNAL.
           MOVE 'SICCV14 ' TO WS-JN-PROGRAMA
           CALL 'JORNAL' USING WS-JORNAL.
