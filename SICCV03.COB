       COPY RESULTCD.SEL.
       COPY PROPOSTA.SEL.
       COPY AUDIND.SEL.
       COPY OCORREN.SEL.
       COPY PESQUISA.SEL.
           SELECT LISTAG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL.
       COPY SPOOLCAT.SEL.
       COPY RESULTCD.FD.
       COPY PROPOSTA.FD.
       COPY AUDIND.FD.
       COPY OCORREN.FD.
       COPY PESQUISA.FD.
       FD  LISTAG LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-SPOOL-ARQ.
       01  LINHA PIC X(230).
              10 WS-VIS-DATA     PIC 9(08).
              10 WS-VIS-COD      PIC X(03).
              10 WS-VIS-PROXIMA  PIC 9(08).
      * ULTIMA RESPOSTA DA PESQUISA DE SATISFACAO (SICCV70).
       01  WS-PQ-ULT-DATA       PIC 9(08) VALUE ZEROS.
       01  WS-PQ-ULT-COMENT     PIC X(60) VALUE SPACES.
       01  WS-PQ-NOTA-ED        PIC Z9 VALUE ZEROS.
       01  WS-AUD-QTD           PIC 9(02) VALUE ZEROS.
       01  WS-AUD-TABELA.
           05 WS-AUD-ITEM OCCURS 5 TIMES.
           05 LD5-ST-ANT         PIC X(01)  VALUE SPACES.
           05 F                  PIC X(01) VALUE '>'.
           05 LD5-ST-DEP         PIC X(01)  VALUE SPACES.
       01  LINHA-D6.
           05 F                  PIC X(02) VALUE SPACES.
           05 LD6-ABERTURA       PIC 9(08)  VALUE ZEROS.
           05 F                  PIC X(02) VALUE SPACES.
           05 LD6-TIPO           PIC X(03)  VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 LD6-AREA           PIC X(10)  VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 LD6-DESCRICAO      PIC X(40)  VALUE SPACES.
           05 F                  PIC X VALUE ' '.
           05 LD6-SITUACAO       PIC X(08)  VALUE SPACES.
       01  WS-DOS-VALOR-ED      PIC ZZZZZZZZ9,99 VALUE ZEROS.
       01  WS-DOS-DIST-ED       PIC ZZZZ9,999 VALUE ZEROS.
       01  WS-REG-CLIENTES.
      * DOSSIE 360: NUM SO DOCUMENTO DE SPOOL, O CADASTRO DO
      * CLIENTE, O VENDEDOR E A DISTANCIA DA CARTEIRA, AS ULTIMAS
      * VISITAS COM O RESULTADO DECODIFICADO, O FATURAMENTO
      * RECENTE, AS PROPOSTAS EM ABERTO NA FILA DO SICCV26, AS
      * OCORRENCIAS ABERTAS DO SICCV54, A ULTIMA NOTA DA PESQUISA
      * DE SATISFACAO (SICCV70) E AS ULTIMAS ENTRADAS DA AUDITORIA.
       DOSSIE-CLIENTE.
           MOVE WS-CL-CODIGO TO CL-CODIGO
           READ CLIENTES
              PERFORM DOSSIE-VISITAS
              PERFORM DOSSIE-FATURAMENTO
              PERFORM DOSSIE-PROPOSTAS
              PERFORM DOSSIE-OCORRENCIAS
              PERFORM DOSSIE-PESQUISA
              PERFORM DOSSIE-AUDITORIA
              WRITE LINHA FROM LINHA-01 BEFORE 1.
           MOVE 0 TO FS-STAT.
              MOVE 'REMANEJO  ' TO LD4-TIPO.
           MOVE PP-MOTIVO TO LD4-MOTIVO
           WRITE LINHA FROM LINHA-D4 BEFORE 1.
      * OCORRENCIAS (RECLAMACOES) AINDA ABERTAS, COM A MARCA DE FORA
      * DO PRAZO QUANDO A VERIFICACAO DO SLA JA ESCALOU.
       DOSSIE-OCORRENCIAS.
           MOVE 'OCORRENCIAS ABERT.: ' TO LD2-TITULO
           MOVE SPACES TO LD2-TEXTO
           WRITE LINHA FROM LINHA-D2 BEFORE 2
           MOVE CL-CODIGO TO OC-CLIENTE
           MOVE ZEROS TO OC-SEQ
           START OCORREN KEY NOT LESS THAN OC-CHAVE
           MOVE 'N' TO WS-DOS-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-DOS-FIM.
           PERFORM DOSSIE-OCORRENCIA-PASSO UNTIL WS-DOS-FIM = 'S'
           MOVE 0 TO FS-STAT.
       DOSSIE-OCORRENCIA-PASSO.
           READ OCORREN NEXT AT END
              MOVE 'S' TO WS-DOS-FIM.
           IF WS-DOS-FIM = 'N'
              IF OC-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-DOS-FIM
              ELSE
                 IF OCORRENCIA-ABERTA
                    PERFORM DOSSIE-OCORRENCIA-LINHA.
       DOSSIE-OCORRENCIA-LINHA.
           MOVE OC-ABERTURA  TO LD6-ABERTURA
           MOVE OC-TIPO      TO LD6-TIPO
           MOVE OC-AREA      TO LD6-AREA
           MOVE OC-DESCRICAO TO LD6-DESCRICAO
           IF OC-NIVEL > 0
              MOVE 'FORA SLA' TO LD6-SITUACAO
           ELSE
              MOVE SPACES TO LD6-SITUACAO.
           WRITE LINHA FROM LINHA-D6 BEFORE 1.
      * ULTIMA RESPOSTA DA PESQUISA DE SATISFACAO, PARA O VENDEDOR
      * SABER O HUMOR DO CLIENTE ANTES DA PROXIMA VISITA.
       DOSSIE-PESQUISA.
           MOVE 'ULTIMA PESQUISA...: ' TO LD2-TITULO
           MOVE SPACES TO LD2-TEXTO
           MOVE 0 TO WS-PQ-ULT-DATA
           MOVE SPACES TO WS-PQ-ULT-COMENT
           MOVE CL-CODIGO TO PQ-CLIENTE
           MOVE ZEROS TO PQ-DATA
           START PESQUISA KEY NOT LESS THAN PQ-CHAVE
           MOVE 'N' TO WS-DOS-FIM
           IF FS-STAT NOT = 00
              MOVE 'S' TO WS-DOS-FIM.
           PERFORM DOSSIE-PESQUISA-PASSO UNTIL WS-DOS-FIM = 'S'
           IF WS-PQ-ULT-DATA = 0
              MOVE 'SEM RESPOSTA DE PESQUISA' TO LD2-TEXTO.
           WRITE LINHA FROM LINHA-D2 BEFORE 2
           IF WS-PQ-ULT-COMENT NOT = SPACES
              MOVE SPACES TO LD2-TITULO
              MOVE WS-PQ-ULT-COMENT TO LD2-TEXTO
              WRITE LINHA FROM LINHA-D2 BEFORE 1.
           MOVE 0 TO FS-STAT.
       DOSSIE-PESQUISA-PASSO.
           READ PESQUISA NEXT AT END
              MOVE 'S' TO WS-DOS-FIM.
           IF WS-DOS-FIM = 'N'
              IF PQ-CLIENTE NOT = CL-CODIGO
                 MOVE 'S' TO WS-DOS-FIM
              ELSE
                 PERFORM GUARDA-ULTIMA-PESQUISA.
       GUARDA-ULTIMA-PESQUISA.
           MOVE PQ-DATA       TO WS-PQ-ULT-DATA
           MOVE PQ-COMENTARIO TO WS-PQ-ULT-COMENT
           MOVE PQ-NOTA       TO WS-PQ-NOTA-ED
           MOVE SPACES TO LD2-TEXTO
           MOVE 'NOTA '       TO LD2-TEXTO(1:5)
           MOVE WS-PQ-NOTA-ED TO LD2-TEXTO(6:2)
           IF PESQUISA-PROMOTOR
              MOVE 'PROMOTOR' TO LD2-TEXTO(9:8).
           IF PESQUISA-NEUTRO
              MOVE 'NEUTRO'   TO LD2-TEXTO(9:8).
           IF PESQUISA-DETRATOR
              MOVE 'DETRATOR' TO LD2-TEXTO(9:8).
           MOVE 'EM '         TO LD2-TEXTO(18:3)
           MOVE PQ-DATA       TO LD2-TEXTO(21:8).
      * ULTIMAS ENTRADAS DA AUDITORIA, NA MESMA JANELA DESLIZANTE.
       DOSSIE-AUDITORIA.
           MOVE 'ULTIMA AUDITORIA..: ' TO LD2-TITULO
              OPEN OUTPUT AUDIND
              CLOSE AUDIND
              OPEN INPUT AUDIND.
           OPEN INPUT OCORREN
           IF FS-STAT = '30'
              OPEN OUTPUT OCORREN
              CLOSE OCORREN
              OPEN INPUT OCORREN.
           OPEN INPUT PESQUISA
           IF FS-STAT = '30' OR FS-STAT = '35'
              OPEN OUTPUT PESQUISA
              CLOSE PESQUISA
              OPEN INPUT PESQUISA.
           MOVE 0 TO FS-STAT
           PERFORM ABRE-SPOOL.
      * -----------------------------------
