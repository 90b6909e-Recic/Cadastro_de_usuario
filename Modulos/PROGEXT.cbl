      *                reportava totais acumulados.
      * 02/09/2026 RC  Added o filtro por departamento / centro de
      *                custo (0 = todos).
      * 15/10/2026 RC  Um operador restrito a uma empresa so extrai os
      *                contatos dos cadastros dessa empresa.
      * 15/10/2026 RC  Added o filtro de contatos verificados (email,
      *                telefone ou ambos, via PROGVERIF).
      * 15/10/2026 RC  Pergunta a finalidade da comunicacao e exclui
      *                quem nao tem consentimento valido para ela
      *                (PROGCNS), informando quantos foram excluidos.
      * 15/10/2026 RC  Aceita uma selecao nomeada (PROGSEL) no lugar das
      *                perguntas, com a finalidade da propria selecao, e
      *                no PROGJOB (passo EXT) pelo nome em LK-SESS-
      *                PARAM; a extracao por selecao abre com a linha
      *                HDR;EXTRACAO;data;SELECAO;nome;versao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEXT.

       77  WS-CONT-LIDOS               PIC 9(05) VALUE 0.
       77  WS-CONT-EXPORTADOS          PIC 9(05) VALUE 0.
       77  WS-CONT-SEM-CONSENT         PIC 9(05) VALUE 0.

      *    finalidade da comunicacao - I institucional, M marketing,
      *    P pesquisa; so sai quem tem consentimento valido para ela
       77  WS-FINALIDADE               PIC X(01).
           88 FINALIDADE-VALIDA        VALUE 'I' 'M' 'P'.

       77  WS-OPCAO-FILTRO             PIC X.
           88 FILTRA-SOMENTE-ATIVOS    VALUE 'S' 's'.
       77  WS-DATA-INI                 PIC 9(08).
       77  WS-DATA-FIM                 PIC 9(08).

      *    N = sem filtro; E = email verificado; T = telefone
      *    verificado; A = ambos verificados
       77  WS-OPCAO-VERIF              PIC X.
           88 FILTRA-VERIF-EMAIL       VALUE 'E' 'e' 'A' 'a'.
           88 FILTRA-VERIF-TELEFONE    VALUE 'T' 't' 'A' 'a'.

       77  WS-PASSA                    PIC X.
           88 PASSA-FILTROS            VALUE 'S'.

       77  WS-NOME-LEN                 PIC 99.
       77  WS-EMAIL-LEN                PIC 99.

      *    selecao nomeada (SELECOES.dat) no lugar das perguntas
       77  WS-NOME-SELECAO             PIC X(10) VALUE SPACES.
       77  WS-USA-SELECAO              PIC X VALUE 'N'.
           88 USA-SELECAO              VALUE 'S'.
       77  WS-DATA-HOJE                PIC 9(08).

      ******************************************************************
           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VERIF.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CONSENT.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SELECAO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-CONT-LIDOS
           MOVE 0 TO WS-CONT-EXPORTADOS
           MOVE 0 TO WS-CONT-SEM-CONSENT

           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '        EXTRACAO DE CONTATOS (MALA DIRETA)         '
           DISPLAY '*-------------------------------------------------*'

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF NOT LK-SESS-TODAS-EMPRESAS
              DISPLAY 'SOMENTE CADASTROS DA EMPRESA ' LK-SESS-EMPRESA
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM OBTEM-SELECAO
           IF USA-SELECAO
              IF LK-SEL-FALHA
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
      *       a finalidade e parte da selecao; sem filtro de verificados
              MOVE LK-SEL-FINALIDADE TO WS-FINALIDADE
              MOVE 'N' TO WS-OPCAO-VERIF
              DISPLAY 'SELECAO ' LK-SEL-NOME ' VERSAO ' LK-SEL-VERSAO
                      ' - ' LK-SEL-DESCRICAO
              DISPLAY 'FINALIDADE DA SELECAO: ' WS-FINALIDADE
           ELSE
              PERFORM PEDE-FILTROS
              IF NOT FINALIDADE-VALIDA
                 DISPLAY 'FINALIDADE INVALIDA - EXTRACAO CANCELADA'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           SET EOF-OK TO FALSE

              GOBACK
           END-IF

           IF USA-SELECAO
              PERFORM GRAVA-CABECALHO
           END-IF

           PERFORM UNTIL EOF-OK
              READ USUARIOS
                 AT END
           DISPLAY 'EXTRACAO CONCLUIDA - ' WS-CONT-EXPORTADOS
                   ' CONTATO(S) EXPORTADO(S) DE ' WS-CONT-LIDOS
                   ' CADASTRO(S) LIDO(S)'
           DISPLAY 'EXCLUIDOS POR FALTA DE CONSENTIMENTO PARA A '
                   'FINALIDADE: ' WS-CONT-SEM-CONSENT

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-LIDOS       TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-EXPORTADOS  TO LK-SESS-QTD-ACEITOS
           MOVE WS-CONT-SEM-CONSENT TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE 0 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      * Pelo PROGJOB (passo EXT) o nome da selecao vem em LK-SESS-PARAM
      * e e obrigatorio. Na tela, nome em branco segue com as perguntas.
      ******************************************************************
       OBTEM-SELECAO.
           MOVE 'N' TO WS-USA-SELECAO

           IF LK-SESS-MODO-BATCH
              MOVE LK-SESS-PARAM TO WS-NOME-SELECAO
           ELSE
              DISPLAY 'SELECAO SALVA (BRANCO = INFORMAR OS FILTROS): '
              MOVE SPACES TO WS-NOME-SELECAO
              ACCEPT WS-NOME-SELECAO
           END-IF

           IF WS-NOME-SELECAO NOT = SPACES OR LK-SESS-MODO-BATCH
              SET USA-SELECAO TO TRUE
              SET LK-SEL-CARREGAR TO TRUE
              MOVE WS-NOME-SELECAO TO LK-SEL-NOME
              CALL CFG-PATH-PROGSEL
              USING LK-SEL-AREA
           END-IF
       .

       PEDE-FILTROS.
           DISPLAY 'FINALIDADE DA COMUNICACAO (I=INSTITUCIONAL/'
                   'M=MARKETING/P=PESQUISA): '
           ACCEPT WS-FINALIDADE
           IF FINALIDADE-VALIDA
              PERFORM PEDE-CRITERIOS-FILTRO
           END-IF
       .

       PEDE-CRITERIOS-FILTRO.
           DISPLAY 'SOMENTE CADASTROS ATIVOS ? (S/N)'
           ACCEPT WS-OPCAO-FILTRO

           DISPLAY 'FILTRAR POR DOMINIO DE EMAIL ? (S/N)'
           ACCEPT WS-OPCAO-DOM-FILTRO
           IF FILTRA-POR-DOMINIO
              MOVE SPACES TO WS-DOM-FILTRO
              DISPLAY 'INFORME O DOMINIO (EX: GMAIL.COM): '
              ACCEPT WS-DOM-FILTRO
              MOVE 0 TO WS-DOM-FILTRO-LEN
              INSPECT WS-DOM-FILTRO TALLYING WS-DOM-FILTRO-LEN
              FOR CHARACTERS BEFORE SPACE
           END-IF

           DISPLAY 'DDD DO TELEFONE (0 = TODOS): '
           ACCEPT WS-DDD-FILTRO

           DISPLAY 'DEPARTAMENTO (0 = TODOS): '
           ACCEPT WS-DEP-FILTRO

           DISPLAY 'DATA DE CADASTRO INICIAL (AAAAMMDD, 0 = SEM): '
           ACCEPT WS-DATA-INI
           DISPLAY 'DATA DE CADASTRO FINAL   (AAAAMMDD, 0 = SEM): '
           ACCEPT WS-DATA-FIM

           DISPLAY 'SOMENTE CONTATOS VERIFICADOS ? '
                   '(N/E=EMAIL/T=TELEFONE/A=AMBOS)'
           ACCEPT WS-OPCAO-VERIF
       .

      ******************************************************************
      * A primeira linha da extracao por selecao identifica a selecao e
      * a versao que a produziram; sem selecao o arquivo sai como antes.
      ******************************************************************
       GRAVA-CABECALHO.
           MOVE SPACES TO REG-EXTRACAO
           STRING 'HDR;EXTRACAO;' DELIMITED SIZE
                  WS-DATA-HOJE    DELIMITED SIZE
                  ';SELECAO;'     DELIMITED SIZE
                  LK-SEL-NOME     DELIMITED SPACE
                  ';'             DELIMITED SIZE
                  LK-SEL-VERSAO   DELIMITED SIZE
             INTO REG-EXTRACAO
           WRITE REG-EXTRACAO
       .

       VERIFICA-FILTROS.
           SET PASSA-FILTROS TO TRUE

           IF USA-SELECAO
              PERFORM VERIFICA-SELECAO
           ELSE
              PERFORM VERIFICA-PERGUNTAS
           END-IF

           IF NOT LK-SESS-TODAS-EMPRESAS
              AND EMPRESA NOT = LK-SESS-EMPRESA
              MOVE 'N' TO WS-PASSA
           END-IF

      *    a consulta ao VERIFICACOES.dat so para quem passou no resto
           IF PASSA-FILTROS
              AND (FILTRA-VERIF-EMAIL OR FILTRA-VERIF-TELEFONE)
              PERFORM VERIFICA-CONTATOS
           END-IF

      *    o consentimento por ultimo - o total de excluidos conta so
      *    quem sairia na extracao se tivesse consentido
           IF PASSA-FILTROS
              PERFORM VERIFICA-CONSENTIMENTO
           END-IF
       .

       VERIFICA-SELECAO.
           SET LK-SEL-AVALIAR TO TRUE
           MOVE STATUS-USUARIO TO LK-SEL-CAD-STATUS
           MOVE EMAIL          TO LK-SEL-CAD-EMAIL
           MOVE TELEFONE       TO LK-SEL-CAD-TELEFONE
           MOVE DATA-CADASTRO  TO LK-SEL-CAD-DATA-CADASTRO
           MOVE DEPARTAMENTO   TO LK-SEL-CAD-DEPARTAMENTO
           CALL CFG-PATH-PROGSEL
           USING LK-SEL-AREA
           IF LK-SEL-FALHA
              MOVE 'N' TO WS-PASSA
           END-IF
       .

       VERIFICA-PERGUNTAS.

           IF FILTRA-SOMENTE-ATIVOS AND NOT ATIVO-USUARIO
              MOVE 'N' TO WS-PASSA
           END-IF
           END-IF
       .

       VERIFICA-CONSENTIMENTO.
           SET LK-CNS-VERIFICAR TO TRUE
           MOVE ID-USUARIO    TO LK-CNS-ID-USUARIO
           MOVE WS-FINALIDADE TO LK-CNS-FINALIDADE
           CALL CFG-PATH-PROGCNS
           USING LK-CNS-AREA

           IF NOT LK-CNS-OK
              MOVE 'N' TO WS-PASSA
              ADD 1 TO WS-CONT-SEM-CONSENT
           END-IF
       .

       VERIFICA-CONTATOS.
           MOVE ID-USUARIO TO LK-VRF-ID-USUARIO
           MOVE EMAIL      TO LK-VRF-EMAIL
           MOVE TELEFONE   TO LK-VRF-TELEFONE
           CALL CFG-PATH-PROGVERIF
           USING LK-VRF-AREA

           IF FILTRA-VERIF-EMAIL
              AND NOT LK-VRF-EMAIL-VERIFICADO
              MOVE 'N' TO WS-PASSA
           END-IF

           IF FILTRA-VERIF-TELEFONE
              AND NOT LK-VRF-TELEFONE-VERIFICADO
              MOVE 'N' TO WS-PASSA
           END-IF
       .

       EXPORTA-CONTATO.
           MOVE 0 TO WS-EMAIL-LEN
           INSPECT EMAIL TALLYING WS-EMAIL-LEN
