      *          ativos filtrados por departamento, como no PROGEXT.
      *          A mesma maquina serve qualquer carta - basta trocar
      *          o modelo.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  Um operador restrito a uma empresa so gera cartas
      *                para os cadastros dessa empresa.
      * 15/10/2026 RC  Selecao 4 - cartas com os codigos de verificacao
      *                pendentes (modelo VERIF-MODELO.txt, marcadores
      *                &CODIGO e &CONTATO), uma por contato, marcando a
      *                data do envio em VERIFICACOES.dat; no PROGJOB
      *                pelo parametro VERIFICA.
      * 15/10/2026 RC  Pergunta a finalidade da correspondencia (no
      *                PROGJOB a selecao VERIFICA e institucional) e
      *                exclui quem nao tem consentimento valido para
      *                ela, informando quantos foram excluidos.
      * 15/10/2026 RC  Selecao 5 - selecao nomeada (PROGSEL), com a
      *                finalidade da propria selecao; no PROGJOB o
      *                parametro que nao for VERIFICA e o nome da
      *                selecao. O indice abre com a linha
      *                HDR;CARTAS;data;SELECAO;nome;versao.
      * 15/10/2026 RC  Selecao 6 - aviso ao titular das alteracoes de
      *                EMAIL, TELEFONE, endereco e senha de uma data
      *                (eventos 'A' e 'S' da trilha), uma carta por
      *                titular pelo modelo AVISO-MODELO.txt, com a linha
      *                &ALTERACAO repetida para cada campo alterado
      *                (data e hora, nunca o valor); vai para o email
      *                anterior quando o proprio email mudou e fica
      *                registrada na trilha do titular (tipo 'O',
      *                AVISO-ALTERACAO). No PROGJOB pelos parametros
      *                AVISO (dia corrente) e AVISOANT (dia anterior).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCARTA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTA-MODELO ASSIGN TO
           WS-ARQ-MODELO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-MOD.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-IND.

           SELECT VERIFICACOES ASSIGN TO
           CFG-PATH-VERIFICACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VRF-CHAVE
           FILE STATUS IS WS-FS-VRF.

           SELECT LOG-USUARIOS ASSIGN TO
           CFG-PATH-LOG-USUARIOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-LOG.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARTA-INDICE.
       01  REG-CARTA-INDICE            PIC X(120).

       FD  VERIFICACOES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-VERIFICA.cpy'.

       FD  LOG-USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-LOG.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-MOD                   PIC 99.
       77  WS-FS-IND                   PIC 99.
           88 FS-IND-OK                VALUE 0.

       77  WS-FS-VRF                   PIC 99.
           88 FS-VRF-OK                VALUE 0.
           88 FS-VRF-NAO-EXISTE        VALUE 35.

       77  WS-FS-LOG                   PIC 99.
           88 FS-LOG-OK                VALUE 0.
           88 FS-LOG-NAO-EXISTE        VALUE 35.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.


       77  WS-CONT-LIDOS               PIC 9(05) VALUE 0.
       77  WS-CONT-CARTAS              PIC 9(05) VALUE 0.
       77  WS-CONT-SEM-CONSENT         PIC 9(05) VALUE 0.
       77  WS-CONT-SEM-DESTINO         PIC 9(05) VALUE 0.

      *    finalidade da correspondencia - I institucional,
      *    M marketing, P pesquisa; so recebe carta quem tem
      *    consentimento valido para ela
       77  WS-FINALIDADE               PIC X(01).
           88 FINALIDADE-VALIDA        VALUE 'I' 'M' 'P'.

       77  WS-SELECIONA                PIC X.
           88 USUARIO-SELECIONADO      VALUE 'S'.
           03 TAB-MOD-LINHA            PIC X(80) OCCURS 100 TIMES.

       77  WS-ARQ-CARTA                PIC X(70).
       77  WS-ARQ-MODELO               PIC X(60).
       77  WS-SUFIXO-CARTA             PIC X(02).
       77  WS-DESTINO                  PIC X(30).
       77  WS-PREFIXO-LEN              PIC 99.

       77  WS-IDX                      PIC 9(03).
       77  WS-ID-EXIB                  PIC 9(05).
       77  WS-TELEFONE-EXIB            PIC 9(13).
       77  WS-DATA-EXIB                PIC 9(08).
       77  WS-CODIGO-EXIB              PIC 9(06).

      *    selecao 4 - codigo e contato da carta em geracao
       77  WS-TIPO-CODIGO              PIC X(01).
       77  WS-CONTATO-CODIGO           PIC X(30).
       77  WS-CODIGO-CARTA             PIC X(06) VALUE SPACES.
       77  WS-CONTATO-CARTA            PIC X(30) VALUE SPACES.

      *    selecao 5 - selecao nomeada de SELECOES.dat
       77  WS-NOME-SELECAO             PIC X(10) VALUE SPACES.

      *    selecao 6 - alteracoes de dados sensiveis do dia, por ID,
      *    na ordem da trilha; o email anterior e o ANTES da primeira
      *    troca de EMAIL ainda nao avisada
       77  WS-DATA-AVISO               PIC 9(08).
       77  WS-QTD-AVISO                PIC 9(04) VALUE 0.
       77  WS-MAX-AVISO                PIC 9(04) VALUE 2000.
       77  WS-MAX-ALT-AVISO            PIC 9(02) VALUE 10.
       77  WS-IDX-AVISO                PIC 9(04).
       77  WS-IDX-ALT                  PIC 9(02).
       01  WS-TAB-AVISO.
           03 TAB-AVI-ITEM             OCCURS 2000 TIMES.
              05 TAB-AVI-ID            PIC 9(05).
              05 TAB-AVI-EMAIL-ANTERIOR
                                       PIC X(30).
              05 TAB-AVI-QTD           PIC 9(02).
              05 TAB-AVI-ALT           OCCURS 10 TIMES.
                 07 TAB-AVI-CAMPO      PIC X(15).
                 07 TAB-AVI-HORA       PIC 9(08).

       77  WS-ALT-SENSIVEL             PIC X.
           88 ALTERACAO-SENSIVEL       VALUE 'S'.
       77  WS-ALTERACAO-CARTA          PIC X(30) VALUE SPACES.
       77  WS-ROTULO-ALT               PIC X(13).
       77  WS-CAMPOS-AVISO             PIC X(30).
       77  WS-QTD-MARCA-ALT            PIC 9(02).
       77  WS-ID-AVISO                 PIC 9(05).
       77  WS-PTR-CAMPOS               PIC 9(02).

       01  WS-CAMPOS-ALTERADOS.
           03 WS-ALTEROU-EMAIL         PIC X.
           03 WS-ALTEROU-TELEFONE      PIC X.
           03 WS-ALTEROU-ENDERECO      PIC X.
           03 WS-ALTEROU-SENHA         PIC X.

       01  WS-DATA-ALT-EXIB.
           03 WS-DATA-ALT-DIA          PIC 9(02).
           03 FILLER                   PIC X VALUE '/'.
           03 WS-DATA-ALT-MES          PIC 9(02).
           03 FILLER                   PIC X VALUE '/'.
           03 WS-DATA-ALT-ANO          PIC 9(04).

       01  WS-HORA-ALT-EXIB.
           03 WS-HORA-ALT-HH           PIC 9(02).
           03 FILLER                   PIC X VALUE ':'.
           03 WS-HORA-ALT-MM           PIC 9(02).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CONSENT.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SELECAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           PERFORM OBTEM-PARAMETROS

           MOVE 0 TO WS-CONT-LIDOS
           MOVE 0 TO WS-CONT-CARTAS
           MOVE 0 TO WS-CONT-SEM-CONSENT
           MOVE 0 TO WS-CONT-SEM-DESTINO
           MOVE 0 TO WS-QTD-MODELO
           MOVE 0 TO WS-QTD-AVISO

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           IF LK-SESS-MODO-BATCH
              PERFORM SELECAO-BATCH
           ELSE
              PERFORM SELECAO-TELA
           END-IF

           EVALUATE WS-OPCAO-SELECAO
              WHEN 4
                 MOVE CFG-PATH-VERIF-MODELO TO WS-ARQ-MODELO
              WHEN 6
                 MOVE CFG-PATH-AVISO-MODELO TO WS-ARQ-MODELO
              WHEN OTHER
                 MOVE CFG-PATH-CARTA-MODELO TO WS-ARQ-MODELO
           END-EVALUATE

           PERFORM CARREGA-MODELO
           IF WS-QTD-MODELO = 0
              DISPLAY 'MODELO VAZIO OU INDISPONIVEL - NENHUMA CARTA '
                      'GERADA: ' WS-ARQ-MODELO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
              GOBACK
           END-IF

           IF WS-OPCAO-SELECAO = 5
              PERFORM GRAVA-CABECALHO
           END-IF

           IF WS-OPCAO-SELECAO = 6
              PERFORM CARREGA-ALTERACOES
           END-IF

           PERFORM VARRE-USUARIOS

           CLOSE CARTA-INDICE
           DISPLAY 'CORRESPONDENCIA GERADA - ' WS-CONT-CARTAS
                   ' CARTA(S) DE ' WS-CONT-LIDOS
                   ' CADASTRO(S) LIDO(S)'
           DISPLAY 'EXCLUIDOS POR FALTA DE CONSENTIMENTO PARA A '
                   'FINALIDADE: ' WS-CONT-SEM-CONSENT
           IF WS-OPCAO-SELECAO = 6
              DISPLAY 'TITULARES COM ALTERACAO NO DIA: ' WS-QTD-AVISO
                      ' - SEM EMAIL PARA O AVISO: ' WS-CONT-SEM-DESTINO
           END-IF

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-LIDOS       TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT-CARTAS      TO LK-SESS-QTD-ACEITOS
           MOVE WS-CONT-SEM-CONSENT TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE LK-PAR-VALOR TO WS-DIAS-AVISO-PADRAO
       .

      ******************************************************************
      * Pelo PROGJOB a selecao vem de LK-SESS-PARAM - a dos codigos de
      * verificacao (VERIFICA), que sai como comunicacao institucional,
      * os avisos de alteracao do dia (AVISO) ou do dia anterior
      * (AVISOANT), ou o nome de uma selecao de SELECOES.dat, que traz
      * a finalidade.
      ******************************************************************
       SELECAO-BATCH.
           EVALUATE LK-SESS-PARAM
              WHEN 'VERIFICA'
                 MOVE 4 TO WS-OPCAO-SELECAO
                 MOVE 'I' TO WS-FINALIDADE
              WHEN 'AVISO'
                 MOVE 6 TO WS-OPCAO-SELECAO
                 MOVE 'I' TO WS-FINALIDADE
                 MOVE WS-DATA-HOJE TO WS-DATA-AVISO
              WHEN 'AVISOANT'
                 MOVE 6 TO WS-OPCAO-SELECAO
                 MOVE 'I' TO WS-FINALIDADE
                 COMPUTE WS-DATA-AVISO = FUNCTION DATE-OF-INTEGER (
                    FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE) - 1)
              WHEN OTHER
                 MOVE LK-SESS-PARAM TO WS-NOME-SELECAO
                 PERFORM CARREGA-SELECAO
                 IF LK-SEL-FALHA
                    DISPLAY 'PARAMETRO DAS CARTAS DESCONHECIDO: '
                            LK-SESS-PARAM
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
           END-EVALUATE
       .

       CARREGA-SELECAO.
           MOVE 5 TO WS-OPCAO-SELECAO
           SET LK-SEL-CARREGAR TO TRUE
           MOVE WS-NOME-SELECAO TO LK-SEL-NOME
           CALL CFG-PATH-PROGSEL
           USING LK-SEL-AREA

           IF LK-SEL-OK
              MOVE LK-SEL-FINALIDADE TO WS-FINALIDADE
              DISPLAY 'SELECAO ' LK-SEL-NOME ' VERSAO ' LK-SEL-VERSAO
                      ' - ' LK-SEL-DESCRICAO
           END-IF
       .

       SELECAO-TELA.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '        GERADOR DE CORRESPONDENCIA (CARTAS)        '
           DISPLAY '*-------------------------------------------------*'
           IF NOT LK-SESS-TODAS-EMPRESAS
              DISPLAY 'SOMENTE CADASTROS DA EMPRESA ' LK-SESS-EMPRESA
           END-IF
           DISPLAY 'SELECAO DOS DESTINATARIOS:'
           DISPLAY '     1 - SENHAS A EXPIRAR (COMO O PROGSENEXP)'
           DISPLAY '     2 - CADASTROS NOVOS A PARTIR DE UMA DATA'
           DISPLAY '     3 - ATIVOS (FILTRO POR DEPARTAMENTO)'
           DISPLAY '     4 - CODIGOS DE VERIFICACAO DE CONTATO'
           DISPLAY '     5 - SELECAO SALVA (SELECOES NOMEADAS)'
           DISPLAY '     6 - AVISO DE ALTERACAO DE DADOS SENSIVEIS'
           ACCEPT WS-OPCAO-SELECAO

           EVALUATE WS-OPCAO-SELECAO
              WHEN 1
                 DISPLAY 'AVISAR SENHAS QUE EXPIRAM EM QUANTOS '
                         'DIAS (0 = ' WS-DIAS-AVISO-PADRAO ' ): '
                 ACCEPT WS-DIAS-AVISO
                 IF WS-DIAS-AVISO = 0
                    MOVE WS-DIAS-AVISO-PADRAO TO WS-DIAS-AVISO
                 END-IF
              WHEN 2
                 DISPLAY 'CADASTROS A PARTIR DE QUAL DATA '
                         '(AAAAMMDD) ?'
                 ACCEPT WS-DATA-CORTE
              WHEN 3
                 DISPLAY 'DEPARTAMENTO (0 = TODOS): '
                 ACCEPT WS-DEP-FILTRO
              WHEN 4
                 DISPLAY 'CODIGOS EMITIDOS AINDA NAO ENVIADOS'
              WHEN 5
                 DISPLAY 'NOME DA SELECAO: '
                 MOVE SPACES TO WS-NOME-SELECAO
                 ACCEPT WS-NOME-SELECAO
                 PERFORM CARREGA-SELECAO
                 IF LK-SEL-FALHA
                    GOBACK
                 END-IF
                 DISPLAY 'FINALIDADE DA SELECAO: ' WS-FINALIDADE
              WHEN 6
                 DISPLAY 'ALTERACOES DE QUAL DATA (AAAAMMDD, '
                         '0 = HOJE) ?'
                 ACCEPT WS-DATA-AVISO
                 IF WS-DATA-AVISO = 0
                    MOVE WS-DATA-HOJE TO WS-DATA-AVISO
                 END-IF
                 MOVE 'I' TO WS-FINALIDADE
              WHEN OTHER
                 DISPLAY 'SELECAO INVALIDA'
                 GOBACK
           END-EVALUATE

      *    a selecao nomeada ja traz a finalidade; o aviso de alteracao
      *    e sempre institucional
           IF WS-OPCAO-SELECAO NOT = 5 AND WS-OPCAO-SELECAO NOT = 6
              DISPLAY 'FINALIDADE DA CORRESPONDENCIA (I=INSTITUCIONAL/'
                      'M=MARKETING/P=PESQUISA): '
              ACCEPT WS-FINALIDADE
           END-IF
           IF NOT FINALIDADE-VALIDA
              DISPLAY 'FINALIDADE INVALIDA - NENHUMA CARTA GERADA'
              GOBACK
           END-IF
       .

      ******************************************************************
      * Na selecao nomeada a primeira linha do indice identifica a
      * selecao e a versao que produziram as cartas; nas demais o
      * indice sai como antes.
      ******************************************************************
       GRAVA-CABECALHO.
           MOVE SPACES TO REG-CARTA-INDICE
           STRING 'HDR;CARTAS;'   DELIMITED SIZE
                  WS-DATA-HOJE    DELIMITED SIZE
                  ';SELECAO;'     DELIMITED SIZE
                  LK-SEL-NOME     DELIMITED SPACE
                  ';'             DELIMITED SIZE
                  LK-SEL-VERSAO   DELIMITED SIZE
             INTO REG-CARTA-INDICE
           WRITE REG-CARTA-INDICE
       .

       CARREGA-MODELO.
           SET EOF-MOD-OK TO FALSE

              GOBACK
           END-IF

           IF WS-OPCAO-SELECAO = 4
              PERFORM ABRE-VERIFICACOES
           END-IF

           PERFORM UNTIL EOF-OK
              READ USUARIOS
                 AT END
                    ADD 1 TO WS-CONT-LIDOS
                    PERFORM AVALIA-SELECAO
                    IF USUARIO-SELECIONADO
                       EVALUATE WS-OPCAO-SELECAO
                          WHEN 4
                             PERFORM GERA-CARTAS-CODIGO
                          WHEN 6
                             PERFORM GERA-AVISO-ALTERACAO
                          WHEN OTHER
                             MOVE EMAIL  TO WS-DESTINO
                             MOVE SPACES TO WS-SUFIXO-CARTA
                             PERFORM GERA-CARTA
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE USUARIOS

           IF WS-OPCAO-SELECAO = 4 AND FS-VRF-OK
              CLOSE VERIFICACOES
           END-IF
       .

      *    sem VERIFICACOES.dat nenhum codigo foi emitido - nada a
      *    enviar, a selecao 4 nao escolhe ninguem
       ABRE-VERIFICACOES.
           OPEN I-O VERIFICACOES

           IF NOT FS-VRF-OK AND NOT FS-VRF-NAO-EXISTE
              DISPLAY 'ERRO AO ABRIR VERIFICACOES.dat'
              DISPLAY 'FILE STATUS: ' WS-FS-VRF
              MOVE 8 TO RETURN-CODE
           END-IF
       .

       AVALIA-SELECAO.
           MOVE 'N' TO WS-SELECIONA

           IF ANONIMIZADO-USUARIO
              OR (NOT LK-SESS-TODAS-EMPRESAS
                  AND EMPRESA NOT = LK-SESS-EMPRESA)
              CONTINUE
           ELSE
              EVALUATE WS-OPCAO-SELECAO
                            OR DEPARTAMENTO = WS-DEP-FILTRO)
                       SET USUARIO-SELECIONADO TO TRUE
                    END-IF
                 WHEN 4
                    IF ATIVO-USUARIO AND FS-VRF-OK
                       SET USUARIO-SELECIONADO TO TRUE
                    END-IF
                 WHEN 5
                    PERFORM AVALIA-SELECAO-NOMEADA
                 WHEN 6
                    PERFORM AVALIA-AVISO-ALTERACAO
              END-EVALUATE
           END-IF

      *    o aviso de alteracao protege o proprio titular contra fraude
      *    e nao depende de consentimento
           IF USUARIO-SELECIONADO AND WS-OPCAO-SELECAO NOT = 6
              PERFORM VERIFICA-CONSENTIMENTO
           END-IF
       .

       AVALIA-SELECAO-NOMEADA.
           SET LK-SEL-AVALIAR TO TRUE
           MOVE STATUS-USUARIO TO LK-SEL-CAD-STATUS
           MOVE EMAIL          TO LK-SEL-CAD-EMAIL
           MOVE TELEFONE       TO LK-SEL-CAD-TELEFONE
           MOVE DATA-CADASTRO  TO LK-SEL-CAD-DATA-CADASTRO
           MOVE DEPARTAMENTO   TO LK-SEL-CAD-DEPARTAMENTO
           CALL CFG-PATH-PROGSEL
           USING LK-SEL-AREA
           IF LK-SEL-OK
              SET USUARIO-SELECIONADO TO TRUE
           END-IF
       .

       VERIFICA-CONSENTIMENTO.
           SET LK-CNS-VERIFICAR TO TRUE
           MOVE ID-USUARIO    TO LK-CNS-ID-USUARIO
           MOVE WS-FINALIDADE TO LK-CNS-FINALIDADE
           CALL CFG-PATH-PROGCNS
           USING LK-CNS-AREA

           IF NOT LK-CNS-OK
              MOVE 'N' TO WS-SELECIONA
              ADD 1 TO WS-CONT-SEM-CONSENT
           END-IF
       .

      ******************************************************************
           END-IF
       .

      ******************************************************************
      * Selecao 4: uma carta por contato com codigo pendente, valido e
      * ainda nao enviado (CARTA-nnnnn-E.txt para o email,
      * CARTA-nnnnn-T.txt para o telefone, com o numero no indice no
      * lugar do email). Gerada a carta, o codigo fica com a data do
      * envio e nao sai de novo.
      ******************************************************************
       GERA-CARTAS-CODIGO.
           IF EMAIL NOT = SPACES
              MOVE 'E'   TO WS-TIPO-CODIGO
              MOVE EMAIL TO WS-CONTATO-CODIGO
              PERFORM GERA-CARTA-CODIGO
           END-IF

           IF TELEFONE > 0
              MOVE 'T'              TO WS-TIPO-CODIGO
              MOVE TELEFONE         TO WS-TELEFONE-EXIB
              MOVE WS-TELEFONE-EXIB TO WS-CONTATO-CODIGO
              PERFORM GERA-CARTA-CODIGO
           END-IF

           MOVE SPACES TO WS-CODIGO-CARTA
           MOVE SPACES TO WS-CONTATO-CARTA
       .

       GERA-CARTA-CODIGO.
           MOVE ID-USUARIO     TO VRF-ID-USUARIO
           MOVE WS-TIPO-CODIGO TO VRF-TIPO

           READ VERIFICACOES
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF VRF-PENDENTE
                    AND VRF-DATA-ENVIO = 0
                    AND VRF-DATA-VALIDADE >= WS-DATA-HOJE
                    AND VRF-CONTATO = WS-CONTATO-CODIGO
                    PERFORM ENVIA-CODIGO
                 END-IF
           END-READ
       .

       ENVIA-CODIGO.
           MOVE VRF-CODIGO     TO WS-CODIGO-EXIB
           MOVE WS-CODIGO-EXIB TO WS-CODIGO-CARTA
           MOVE VRF-CONTATO    TO WS-CONTATO-CARTA
           MOVE VRF-CONTATO    TO WS-DESTINO
           MOVE SPACES         TO WS-SUFIXO-CARTA
           STRING '-'          DELIMITED SIZE
                  VRF-TIPO     DELIMITED SIZE
             INTO WS-SUFIXO-CARTA

           PERFORM GERA-CARTA

           IF FS-CAR-OK
              MOVE WS-DATA-HOJE TO VRF-DATA-ENVIO
              REWRITE REG-VERIFICACAO
                 INVALID KEY
                    DISPLAY 'FALHA AO MARCAR O ENVIO DO CODIGO DO ID '
                            VRF-ID-USUARIO
              END-REWRITE
           END-IF
       .

      ******************************************************************
      * Selecao 6: le a trilha e guarda, por ID, as alteracoes de
      * EMAIL, TELEFONE, endereco e senha (tipo 'A') e os resets de
      * senha (tipo 'S') da data pedida. Um aviso ja registrado para
      * essa data (tipo 'O', AVISO-ALTERACAO) zera o que veio antes
      * dele - rodar de novo so avisa o que mudou depois.
      ******************************************************************
       CARREGA-ALTERACOES.
           SET EOF-OK TO FALSE

           OPEN INPUT LOG-USUARIOS

           IF NOT FS-LOG-OK
              IF NOT FS-LOG-NAO-EXISTE
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DE LOG'
                 DISPLAY 'FILE STATUS: ' WS-FS-LOG
                 CLOSE CARTA-INDICE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              PERFORM UNTIL EOF-OK
                 READ LOG-USUARIOS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM TRATA-EVENTO-AVISO
                 END-READ
              END-PERFORM
              CLOSE LOG-USUARIOS
           END-IF
       .

       TRATA-EVENTO-AVISO.
           MOVE LOG-ID-USUARIO TO WS-ID-AVISO

           IF LOG-EVENTO-OPERADOR
              AND LOG-CAMPO = 'AVISO-ALTERACAO'
              AND LOG-VALOR-ANTES (15:8) = WS-DATA-AVISO
              PERFORM LOCALIZA-AVISO
              IF WS-IDX-AVISO <= WS-QTD-AVISO
                 MOVE 0      TO TAB-AVI-QTD (WS-IDX-AVISO)
                 MOVE SPACES TO TAB-AVI-EMAIL-ANTERIOR (WS-IDX-AVISO)
              END-IF
           ELSE
              IF LOG-DATA = WS-DATA-AVISO
                 MOVE 'N' TO WS-ALT-SENSIVEL
                 IF LOG-RESET-SENHA
                    SET ALTERACAO-SENSIVEL TO TRUE
                 END-IF
                 IF LOG-ALTERACAO
                    AND (LOG-CAMPO = 'EMAIL'
                         OR LOG-CAMPO = 'ENDERECO'
                         OR LOG-CAMPO = 'SENHA'
                         OR LOG-CAMPO (1:8) = 'TELEFONE')
                    SET ALTERACAO-SENSIVEL TO TRUE
                 END-IF
                 IF ALTERACAO-SENSIVEL
                    PERFORM GUARDA-ALTERACAO-AVISO
                 END-IF
              END-IF
           END-IF
       .

       GUARDA-ALTERACAO-AVISO.
           PERFORM LOCALIZA-AVISO

           IF WS-IDX-AVISO > WS-QTD-AVISO
              IF WS-QTD-AVISO < WS-MAX-AVISO
                 ADD 1 TO WS-QTD-AVISO
                 MOVE WS-QTD-AVISO TO WS-IDX-AVISO
                 MOVE WS-ID-AVISO  TO TAB-AVI-ID (WS-IDX-AVISO)
                 MOVE SPACES TO TAB-AVI-EMAIL-ANTERIOR (WS-IDX-AVISO)
                 MOVE 0      TO TAB-AVI-QTD (WS-IDX-AVISO)
              ELSE
                 DISPLAY 'LIMITE DE ' WS-MAX-AVISO
                         ' TITULARES AVISADOS ATINGIDO - ID '
                         WS-ID-AVISO ' FICA SEM AVISO'
              END-IF
           END-IF

           IF WS-IDX-AVISO <= WS-QTD-AVISO
              IF LOG-CAMPO = 'EMAIL'
                 AND TAB-AVI-EMAIL-ANTERIOR (WS-IDX-AVISO) = SPACES
                 MOVE LOG-VALOR-ANTES
                   TO TAB-AVI-EMAIL-ANTERIOR (WS-IDX-AVISO)
              END-IF

              IF TAB-AVI-QTD (WS-IDX-AVISO) < WS-MAX-ALT-AVISO
                 ADD 1 TO TAB-AVI-QTD (WS-IDX-AVISO)
                 MOVE TAB-AVI-QTD (WS-IDX-AVISO) TO WS-IDX-ALT
                 MOVE LOG-CAMPO
                   TO TAB-AVI-CAMPO (WS-IDX-AVISO WS-IDX-ALT)
                 MOVE LOG-HORA
                   TO TAB-AVI-HORA (WS-IDX-AVISO WS-IDX-ALT)
              END-IF
           END-IF
       .

      *    WS-IDX-AVISO fica alem de WS-QTD-AVISO quando o ID nao esta
      *    na tabela
       LOCALIZA-AVISO.
           PERFORM VARYING WS-IDX-AVISO FROM 1 BY 1
           UNTIL WS-IDX-AVISO > WS-QTD-AVISO
              OR TAB-AVI-ID (WS-IDX-AVISO) = WS-ID-AVISO
              CONTINUE
           END-PERFORM
       .

       AVALIA-AVISO-ALTERACAO.
           MOVE ID-USUARIO TO WS-ID-AVISO
           PERFORM LOCALIZA-AVISO

           IF WS-IDX-AVISO <= WS-QTD-AVISO
              IF TAB-AVI-QTD (WS-IDX-AVISO) > 0
                 SET USUARIO-SELECIONADO TO TRUE
              END-IF
           END-IF
       .

      ******************************************************************
      * O aviso vai para o email anterior quando o proprio email foi
      * trocado - se a troca foi fraude, e o dono verdadeiro que fica
      * sabendo (CARTA-nnnnn-A.txt). Gerada a carta, o aviso entra no
      * historico do titular na trilha com a data das alteracoes e os
      * campos avisados, sem valores.
      ******************************************************************
       GERA-AVISO-ALTERACAO.
           IF TAB-AVI-EMAIL-ANTERIOR (WS-IDX-AVISO) NOT = SPACES
              MOVE TAB-AVI-EMAIL-ANTERIOR (WS-IDX-AVISO) TO WS-DESTINO
           ELSE
              MOVE EMAIL TO WS-DESTINO
           END-IF

           IF WS-DESTINO = SPACES
              ADD 1 TO WS-CONT-SEM-DESTINO
              DISPLAY 'ID ' ID-USUARIO ' SEM EMAIL PARA O AVISO DE '
                      'ALTERACAO'
           ELSE
              MOVE '-A' TO WS-SUFIXO-CARTA
              PERFORM GERA-CARTA

              IF FS-CAR-OK
                 PERFORM MONTA-CAMPOS-AVISO

                 MOVE 'O'               TO LK-LOG-TIPO
                 MOVE ID-USUARIO        TO LK-LOG-ID-USUARIO
                 MOVE 'AVISO-ALTERACAO' TO LK-LOG-CAMPO
                 MOVE SPACES            TO LK-LOG-VALOR-ANTES
                 STRING 'ALTERACOES DE ' DELIMITED SIZE
                        WS-DATA-AVISO    DELIMITED SIZE
                   INTO LK-LOG-VALOR-ANTES
                 MOVE WS-CAMPOS-AVISO   TO LK-LOG-VALOR-DEPOIS
                 CALL CFG-PATH-PROGLOG
                 USING LK-LOG-AREA
              END-IF
           END-IF
       .

       MONTA-CAMPOS-AVISO.
           MOVE ALL 'N' TO WS-CAMPOS-ALTERADOS

           PERFORM VARYING WS-IDX-ALT FROM 1 BY 1
           UNTIL WS-IDX-ALT > TAB-AVI-QTD (WS-IDX-AVISO)
              EVALUATE TRUE
                 WHEN TAB-AVI-CAMPO (WS-IDX-AVISO WS-IDX-ALT) = 'EMAIL'
                    MOVE 'S' TO WS-ALTEROU-EMAIL
                 WHEN TAB-AVI-CAMPO (WS-IDX-AVISO WS-IDX-ALT) (1:8)
                      = 'TELEFONE'
                    MOVE 'S' TO WS-ALTEROU-TELEFONE
                 WHEN TAB-AVI-CAMPO (WS-IDX-AVISO WS-IDX-ALT)
                      = 'ENDERECO'
                    MOVE 'S' TO WS-ALTEROU-ENDERECO
                 WHEN OTHER
                    MOVE 'S' TO WS-ALTEROU-SENHA
              END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-CAMPOS-AVISO
           MOVE 1 TO WS-PTR-CAMPOS
           IF WS-ALTEROU-EMAIL = 'S'
              STRING 'EMAIL ' DELIMITED SIZE
                INTO WS-CAMPOS-AVISO WITH POINTER WS-PTR-CAMPOS
           END-IF
           IF WS-ALTEROU-TELEFONE = 'S'
              STRING 'TELEFONE ' DELIMITED SIZE
                INTO WS-CAMPOS-AVISO WITH POINTER WS-PTR-CAMPOS
           END-IF
           IF WS-ALTEROU-ENDERECO = 'S'
              STRING 'ENDERECO ' DELIMITED SIZE
                INTO WS-CAMPOS-AVISO WITH POINTER WS-PTR-CAMPOS
           END-IF
           IF WS-ALTEROU-SENHA = 'S'
              STRING 'SENHA' DELIMITED SIZE
                INTO WS-CAMPOS-AVISO WITH POINTER WS-PTR-CAMPOS
           END-IF
       .

      *    o chamador poe o destino do indice em WS-DESTINO e o sufixo
      *    do nome da carta (ou brancos) em WS-SUFIXO-CARTA
       GERA-CARTA.
           MOVE ID-USUARIO TO WS-ID-EXIB

           STRING CFG-PATH-CARTA-PREFIXO (1:WS-PREFIXO-LEN)
                                       DELIMITED SIZE
                  WS-ID-EXIB           DELIMITED SIZE
                  WS-SUFIXO-CARTA      DELIMITED SPACE
                  '.txt'               DELIMITED SIZE
             INTO WS-ARQ-CARTA

              MOVE SPACES TO REG-CARTA-INDICE
              STRING WS-ID-EXIB   DELIMITED SIZE
                     ';'          DELIMITED SIZE
                     WS-DESTINO   DELIMITED SPACE
                     ';'          DELIMITED SIZE
                     WS-ARQ-CARTA DELIMITED SPACE
                INTO REG-CARTA-INDICE

       ESCREVE-LINHA-CARTA.
           MOVE TAB-MOD-LINHA (WS-IDX) TO WS-LINHA-ENT

           MOVE 0 TO WS-QTD-MARCA-ALT
           IF WS-OPCAO-SELECAO = 6
              INSPECT WS-LINHA-ENT TALLYING WS-QTD-MARCA-ALT
              FOR ALL '&ALTERACAO'
           END-IF

           IF WS-QTD-MARCA-ALT > 0
              PERFORM ESCREVE-LINHA-ALTERACAO
              VARYING WS-IDX-ALT FROM 1 BY 1
              UNTIL WS-IDX-ALT > TAB-AVI-QTD (WS-IDX-AVISO)
              MOVE SPACES TO WS-ALTERACAO-CARTA
           ELSE
              PERFORM SUBSTITUI-MARCADORES
              MOVE WS-LINHA-SAI TO REG-CARTA-SAIDA
              WRITE REG-CARTA-SAIDA
           END-IF
       .

      *    a linha do modelo com &ALTERACAO sai uma vez por alteracao:
      *    o campo, a data e a hora - nunca o valor
       ESCREVE-LINHA-ALTERACAO.
           EVALUATE TRUE
              WHEN TAB-AVI-CAMPO (WS-IDX-AVISO WS-IDX-ALT)
                   = 'RESET-SENHA'
                 MOVE 'SENHA (RESET)' TO WS-ROTULO-ALT
              WHEN OTHER
                 MOVE TAB-AVI-CAMPO (WS-IDX-AVISO WS-IDX-ALT)
                   TO WS-ROTULO-ALT
           END-EVALUATE

           MOVE WS-DATA-AVISO (7:2) TO WS-DATA-ALT-DIA
           MOVE WS-DATA-AVISO (5:2) TO WS-DATA-ALT-MES
           MOVE WS-DATA-AVISO (1:4) TO WS-DATA-ALT-ANO
           MOVE TAB-AVI-HORA (WS-IDX-AVISO WS-IDX-ALT) (1:2)
             TO WS-HORA-ALT-HH
           MOVE TAB-AVI-HORA (WS-IDX-AVISO WS-IDX-ALT) (3:2)
             TO WS-HORA-ALT-MM

           MOVE SPACES TO WS-ALTERACAO-CARTA
           STRING WS-ROTULO-ALT     DELIMITED '  '
                  ' '               DELIMITED SIZE
                  WS-DATA-ALT-EXIB  DELIMITED SIZE
                  ' '               DELIMITED SIZE
                  WS-HORA-ALT-EXIB  DELIMITED SIZE
             INTO WS-ALTERACAO-CARTA

           PERFORM SUBSTITUI-MARCADORES
           MOVE WS-LINHA-SAI TO REG-CARTA-SAIDA
           WRITE REG-CARTA-SAIDA

       TRATA-MARCADOR.
           EVALUATE TRUE
              WHEN WS-POS-ENT <= 71
                 AND WS-LINHA-ENT (WS-POS-ENT:10) = '&ALTERACAO'
                 MOVE WS-ALTERACAO-CARTA TO WS-VALOR-MARCADOR
                 ADD 10 TO WS-POS-ENT
                 PERFORM COPIA-VALOR-MARCADOR
              WHEN WS-POS-ENT <= 73
                 AND WS-LINHA-ENT (WS-POS-ENT:8) = '&CONTATO'
                 MOVE WS-CONTATO-CARTA TO WS-VALOR-MARCADOR
                 ADD 8 TO WS-POS-ENT
                 PERFORM COPIA-VALOR-MARCADOR
              WHEN WS-POS-ENT <= 74
                 AND WS-LINHA-ENT (WS-POS-ENT:7) = '&CODIGO'
                 MOVE WS-CODIGO-CARTA TO WS-VALOR-MARCADOR
                 ADD 7 TO WS-POS-ENT
                 PERFORM COPIA-VALOR-MARCADOR
              WHEN WS-POS-ENT <= 57
                 AND WS-LINHA-ENT (WS-POS-ENT:24)
                     = '&DATA-ULTIMA-TROCA-SENHA'
