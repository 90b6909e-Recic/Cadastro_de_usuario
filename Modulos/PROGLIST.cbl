      *                PARAMETROS.dat (chave LINHAS-PAGINA via
      *                PROGPARAM), com as 20 linhas historicas como
      *                padrao.
      * 15/10/2026 RC  Um operador restrito a uma empresa so ve os
      *                cadastros dela (EMPRESA do cadastro igual a da
      *                sessao), nas duas ordens de listagem.
      * 15/10/2026 RC  Aceita uma selecao nomeada (PROGSEL) no lugar das
      *                perguntas de filtro, e no PROGJOB (passo LIST)
      *                pelo nome em LK-SESS-PARAM, sem pausa de pagina;
      *                a selecao e a versao saem no cabecalho e no
      *                total, e os contadores vao para o JOB-LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGLIST.
           03 WS-TELEFONE-3            PIC 9(13).
           03 WS-TELEFONE-3-TIPO       PIC X(01).
           03 WS-DEPARTAMENTO          PIC 9(03).
           03 WS-VINCULO               PIC X(01).
           03 WS-DATA-FIM-CONTRATO     PIC 9(08).
           03 WS-EMPRESA               PIC 9(03).

       01  WS-LINHA-EXIB.
           03 EXIB-ID                  PIC 9(05).
       77  WS-PASSA-DOMINIO            PIC X VALUE 'S'.
           88 PASSA-DOMINIO            VALUE 'S'.

       77  WS-PASSA                    PIC X.
           88 PASSA-FILTROS            VALUE 'S'.

      *    selecao nomeada (SELECOES.dat) no lugar das perguntas
       77  WS-NOME-SELECAO             PIC X(10) VALUE SPACES.
       77  WS-USA-SELECAO              PIC X VALUE 'N'.
           88 USA-SELECAO              VALUE 'S'.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SELECAO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'

           IF NOT LK-SESS-TODAS-EMPRESAS
              DISPLAY 'SOMENTE CADASTROS DA EMPRESA ' LK-SESS-EMPRESA
                      ' - ' LK-EMP-NOME
           END-IF

           PERFORM OBTEM-SELECAO
           IF USA-SELECAO AND LK-SEL-FALHA
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF NOT USA-SELECAO
              PERFORM PEDE-FILTROS
           END-IF

           IF LK-SESS-MODO-BATCH
              MOVE 1 TO WS-OPCAO-ORDEM
           ELSE
              DISPLAY ' '
              DISPLAY 'ORDENAR POR: 1-ID   2-NOME'
              ACCEPT WS-OPCAO-ORDEM
           END-IF

           SET WS-CONT TO 0

           IF USA-SELECAO
              DISPLAY ' '
              DISPLAY 'SELECAO ' LK-SEL-NOME ' VERSAO ' LK-SEL-VERSAO
                      ' - ' LK-SEL-DESCRICAO
           END-IF

           PERFORM EXIBE-CABECALHO

           IF WS-OPCAO-ORDEM = 2
              SORT ORDENA-TRAB
                 ON ASCENDING KEY ORD-NOME
                 INPUT PROCEDURE IS SELECIONA-REGISTROS
                 OUTPUT PROCEDURE IS EXIBE-ORDENADO
           ELSE
              PERFORM LISTA-POR-ID
           END-IF

           DISPLAY ' '
           DISPLAY 'TOTAL DE CADASTROS LISTADOS: ' WS-CONT
           IF USA-SELECAO
              DISPLAY 'PELA SELECAO ' LK-SEL-NOME ' VERSAO '
                      LK-SEL-VERSAO
           END-IF

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT TO LK-SESS-QTD-PROCESSADOS
           MOVE WS-CONT TO LK-SESS-QTD-ACEITOS
           MOVE 0       TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE 0 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      * Pelo PROGJOB (passo LIST) o nome da selecao vem em
      * LK-SESS-PARAM e e obrigatorio - nao ha quem responda as
      * perguntas. Na tela, nome em branco segue com as perguntas.
      ******************************************************************
       OBTEM-SELECAO.
           MOVE 'N' TO WS-USA-SELECAO

           IF LK-SESS-MODO-BATCH
              MOVE LK-SESS-PARAM TO WS-NOME-SELECAO
           ELSE
              DISPLAY ' '
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
           DISPLAY ' '
           DISPLAY 'LISTAR SOMENTE OS CADASTROS ATIVOS ? (S/N)'
           ACCEPT WS-OPCAO-FILTRO
           DISPLAY ' '
           DISPLAY 'FILTRAR POR DEPARTAMENTO (0 = TODOS): '
           ACCEPT WS-DEP-FILTRO
       .

      ******************************************************************
      * Com selecao, a avaliacao e a do PROGSEL (a mesma da extracao e
      * das cartas); sem ela, as perguntas da tela. A empresa do
      * operador vale nos dois casos.
      ******************************************************************
       VERIFICA-FILTROS.
           MOVE 'S' TO WS-PASSA

           IF USA-SELECAO
              SET LK-SEL-AVALIAR TO TRUE
              MOVE WS-STATUS         TO LK-SEL-CAD-STATUS
              MOVE WS-EMAIL          TO LK-SEL-CAD-EMAIL
              MOVE WS-TELEFONE       TO LK-SEL-CAD-TELEFONE
              MOVE WS-DATA-CADASTRO  TO LK-SEL-CAD-DATA-CADASTRO
              MOVE WS-DEPARTAMENTO   TO LK-SEL-CAD-DEPARTAMENTO
              CALL CFG-PATH-PROGSEL
              USING LK-SEL-AREA
              IF LK-SEL-FALHA
                 MOVE 'N' TO WS-PASSA
              END-IF
           ELSE
              PERFORM VERIFICA-FILTRO-DOMINIO
              IF (FILTRA-SOMENTE-ATIVOS AND NOT WS-STATUS-ATIVO)
                 OR NOT PASSA-DOMINIO
                 OR (WS-DEP-FILTRO NOT = 0
                     AND WS-DEPARTAMENTO NOT = WS-DEP-FILTRO)
                 MOVE 'N' TO WS-PASSA
              END-IF
           END-IF

           IF NOT LK-SESS-TODAS-EMPRESAS
              AND WS-EMPRESA NOT = LK-SESS-EMPRESA
              MOVE 'N' TO WS-PASSA
           END-IF
       .

       OBTEM-PARAMETROS.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF NOT LK-SESS-TODAS-EMPRESAS
              SET LK-EMP-NOME-CODIGO TO TRUE
              MOVE LK-SESS-EMPRESA TO LK-EMP-CODIGO
              CALL CFG-PATH-PROGEMPRESA
              USING LK-EMP-AREA
           END-IF

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'LINHAS-PAGINA' TO LK-PAR-CHAVE
           MOVE 20 TO LK-PAR-VALOR
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    PERFORM VERIFICA-FILTROS
                    IF PASSA-FILTROS
                       PERFORM MONTA-EXIBICAO
                       PERFORM EXIBE-DETALHE
                    END-IF
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       PERFORM VERIFICA-FILTROS
                       IF PASSA-FILTROS
                          PERFORM LIBERA-REGISTRO
                       END-IF
                 END-READ
           ADD 1 TO WS-LINHAS-PAGINA

           IF WS-LINHAS-PAGINA > WS-MAX-LINHAS-PAGINA
              AND NOT LK-SESS-MODO-BATCH
              DISPLAY ' '
              DISPLAY 'PRESSIONE ENTER PARA CONTINUAR A LISTAGEM...'
              ACCEPT WS-PAUSA
