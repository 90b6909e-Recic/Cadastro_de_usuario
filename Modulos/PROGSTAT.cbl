      *                DEPARTAMENTOS.dat) e as linhas DEPARTAMENTO no
      *                CSV - a alocacao de contas pedida a cada ciclo
      *                de orcamento.
      * 15/10/2026 RC  Added a separacao por empresa (parametro EMPRESA
      *                ou EMPRESACSV do passo, ou pergunta na tela): uma
      *                estatistica por empresa, totais por empresa e o
      *                total geral, e no CSV cada bloco apos a linha
      *                EMPRESA;codigo;total. Operador restrito a uma
      *                empresa so ve a estatistica dela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSTAT.
              05 TAB-DEPS-CODIGO       PIC 9(03).
              05 TAB-DEPS-CONT         PIC 9(05).

       77  WS-OPCAO-EMPRESA            PIC X VALUE 'N'.
           88 SEPARA-POR-EMPRESA       VALUE 'S' 's'.

       77  WS-FILTRA-EMPRESA           PIC X VALUE 'N'.
           88 FILTRA-EMPRESA           VALUE 'S'.

       77  WS-EMPRESA-FILTRO           PIC 9(03) VALUE 0.
       77  WS-EMPRESA-NOME             PIC X(30).
       77  WS-CONT-GERAL               PIC 9(05) VALUE 0.
       77  WS-QTD-TOT-EMP              PIC 9(03) VALUE 0.
       77  WS-IDX-EMP                  PIC 9(03).

       01  TAB-TOTAIS-EMPRESA.
           03 TAB-TOT-ITEM             OCCURS 51 TIMES.
              05 TAB-TOT-CODIGO        PIC 9(03).
              05 TAB-TOT-NOME          PIC X(30).
              05 TAB-TOT-CONT          PIC 9(05).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-CONT-GERAL
           MOVE 0 TO WS-QTD-TOT-EMP
           MOVE 'N' TO WS-FILTRA-EMPRESA

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MODO-BATCH
              EVALUATE LK-SESS-PARAM
                 WHEN 'CSV'
                    MOVE 'S' TO WS-OPCAO-CSV
                    MOVE 'N' TO WS-OPCAO-EMPRESA
                 WHEN 'EMPRESA'
                    MOVE 'N' TO WS-OPCAO-CSV
                    MOVE 'S' TO WS-OPCAO-EMPRESA
                 WHEN 'EMPRESACSV'
                    MOVE 'S' TO WS-OPCAO-CSV
                    MOVE 'S' TO WS-OPCAO-EMPRESA
                 WHEN OTHER
                    MOVE 'N' TO WS-OPCAO-CSV
                    MOVE 'N' TO WS-OPCAO-EMPRESA
              END-EVALUATE
           ELSE
              DISPLAY ' '
              DISPLAY 'GERAR TAMBEM O ARQUIVO CSV PARA PLANILHA ? '
                      '(S/N)'
              ACCEPT WS-OPCAO-CSV
              MOVE 'N' TO WS-OPCAO-EMPRESA
              IF LK-SESS-TODAS-EMPRESAS
                 DISPLAY 'SEPARAR AS ESTATISTICAS POR EMPRESA ? (S/N)'
                 ACCEPT WS-OPCAO-EMPRESA
              END-IF
           END-IF

           IF NOT LK-SESS-TODAS-EMPRESAS
              MOVE 'N' TO WS-OPCAO-EMPRESA
              SET FILTRA-EMPRESA TO TRUE
              MOVE LK-SESS-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF

           PERFORM CARREGA-DOMINIOS
           PERFORM CARREGA-NOMES-DDD
           PERFORM CARREGA-NOMES-DEP

           IF GERA-CSV
              PERFORM ABRE-CSV
           END-IF

           IF SEPARA-POR-EMPRESA
              SET FILTRA-EMPRESA TO TRUE
              SET LK-EMP-LISTAR TO TRUE
              CALL CFG-PATH-PROGEMPRESA
              USING LK-EMP-AREA

              MOVE 0 TO WS-EMPRESA-FILTRO
              PERFORM PROCESSA-EMPRESA
              PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
              UNTIL WS-IDX-EMP > LK-EMP-QTD
                 MOVE LK-EMP-LISTA-CODIGO (WS-IDX-EMP)
                   TO WS-EMPRESA-FILTRO
                 PERFORM PROCESSA-EMPRESA
              END-PERFORM

              PERFORM EXIBE-TOTAIS-EMPRESA
           ELSE
              PERFORM APURA-ESTATISTICAS
              PERFORM EXIBE-RELATORIO
              MOVE WS-CONT TO WS-CONT-GERAL
              IF GERA-CSV
                 PERFORM GRAVA-LINHAS-CSV
              END-IF
           END-IF

           IF GERA-CSV
              CLOSE EST-CSV
              DISPLAY 'ARQUIVO CSV DE ESTATISTICAS GERADO'
           END-IF

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-CONT-GERAL TO LK-SESS-QTD-PROCESSADOS
           MOVE 0       TO LK-SESS-QTD-ACEITOS
           MOVE 0       TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE 0 TO RETURN-CODE

           GOBACK.

      ******************************************************************
      * Uma passada em USUARIOS.dat, restrita a WS-EMPRESA-FILTRO
      * quando FILTRA-EMPRESA - a estatistica da empresa do operador
      * ou a de cada empresa na separacao por empresa.
      ******************************************************************
       APURA-ESTATISTICAS.
           MOVE 0 TO WS-CONT
           MOVE 0 TO WS-QTD-DDD
           MOVE 0 TO WS-QTD-UF
           MOVE 0 TO WS-QTD-DEP
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-DOMINIOS
              MOVE 0 TO TAB-DOM-CONT (WS-IDX)
           END-PERFORM

           SET EOF-OK TO FALSE
           OPEN INPUT USUARIOS

                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NOT FILTRA-EMPRESA
                       OR EMPRESA = WS-EMPRESA-FILTRO
                       ADD 1 TO WS-CONT
                       PERFORM TALLY-DOMINIO
                       PERFORM TALLY-DDD
                       PERFORM TALLY-DEPARTAMENTO
                    END-IF
              END-READ
           END-PERFORM

           CLOSE USUARIOS
       .

       PROCESSA-EMPRESA.
           PERFORM APURA-ESTATISTICAS
           PERFORM EXIBE-RELATORIO
           ADD WS-CONT TO WS-CONT-GERAL

           IF WS-QTD-TOT-EMP < 51
              ADD 1 TO WS-QTD-TOT-EMP
              MOVE WS-EMPRESA-FILTRO TO TAB-TOT-CODIGO (WS-QTD-TOT-EMP)
              MOVE WS-EMPRESA-NOME   TO TAB-TOT-NOME (WS-QTD-TOT-EMP)
              MOVE WS-CONT           TO TAB-TOT-CONT (WS-QTD-TOT-EMP)
           END-IF

           IF GERA-CSV
              MOVE SPACES TO REG-EST-CSV
              STRING 'EMPRESA;'          DELIMITED SIZE
                     WS-EMPRESA-FILTRO   DELIMITED SIZE
                     ';'                 DELIMITED SIZE
                     WS-CONT             DELIMITED SIZE
                INTO REG-EST-CSV
              WRITE REG-EST-CSV
              PERFORM GRAVA-LINHAS-CSV
           END-IF
       .

       EXIBE-TOTAIS-EMPRESA.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     TOTAIS POR EMPRESA'
           DISPLAY '*-------------------------------------------------*'
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
           UNTIL WS-IDX-EMP > WS-QTD-TOT-EMP
              DISPLAY '   ' TAB-TOT-CODIGO (WS-IDX-EMP)
                      ' - ' TAB-TOT-NOME (WS-IDX-EMP)
                      ': ' TAB-TOT-CONT (WS-IDX-EMP)
           END-PERFORM
           DISPLAY 'TOTAL GERAL DE CADASTROS: ' WS-CONT-GERAL
           DISPLAY '*-------------------------------------------------*'
       .

       CARREGA-DOMINIOS.
           MOVE 0 TO WS-QTD-DOMINIOS
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     ESTATISTICAS DE USUARIOS CADASTRADOS'
           IF FILTRA-EMPRESA
              SET LK-EMP-NOME-CODIGO TO TRUE
              MOVE WS-EMPRESA-FILTRO TO LK-EMP-CODIGO
              CALL CFG-PATH-PROGEMPRESA
              USING LK-EMP-AREA
              MOVE LK-EMP-NOME TO WS-EMPRESA-NOME
              DISPLAY '     EMPRESA ' WS-EMPRESA-FILTRO
                      ' - ' WS-EMPRESA-NOME
           END-IF
           DISPLAY '*-------------------------------------------------*'
           DISPLAY 'TOTAL DE CADASTROS: ' WS-CONT
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
       .

       ABRE-CSV.
           OPEN OUTPUT EST-CSV

           IF NOT FS-CSV-OK
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
       .

      ******************************************************************
      * Uma linha por dominio, por DDD e por UF, campos separados por
      * ';' e sem cabecalho - e o que a planilha da gerencia importa.
      * Separado por empresa, cada bloco vem apos a linha
      * EMPRESA;codigo;total da empresa.
      ******************************************************************
       GRAVA-LINHAS-CSV.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-DOMINIOS
              MOVE SPACES TO REG-EST-CSV
                INTO REG-EST-CSV
              WRITE REG-EST-CSV
           END-PERFORM
       .

       LOCALIZA-NOME-DDD.
