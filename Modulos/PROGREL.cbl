      * 02/09/2026 RC  As linhas por pagina now come from
      *                PARAMETROS.dat (chave LINHAS-PAGINA via
      *                PROGPARAM, padrao 20).
      * 15/10/2026 RC  Added a separacao por empresa (parametro EMPRESA
      *                do passo, ou pergunta na tela): um bloco por
      *                empresa com cabecalho proprio e total da empresa,
      *                e o total geral no rodape. Operador restrito a
      *                uma empresa so relata os cadastros dela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGREL.

       77  WS-MAX-LINHAS-PAGINA        PIC 9(03) VALUE 20.

       77  WS-OPCAO-EMPRESA            PIC X VALUE 'N'.
           88 SEPARA-POR-EMPRESA       VALUE 'S' 's'.

       77  WS-FILTRA-EMPRESA           PIC X VALUE 'N'.
           88 FILTRA-EMPRESA           VALUE 'S'.

       77  WS-EMPRESA-FILTRO           PIC 9(03) VALUE 0.
       77  WS-EMPRESA-NOME             PIC X(30).
       77  WS-CONT-EMPRESA             PIC 9(05) VALUE 0.
       77  WS-IDX-EMP                  PIC 9(03).

       01  WS-DATA-SISTEMA.
           03 WS-DATA-ANO              PIC 9(02).
           03 WS-DATA-MES              PIC 9(02).
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-CONT
           MOVE 0 TO WS-PAGINA

           OPEN OUTPUT REL-USUARIOS

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RELATORIO'
              DISPLAY 'FILE STATUS RELATORIO: ' WS-FS-REL
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF SEPARA-POR-EMPRESA
              SET FILTRA-EMPRESA TO TRUE
              SET LK-EMP-LISTAR TO TRUE
              CALL CFG-PATH-PROGEMPRESA
              USING LK-EMP-AREA

              MOVE 0 TO WS-EMPRESA-FILTRO
              PERFORM RELATA-EMPRESA
              PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
              UNTIL WS-IDX-EMP > LK-EMP-QTD
                 MOVE LK-EMP-LISTA-CODIGO (WS-IDX-EMP)
                   TO WS-EMPRESA-FILTRO
                 PERFORM RELATA-EMPRESA
              END-PERFORM
           ELSE
              PERFORM RELATA-EMPRESA
           END-IF

           PERFORM ESCREVE-RODAPE

           CLOSE REL-USUARIOS

           PERFORM CATALOGA-RELATORIO

           GOBACK.

      ******************************************************************
      * Sem separacao, uma unica passada (restrita a empresa do
      * operador quando ele nao e de todas as empresas); separado por
      * empresa, uma passada por empresa, cada uma comecando pagina e
      * fechando com o total da empresa.
      ******************************************************************
       RELATA-EMPRESA.
           MOVE 0 TO WS-CONT-EMPRESA

           IF FILTRA-EMPRESA
              SET LK-EMP-NOME-CODIGO TO TRUE
              MOVE WS-EMPRESA-FILTRO TO LK-EMP-CODIGO
              CALL CFG-PATH-PROGEMPRESA
              USING LK-EMP-AREA
              MOVE LK-EMP-NOME TO WS-EMPRESA-NOME
           END-IF

           SET EOF-OK TO FALSE
           SET FS-OK TO TRUE

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO RELATORIO'
              DISPLAY 'FILE STATUS USUARIOS : ' WS-FS
              CLOSE REL-USUARIOS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM ESCREVE-CABECALHO

           PERFORM UNTIL EOF-OK
              READ USUARIOS INTO WS-REGISTRO-US
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF NOT FILTRA-EMPRESA
                       OR EMPRESA = WS-EMPRESA-FILTRO
                       PERFORM ESCREVE-DETALHE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE USUARIOS

           IF SEPARA-POR-EMPRESA
              MOVE SPACES TO REG-RELATORIO
              WRITE REG-RELATORIO

              MOVE SPACES TO REG-RELATORIO
              STRING 'TOTAL DA EMPRESA '  DELIMITED SIZE
                     WS-EMPRESA-FILTRO    DELIMITED SIZE
                     ': '                 DELIMITED SIZE
                     WS-CONT-EMPRESA      DELIMITED SIZE
                INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF
       .

       OBTEM-PARAMETROS.
           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           MOVE 'N' TO WS-FILTRA-EMPRESA
           MOVE 'N' TO WS-OPCAO-EMPRESA

           IF LK-SESS-TODAS-EMPRESAS
              IF LK-SESS-MODO-BATCH
                 IF LK-SESS-PARAM = 'EMPRESA'
                    MOVE 'S' TO WS-OPCAO-EMPRESA
                 END-IF
              ELSE
                 DISPLAY 'SEPARAR O RELATORIO POR EMPRESA ? (S/N)'
                 ACCEPT WS-OPCAO-EMPRESA
              END-IF
           ELSE
              SET FILTRA-EMPRESA TO TRUE
              MOVE LK-SESS-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'LINHAS-PAGINA' TO LK-PAR-CHAVE
           MOVE 20 TO LK-PAR-VALOR
             INTO REG-RELATORIO
           WRITE REG-RELATORIO

           IF FILTRA-EMPRESA
              MOVE SPACES TO REG-RELATORIO
              STRING 'EMPRESA: '         DELIMITED SIZE
                     WS-EMPRESA-FILTRO   DELIMITED SIZE
                     ' - '               DELIMITED SIZE
                     WS-EMPRESA-NOME     DELIMITED SIZE
                INTO REG-RELATORIO
              WRITE REG-RELATORIO
           END-IF

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO


       ESCREVE-DETALHE.
           ADD 1 TO WS-CONT
           ADD 1 TO WS-CONT-EMPRESA
           ADD 1 TO WS-LINHAS-PAGINA

           IF WS-LINHAS-PAGINA > WS-MAX-LINHAS-PAGINA
           WRITE REG-RELATORIO

           MOVE SPACES TO REG-RELATORIO
           IF SEPARA-POR-EMPRESA
              STRING 'TOTAL GERAL DE CADASTROS: ' DELIMITED SIZE
                     WS-CONT                      DELIMITED SIZE
                INTO REG-RELATORIO
           ELSE
              STRING 'TOTAL DE CADASTROS: ' DELIMITED SIZE
                     WS-CONT                DELIMITED SIZE
                INTO REG-RELATORIO
           END-IF
           WRITE REG-RELATORIO
       .

