      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Controle dos arquivos recebidos pelas interfaces de
      *          entrada. Cada arquivo traz um header
      *          (HDR;REMETENTE;SEQUENCIA;AAAAMMDD) e um trailer
      *          (TRL;QTD-REGISTROS;TOTAL-CONTROLE), desenho em
      *          LK-RECEB.cpy. Na passada previa do chamador (acoes
      *          'I' e 'L') o modulo conta as linhas de detalhe, soma
      *          os digitos e encadeia a assinatura do conteudo pelo
      *          PROGHASH; na acao 'V' recusa o arquivo inteiro - antes
      *          de qualquer atualizacao - sem header/trailer, com
      *          quantidade ou total diferente do trailer (o arquivo
      *          truncado), com a mesma sequencia do remetente ja
      *          processada ou com o mesmo conteudo ja processado
      *          sob outra sequencia (o movimento aplicado duas
      *          vezes); uma lacuna ou inversao na sequencia do
      *          remetente so gera aviso. Recusa e aviso viram alerta
      *          pendente (PROGALERTA) e aviso do passo na sessao,
      *          que o PROGJOB grava no JOB-LOG. Na acao 'G' o
      *          arquivo aplicado entra em ARQ-RECEBIDOS.dat.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRECEB.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RECEBIDOS ASSIGN TO
           CFG-PATH-ARQ-RECEBIDOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCB-CHAVE
           FILE STATUS IS WS-FS-RCB.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RECEBIDOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-RECEB.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-RCB                   PIC 99.
           88 FS-RCB-OK                VALUE 0.
           88 FS-RCB-NAO-EXISTE        VALUE 35.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       01  WS-CAMPOS-CONTROLE.
           03 WS-CTL-TIPO              PIC X(03).
           03 WS-CTL-CAMPO-1           PIC X(20).
           03 WS-CTL-CAMPO-2           PIC X(20).
           03 WS-CTL-CAMPO-3           PIC X(20).

       77  WS-NUMERO-ALFA              PIC X(20).
       77  WS-NUMERO                   PIC 9(15).
       77  WS-TAM                      PIC 9(02).
       77  WS-NUMERO-OK                PIC X.
           88 NUMERO-VALIDO            VALUE 'S'.

       77  WS-IDX                      PIC 9(03).
       77  WS-DIGITO                   PIC 9(01).

       77  WS-ERRO                     PIC X(50).
       77  WS-MOTIVO                   PIC X(50).
       77  WS-LINHA-EXIB               PIC 9(07).

       77  WS-MAIOR-SEQ                PIC 9(06).
       77  WS-SEQ-ESPERADA             PIC 9(06).
       77  WS-ACHOU-SEQ                PIC X.
           88 ACHOU-SEQUENCIA          VALUE 'S'.
       77  WS-ACHOU-CONTEUDO           PIC X.
           88 ACHOU-CONTEUDO           VALUE 'S'.
       77  WS-DATA-ACHADA              PIC 9(08).
       77  WS-SEQ-ACHADA               PIC 9(06).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ALERTA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-HASH.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RECEB.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-RECEB-AREA.
       MAIN-PROCEDURE.

           EVALUATE TRUE
              WHEN LK-RECEB-INICIAR
                 PERFORM INICIA-CONTROLE
              WHEN LK-RECEB-LINHA-LIDA
                 PERFORM TRATA-LINHA
              WHEN LK-RECEB-VERIFICAR
                 PERFORM VERIFICA-ARQUIVO
              WHEN LK-RECEB-REGISTRAR
                 PERFORM REGISTRA-ARQUIVO
              WHEN OTHER
                 DISPLAY 'ACAO DE CONTROLE DE RECEBIMENTO INVALIDA'
           END-EVALUATE

           GOBACK.

       INICIA-CONTROLE.
           MOVE SPACES TO LK-RECEB-REMETENTE
           MOVE 0      TO LK-RECEB-SEQUENCIA
           MOVE 0      TO LK-RECEB-DATA-GERACAO
           MOVE 0      TO LK-RECEB-QTD-INFORMADA
           MOVE 0      TO LK-RECEB-TOTAL-INFORMADO
           MOVE 0      TO LK-RECEB-QTD-LIDA
           MOVE 0      TO LK-RECEB-TOTAL-LIDO
           MOVE SPACES TO LK-RECEB-ASSINATURA
           MOVE 0      TO LK-RECEB-QTD-LINHAS
           MOVE 'N'    TO LK-RECEB-TRAILER
           MOVE SPACES TO LK-RECEB-ERRO-FORMATO
           MOVE SPACES TO LK-RECEB-MENSAGEM
           SET LK-RECEB-ACEITO TO TRUE
       .

      ******************************************************************
      * Passada previa: linhas em branco nao contam; o header tem de
      * ser a primeira linha e nada pode vir depois do trailer. So o
      * primeiro problema de formato e guardado.
      ******************************************************************
       TRATA-LINHA.
           IF LK-RECEB-LINHA NOT = SPACES
              ADD 1 TO LK-RECEB-QTD-LINHAS
              MOVE LK-RECEB-QTD-LINHAS TO WS-LINHA-EXIB

              IF LK-RECEB-TEM-TRAILER
                 MOVE SPACES TO WS-ERRO
                 STRING 'LINHA '              DELIMITED SIZE
                        WS-LINHA-EXIB         DELIMITED SIZE
                        ' DEPOIS DO TRAILER'  DELIMITED SIZE
                   INTO WS-ERRO
                 PERFORM ANOTA-ERRO
              END-IF

              EVALUATE TRUE
                 WHEN LK-RECEB-LINHA (1:4) = 'HDR;'
                    IF LK-RECEB-QTD-LINHAS = 1
                       PERFORM TRATA-HEADER
                    ELSE
                       MOVE SPACES TO WS-ERRO
                       STRING 'HEADER REPETIDO NA LINHA ' DELIMITED SIZE
                              WS-LINHA-EXIB               DELIMITED SIZE
                         INTO WS-ERRO
                       PERFORM ANOTA-ERRO
                    END-IF
                 WHEN LK-RECEB-LINHA (1:4) = 'TRL;'
                    IF NOT LK-RECEB-TEM-TRAILER
                       PERFORM TRATA-TRAILER
                    END-IF
                 WHEN OTHER
                    IF LK-RECEB-QTD-LINHAS = 1
                       MOVE 'HEADER AUSENTE NA PRIMEIRA LINHA'
                         TO WS-ERRO
                       PERFORM ANOTA-ERRO
                    END-IF
                    PERFORM TRATA-DETALHE
              END-EVALUATE
           END-IF
       .

       TRATA-HEADER.
           MOVE SPACES TO WS-CAMPOS-CONTROLE
           UNSTRING LK-RECEB-LINHA DELIMITED BY ';'
              INTO WS-CTL-TIPO WS-CTL-CAMPO-1
                   WS-CTL-CAMPO-2 WS-CTL-CAMPO-3
           END-UNSTRING

           MOVE WS-CTL-CAMPO-1 TO LK-RECEB-REMETENTE

           MOVE WS-CTL-CAMPO-2 TO WS-NUMERO-ALFA
           PERFORM CONVERTE-NUMERO
           IF NUMERO-VALIDO AND WS-NUMERO > 0
              AND WS-NUMERO <= 999999
              MOVE WS-NUMERO TO LK-RECEB-SEQUENCIA
           ELSE
              MOVE 'SEQUENCIA DO HEADER INVALIDA' TO WS-ERRO
              PERFORM ANOTA-ERRO
           END-IF

           MOVE WS-CTL-CAMPO-3 TO WS-NUMERO-ALFA
           PERFORM CONVERTE-NUMERO
           IF NUMERO-VALIDO AND WS-NUMERO <= 99999999
              MOVE WS-NUMERO TO LK-RECEB-DATA-GERACAO
           END-IF
           IF NOT NUMERO-VALIDO OR WS-NUMERO > 99999999
              OR FUNCTION TEST-DATE-YYYYMMDD
                 (LK-RECEB-DATA-GERACAO) NOT = 0
              MOVE 'DATA DO HEADER INVALIDA' TO WS-ERRO
              PERFORM ANOTA-ERRO
           END-IF

           IF LK-RECEB-REMETENTE = SPACES
              MOVE 'REMETENTE AUSENTE NO HEADER' TO WS-ERRO
              PERFORM ANOTA-ERRO
           END-IF
       .

       TRATA-TRAILER.
           SET LK-RECEB-TEM-TRAILER TO TRUE

           MOVE SPACES TO WS-CAMPOS-CONTROLE
           UNSTRING LK-RECEB-LINHA DELIMITED BY ';'
              INTO WS-CTL-TIPO WS-CTL-CAMPO-1 WS-CTL-CAMPO-2
           END-UNSTRING

           MOVE WS-CTL-CAMPO-1 TO WS-NUMERO-ALFA
           PERFORM CONVERTE-NUMERO
           IF NUMERO-VALIDO AND WS-NUMERO <= 9999999
              MOVE WS-NUMERO TO LK-RECEB-QTD-INFORMADA
           ELSE
              MOVE 'QUANTIDADE DO TRAILER INVALIDA' TO WS-ERRO
              PERFORM ANOTA-ERRO
           END-IF

           MOVE WS-CTL-CAMPO-2 TO WS-NUMERO-ALFA
           PERFORM CONVERTE-NUMERO
           IF NUMERO-VALIDO
              MOVE WS-NUMERO TO LK-RECEB-TOTAL-INFORMADO
           ELSE
              MOVE 'TOTAL DE CONTROLE DO TRAILER INVALIDO' TO WS-ERRO
              PERFORM ANOTA-ERRO
           END-IF
       .

      *    o numero vem sem zeros a esquerda obrigatorios: so digitos
      *    ate o primeiro branco, nada depois dele
       CONVERTE-NUMERO.
           MOVE 'N' TO WS-NUMERO-OK
           MOVE 0   TO WS-NUMERO
           MOVE 0   TO WS-TAM

           INSPECT WS-NUMERO-ALFA TALLYING WS-TAM
              FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-TAM > 0 AND WS-TAM <= 15
              IF WS-NUMERO-ALFA (1:WS-TAM) IS NUMERIC
                 AND WS-NUMERO-ALFA (WS-TAM + 1:) = SPACES
                 MOVE WS-NUMERO-ALFA (1:WS-TAM) TO WS-NUMERO
                 SET NUMERO-VALIDO TO TRUE
              END-IF
           END-IF
       .

       TRATA-DETALHE.
           ADD 1 TO LK-RECEB-QTD-LIDA

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 300
              IF LK-RECEB-LINHA (WS-IDX:1) IS NUMERIC
                 MOVE LK-RECEB-LINHA (WS-IDX:1) TO WS-DIGITO
                 ADD WS-DIGITO TO LK-RECEB-TOTAL-LIDO
              END-IF
           END-PERFORM

           SET LK-HASH-MODO-TEXTO TO TRUE
           MOVE SPACES TO LK-HASH-TEXTO
           STRING LK-RECEB-ASSINATURA    DELIMITED SIZE
                  LK-RECEB-LINHA (1:150) DELIMITED SIZE
             INTO LK-HASH-TEXTO
           MOVE 158 TO LK-HASH-TEXTO-TAM
           CALL CFG-PATH-PROGHASH
           USING LK-HASH-AREA
           MOVE LK-HASH-RESULTADO TO LK-RECEB-ASSINATURA

           IF LK-RECEB-LINHA (151:150) NOT = SPACES
              MOVE SPACES TO LK-HASH-TEXTO
              STRING LK-RECEB-ASSINATURA      DELIMITED SIZE
                     LK-RECEB-LINHA (151:150) DELIMITED SIZE
                INTO LK-HASH-TEXTO
              CALL CFG-PATH-PROGHASH
              USING LK-HASH-AREA
              MOVE LK-HASH-RESULTADO TO LK-RECEB-ASSINATURA
           END-IF

           MOVE SPACE TO LK-HASH-MODO
       .

       ANOTA-ERRO.
           IF LK-RECEB-ERRO-FORMATO = SPACES
              MOVE WS-ERRO TO LK-RECEB-ERRO-FORMATO
           END-IF
       .

      ******************************************************************
      * Fim da passada previa: formato e totais primeiro, depois o
      * registro de arquivos ja processados.
      ******************************************************************
       VERIFICA-ARQUIVO.
           MOVE SPACES TO WS-MOTIVO
           MOVE SPACES TO LK-RECEB-MENSAGEM
           SET LK-RECEB-ACEITO TO TRUE

           EVALUATE TRUE
              WHEN LK-RECEB-QTD-LINHAS = 0
                 MOVE 'ARQUIVO VAZIO - SEM HEADER E TRAILER'
                   TO WS-MOTIVO
              WHEN LK-RECEB-ERRO-FORMATO NOT = SPACES
                 MOVE LK-RECEB-ERRO-FORMATO TO WS-MOTIVO
              WHEN NOT LK-RECEB-TEM-TRAILER
                 MOVE 'SEM TRAILER - ARQUIVO INCOMPLETO' TO WS-MOTIVO
              WHEN LK-RECEB-QTD-INFORMADA NOT = LK-RECEB-QTD-LIDA
                 STRING 'TRAILER INFORMA '        DELIMITED SIZE
                        LK-RECEB-QTD-INFORMADA    DELIMITED SIZE
                        ' REGISTROS, LIDOS '      DELIMITED SIZE
                        LK-RECEB-QTD-LIDA         DELIMITED SIZE
                   INTO WS-MOTIVO
              WHEN LK-RECEB-TOTAL-INFORMADO
                   NOT = LK-RECEB-TOTAL-LIDO
                 MOVE 'TOTAL DE CONTROLE NAO CONFERE COM O TRAILER'
                   TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO = SPACES
              PERFORM CONFERE-REGISTRO
           ELSE
              SET LK-RECEB-RECUSADO TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN LK-RECEB-RECUSADO
                 STRING 'RECUSADO - ' DELIMITED SIZE
                        WS-MOTIVO     DELIMITED SIZE
                   INTO LK-RECEB-MENSAGEM
                 PERFORM AVISA-RESULTADO
              WHEN LK-RECEB-ACEITO-AVISO
                 STRING 'AVISO - '    DELIMITED SIZE
                        WS-MOTIVO     DELIMITED SIZE
                   INTO LK-RECEB-MENSAGEM
                 PERFORM AVISA-RESULTADO
              WHEN OTHER
                 DISPLAY 'ARQUIVO ' LK-RECEB-INTERFACE ' CONFERIDO - '
                         LK-RECEB-REMETENTE ' SEQ '
                         LK-RECEB-SEQUENCIA ' COM '
                         LK-RECEB-QTD-LIDA ' REGISTRO(S)'
           END-EVALUATE
       .

       CONFERE-REGISTRO.
           MOVE 0   TO WS-MAIOR-SEQ
           MOVE 'N' TO WS-ACHOU-SEQ
           MOVE 'N' TO WS-ACHOU-CONTEUDO
           SET EOF-OK TO FALSE

           OPEN INPUT ARQ-RECEBIDOS

           IF NOT FS-RCB-NAO-EXISTE
              IF NOT FS-RCB-OK
                 DISPLAY 'FILE STATUS ARQ-RECEBIDOS: ' WS-FS-RCB
                 MOVE 'REGISTRO DE ARQUIVOS RECEBIDOS ILEGIVEL'
                   TO WS-MOTIVO
                 SET LK-RECEB-RECUSADO TO TRUE
              ELSE
                 MOVE LOW-VALUES         TO RCB-CHAVE
                 MOVE LK-RECEB-INTERFACE TO RCB-INTERFACE
                 START ARQ-RECEBIDOS KEY IS >= RCB-CHAVE
                    INVALID KEY
                       SET EOF-OK TO TRUE
                 END-START

                 PERFORM UNTIL EOF-OK
                    READ ARQ-RECEBIDOS NEXT RECORD
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          IF RCB-INTERFACE NOT = LK-RECEB-INTERFACE
                             SET EOF-OK TO TRUE
                          ELSE
                             PERFORM CONFERE-RECEBIDO
                          END-IF
                    END-READ
                 END-PERFORM

                 CLOSE ARQ-RECEBIDOS

                 COMPUTE WS-SEQ-ESPERADA = WS-MAIOR-SEQ + 1

                 EVALUATE TRUE
                    WHEN ACHOU-SEQUENCIA
                       SET LK-RECEB-RECUSADO TO TRUE
                       STRING 'SEQUENCIA '            DELIMITED SIZE
                              LK-RECEB-SEQUENCIA      DELIMITED SIZE
                              ' JA PROCESSADA EM '    DELIMITED SIZE
                              WS-DATA-ACHADA          DELIMITED SIZE
                         INTO WS-MOTIVO
                    WHEN ACHOU-CONTEUDO
                       SET LK-RECEB-RECUSADO TO TRUE
                       STRING 'CONTEUDO JA PROCESSADO NA SEQ '
                                                      DELIMITED SIZE
                              WS-SEQ-ACHADA           DELIMITED SIZE
                              ' EM '                  DELIMITED SIZE
                              WS-DATA-ACHADA          DELIMITED SIZE
                         INTO WS-MOTIVO
                    WHEN WS-MAIOR-SEQ > 0
                         AND LK-RECEB-SEQUENCIA > WS-SEQ-ESPERADA
                       SET LK-RECEB-ACEITO-AVISO TO TRUE
                       STRING 'LACUNA NA SEQUENCIA - ESPERADA '
                                                      DELIMITED SIZE
                              WS-SEQ-ESPERADA         DELIMITED SIZE
                              ' VEIO '                DELIMITED SIZE
                              LK-RECEB-SEQUENCIA      DELIMITED SIZE
                         INTO WS-MOTIVO
                    WHEN LK-RECEB-SEQUENCIA < WS-MAIOR-SEQ
                       SET LK-RECEB-ACEITO-AVISO TO TRUE
                       STRING 'SEQUENCIA '            DELIMITED SIZE
                              LK-RECEB-SEQUENCIA      DELIMITED SIZE
                              ' FORA DE ORDEM - ULTIMA ' DELIMITED SIZE
                              WS-MAIOR-SEQ            DELIMITED SIZE
                         INTO WS-MOTIVO
                 END-EVALUATE
              END-IF
           END-IF
       .

       CONFERE-RECEBIDO.
           IF RCB-REMETENTE = LK-RECEB-REMETENTE
              IF RCB-SEQUENCIA = LK-RECEB-SEQUENCIA
                 SET ACHOU-SEQUENCIA TO TRUE
                 MOVE RCB-DATA-PROCESSAMENTO TO WS-DATA-ACHADA
              END-IF
              IF RCB-SEQUENCIA > WS-MAIOR-SEQ
                 MOVE RCB-SEQUENCIA TO WS-MAIOR-SEQ
              END-IF
           END-IF

           IF NOT ACHOU-SEQUENCIA AND NOT ACHOU-CONTEUDO
              AND RCB-ASSINATURA     = LK-RECEB-ASSINATURA
              AND RCB-QTD-REGISTROS  = LK-RECEB-QTD-LIDA
              AND RCB-TOTAL-CONTROLE = LK-RECEB-TOTAL-LIDO
              SET ACHOU-CONTEUDO TO TRUE
              MOVE RCB-SEQUENCIA          TO WS-SEQ-ACHADA
              MOVE RCB-DATA-PROCESSAMENTO TO WS-DATA-ACHADA
           END-IF
       .

      *    recusa e aviso ficam no alerta pendente e no aviso do passo
      *    que o PROGJOB leva ao JOB-LOG
       AVISA-RESULTADO.
           DISPLAY 'ARQUIVO ' LK-RECEB-INTERFACE ' '
                   LK-RECEB-MENSAGEM

           SET LK-ALR-GRAVAR TO TRUE
           MOVE LK-RECEB-INTERFACE TO LK-ALR-ORIGEM
           MOVE LK-RECEB-MENSAGEM  TO LK-ALR-TEXTO
           CALL CFG-PATH-PROGALERTA
           USING LK-ALR-AREA

           SET LK-SESS-AVISO-GRAVAR TO TRUE
           MOVE LK-RECEB-MENSAGEM TO LK-SESS-AVISO
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA
       .

       REGISTRA-ARQUIVO.
           OPEN I-O ARQ-RECEBIDOS

           IF FS-RCB-NAO-EXISTE
              OPEN OUTPUT ARQ-RECEBIDOS
              CLOSE ARQ-RECEBIDOS
              OPEN I-O ARQ-RECEBIDOS
           END-IF

           IF NOT FS-RCB-OK
              DISPLAY 'AVISO: ARQUIVO NAO REGISTRADO COMO PROCESSADO '
                      '- FILE STATUS: ' WS-FS-RCB
           ELSE
              SET LK-SESS-CONSULTAR TO TRUE
              CALL CFG-PATH-PROGSESS
              USING LK-SESS-AREA

              MOVE LK-RECEB-INTERFACE     TO RCB-INTERFACE
              MOVE LK-RECEB-REMETENTE     TO RCB-REMETENTE
              MOVE LK-RECEB-SEQUENCIA     TO RCB-SEQUENCIA
              MOVE LK-RECEB-DATA-GERACAO  TO RCB-DATA-GERACAO
              ACCEPT RCB-DATA-PROCESSAMENTO FROM DATE YYYYMMDD
              ACCEPT RCB-HORA-PROCESSAMENTO FROM TIME
              MOVE LK-RECEB-QTD-LIDA      TO RCB-QTD-REGISTROS
              MOVE LK-RECEB-TOTAL-LIDO    TO RCB-TOTAL-CONTROLE
              MOVE LK-RECEB-ASSINATURA    TO RCB-ASSINATURA
              MOVE LK-SESS-MATRICULA      TO RCB-OPERADOR

              WRITE REG-RECEBIDO
                 INVALID KEY
                    DISPLAY 'AVISO: SEQUENCIA ' RCB-SEQUENCIA
                            ' JA CONSTAVA NO REGISTRO DE RECEBIDOS'
                 NOT INVALID KEY
                    DISPLAY 'ARQUIVO ' LK-RECEB-INTERFACE
                            ' REGISTRADO COMO PROCESSADO - '
                            LK-RECEB-REMETENTE ' SEQ '
                            LK-RECEB-SEQUENCIA
              END-WRITE

              CLOSE ARQ-RECEBIDOS
           END-IF
       .

       END PROGRAM PROGRECEB.
