      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de consulta da situacao de verificacao dos
      *          contatos de um cadastro (VERIFICACOES.dat). Compara o
      *          contato gravado com o codigo ao contato atual do
      *          cadastro: contato trocado depois do codigo nao conta
      *          como verificado, e codigo pendente com a validade
      *          vencida aparece como expirado mesmo antes da proxima
      *          emissao do PROGVERCOD regravar o registro. Chamado
      *          pelo PROGCONS, PROGFICHA, PROGEXT e PROGVERCOD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGVERIF.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFICACOES ASSIGN TO
           CFG-PATH-VERIFICACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VRF-CHAVE
           FILE STATUS IS WS-FS-VRF.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  VERIFICACOES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-VERIFICA.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-VRF                   PIC 99.
           88 FS-VRF-OK                VALUE 0.

       77  WS-ARQUIVO-ABERTO           PIC X VALUE 'N'.
           88 ARQUIVO-ABERTO           VALUE 'S'.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-CONTATO-ATUAL            PIC X(30).
       77  WS-TELEFONE-EXIB            PIC 9(13).
       77  WS-SITUACAO                 PIC X(01).
       77  WS-TEXTO                    PIC X(30).

       01  WS-DATA-TEXTO.
           03 WS-DT-DIA                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DT-MES                PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DT-ANO                PIC 9(04).

       01  WS-DATA-AAAAMMDD.
           03 WS-DA-ANO                PIC 9(04).
           03 WS-DA-MES                PIC 9(02).
           03 WS-DA-DIA                PIC 9(02).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VERIF.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-VRF-AREA.
       MAIN-PROCEDURE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-ARQUIVO-ABERTO

      *    sem VERIFICACOES.dat nenhum codigo foi emitido ainda
           OPEN INPUT VERIFICACOES
           IF FS-VRF-OK
              SET ARQUIVO-ABERTO TO TRUE
           END-IF

           IF LK-VRF-EMAIL = SPACES
              MOVE SPACES TO WS-CONTATO-ATUAL
           ELSE
              MOVE LK-VRF-EMAIL TO WS-CONTATO-ATUAL
           END-IF
           MOVE 'E' TO VRF-TIPO
           PERFORM AVALIA-CONTATO
           MOVE WS-SITUACAO TO LK-VRF-SIT-EMAIL
           MOVE WS-TEXTO    TO LK-VRF-TEXTO-EMAIL

           IF LK-VRF-TELEFONE = 0
              MOVE SPACES TO WS-CONTATO-ATUAL
           ELSE
              MOVE LK-VRF-TELEFONE  TO WS-TELEFONE-EXIB
              MOVE WS-TELEFONE-EXIB TO WS-CONTATO-ATUAL
           END-IF
           MOVE 'T' TO VRF-TIPO
           PERFORM AVALIA-CONTATO
           MOVE WS-SITUACAO TO LK-VRF-SIT-TELEFONE
           MOVE WS-TEXTO    TO LK-VRF-TEXTO-TELEFONE

           IF ARQUIVO-ABERTO
              CLOSE VERIFICACOES
           END-IF

           GOBACK.

      *    VRF-TIPO ja posicionado; WS-CONTATO-ATUAL em branco quando
      *    o cadastro nao tem o contato
       AVALIA-CONTATO.
           MOVE SPACES TO WS-TEXTO

           IF WS-CONTATO-ATUAL = SPACES
              MOVE 'S' TO WS-SITUACAO
              MOVE 'SEM CONTATO' TO WS-TEXTO
           ELSE
              MOVE 'N' TO WS-SITUACAO
              MOVE 'NAO VERIFICADO - SEM CODIGO' TO WS-TEXTO
              IF ARQUIVO-ABERTO
                 MOVE LK-VRF-ID-USUARIO TO VRF-ID-USUARIO
                 READ VERIFICACOES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM CLASSIFICA-REGISTRO
                 END-READ
              END-IF
           END-IF
       .

       CLASSIFICA-REGISTRO.
           EVALUATE TRUE
              WHEN VRF-CONTATO NOT = WS-CONTATO-ATUAL
                 MOVE 'A' TO WS-SITUACAO
                 MOVE 'NAO VERIFICADO - ALTERADO' TO WS-TEXTO
              WHEN VRF-VERIFICADO
                 MOVE 'V' TO WS-SITUACAO
                 MOVE VRF-DATA-VERIFICACAO TO WS-DATA-AAAAMMDD
                 PERFORM FORMATA-DATA
                 STRING 'VERIFICADO EM ' DELIMITED SIZE
                        WS-DATA-TEXTO    DELIMITED SIZE
                   INTO WS-TEXTO
              WHEN VRF-EXPIRADO
                 OR VRF-DATA-VALIDADE < WS-DATA-HOJE
                 MOVE 'X' TO WS-SITUACAO
                 MOVE VRF-DATA-VALIDADE TO WS-DATA-AAAAMMDD
                 PERFORM FORMATA-DATA
                 STRING 'CODIGO EXPIRADO EM ' DELIMITED SIZE
                        WS-DATA-TEXTO         DELIMITED SIZE
                   INTO WS-TEXTO
              WHEN OTHER
                 MOVE 'P' TO WS-SITUACAO
                 MOVE VRF-DATA-VALIDADE TO WS-DATA-AAAAMMDD
                 PERFORM FORMATA-DATA
                 STRING 'PENDENTE ATE ' DELIMITED SIZE
                        WS-DATA-TEXTO   DELIMITED SIZE
                   INTO WS-TEXTO
           END-EVALUATE
       .

       FORMATA-DATA.
           MOVE WS-DA-DIA TO WS-DT-DIA
           MOVE WS-DA-MES TO WS-DT-MES
           MOVE WS-DA-ANO TO WS-DT-ANO
       .

       END PROGRAM PROGVERIF.
