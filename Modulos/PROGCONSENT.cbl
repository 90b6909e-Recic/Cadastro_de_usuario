      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Tela de manutencao dos consentimentos LGPD - por
      *          finalidade da comunicacao (institucional, marketing,
      *          pesquisa), com a base legal e o canal em que o
      *          titular deu ou retirou o consentimento. Consulta os
      *          consentimentos de um ID, registra uma concessao e
      *          registra uma revogacao, tudo pelo PROGCNS (que grava
      *          cada evento no PROGLOG). A data e sempre a de hoje -
      *          consentimentos coletados em outros meios entram pela
      *          carga do PROGCNSCARGA. Entrada restrita ao perfil
      *          CADASTRO; um operador restrito a uma empresa so ve os
      *          cadastros dela.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONSENT.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-OPCAO                    PIC X.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.
           88 FIM-MENU                 VALUE 'S'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-ACHOU                    PIC X VALUE 'N'.
           88 ACHOU-CADASTRO           VALUE 'S'.

       77  WS-CONFIRMA                 PIC X.
           88 CONFIRMADO               VALUE 'S' 's'.

       77  WS-ID-PROCURA               PIC 9(05).
       77  WS-FINALIDADE-INF           PIC X(01).
       77  WS-BASE-INF                 PIC X(01).
       77  WS-CANAL-INF                PIC X(10).
       77  WS-IDX-CNS                  PIC 9(02).

       77  WS-CODIGO-DESC              PIC X(01).
       77  WS-DESC-FINALIDADE          PIC X(13).
       77  WS-DESC-BASE                PIC X(20).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CONSENT.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              GOBACK
           END-IF

           MOVE 'N' TO WS-FIM-MENU
           PERFORM PROCESSA-MENU UNTIL FIM-MENU

           GOBACK.

       PROCESSA-MENU.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '             CONSENTIMENTOS LGPD                   '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - CONSULTAR CONSENTIMENTOS DE UM USUARIO    '
           DISPLAY '     2 - REGISTRAR CONSENTIMENTO                   '
           DISPLAY '     3 - REGISTRAR REVOGACAO                       '
           DISPLAY '     4 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM CONSULTA-CONSENTIMENTOS
              WHEN '2'
                 PERFORM CONCEDE-CONSENTIMENTO
              WHEN '3'
                 PERFORM REVOGA-CONSENTIMENTO
              WHEN '4'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

       CONSULTA-CONSENTIMENTOS.
           DISPLAY 'INFORME O ID DO USUARIO: '
           ACCEPT WS-ID-PROCURA

           PERFORM LE-CADASTRO
           IF ACHOU-CADASTRO
              DISPLAY 'USUARIO: ' ID-USUARIO ' - ' NOME
                      ' STATUS: ' STATUS-USUARIO
              PERFORM MOSTRA-CONSENTIMENTOS
           END-IF
       .

       MOSTRA-CONSENTIMENTOS.
           SET LK-CNS-LISTAR TO TRUE
           MOVE WS-ID-PROCURA TO LK-CNS-ID-USUARIO
           CALL CFG-PATH-PROGCNS
           USING LK-CNS-AREA

           IF NOT LK-CNS-OK
              DISPLAY 'NENHUM CONSENTIMENTO REGISTRADO PARA ESTE ID'
           ELSE
              PERFORM VARYING WS-IDX-CNS FROM 1 BY 1
              UNTIL WS-IDX-CNS > LK-CNS-QTD
                 MOVE LK-CNS-IT-FINALIDADE (WS-IDX-CNS)
                   TO WS-CODIGO-DESC
                 PERFORM DESCREVE-FINALIDADE
                 MOVE LK-CNS-IT-BASE-LEGAL (WS-IDX-CNS)
                   TO WS-CODIGO-DESC
                 PERFORM DESCREVE-BASE
                 IF LK-CNS-IT-SITUACAO (WS-IDX-CNS) = 'C'
                    DISPLAY '   ' WS-DESC-FINALIDADE
                            ' CONCEDIDO EM '
                            LK-CNS-IT-DATA-CONC (WS-IDX-CNS)
                            ' ' LK-CNS-IT-CANAL-CONC (WS-IDX-CNS)
                            ' ' WS-DESC-BASE
                 ELSE
                    DISPLAY '   ' WS-DESC-FINALIDADE
                            ' REVOGADO EM '
                            LK-CNS-IT-DATA-REV (WS-IDX-CNS)
                            ' ' LK-CNS-IT-CANAL-REV (WS-IDX-CNS)
                 END-IF
              END-PERFORM
           END-IF
       .

       CONCEDE-CONSENTIMENTO.
           DISPLAY 'INFORME O ID DO USUARIO: '
           ACCEPT WS-ID-PROCURA

           PERFORM LE-CADASTRO
           IF ACHOU-CADASTRO
              IF ANONIMIZADO-USUARIO
                 DISPLAY 'CADASTRO ANONIMIZADO - SEM CONSENTIMENTOS'
              ELSE
                 DISPLAY 'USUARIO: ' ID-USUARIO ' - ' NOME
                 PERFORM PEDE-FINALIDADE
                 DISPLAY 'BASE LEGAL (C=CONSENTIMENTO/E=CONTRATO/'
                         'L=LEGITIMO INTERESSE/O=OBRIGACAO LEGAL): '
                 ACCEPT WS-BASE-INF
                 PERFORM PEDE-CANAL
                 PERFORM CONFIRMA-CONCESSAO
              END-IF
           END-IF
       .

       CONFIRMA-CONCESSAO.
           MOVE WS-FINALIDADE-INF TO WS-CODIGO-DESC
           PERFORM DESCREVE-FINALIDADE
           DISPLAY 'CONFIRMA O CONSENTIMENTO PARA ' WS-DESC-FINALIDADE
                   ' ? (S/N)'
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMADO
              DISPLAY 'REGISTRO CANCELADO'
           ELSE
              SET LK-CNS-CONCEDER TO TRUE
              MOVE WS-ID-PROCURA     TO LK-CNS-ID-USUARIO
              MOVE WS-FINALIDADE-INF TO LK-CNS-FINALIDADE
              MOVE WS-BASE-INF       TO LK-CNS-BASE-LEGAL
              MOVE 0                 TO LK-CNS-DATA
              MOVE WS-CANAL-INF      TO LK-CNS-CANAL
              CALL CFG-PATH-PROGCNS
              USING LK-CNS-AREA

              EVALUATE TRUE
                 WHEN LK-CNS-OK
                    DISPLAY 'CONSENTIMENTO REGISTRADO'
                 WHEN LK-CNS-INVALIDO
                    DISPLAY 'CONSENTIMENTO NAO REGISTRADO - '
                            LK-CNS-MOTIVO
                 WHEN OTHER
                    DISPLAY 'CONSENTIMENTO NAO REGISTRADO'
              END-EVALUATE
           END-IF
       .

       REVOGA-CONSENTIMENTO.
           DISPLAY 'INFORME O ID DO USUARIO: '
           ACCEPT WS-ID-PROCURA

           PERFORM LE-CADASTRO
           IF ACHOU-CADASTRO
              DISPLAY 'USUARIO: ' ID-USUARIO ' - ' NOME
              PERFORM MOSTRA-CONSENTIMENTOS
              PERFORM PEDE-FINALIDADE
              PERFORM PEDE-CANAL
              PERFORM CONFIRMA-REVOGACAO
           END-IF
       .

       CONFIRMA-REVOGACAO.
           MOVE WS-FINALIDADE-INF TO WS-CODIGO-DESC
           PERFORM DESCREVE-FINALIDADE
           DISPLAY 'CONFIRMA A REVOGACAO PARA ' WS-DESC-FINALIDADE
                   ' ? (S/N)'
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMADO
              DISPLAY 'REVOGACAO CANCELADA'
           ELSE
              SET LK-CNS-REVOGAR TO TRUE
              MOVE WS-ID-PROCURA     TO LK-CNS-ID-USUARIO
              MOVE WS-FINALIDADE-INF TO LK-CNS-FINALIDADE
              MOVE 0                 TO LK-CNS-DATA
              MOVE WS-CANAL-INF      TO LK-CNS-CANAL
              CALL CFG-PATH-PROGCNS
              USING LK-CNS-AREA

              EVALUATE TRUE
                 WHEN LK-CNS-OK
                    DISPLAY 'REVOGACAO REGISTRADA'
                 WHEN LK-CNS-NAO-ACHADO
                    DISPLAY 'NENHUM CONSENTIMENTO VIGENTE PARA A '
                            'FINALIDADE'
                 WHEN LK-CNS-INVALIDO
                    DISPLAY 'REVOGACAO NAO REGISTRADA - '
                            LK-CNS-MOTIVO
                 WHEN OTHER
                    DISPLAY 'REVOGACAO NAO REGISTRADA'
              END-EVALUATE
           END-IF
       .

       PEDE-FINALIDADE.
           DISPLAY 'FINALIDADE (I=INSTITUCIONAL/M=MARKETING/'
                   'P=PESQUISA): '
           ACCEPT WS-FINALIDADE-INF
       .

       PEDE-CANAL.
           DISPLAY 'CANAL (EX: PORTAL, EMAIL, TELEFONE, PAPEL): '
           ACCEPT WS-CANAL-INF
       .

       DESCREVE-FINALIDADE.
           EVALUATE WS-CODIGO-DESC
              WHEN 'I'
                 MOVE 'INSTITUCIONAL' TO WS-DESC-FINALIDADE
              WHEN 'M'
                 MOVE 'MARKETING'     TO WS-DESC-FINALIDADE
              WHEN 'P'
                 MOVE 'PESQUISA'      TO WS-DESC-FINALIDADE
              WHEN OTHER
                 MOVE WS-CODIGO-DESC  TO WS-DESC-FINALIDADE
           END-EVALUATE
       .

       DESCREVE-BASE.
           EVALUATE WS-CODIGO-DESC
              WHEN 'C'
                 MOVE 'CONSENTIMENTO'       TO WS-DESC-BASE
              WHEN 'E'
                 MOVE 'EXECUCAO DE CONTRATO' TO WS-DESC-BASE
              WHEN 'L'
                 MOVE 'LEGITIMO INTERESSE'  TO WS-DESC-BASE
              WHEN 'O'
                 MOVE 'OBRIGACAO LEGAL'     TO WS-DESC-BASE
              WHEN OTHER
                 MOVE WS-CODIGO-DESC        TO WS-DESC-BASE
           END-EVALUATE
       .

       LE-CADASTRO.
           MOVE 'N' TO WS-ACHOU

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
           ELSE
              MOVE WS-ID-PROCURA TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    DISPLAY 'USUARIO NAO ENCONTRADO'
                 NOT INVALID KEY
                    IF NOT LK-SESS-TODAS-EMPRESAS
                       AND EMPRESA NOT = LK-SESS-EMPRESA
                       DISPLAY 'USUARIO NAO ENCONTRADO'
                    ELSE
                       SET ACHOU-CADASTRO TO TRUE
                    END-IF
              END-READ
              CLOSE USUARIOS
           END-IF
       .

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-SESS-MATRICULA = 0
              CALL CFG-PATH-PROGLOGIN
              USING LK-LOGIN-AREA
              IF NOT LK-LOGIN-OK
                 GOBACK
              END-IF
              SET LK-SESS-CONSULTAR TO TRUE
              CALL CFG-PATH-PROGSESS
              USING LK-SESS-AREA
           END-IF

           IF LK-SESS-PERFIL >= 2
              SET ACESSO-PERMITIDO TO TRUE
           ELSE
              DISPLAY 'OPERADOR SEM PERMISSAO PARA REGISTRAR '
                      'CONSENTIMENTOS'
              MOVE 'R'             TO LK-LOG-TIPO
              MOVE 0               TO LK-LOG-ID-USUARIO
              MOVE 'CONSENTIMENTO' TO LK-LOG-CAMPO
              MOVE SPACES          TO LK-LOG-VALOR-ANTES
              MOVE SPACES          TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       END PROGRAM PROGCONSENT.
