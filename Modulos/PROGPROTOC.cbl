      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Tela e relatorio diario dos protocolos de pedidos de
      *          titulares LGPD (PROTOCOLOS.dat, via PROGPRT). Pelo
      *          menu (opcao 29, perfil CADASTRO) registra o pedido
      *          que chegou por email ou outro canal - titular pelo ID
      *          ou pelo CPF, tipo (acesso, correcao, portabilidade,
      *          eliminacao), data de recebimento, canal e operador
      *          responsavel -, consulta, lista os protocolos em
      *          aberto com os dias que faltam para o prazo, cancela
      *          e troca o responsavel. A conclusao nao e manual: o
      *          PROGFICHA, PROGALT, PROGPORT e a anonimizacao do
      *          PROGAPROV concluem o protocolo do titular ao rodar.
      *          O relatorio diario REL-PROTOCOLOS.txt (passo
      *          PROTOCOLO do PROGJOB ou opcao 6) lista os protocolos
      *          em aberto, marca os proximos do prazo (ate
      *          PROTOCOLO-AVISO-DIAS, padrao 3) e os vencidos, conta
      *          os concluidos no dia e grava um alerta no PROGALERTA
      *          na primeira vez que um protocolo fica proximo do
      *          prazo e na primeira vez que vence. Catalogado via
      *          PROGRELCAT; RC 4 quando ha protocolo vencido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPROTOC.


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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

           SELECT OPERADORES ASSIGN TO
           CFG-PATH-OPERADORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-MATRICULA
           FILE STATUS IS WS-FS-OPER.

           SELECT PROTOCOLOS ASSIGN TO
           CFG-PATH-PROTOCOLOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRT-NUMERO
           FILE STATUS IS WS-FS-PRT.

           SELECT REL-PROTOCOLOS ASSIGN TO
           CFG-PATH-REL-PROTOCOLOS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  OPERADORES.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-OPERADORES.cpy'.

       FD  PROTOCOLOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-PROTOCOLO.cpy'.

       FD  REL-PROTOCOLOS.
       01  REG-REL-PRT                 PIC X(100).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-OPER                  PIC 99.
           88 FS-OPER-OK               VALUE 0.

       77  WS-FS-PRT                   PIC 99.
           88 FS-PRT-OK                VALUE 0.
           88 FS-PRT-NAO-EXISTE        VALUE 35.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.
           88 FIM-MENU                 VALUE 'S'.

       77  WS-OPCAO                    PIC X.

       77  WS-ENCONTRADO               PIC X VALUE 'N'.
           88 TITULAR-ENCONTRADO       VALUE 'S'.

       77  WS-ID-PROCURA               PIC 9(05).
       77  WS-CPF-PROCURA              PIC 9(11).
       77  WS-NUMERO-PROCURA           PIC 9(09).
       77  WS-TIPO                     PIC X(01).
       77  WS-DATA-RECEBIMENTO         PIC 9(08).
       77  WS-CANAL                    PIC X(10).
       77  WS-RESPONSAVEL              PIC 9(05).
       77  WS-RESP-VALIDO              PIC X VALUE 'S'.
           88 RESPONSAVEL-VALIDO       VALUE 'S'.
       77  WS-MOTIVO                   PIC X(30).

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DIAS-AVISO               PIC 9(03).
       77  WS-DIAS-RESTANTES           PIC S9(05).
       77  WS-DIAS-EXIB                PIC -ZZZ9.
       77  WS-DESC-TIPO                PIC X(13).
       77  WS-SIT-PRAZO                PIC X(10).

       77  WS-CONT-ABERTOS             PIC 9(05) VALUE 0.
       77  WS-CONT-NO-PRAZO            PIC 9(05) VALUE 0.
       77  WS-CONT-PROXIMOS            PIC 9(05) VALUE 0.
       77  WS-CONT-VENCIDOS            PIC 9(05) VALUE 0.
       77  WS-CONT-CONCL-HOJE          PIC 9(05) VALUE 0.
       77  WS-CONT-CONCL-ATRASO        PIC 9(05) VALUE 0.
       77  WS-CONT-ALERTAS             PIC 9(05) VALUE 0.

       77  WS-RC                       PIC 9(04) VALUE 0.

       01  WS-DATA-SISTEMA.
           03 WS-DATA-ANO              PIC 9(02).
           03 WS-DATA-MES              PIC 9(02).
           03 WS-DATA-DIA              PIC 9(02).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RELCAT.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ALERTA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PROTOCOLO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-RC
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'PROTOCOLO-AVISO-DIAS' TO LK-PAR-CHAVE
           MOVE 3 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-DIAS-AVISO

           IF LK-SESS-MODO-BATCH
              PERFORM EMITE-RELATORIO

              SET LK-SESS-RESULT-GRAVAR TO TRUE
              MOVE WS-CONT-ABERTOS  TO LK-SESS-QTD-PROCESSADOS
              MOVE WS-CONT-NO-PRAZO TO LK-SESS-QTD-ACEITOS
              MOVE WS-CONT-VENCIDOS TO LK-SESS-QTD-REJEITADOS
              CALL CFG-PATH-PROGSESS
              USING LK-SESS-AREA

              MOVE WS-RC TO RETURN-CODE
           ELSE
              PERFORM VERIFICA-ACESSO
              IF ACESSO-PERMITIDO
                 MOVE 'N' TO WS-FIM-MENU
                 PERFORM PROCESSA-MENU UNTIL FIM-MENU
              END-IF
           END-IF

           GOBACK.

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO

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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA OS PROTOCOLOS '
                      'DE TITULARES'
              MOVE 'R'         TO LK-LOG-TIPO
              MOVE 0           TO LK-LOG-ID-USUARIO
              MOVE 'PROTOCOLO' TO LK-LOG-CAMPO
              MOVE SPACES      TO LK-LOG-VALOR-ANTES
              MOVE SPACES      TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       PROCESSA-MENU.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '        PROTOCOLOS DE PEDIDOS DE TITULARES         '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - REGISTRAR PEDIDO DE TITULAR               '
           DISPLAY '     2 - CONSULTAR PROTOCOLO                       '
           DISPLAY '     3 - LISTAR PROTOCOLOS EM ABERTO               '
           DISPLAY '     4 - CANCELAR PROTOCOLO                        '
           DISPLAY '     5 - TROCAR O RESPONSAVEL                      '
           DISPLAY '     6 - RELATORIO DIARIO DE PRAZOS                '
           DISPLAY '     7 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM REGISTRA-PEDIDO
              WHEN '2'
                 PERFORM CONSULTA-PROTOCOLO
              WHEN '3'
                 PERFORM LISTA-ABERTOS
              WHEN '4'
                 PERFORM CANCELA-PROTOCOLO
              WHEN '5'
                 PERFORM TROCA-RESPONSAVEL
              WHEN '6'
                 PERFORM EMITE-RELATORIO
                 DISPLAY 'RELATORIO GERADO EM REL-PROTOCOLOS.txt - '
                         WS-CONT-ABERTOS ' EM ABERTO, '
                         WS-CONT-VENCIDOS ' VENCIDO(S)'
              WHEN '7'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

      ******************************************************************
      * Registro: o titular precisa existir em USUARIOS.dat (pelo ID
      * ou pelo CPF) e ser da empresa do operador vinculado.
      ******************************************************************
       REGISTRA-PEDIDO.
           PERFORM LOCALIZA-TITULAR
           IF TITULAR-ENCONTRADO
              PERFORM PEDE-DADOS-PEDIDO
           END-IF
       .

       PEDE-DADOS-PEDIDO.
           DISPLAY 'TITULAR: ' ID-USUARIO ' - ' NOME

           DISPLAY 'TIPO DO PEDIDO (A = ACESSO, C = CORRECAO, '
                   'P = PORTABILIDADE, E = ELIMINACAO): '
           ACCEPT WS-TIPO
           INSPECT WS-TIPO CONVERTING 'acpe' TO 'ACPE'

           DISPLAY 'DATA DE RECEBIMENTO AAAAMMDD (0 = HOJE): '
           ACCEPT WS-DATA-RECEBIMENTO

           DISPLAY 'CANAL DE ENTRADA (EX.: EMAIL, CARTA, BALCAO): '
           ACCEPT WS-CANAL
           INSPECT WS-CANAL
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           DISPLAY 'MATRICULA DO RESPONSAVEL (0 = VOCE): '
           ACCEPT WS-RESPONSAVEL
           SET RESPONSAVEL-VALIDO TO TRUE
           IF WS-RESPONSAVEL NOT = 0
              PERFORM VERIFICA-RESPONSAVEL
              IF WS-RESPONSAVEL = 0
                 MOVE 'N' TO WS-RESP-VALIDO
              END-IF
           END-IF

           IF RESPONSAVEL-VALIDO
              PERFORM ABRE-PROTOCOLO
           END-IF
       .

       ABRE-PROTOCOLO.
           SET LK-PRT-ABRIR TO TRUE
           MOVE ID-USUARIO          TO LK-PRT-ID-USUARIO
           MOVE CPF                 TO LK-PRT-CPF
           MOVE EMPRESA             TO LK-PRT-EMPRESA
           MOVE WS-TIPO             TO LK-PRT-TIPO
           MOVE WS-DATA-RECEBIMENTO TO LK-PRT-DATA-RECEBIMENTO
           MOVE WS-RESPONSAVEL      TO LK-PRT-OPERADOR
           MOVE WS-CANAL            TO LK-PRT-CANAL
           CALL CFG-PATH-PROGPRT
           USING LK-PRT-AREA

           IF LK-PRT-OK
              DISPLAY 'PROTOCOLO ' LK-PRT-NUMERO ' REGISTRADO - PRAZO '
                      'LEGAL ATE ' LK-PRT-DATA-PRAZO
              IF WS-TIPO = 'E'
                 DISPLAY 'A ANONIMIZACAO SEGUE PELO PEDIDO DE '
                         'APROVACAO (PROGAPROV)'
              END-IF
           ELSE
              DISPLAY 'PROTOCOLO NAO REGISTRADO: ' LK-PRT-MENSAGEM
           END-IF
       .

       LOCALIZA-TITULAR.
           MOVE 'N' TO WS-ENCONTRADO

           DISPLAY ' '
           DISPLAY 'ID DO TITULAR (0 = LOCALIZAR PELO CPF): '
           ACCEPT WS-ID-PROCURA

           IF WS-ID-PROCURA = 0
              DISPLAY 'CPF DO TITULAR: '
              ACCEPT WS-CPF-PROCURA
           END-IF

           OPEN INPUT USUARIOS

           IF NOT FS-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
           ELSE
              IF WS-ID-PROCURA NOT = 0
                 MOVE WS-ID-PROCURA TO ID-USUARIO
                 READ USUARIOS
                    NOT INVALID KEY
                       SET TITULAR-ENCONTRADO TO TRUE
                 END-READ
              ELSE
                 IF WS-CPF-PROCURA NOT = 0
                    PERFORM PROCURA-CPF
                 END-IF
              END-IF
              CLOSE USUARIOS
           END-IF

           IF TITULAR-ENCONTRADO
              AND NOT LK-SESS-TODAS-EMPRESAS
              AND EMPRESA NOT = LK-SESS-EMPRESA
              MOVE 'N' TO WS-ENCONTRADO
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE ID-USUARIO   TO LK-LOG-ID-USUARIO
              MOVE 'EMPRESA'    TO LK-LOG-CAMPO
              MOVE EMPRESA      TO LK-LOG-VALOR-ANTES
              MOVE 'PROGPROTOC' TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF

           IF NOT TITULAR-ENCONTRADO
              DISPLAY 'TITULAR NAO ENCONTRADO'
           ELSE
              IF ANONIMIZADO-USUARIO
                 MOVE 'N' TO WS-ENCONTRADO
                 DISPLAY 'CADASTRO ANONIMIZADO (LGPD) - NAO HA DADOS '
                         'PESSOAIS A TRATAR'
              END-IF
           END-IF
       .

       PROCURA-CPF.
           SET EOF-OK TO FALSE
           MOVE LOW-VALUES TO ID-USUARIO
           START USUARIOS KEY IS >= ID-USUARIO
              INVALID KEY
                 SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK OR TITULAR-ENCONTRADO
              READ USUARIOS NEXT RECORD
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF CPF = WS-CPF-PROCURA
                       SET TITULAR-ENCONTRADO TO TRUE
                    END-IF
              END-READ
           END-PERFORM
       .

      *    Responsavel informado precisa ser um operador cadastrado
      *    e nao bloqueado; senao volta zerado
       VERIFICA-RESPONSAVEL.
           OPEN INPUT OPERADORES

           IF NOT FS-OPER-OK
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OPERADORES'
              DISPLAY 'FILE STATUS: ' WS-FS-OPER
              MOVE 0 TO WS-RESPONSAVEL
           ELSE
              MOVE WS-RESPONSAVEL TO OPER-MATRICULA
              READ OPERADORES
                 INVALID KEY
                    DISPLAY 'OPERADOR RESPONSAVEL NAO ENCONTRADO'
                    MOVE 0 TO WS-RESPONSAVEL
                 NOT INVALID KEY
                    IF OPER-BLOQUEADO
                       DISPLAY 'OPERADOR RESPONSAVEL BLOQUEADO'
                       MOVE 0 TO WS-RESPONSAVEL
                    END-IF
              END-READ
              CLOSE OPERADORES
           END-IF
       .

       CONSULTA-PROTOCOLO.
           DISPLAY ' '
           DISPLAY 'NUMERO DO PROTOCOLO: '
           ACCEPT WS-NUMERO-PROCURA

           SET LK-PRT-CONSULTAR TO TRUE
           MOVE WS-NUMERO-PROCURA TO LK-PRT-NUMERO
           CALL CFG-PATH-PROGPRT
           USING LK-PRT-AREA

           IF LK-PRT-OK
              AND NOT LK-SESS-TODAS-EMPRESAS
              AND LK-PRT-EMPRESA NOT = LK-SESS-EMPRESA
              SET LK-PRT-NAO-ACHADO TO TRUE
           END-IF

           IF NOT LK-PRT-OK
              DISPLAY 'PROTOCOLO NAO ENCONTRADO'
           ELSE
              MOVE LK-PRT-TIPO TO PRT-TIPO
              PERFORM DESCREVE-TIPO
              DISPLAY 'PROTOCOLO......: ' LK-PRT-NUMERO
              DISPLAY 'TITULAR (ID)...: ' LK-PRT-ID-USUARIO
              DISPLAY 'CPF............: ' LK-PRT-CPF
              DISPLAY 'TIPO...........: ' WS-DESC-TIPO
              DISPLAY 'RECEBIDO EM....: ' LK-PRT-DATA-RECEBIMENTO
                      ' PELO CANAL ' LK-PRT-CANAL
              DISPLAY 'PRAZO LEGAL....: ' LK-PRT-DATA-PRAZO
              DISPLAY 'RESPONSAVEL....: ' LK-PRT-OPERADOR
              EVALUATE LK-PRT-SITUACAO
                 WHEN 'A'
                    DISPLAY 'SITUACAO.......: EM ABERTO'
                 WHEN 'C'
                    DISPLAY 'SITUACAO.......: CONCLUIDO EM '
                            LK-PRT-DATA-CONCLUSAO ' POR '
                            LK-PRT-OPER-CONCLUSAO ' ('
                            LK-PRT-PROGRAMA ')'
                 WHEN OTHER
                    DISPLAY 'SITUACAO.......: CANCELADO EM '
                            LK-PRT-DATA-CONCLUSAO ' - '
                            LK-PRT-MOTIVO
              END-EVALUATE
           END-IF
       .

       LISTA-ABERTOS.
           MOVE 0 TO WS-CONT-ABERTOS
           SET EOF-OK TO FALSE

           OPEN INPUT PROTOCOLOS

           IF NOT FS-PRT-OK
              DISPLAY 'NENHUM PROTOCOLO REGISTRADO'
           ELSE
              DISPLAY ' '
              DISPLAY 'PROTOCOLO ID    TIPO          RECEBIDO PRAZO    '
                      ' DIAS RESP.  SITUACAO'
              PERFORM UNTIL EOF-OK
                 READ PROTOCOLOS NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF PRT-ABERTO
                          AND (LK-SESS-TODAS-EMPRESAS
                               OR PRT-EMPRESA = LK-SESS-EMPRESA)
                          ADD 1 TO WS-CONT-ABERTOS
                          PERFORM AVALIA-PRAZO
                          PERFORM DESCREVE-TIPO
                          DISPLAY PRT-NUMERO ' ' PRT-ID-USUARIO ' '
                                  WS-DESC-TIPO ' '
                                  PRT-DATA-RECEBIMENTO ' '
                                  PRT-DATA-PRAZO ' ' WS-DIAS-EXIB ' '
                                  PRT-OPERADOR ' ' WS-SIT-PRAZO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROTOCOLOS
              DISPLAY WS-CONT-ABERTOS ' PROTOCOLO(S) EM ABERTO'
           END-IF
       .

       CANCELA-PROTOCOLO.
           DISPLAY ' '
           DISPLAY 'NUMERO DO PROTOCOLO A CANCELAR: '
           ACCEPT WS-NUMERO-PROCURA
           PERFORM CONFERE-EMPRESA-PROTOCOLO
           IF NOT LK-PRT-OK
              DISPLAY 'PROTOCOLO NAO ENCONTRADO'
           ELSE
              DISPLAY 'MOTIVO DO CANCELAMENTO: '
              ACCEPT WS-MOTIVO
              INSPECT WS-MOTIVO
                 CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

              SET LK-PRT-CANCELAR TO TRUE
              MOVE WS-NUMERO-PROCURA TO LK-PRT-NUMERO
              MOVE WS-MOTIVO         TO LK-PRT-MOTIVO
              CALL CFG-PATH-PROGPRT
              USING LK-PRT-AREA

              IF LK-PRT-OK
                 DISPLAY 'PROTOCOLO ' WS-NUMERO-PROCURA ' CANCELADO'
              ELSE
                 DISPLAY 'PROTOCOLO NAO CANCELADO: ' LK-PRT-MENSAGEM
              END-IF
           END-IF
       .

       TROCA-RESPONSAVEL.
           DISPLAY ' '
           DISPLAY 'NUMERO DO PROTOCOLO: '
           ACCEPT WS-NUMERO-PROCURA
           PERFORM CONFERE-EMPRESA-PROTOCOLO
           IF NOT LK-PRT-OK
              DISPLAY 'PROTOCOLO NAO ENCONTRADO'
           ELSE
              DISPLAY 'MATRICULA DO NOVO RESPONSAVEL: '
              ACCEPT WS-RESPONSAVEL
              IF WS-RESPONSAVEL NOT = 0
                 PERFORM VERIFICA-RESPONSAVEL
              END-IF
              IF WS-RESPONSAVEL = 0
                 DISPLAY 'RESPONSAVEL NAO ALTERADO'
              ELSE
                 SET LK-PRT-ATRIBUIR TO TRUE
                 MOVE WS-NUMERO-PROCURA TO LK-PRT-NUMERO
                 MOVE WS-RESPONSAVEL    TO LK-PRT-OPERADOR
                 CALL CFG-PATH-PROGPRT
                 USING LK-PRT-AREA

                 IF LK-PRT-OK
                    DISPLAY 'PROTOCOLO ' WS-NUMERO-PROCURA
                            ' ATRIBUIDO A ' WS-RESPONSAVEL
                 ELSE
                    DISPLAY 'RESPONSAVEL NAO ALTERADO: ' LK-PRT-MENSAGEM
                 END-IF
              END-IF
           END-IF
       .

      *    Protocolo de outra empresa vale como nao encontrado para o
      *    operador vinculado
       CONFERE-EMPRESA-PROTOCOLO.
           SET LK-PRT-CONSULTAR TO TRUE
           MOVE WS-NUMERO-PROCURA TO LK-PRT-NUMERO
           CALL CFG-PATH-PROGPRT
           USING LK-PRT-AREA

           IF LK-PRT-OK
              AND NOT LK-SESS-TODAS-EMPRESAS
              AND LK-PRT-EMPRESA NOT = LK-SESS-EMPRESA
              SET LK-PRT-NAO-ACHADO TO TRUE
           END-IF
       .

      *    Dias ate o prazo (negativo = vencido) e a faixa do prazo
       AVALIA-PRAZO.
           COMPUTE WS-DIAS-RESTANTES =
              FUNCTION INTEGER-OF-DATE (PRT-DATA-PRAZO)
              - FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-EXIB

           EVALUATE TRUE
              WHEN WS-DIAS-RESTANTES < 0
                 MOVE 'VENCIDO'    TO WS-SIT-PRAZO
              WHEN WS-DIAS-RESTANTES NOT > WS-DIAS-AVISO
                 MOVE 'PROXIMO'    TO WS-SIT-PRAZO
              WHEN OTHER
                 MOVE 'NO PRAZO'   TO WS-SIT-PRAZO
           END-EVALUATE
       .

       DESCREVE-TIPO.
           EVALUATE TRUE
              WHEN PRT-ACESSO
                 MOVE 'ACESSO'        TO WS-DESC-TIPO
              WHEN PRT-CORRECAO
                 MOVE 'CORRECAO'      TO WS-DESC-TIPO
              WHEN PRT-PORTABILIDADE
                 MOVE 'PORTABILIDADE' TO WS-DESC-TIPO
              WHEN OTHER
                 MOVE 'ELIMINACAO'    TO WS-DESC-TIPO
           END-EVALUATE
       .

      ******************************************************************
      * Relatorio diario: protocolos em aberto com a faixa do prazo,
      * concluidos hoje (e quantos depois do prazo) e os alertas de
      * prazo proximo e vencido - cada um gravado uma so vez, com a
      * marca PRT-AVISO regravada no protocolo.
      ******************************************************************
       EMITE-RELATORIO.
           MOVE 0 TO WS-CONT-ABERTOS
           MOVE 0 TO WS-CONT-NO-PRAZO
           MOVE 0 TO WS-CONT-PROXIMOS
           MOVE 0 TO WS-CONT-VENCIDOS
           MOVE 0 TO WS-CONT-CONCL-HOJE
           MOVE 0 TO WS-CONT-CONCL-ATRASO
           MOVE 0 TO WS-CONT-ALERTAS

           OPEN OUTPUT REL-PROTOCOLOS

           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO ABRIR O RELATORIO DE PROTOCOLOS'
              DISPLAY 'FILE STATUS: ' WS-FS-REL
              MOVE 8 TO WS-RC
           ELSE
              PERFORM ESCREVE-CABECALHO-REL

              SET EOF-OK TO FALSE
              OPEN I-O PROTOCOLOS

              IF FS-PRT-OK
                 PERFORM UNTIL EOF-OK
                    READ PROTOCOLOS NEXT RECORD
                       AT END
                          SET EOF-OK TO TRUE
                       NOT AT END
                          IF LK-SESS-TODAS-EMPRESAS
                             OR PRT-EMPRESA = LK-SESS-EMPRESA
                             PERFORM AVALIA-PROTOCOLO-REL
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE PROTOCOLOS
              ELSE
                 IF NOT FS-PRT-NAO-EXISTE
                    DISPLAY 'ERRO AO ABRIR O ARQUIVO DE PROTOCOLOS'
                    DISPLAY 'FILE STATUS: ' WS-FS-PRT
                    MOVE 8 TO WS-RC
                 END-IF
              END-IF

              PERFORM ESCREVE-RODAPE-REL

              CLOSE REL-PROTOCOLOS

              MOVE 'PROGPROTOC'            TO LK-RCAT-PROGRAMA
              MOVE CFG-PATH-REL-PROTOCOLOS TO LK-RCAT-ARQUIVO
              CALL CFG-PATH-PROGRELCAT
              USING LK-RCAT-AREA

              IF WS-CONT-VENCIDOS > 0
                 AND WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
           END-IF
       .

       AVALIA-PROTOCOLO-REL.
           IF PRT-CONCLUIDO
              AND PRT-DATA-CONCLUSAO = WS-DATA-HOJE
              ADD 1 TO WS-CONT-CONCL-HOJE
              IF PRT-DATA-CONCLUSAO > PRT-DATA-PRAZO
                 ADD 1 TO WS-CONT-CONCL-ATRASO
              END-IF
           END-IF

           IF PRT-ABERTO
              ADD 1 TO WS-CONT-ABERTOS
              PERFORM AVALIA-PRAZO
              PERFORM DESCREVE-TIPO
              EVALUATE WS-SIT-PRAZO
                 WHEN 'VENCIDO'
                    ADD 1 TO WS-CONT-VENCIDOS
                    IF NOT PRT-AVISO-VENCIDO
                       SET PRT-AVISO-VENCIDO TO TRUE
                       PERFORM ALERTA-PROTOCOLO
                    END-IF
                 WHEN 'PROXIMO'
                    ADD 1 TO WS-CONT-PROXIMOS
                    IF PRT-SEM-AVISO
                       SET PRT-AVISO-PROXIMO TO TRUE
                       PERFORM ALERTA-PROTOCOLO
                    END-IF
                 WHEN OTHER
                    ADD 1 TO WS-CONT-NO-PRAZO
              END-EVALUATE

              MOVE SPACES TO REG-REL-PRT
              STRING PRT-NUMERO           DELIMITED SIZE
                     ' '                  DELIMITED SIZE
                     PRT-ID-USUARIO       DELIMITED SIZE
                     ' '                  DELIMITED SIZE
                     WS-DESC-TIPO         DELIMITED SIZE
                     ' '                  DELIMITED SIZE
                     PRT-DATA-RECEBIMENTO DELIMITED SIZE
                     ' '                  DELIMITED SIZE
                     PRT-DATA-PRAZO       DELIMITED SIZE
                     ' '                  DELIMITED SIZE
                     WS-DIAS-EXIB         DELIMITED SIZE
                     ' '                  DELIMITED SIZE
                     PRT-OPERADOR         DELIMITED SIZE
                     ' '                  DELIMITED SIZE
                     WS-SIT-PRAZO         DELIMITED SIZE
                INTO REG-REL-PRT
              WRITE REG-REL-PRT
           END-IF
       .

       ALERTA-PROTOCOLO.
           SET LK-ALR-GRAVAR TO TRUE
           MOVE 'PROGPROTOC' TO LK-ALR-ORIGEM
           MOVE SPACES TO LK-ALR-TEXTO
           IF PRT-AVISO-VENCIDO
              STRING 'PROTOCOLO '     DELIMITED SIZE
                     PRT-NUMERO       DELIMITED SIZE
                     ' ('             DELIMITED SIZE
                     WS-DESC-TIPO     DELIMITED SPACE
                     ') VENCIDO EM '  DELIMITED SIZE
                     PRT-DATA-PRAZO   DELIMITED SIZE
                     ' - RESP. '      DELIMITED SIZE
                     PRT-OPERADOR     DELIMITED SIZE
                INTO LK-ALR-TEXTO
           ELSE
              STRING 'PROTOCOLO '     DELIMITED SIZE
                     PRT-NUMERO       DELIMITED SIZE
                     ' ('             DELIMITED SIZE
                     WS-DESC-TIPO     DELIMITED SPACE
                     ') VENCE EM '    DELIMITED SIZE
                     PRT-DATA-PRAZO   DELIMITED SIZE
                     ' - RESP. '      DELIMITED SIZE
                     PRT-OPERADOR     DELIMITED SIZE
                INTO LK-ALR-TEXTO
           END-IF
           CALL CFG-PATH-PROGALERTA
           USING LK-ALR-AREA
           ADD 1 TO WS-CONT-ALERTAS

           REWRITE REG-PROTOCOLO
              INVALID KEY
                 DISPLAY 'FALHA AO MARCAR O AVISO DO PROTOCOLO '
                         PRT-NUMERO
           END-REWRITE
       .

       ESCREVE-CABECALHO-REL.
           ACCEPT WS-DATA-SISTEMA FROM DATE

           MOVE SPACES TO REG-REL-PRT
           STRING 'PROTOCOLOS DE TITULARES LGPD - PRAZOS'
                              DELIMITED SIZE
                  '   DATA: ' DELIMITED SIZE
                  WS-DATA-DIA DELIMITED SIZE
                  '/'         DELIMITED SIZE
                  WS-DATA-MES DELIMITED SIZE
                  '/'         DELIMITED SIZE
                  WS-DATA-ANO DELIMITED SIZE
             INTO REG-REL-PRT
           WRITE REG-REL-PRT

           MOVE SPACES TO REG-REL-PRT
           STRING 'AVISO DE PRAZO PROXIMO: ' DELIMITED SIZE
                  WS-DIAS-AVISO              DELIMITED SIZE
                  ' DIAS'                    DELIMITED SIZE
             INTO REG-REL-PRT
           WRITE REG-REL-PRT

           MOVE SPACES TO REG-REL-PRT
           WRITE REG-REL-PRT

           MOVE 'PROTOCOLO ID    TIPO          RECEBIDO PRAZO     DIAS'
             TO REG-REL-PRT
           MOVE ' RESP. SITUACAO' TO REG-REL-PRT (53:15)
           WRITE REG-REL-PRT
       .

       ESCREVE-RODAPE-REL.
           MOVE SPACES TO REG-REL-PRT
           WRITE REG-REL-PRT

           MOVE SPACES TO REG-REL-PRT
           STRING 'EM ABERTO: '        DELIMITED SIZE
                  WS-CONT-ABERTOS      DELIMITED SIZE
                  '   NO PRAZO: '      DELIMITED SIZE
                  WS-CONT-NO-PRAZO     DELIMITED SIZE
                  '   PROXIMOS: '      DELIMITED SIZE
                  WS-CONT-PROXIMOS     DELIMITED SIZE
                  '   VENCIDOS: '      DELIMITED SIZE
                  WS-CONT-VENCIDOS     DELIMITED SIZE
             INTO REG-REL-PRT
           WRITE REG-REL-PRT

           MOVE SPACES TO REG-REL-PRT
           STRING 'CONCLUIDOS HOJE: '  DELIMITED SIZE
                  WS-CONT-CONCL-HOJE   DELIMITED SIZE
                  '   DEPOIS DO PRAZO: ' DELIMITED SIZE
                  WS-CONT-CONCL-ATRASO DELIMITED SIZE
                  '   ALERTAS GRAVADOS: ' DELIMITED SIZE
                  WS-CONT-ALERTAS      DELIMITED SIZE
             INTO REG-REL-PRT
           WRITE REG-REL-PRT
       .

       END PROGRAM PROGPROTOC.
