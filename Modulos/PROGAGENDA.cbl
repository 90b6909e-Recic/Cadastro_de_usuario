      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Tela dos movimentos agendados (AGENDA-MOVIMENTOS.dat).
      *          O RH manda desligamentos para o ultimo dia do mes e
      *          admissoes para a segunda seguinte - aqui o operador
      *          registra uma admissao, alteracao ou desligamento com
      *          a data de efetivacao, lista os itens pendentes e os
      *          que falharam, muda a data de um item (um item que
      *          falhou volta a pendente com a nova data) ou cancela
      *          o item com motivo. Os campos sao validados pelo
      *          PROGVALI ja no registro; a aplicacao de verdade fica
      *          com o PROGMOVIN no passo AGENDA do PROGJOB, pelos
      *          mesmos caminhos de validacao e LOG do arquivo do RH.
      *          Entrada restrita ao perfil CADASTRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGAGENDA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO
           CFG-PATH-AGENDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AGE.

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

       FD  AGENDA.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-AGENDA.cpy'.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-AGE                   PIC 99.
           88 FS-AGE-OK                VALUE 0.
           88 FS-AGE-NAO-EXISTE        VALUE 35.

       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-OPCAO                    PIC X.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.
           88 FIM-MENU                 VALUE 'S'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-CONFIRMA                 PIC X.
           88 CONFIRMA-OPERACAO        VALUE 'S' 's'.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DATA-ALFA                PIC X(08).
       77  WS-DATA-EFET                PIC 9(08).
       77  WS-ID-PROCURA               PIC 9(05).
       77  WS-SEQ-ESCOLHIDA            PIC 9(05).
       77  WS-PROXIMA-SEQ              PIC 9(05).
       77  WS-SITUACAO-LISTA           PIC X(01).
       77  WS-MOTIVO                   PIC X(40).

       77  WS-TIPO-MOV                 PIC X(01).
           88 TIPO-MOV-VALIDO          VALUE 'I' 'A' 'E'.

       77  WS-VALIDO                   PIC X.
           88 ENTRADA-VALIDA           VALUE 'S'.

       01  WS-ENTRADA-MOV.
           03 WS-ENT-EMAIL             PIC X(30).
           03 WS-ENT-NOME              PIC X(30).
           03 WS-ENT-SENHA             PIC X(08).
           03 WS-ENT-TELEFONE          PIC X(13).
           03 WS-ENT-CPF               PIC X(11).
           03 WS-ENT-DEPARTAMENTO      PIC X(03).
           03 WS-ENT-VINCULO           PIC X(01).
           03 WS-ENT-DATA-FIM          PIC X(08).
           03 WS-ENT-CAMPO             PIC X(15).
           03 WS-ENT-VALOR             PIC X(30).

       77  WS-LINHA-MOV                PIC X(150).

       77  WS-ALVO-VINCULO             PIC X(01).
       77  WS-ALVO-FIM-CONTRATO        PIC 9(08).

       01  WS-CAMPOS-LINHA.
           03 WS-CAMPO-TIPO            PIC X(01).
           03 WS-CAMPO-1               PIC X(30).
           03 WS-CAMPO-2               PIC X(30).

       77  WS-QTD-AGE                  PIC 9(05) VALUE 0.
       77  WS-MAX-AGE                  PIC 9(05) VALUE 1000.
       77  WS-IDX                      PIC 9(05).
       77  WS-IDX-ESCOLHIDA            PIC 9(05).
       77  WS-CONT-LISTADOS            PIC 9(05).

       01  WS-TAB-AGENDA.
           03 TAB-AGE-ITEM             PIC X(226) OCCURS 1000 TIMES.

       01  WS-REG-AGE-TRAB             PIC X(226).

       77  WS-ALVO                     PIC X.
           88 ALVO-ENCONTRADO          VALUE 'S'.

       77  WS-ESTOURO-AGE              PIC X VALUE 'N'.
           88 ESTOURO-AGENDA           VALUE 'S'.

       77  WS-REGRAVOU                 PIC X VALUE 'N'.
           88 AGENDA-REGRAVADA         VALUE 'S'.

       77  WS-DATA-ANTERIOR            PIC 9(08).

       77  WS-PONT-SENHA               PIC 9(03).
       77  WS-PONT-RESTO               PIC 9(03).
       77  WS-TAM-PREFIXO              PIC 9(03).
       77  WS-PARTE-AGE                PIC X(30).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VALIDA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA A AGENDA DE '
                      'MOVIMENTOS'
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE 0            TO LK-LOG-ID-USUARIO
              MOVE 'AGENDA'     TO LK-LOG-CAMPO
              MOVE SPACES       TO LK-LOG-VALOR-ANTES
              MOVE SPACES       TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       PROCESSA-MENU.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '              MOVIMENTOS AGENDADOS                 '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - LISTAR ITENS PENDENTES                    '
           DISPLAY '     2 - LISTAR ITENS QUE FALHARAM                 '
           DISPLAY '     3 - AGENDAR MOVIMENTO                         '
           DISPLAY '     4 - ALTERAR DATA DE EFETIVACAO                '
           DISPLAY '     5 - CANCELAR ITEM                             '
           DISPLAY '     6 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 MOVE 'P' TO WS-SITUACAO-LISTA
                 PERFORM LISTA-ITENS
              WHEN '2'
                 MOVE 'F' TO WS-SITUACAO-LISTA
                 PERFORM LISTA-ITENS
              WHEN '3'
                 PERFORM AGENDA-MOVIMENTO
              WHEN '4'
                 PERFORM ALTERA-DATA
              WHEN '5'
                 PERFORM CANCELA-ITEM
              WHEN '6'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

       CARREGA-AGENDA.
           MOVE 0 TO WS-QTD-AGE
           MOVE 'N' TO WS-ESTOURO-AGE
           SET EOF-OK TO FALSE

           OPEN INPUT AGENDA

           IF FS-AGE-OK
              PERFORM UNTIL EOF-OK
                 READ AGENDA
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-AGE < WS-MAX-AGE
                          ADD 1 TO WS-QTD-AGE
                          MOVE REG-AGENDA
                            TO TAB-AGE-ITEM (WS-QTD-AGE)
                       ELSE
                          SET ESTOURO-AGENDA TO TRUE
                          DISPLAY 'LIMITE DE ' WS-MAX-AGE
                                  ' ITENS DA AGENDA ATINGIDO'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AGENDA
           END-IF
       .

      ******************************************************************
      * A lista mostra o tipo, a chave e o campo do movimento - nunca
      * os valores, pois a admissao leva a senha inicial.
      ******************************************************************
       LISTA-ITENS.
           PERFORM CARREGA-AGENDA

           MOVE 0 TO WS-CONT-LISTADOS
           DISPLAY ' '
           DISPLAY 'ITEM  EFETIVACAO ORIGEM T CHAVE / CAMPO'
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-AGE
              MOVE TAB-AGE-ITEM (WS-IDX) TO REG-AGENDA
              IF AGE-SITUACAO = WS-SITUACAO-LISTA
                 ADD 1 TO WS-CONT-LISTADOS
                 PERFORM EXIBE-ITEM
              END-IF
           END-PERFORM

           IF WS-CONT-LISTADOS = 0
              IF WS-SITUACAO-LISTA = 'P'
                 DISPLAY 'NENHUM ITEM PENDENTE'
              ELSE
                 DISPLAY 'NENHUM ITEM COM FALHA'
              END-IF
           END-IF
       .

       EXIBE-ITEM.
           MOVE SPACES TO WS-CAMPOS-LINHA
           UNSTRING AGE-MOVIMENTO DELIMITED BY ';'
              INTO WS-CAMPO-TIPO WS-CAMPO-1 WS-CAMPO-2
           END-UNSTRING

           IF WS-CAMPO-TIPO = 'A'
              DISPLAY AGE-SEQ ' ' AGE-DATA-EFETIVACAO '   '
                      AGE-ORIGEM '    ' WS-CAMPO-TIPO ' '
                      WS-CAMPO-1 (1:15) ' ' WS-CAMPO-2 (1:15)
           ELSE
              DISPLAY AGE-SEQ ' ' AGE-DATA-EFETIVACAO '   '
                      AGE-ORIGEM '    ' WS-CAMPO-TIPO ' '
                      WS-CAMPO-1
           END-IF

           IF AGE-FALHOU
              DISPLAY '      FALHOU EM ' AGE-DATA-PROCESSO ': '
                      AGE-MOTIVO
           END-IF
       .

      ******************************************************************
      * Registro de um item novo - os campos passam pelo PROGVALI em
      * modo batch ja aqui, para o erro aparecer para quem digitou e
      * nao so na madrugada da efetivacao.
      ******************************************************************
       AGENDA-MOVIMENTO.
           MOVE SPACES TO WS-ENTRADA-MOV
           MOVE SPACES TO WS-LINHA-MOV
           MOVE 'N' TO WS-VALIDO

           DISPLAY ' '
           DISPLAY 'TIPO (I = ADMISSAO, A = ALTERACAO, '
                   'E = DESLIGAMENTO): '
           ACCEPT WS-TIPO-MOV
           INSPECT WS-TIPO-MOV CONVERTING 'iae' TO 'IAE'

           IF NOT TIPO-MOV-VALIDO
              DISPLAY 'TIPO DE MOVIMENTO INVALIDO'
           ELSE
              PERFORM OBTEM-DATA-EFETIVACAO
              IF ENTRADA-VALIDA
                 EVALUATE WS-TIPO-MOV
                    WHEN 'I'
                       PERFORM MONTA-INCLUSAO
                    WHEN 'A'
                       PERFORM MONTA-ALTERACAO
                    WHEN 'E'
                       PERFORM MONTA-DESLIGAMENTO
                 END-EVALUATE
              END-IF
              IF ENTRADA-VALIDA
                 DISPLAY 'CONFIRMA O AGENDAMENTO PARA '
                         WS-DATA-EFET ' ? (S/N)'
                 ACCEPT WS-CONFIRMA
                 IF CONFIRMA-OPERACAO
                    PERFORM GRAVA-ITEM
                 ELSE
                    DISPLAY 'AGENDAMENTO CANCELADO'
                 END-IF
              END-IF
           END-IF
       .

       OBTEM-DATA-EFETIVACAO.
           MOVE 'N' TO WS-VALIDO
           DISPLAY 'DATA DE EFETIVACAO (AAAAMMDD): '
           ACCEPT WS-DATA-ALFA

           IF WS-DATA-ALFA NOT NUMERIC
              DISPLAY 'DATA DE EFETIVACAO INVALIDA'
           ELSE
              MOVE WS-DATA-ALFA TO WS-DATA-EFET
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-EFET) NOT = 0
                 DISPLAY 'DATA DE EFETIVACAO INVALIDA'
              ELSE
                 IF WS-DATA-EFET < WS-DATA-HOJE
                    DISPLAY 'A DATA DE EFETIVACAO NAO PODE SER '
                            'ANTERIOR A HOJE'
                 ELSE
                    SET ENTRADA-VALIDA TO TRUE
                 END-IF
              END-IF
           END-IF
       .

       MONTA-INCLUSAO.
           SET LK-VALI-MODO-BATCH TO TRUE
           MOVE 'N' TO WS-VALIDO

           DISPLAY 'EMAIL: '
           ACCEPT WS-ENT-EMAIL
           DISPLAY 'NOME: '
           ACCEPT WS-ENT-NOME
           DISPLAY 'SENHA INICIAL: '
           ACCEPT WS-ENT-SENHA
           DISPLAY 'TELEFONE (DDD + NUMERO): '
           ACCEPT WS-ENT-TELEFONE
           DISPLAY 'CPF (11 DIGITOS): '
           ACCEPT WS-ENT-CPF
           DISPLAY 'DEPARTAMENTO (BRANCO = SEM ALOCACAO): '
           ACCEPT WS-ENT-DEPARTAMENTO
           DISPLAY 'VINCULO (F/T/E, BRANCO = FUNCIONARIO): '
           ACCEPT WS-ENT-VINCULO
           DISPLAY 'FIM DO CONTRATO (AAAAMMDD, BRANCO = '
                   'INDETERMINADO): '
           ACCEPT WS-ENT-DATA-FIM

           MOVE WS-ENT-EMAIL TO LK-VALI-EMAIL
           SET LK-VALI-EH-EMAIL TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           MOVE LK-VALI-EMAIL TO WS-ENT-EMAIL

           IF LK-VALI-INVALIDO
              DISPLAY 'EMAIL INVALIDO'
           ELSE
              MOVE WS-ENT-NOME TO LK-VALI-NOME
              SET LK-VALI-EH-NOME TO TRUE
              CALL CFG-PATH-PROGVALI
              USING LK-VALI-AREA
              IF LK-VALI-INVALIDO
                 DISPLAY 'NOME INVALIDO'
              ELSE
                 PERFORM VALIDA-INCLUSAO-RESTO
              END-IF
           END-IF

           IF ENTRADA-VALIDA
              STRING 'I;'                DELIMITED SIZE
                     WS-ENT-EMAIL        DELIMITED SPACE
                     ';'                 DELIMITED SIZE
                     WS-ENT-NOME         DELIMITED '  '
                     ';'                 DELIMITED SIZE
                     WS-ENT-SENHA        DELIMITED SPACE
                     ';'                 DELIMITED SIZE
                     WS-ENT-TELEFONE     DELIMITED SPACE
                     ';'                 DELIMITED SIZE
                     WS-ENT-CPF          DELIMITED SPACE
                     ';'                 DELIMITED SIZE
                     WS-ENT-DEPARTAMENTO DELIMITED SPACE
                     ';'                 DELIMITED SIZE
                     WS-ENT-VINCULO      DELIMITED SPACE
                     ';'                 DELIMITED SIZE
                     WS-ENT-DATA-FIM     DELIMITED SPACE
                INTO WS-LINHA-MOV
           END-IF
       .

       VALIDA-INCLUSAO-RESTO.
           MOVE WS-ENT-SENHA TO LK-VALI-SENHA
           SET LK-VALI-EH-SENHA TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA

           IF LK-VALI-INVALIDO
              DISPLAY 'SENHA INVALIDA'
           ELSE
              MOVE WS-ENT-TELEFONE TO LK-VALI-TELEFONE-ALFA
              SET LK-VALI-EH-TELEFONE TO TRUE
              CALL CFG-PATH-PROGVALI
              USING LK-VALI-AREA
              IF LK-VALI-INVALIDO
                 DISPLAY 'TELEFONE INVALIDO'
              ELSE
                 MOVE WS-ENT-CPF TO LK-VALI-CPF-ALFA
                 SET LK-VALI-EH-CPF TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
                 IF LK-VALI-INVALIDO
                    DISPLAY 'CPF INVALIDO'
                 ELSE
                    MOVE WS-ENT-DEPARTAMENTO
                      TO LK-VALI-DEPARTAMENTO-ALFA
                    SET LK-VALI-EH-DEPARTAMENTO TO TRUE
                    CALL CFG-PATH-PROGVALI
                    USING LK-VALI-AREA
                    IF LK-VALI-INVALIDO
                       DISPLAY 'DEPARTAMENTO INVALIDO'
                    ELSE
                       PERFORM VALIDA-INCLUSAO-VINCULO
                    END-IF
                 END-IF
              END-IF
           END-IF
       .

       VALIDA-INCLUSAO-VINCULO.
           MOVE WS-ENT-VINCULO  TO LK-VALI-VINCULO
           MOVE WS-ENT-DATA-FIM TO LK-VALI-DATA-FIM-ALFA
           SET LK-VALI-EH-VINCULO TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA

           IF LK-VALI-INVALIDO
              DISPLAY 'VINCULO OU FIM DO CONTRATO INVALIDO - '
                      'TERCEIRO E ESTAGIARIO EXIGEM O FIM DO CONTRATO'
           ELSE
              SET ENTRADA-VALIDA TO TRUE
           END-IF
       .

       MONTA-ALTERACAO.
           MOVE 'N' TO WS-VALIDO
           PERFORM OBTEM-CADASTRO-ALVO

           IF ALVO-ENCONTRADO
              DISPLAY 'CAMPO (EMAIL, NOME, TELEFONE, CPF, STATUS, '
                      'DEPARTAMENTO, VINCULO, FIM-CONTRATO): '
              ACCEPT WS-ENT-CAMPO
              INSPECT WS-ENT-CAMPO CONVERTING
                 'abcdefghijklmnopqrstuvwxyz'
                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              DISPLAY 'NOVO VALOR: '
              ACCEPT WS-ENT-VALOR

              PERFORM VALIDA-ALTERACAO

              IF ENTRADA-VALIDA
                 STRING 'A;'             DELIMITED SIZE
                        WS-ID-PROCURA    DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        WS-ENT-CAMPO     DELIMITED SPACE
                        ';'              DELIMITED SIZE
                        WS-ENT-VALOR     DELIMITED '  '
                   INTO WS-LINHA-MOV
              END-IF
           END-IF
       .

       VALIDA-ALTERACAO.
           SET LK-VALI-MODO-BATCH TO TRUE
           MOVE 'N' TO WS-VALIDO
           SET LK-VALI-VALIDO TO TRUE

           EVALUATE WS-ENT-CAMPO
              WHEN 'EMAIL'
                 MOVE WS-ENT-VALOR TO LK-VALI-EMAIL
                 SET LK-VALI-EH-EMAIL TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
                 MOVE LK-VALI-EMAIL TO WS-ENT-VALOR
              WHEN 'NOME'
                 MOVE WS-ENT-VALOR TO LK-VALI-NOME
                 SET LK-VALI-EH-NOME TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
              WHEN 'TELEFONE'
                 MOVE WS-ENT-VALOR TO LK-VALI-TELEFONE-ALFA
                 SET LK-VALI-EH-TELEFONE TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
              WHEN 'CPF'
                 MOVE WS-ENT-VALOR TO LK-VALI-CPF-ALFA
                 SET LK-VALI-EH-CPF TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
              WHEN 'STATUS'
                 IF WS-ENT-VALOR NOT = 'A' AND
                    WS-ENT-VALOR NOT = 'I'
                    SET LK-VALI-INVALIDO TO TRUE
                 END-IF
              WHEN 'DEPARTAMENTO'
                 MOVE WS-ENT-VALOR TO LK-VALI-DEPARTAMENTO-ALFA
                 SET LK-VALI-EH-DEPARTAMENTO TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
              WHEN 'VINCULO'
                 MOVE WS-ENT-VALOR (1:1)  TO LK-VALI-VINCULO
                 MOVE WS-ALVO-FIM-CONTRATO TO LK-VALI-DATA-FIM-ALFA
                 SET LK-VALI-EH-VINCULO TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
              WHEN 'FIM-CONTRATO'
                 MOVE WS-ALVO-VINCULO     TO LK-VALI-VINCULO
                 MOVE WS-ENT-VALOR (1:8)  TO LK-VALI-DATA-FIM-ALFA
                 SET LK-VALI-EH-VINCULO TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
              WHEN OTHER
                 DISPLAY 'CAMPO NAO PERMITIDO NA ALTERACAO'
                 SET LK-VALI-INVALIDO TO TRUE
           END-EVALUATE

           IF LK-VALI-INVALIDO
              DISPLAY 'VALOR INVALIDO PARA O CAMPO ' WS-ENT-CAMPO
           ELSE
              SET ENTRADA-VALIDA TO TRUE
           END-IF
       .

       MONTA-DESLIGAMENTO.
           MOVE 'N' TO WS-VALIDO
           PERFORM OBTEM-CADASTRO-ALVO

           IF ALVO-ENCONTRADO
              STRING 'E;'             DELIMITED SIZE
                     WS-ID-PROCURA    DELIMITED SIZE
                INTO WS-LINHA-MOV
              SET ENTRADA-VALIDA TO TRUE
           END-IF
       .

       OBTEM-CADASTRO-ALVO.
           MOVE 'N' TO WS-ALVO
           DISPLAY 'INFORME O ID DO USUARIO: '
           ACCEPT WS-ID-PROCURA

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
                    IF ANONIMIZADO-USUARIO
                       DISPLAY 'CADASTRO ANONIMIZADO (LGPD)'
                    ELSE
                       PERFORM CONFERE-CADASTRO-ALVO
                    END-IF
              END-READ
              CLOSE USUARIOS
           END-IF
       .

      ******************************************************************
      * O item agendado e aplicado depois pelo passo AGENDA sem tela -
      * as recusas do PROGALT (cadastro de outra empresa, cadastro do
      * proprio operador) valem ja no registro do item.
      ******************************************************************
       CONFERE-CADASTRO-ALVO.
           IF NOT LK-SESS-TODAS-EMPRESAS
              AND EMPRESA NOT = LK-SESS-EMPRESA
              DISPLAY 'USUARIO NAO ENCONTRADO'
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE ID-USUARIO   TO LK-LOG-ID-USUARIO
              MOVE 'EMPRESA'    TO LK-LOG-CAMPO
              MOVE EMPRESA      TO LK-LOG-VALOR-ANTES
              MOVE 'PROGAGENDA' TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           ELSE
              SET LK-OPV-CONFERIR TO TRUE
              MOVE ID-USUARIO TO LK-OPV-ID-USUARIO
              MOVE CPF        TO LK-OPV-CPF
              CALL CFG-PATH-PROGOPVINC
              USING LK-OPV-AREA
              IF NOT LK-OPV-PROPRIO
                 SET ALVO-ENCONTRADO TO TRUE
                 MOVE VINCULO TO WS-ALVO-VINCULO
                 MOVE DATA-FIM-CONTRATO
                   TO WS-ALVO-FIM-CONTRATO
                 DISPLAY 'ID.......: ' ID-USUARIO
                 DISPLAY 'NOME.....: ' NOME
                 DISPLAY 'EMAIL....: ' EMAIL
              END-IF
           END-IF
       .

       GRAVA-ITEM.
           PERFORM CARREGA-AGENDA

           IF ESTOURO-AGENDA
              DISPLAY 'AGENDA COM MAIS DE ' WS-MAX-AGE ' ITENS - '
                      'ITEM NAO REGISTRADO'
           ELSE
              PERFORM GRAVA-ITEM-NA-AGENDA
           END-IF
       .

       GRAVA-ITEM-NA-AGENDA.
           MOVE 0 TO WS-PROXIMA-SEQ
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-AGE
              MOVE TAB-AGE-ITEM (WS-IDX) TO REG-AGENDA
              IF AGE-SEQ > WS-PROXIMA-SEQ
                 MOVE AGE-SEQ TO WS-PROXIMA-SEQ
              END-IF
           END-PERFORM
           ADD 1 TO WS-PROXIMA-SEQ

           OPEN EXTEND AGENDA

           IF FS-AGE-NAO-EXISTE
              OPEN OUTPUT AGENDA
           END-IF

           IF NOT FS-AGE-OK
              DISPLAY 'ERRO AO GRAVAR O ITEM NA AGENDA'
              DISPLAY 'FILE STATUS: ' WS-FS-AGE
           ELSE
              MOVE SPACES             TO REG-AGENDA
              MOVE WS-PROXIMA-SEQ     TO AGE-SEQ
              MOVE WS-DATA-EFET       TO AGE-DATA-EFETIVACAO
              SET AGE-PENDENTE        TO TRUE
              SET AGE-ORIGEM-TELA     TO TRUE
              MOVE WS-DATA-HOJE       TO AGE-DATA-REGISTRO
              MOVE LK-SESS-MATRICULA  TO AGE-MATRICULA
              MOVE 0                  TO AGE-DATA-PROCESSO
              MOVE WS-LINHA-MOV       TO AGE-MOVIMENTO
              WRITE REG-AGENDA
              IF FS-AGE-OK
                 DISPLAY 'ITEM ' WS-PROXIMA-SEQ ' AGENDADO PARA '
                         WS-DATA-EFET
                 MOVE SPACES       TO LK-LOG-VALOR-ANTES
                 MOVE WS-DATA-EFET TO LK-LOG-VALOR-DEPOIS
                 PERFORM REGISTRA-TRILHA
              ELSE
                 DISPLAY 'ERRO AO GRAVAR O ITEM NA AGENDA'
                 DISPLAY 'FILE STATUS: ' WS-FS-AGE
              END-IF
              CLOSE AGENDA
           END-IF
       .

      ******************************************************************
      * Mudar a data vale para item pendente ou que falhou - o que
      * falhou volta a pendente, sem o motivo antigo, para nova
      * tentativa na data informada.
      ******************************************************************
       ALTERA-DATA.
           PERFORM ESCOLHE-ITEM

           IF WS-IDX-ESCOLHIDA > 0
              PERFORM OBTEM-DATA-EFETIVACAO
              IF ENTRADA-VALIDA AND AGE-FALHOU
                 AND AGE-MOVIMENTO (1:2) = 'I;'
                 PERFORM PEDE-SENHA-REAGENDA
              END-IF
              IF ENTRADA-VALIDA
                 MOVE AGE-DATA-EFETIVACAO TO WS-DATA-ANTERIOR
                 MOVE WS-DATA-EFET TO AGE-DATA-EFETIVACAO
                 SET AGE-PENDENTE TO TRUE
                 MOVE 0 TO AGE-DATA-PROCESSO
                 MOVE SPACES TO AGE-MOTIVO
                 MOVE REG-AGENDA TO TAB-AGE-ITEM (WS-IDX-ESCOLHIDA)
                 PERFORM REGRAVA-AGENDA
                 IF AGENDA-REGRAVADA
                    DISPLAY 'ITEM ' AGE-SEQ ' REAGENDADO PARA '
                            AGE-DATA-EFETIVACAO
                    MOVE WS-DATA-ANTERIOR    TO LK-LOG-VALOR-ANTES
                    MOVE AGE-DATA-EFETIVACAO TO LK-LOG-VALOR-DEPOIS
                    PERFORM REGISTRA-TRILHA
                 END-IF
              END-IF
           END-IF
       .

      ******************************************************************
      * A admissao que falhou chega aqui sem a senha inicial (o passo
      * AGENDA esvazia o campo ao processar o item) - para reagendar
      * a senha e pedida e validada de novo.
      ******************************************************************
       PEDE-SENHA-REAGENDA.
           MOVE 'N' TO WS-VALIDO
           SET LK-VALI-MODO-BATCH TO TRUE
           DISPLAY 'SENHA INICIAL DA ADMISSAO: '
           ACCEPT WS-ENT-SENHA

           MOVE WS-ENT-SENHA TO LK-VALI-SENHA
           SET LK-VALI-EH-SENHA TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA

           IF LK-VALI-INVALIDO
              DISPLAY 'SENHA INVALIDA - ITEM NAO REAGENDADO'
           ELSE
              PERFORM TROCA-SENHA-AGENDA
              SET ENTRADA-VALIDA TO TRUE
           END-IF
       .

      ******************************************************************
      * Poe WS-ENT-SENHA no 4o campo da linha I do item corrente -
      * com WS-ENT-SENHA em branco o campo fica vazio, que e como a
      * admissao cancelada deixa a agenda.
      ******************************************************************
       TROCA-SENHA-AGENDA.
           MOVE 1 TO WS-PONT-SENHA
           UNSTRING AGE-MOVIMENTO DELIMITED BY ';'
              INTO WS-PARTE-AGE WS-PARTE-AGE WS-PARTE-AGE
              WITH POINTER WS-PONT-SENHA
           END-UNSTRING
           MOVE WS-PONT-SENHA TO WS-PONT-RESTO
           UNSTRING AGE-MOVIMENTO DELIMITED BY ';'
              INTO WS-PARTE-AGE
              WITH POINTER WS-PONT-RESTO
           END-UNSTRING

           COMPUTE WS-TAM-PREFIXO = WS-PONT-SENHA - 1
           MOVE SPACES TO WS-LINHA-MOV
           IF WS-PONT-RESTO > 150
              STRING AGE-MOVIMENTO (1:WS-TAM-PREFIXO) DELIMITED SIZE
                     WS-ENT-SENHA                     DELIMITED SPACE
                INTO WS-LINHA-MOV
           ELSE
              STRING AGE-MOVIMENTO (1:WS-TAM-PREFIXO) DELIMITED SIZE
                     WS-ENT-SENHA                     DELIMITED SPACE
                     ';'                              DELIMITED SIZE
                     AGE-MOVIMENTO (WS-PONT-RESTO:)   DELIMITED SIZE
                INTO WS-LINHA-MOV
           END-IF
           MOVE WS-LINHA-MOV TO AGE-MOVIMENTO
       .

       CANCELA-ITEM.
           PERFORM ESCOLHE-ITEM

           IF WS-IDX-ESCOLHIDA > 0
              DISPLAY 'MOTIVO DO CANCELAMENTO: '
              ACCEPT WS-MOTIVO
              IF WS-MOTIVO = SPACES
                 DISPLAY 'INFORME O MOTIVO - ITEM NAO CANCELADO'
              ELSE
                 DISPLAY 'CONFIRMA O CANCELAMENTO DO ITEM '
                         AGE-SEQ ' ? (S/N)'
                 ACCEPT WS-CONFIRMA
                 IF CONFIRMA-OPERACAO
                    SET AGE-CANCELADO TO TRUE
                    MOVE WS-DATA-HOJE TO AGE-DATA-PROCESSO
                    MOVE WS-MOTIVO TO AGE-MOTIVO
                    IF AGE-MOVIMENTO (1:2) = 'I;'
                       MOVE SPACES TO WS-ENT-SENHA
                       PERFORM TROCA-SENHA-AGENDA
                    END-IF
                    MOVE REG-AGENDA
                      TO TAB-AGE-ITEM (WS-IDX-ESCOLHIDA)
                    PERFORM REGRAVA-AGENDA
                    IF AGENDA-REGRAVADA
                       DISPLAY 'ITEM ' AGE-SEQ ' CANCELADO'
                       MOVE AGE-DATA-EFETIVACAO TO LK-LOG-VALOR-ANTES
                       MOVE 'CANCELADO'         TO LK-LOG-VALOR-DEPOIS
                       PERFORM REGISTRA-TRILHA
                    END-IF
                 ELSE
                    DISPLAY 'ITEM MANTIDO'
                 END-IF
              END-IF
           END-IF
       .

      ******************************************************************
      * Alterar ou cancelar exige regravar a agenda a partir da tabela
      * - com ela estourada a regravacao perderia os excedentes.
      ******************************************************************
       ESCOLHE-ITEM.
           MOVE 0 TO WS-IDX-ESCOLHIDA
           PERFORM CARREGA-AGENDA

           IF ESTOURO-AGENDA
              DISPLAY 'AGENDA COM MAIS DE ' WS-MAX-AGE
                      ' ITENS - OPERACAO RECUSADA PARA NAO PERDER '
                      'OS EXCEDENTES'
           ELSE
              DISPLAY ' '
              DISPLAY 'NUMERO DO ITEM (0 = VOLTAR): '
              ACCEPT WS-SEQ-ESCOLHIDA

              IF WS-SEQ-ESCOLHIDA > 0
                 PERFORM LOCALIZA-ITEM
                 IF WS-IDX-ESCOLHIDA = 0
                    DISPLAY 'ITEM NAO ENCONTRADO OU JA ENCERRADO'
                 ELSE
                    PERFORM EXIBE-ITEM
                 END-IF
              END-IF
           END-IF
       .

       LOCALIZA-ITEM.
           MOVE 0 TO WS-IDX-ESCOLHIDA
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-AGE
              MOVE TAB-AGE-ITEM (WS-IDX) TO REG-AGENDA
              IF AGE-SEQ = WS-SEQ-ESCOLHIDA AND
                 (AGE-PENDENTE OR AGE-FALHOU)
                 MOVE WS-IDX TO WS-IDX-ESCOLHIDA
              END-IF
           END-PERFORM

           IF WS-IDX-ESCOLHIDA > 0
              MOVE TAB-AGE-ITEM (WS-IDX-ESCOLHIDA) TO REG-AGENDA
           END-IF
       .

       REGRAVA-AGENDA.
           MOVE REG-AGENDA TO WS-REG-AGE-TRAB
           MOVE 'N' TO WS-REGRAVOU

           OPEN OUTPUT AGENDA

           IF NOT FS-AGE-OK
              DISPLAY 'ERRO AO REGRAVAR A AGENDA DE MOVIMENTOS'
              DISPLAY 'FILE STATUS: ' WS-FS-AGE
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-AGE
                 MOVE TAB-AGE-ITEM (WS-IDX) TO REG-AGENDA
                 WRITE REG-AGENDA
              END-PERFORM
              CLOSE AGENDA
              SET AGENDA-REGRAVADA TO TRUE
           END-IF

           MOVE WS-REG-AGE-TRAB TO REG-AGENDA
       .

      ******************************************************************
      * Trilha da agenda: o ID e o do cadastro que o movimento atinge
      * (alteracao e desligamento trazem na linha); a admissao ainda
      * nao tem ID e vai com zero.
      ******************************************************************
       REGISTRA-TRILHA.
           MOVE 'O'      TO LK-LOG-TIPO
           IF AGE-MOVIMENTO (1:1) = 'I'
              OR AGE-MOVIMENTO (3:5) NOT NUMERIC
              MOVE 0     TO LK-LOG-ID-USUARIO
           ELSE
              MOVE AGE-MOVIMENTO (3:5) TO LK-LOG-ID-USUARIO
           END-IF
           MOVE 'AGENDA' TO LK-LOG-CAMPO
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA
       .

       END PROGRAM PROGAGENDA.
