      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo de tratamento das divergencias da conciliacao
      *          com o RH (DIVERGENCIAS.dat, alimentado pelo PROGCONC).
      *          Lista as pendentes com a idade em dias e deixa o
      *          operador resolver cada uma pelo caminho normal:
      *          pessoa so no RH e cadastrada pelo PROGCADS com nome,
      *          email e CPF do extrato (os demais campos coletados e
      *          validados pelo PROGVALI, como no PROGCOLE); cadastro
      *          so na base e inativado e campo divergente e corrigido
      *          na tela do PROGALT, e o cadastro e relido para
      *          confirmar que a mudanca foi feita antes de dar o item
      *          por resolvido. Ou registra uma justificativa com
      *          validade - ate la a conciliacao suprime o item. A
      *          justificativa fica na trilha como evento de operador.
      *          Entrada exige perfil CADASTRO ou superior.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDIVERG.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIVERGENCIAS ASSIGN TO
           CFG-PATH-DIVERGENCIAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIV.

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

       FD  DIVERGENCIAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-DIVERG.cpy'.

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-DIV                   PIC 99.
           88 FS-DIV-OK                VALUE 0.

       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-QTD-DIV                  PIC 9(05) VALUE 0.
       77  WS-MAX-DIV                  PIC 9(05) VALUE 3000.
       77  WS-IDX                      PIC 9(05).
       77  WS-IDX-ATUAL                PIC 9(05).
       77  WS-QTD-PENDENTES            PIC 9(05).

       01  WS-TAB-DIVERGENCIAS.
           03 TAB-DIV-REG              PIC X(222) OCCURS 3000 TIMES.

       77  WS-ESTOURO-DIV              PIC X VALUE 'N'.
           88 ESTOURO-DIVERGENCIAS     VALUE 'S'.

       77  WS-HOUVE-TRATAMENTO         PIC X VALUE 'N'.
           88 HOUVE-TRATAMENTO         VALUE 'S'.

       77  WS-FIM-SESSAO               PIC X VALUE 'N'.
           88 FIM-SESSAO               VALUE 'S'.

       77  WS-NUMERO                   PIC 9(05).
       77  WS-OPCAO                    PIC X.

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DIAS-ABERTA              PIC 9(05).
       77  WS-DIAS-EXIB                PIC Z(04)9.
       77  WS-MAX-DIAS-JUSTIF          PIC 9(05) VALUE 365.
       77  WS-DATA-LIMITE              PIC 9(08).

       77  WS-JUSTIFICATIVA            PIC X(40).
       77  WS-VALIDADE-ALFA            PIC X(08).
       77  WS-VALIDADE                 PIC 9(08).

       77  WS-CONFERE                  PIC X.
           88 MUDANCA-CONFIRMADA       VALUE 'S'.

       77  WS-TIPO-EXIB                PIC X(12).

       77  WS-CONT-RESOLVIDAS          PIC 9(05) VALUE 0.
       77  WS-CONT-JUSTIFICADAS        PIC 9(05) VALUE 0.

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
           '/home/recic/Dev/PROG01/Dados/LK-PARAM.cpy'.

       01  LK-COM-AREA.
           03 LK-EMAIL                 PIC X(30).
           03 LK-NOME                  PIC X(30).
           03 LK-SENHA                 PIC X(8).
           03 LK-TELEFONE              PIC 9(13).
           03 LK-TELEFONE-TIPO         PIC X(01).
           03 LK-TELEFONE-2            PIC 9(13).
           03 LK-TELEFONE-2-TIPO       PIC X(01).
           03 LK-TELEFONE-3            PIC 9(13).
           03 LK-TELEFONE-3-TIPO       PIC X(01).
           03 LK-CPF                   PIC 9(11).
           03 LK-RESULTADO             PIC X(01).
              88 LK-CADASTRO-OK        VALUE 'S'.
              88 LK-CADASTRO-FALHOU    VALUE 'N'.
           03 LK-MOTIVO                PIC X(30).
           03 LK-ACAO                  PIC X(01).
              88 LK-ACAO-VERIFICA      VALUE 'V'.
           03 LK-ID-GERADO             PIC 9(05).
           03 LK-RECARGA-CPFS          PIC X(01).
              88 LK-FORCA-RECARGA-CPFS VALUE 'R'.
           03 LK-DEPARTAMENTO          PIC 9(03).
           03 LK-VINCULO               PIC X(01).
           03 LK-DATA-FIM-CONTRATO     PIC 9(08).

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-QTD-DIV
           MOVE 0 TO WS-CONT-RESOLVIDAS
           MOVE 0 TO WS-CONT-JUSTIFICADAS
           MOVE 'N' TO WS-ESTOURO-DIV
           MOVE 'N' TO WS-HOUVE-TRATAMENTO
           MOVE 'N' TO WS-FIM-SESSAO
           SET LK-FORCA-RECARGA-CPFS TO TRUE

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              GOBACK
           END-IF

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'CONC-JUSTIF-MAX-DIAS' TO LK-PAR-CHAVE
           MOVE 365 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-MAX-DIAS-JUSTIF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER (
              FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
              + WS-MAX-DIAS-JUSTIF)

           PERFORM CARREGA-DIVERGENCIAS

      *    regravar o arquivo a partir de uma tabela estourada
      *    apagaria os itens alem do limite - a sessao e recusada
           IF ESTOURO-DIVERGENCIAS
              DISPLAY 'ARQUIVO COM MAIS DE ' WS-MAX-DIV
                      ' DIVERGENCIAS - TRATAMENTO RECUSADO PARA NAO '
                      'PERDER AS EXCEDENTES'
              GOBACK
           END-IF

           PERFORM SESSAO-TRATAMENTO UNTIL FIM-SESSAO

           IF HOUVE-TRATAMENTO
              PERFORM REGRAVA-DIVERGENCIAS
           END-IF

           DISPLAY ' '
           DISPLAY 'TRATAMENTO CONCLUIDO - RESOLVIDAS: '
                   WS-CONT-RESOLVIDAS ' JUSTIFICADAS: '
                   WS-CONT-JUSTIFICADAS

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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA TRATAR AS '
                      'DIVERGENCIAS DA CONCILIACAO'
              MOVE 'R'            TO LK-LOG-TIPO
              MOVE 0              TO LK-LOG-ID-USUARIO
              MOVE 'DIVERGENCIA'  TO LK-LOG-CAMPO
              MOVE SPACES         TO LK-LOG-VALOR-ANTES
              MOVE SPACES         TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       CARREGA-DIVERGENCIAS.
           SET EOF-OK TO FALSE

           OPEN INPUT DIVERGENCIAS

           IF FS-DIV-OK
              PERFORM UNTIL EOF-OK
                 READ DIVERGENCIAS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-DIV < WS-MAX-DIV
                          ADD 1 TO WS-QTD-DIV
                          MOVE REG-DIVERGENCIA
                            TO TAB-DIV-REG (WS-QTD-DIV)
                       ELSE
                          SET ESTOURO-DIVERGENCIAS TO TRUE
                          DISPLAY 'LIMITE DE ' WS-MAX-DIV
                                  ' DIVERGENCIAS NO ARQUIVO ATINGIDO'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIVERGENCIAS
           END-IF
       .

      ******************************************************************
      * Uma volta da sessao: lista as pendentes (inclusive as de
      * justificativa vencida, que a proxima conciliacao reabriria) e
      * pede o numero do item a tratar.
      ******************************************************************
       SESSAO-TRATAMENTO.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '      DIVERGENCIAS DA CONCILIACAO COM O RH         '
           DISPLAY '*-------------------------------------------------*'

           MOVE 0 TO WS-QTD-PENDENTES
           PERFORM LISTA-PENDENTE
           VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-DIV

           IF WS-QTD-PENDENTES = 0
              DISPLAY 'NENHUMA DIVERGENCIA PENDENTE'
              SET FIM-SESSAO TO TRUE
           ELSE
              DISPLAY WS-QTD-PENDENTES ' PENDENTE(S)'
              DISPLAY 'NUMERO DA DIVERGENCIA A TRATAR (0 = ENCERRAR): '
              ACCEPT WS-NUMERO
              IF WS-NUMERO = 0
                 SET FIM-SESSAO TO TRUE
              ELSE
                 IF WS-NUMERO > WS-QTD-DIV
                    DISPLAY 'NUMERO INVALIDO'
                 ELSE
                    MOVE WS-NUMERO TO WS-IDX-ATUAL
                    MOVE TAB-DIV-REG (WS-IDX-ATUAL) TO REG-DIVERGENCIA
                    IF DIV-PENDENTE
                       OR (DIV-JUSTIFICADA
                           AND DIV-VALIDADE < WS-DATA-HOJE)
                       PERFORM TRATA-DIVERGENCIA
                    ELSE
                       DISPLAY 'DIVERGENCIA JA TRATADA'
                    END-IF
                 END-IF
              END-IF
           END-IF
       .

       LISTA-PENDENTE.
           MOVE TAB-DIV-REG (WS-IDX) TO REG-DIVERGENCIA

           IF DIV-PENDENTE
              OR (DIV-JUSTIFICADA AND DIV-VALIDADE < WS-DATA-HOJE)
              ADD 1 TO WS-QTD-PENDENTES
              PERFORM CALCULA-IDADE
              PERFORM DESCREVE-TIPO
              DISPLAY WS-IDX ' ' WS-TIPO-EXIB ' CPF ' DIV-CPF
                      ' ID ' DIV-ID-USUARIO ' ' DIV-CAMPO
                      ' HA ' WS-DIAS-EXIB ' DIAS'
           END-IF
       .

       CALCULA-IDADE.
           COMPUTE WS-DIAS-ABERTA =
              FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
              - FUNCTION INTEGER-OF-DATE (DIV-DATA-PRIMEIRA)
           MOVE WS-DIAS-ABERTA TO WS-DIAS-EXIB
       .

       DESCREVE-TIPO.
           EVALUATE TRUE
              WHEN DIV-SO-RH
                 MOVE 'SO NO RH'     TO WS-TIPO-EXIB
              WHEN DIV-SO-BASE
                 MOVE 'SO NA BASE'   TO WS-TIPO-EXIB
              WHEN OTHER
                 MOVE 'CAMPO'        TO WS-TIPO-EXIB
           END-EVALUATE
       .

       TRATA-DIVERGENCIA.
           PERFORM CALCULA-IDADE
           PERFORM DESCREVE-TIPO

           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY 'DIVERGENCIA ' WS-IDX-ATUAL ': ' WS-TIPO-EXIB
                   ' - ABERTA HA ' WS-DIAS-EXIB ' DIAS'
           DISPLAY 'CPF......: ' DIV-CPF
           EVALUATE TRUE
              WHEN DIV-SO-RH
                 DISPLAY 'NOME RH..: ' DIV-NOME-RH
                 DISPLAY 'EMAIL RH.: ' DIV-EMAIL-RH
                 DISPLAY '     1 - CADASTRAR A PESSOA'
              WHEN DIV-SO-BASE
                 DISPLAY 'ID.......: ' DIV-ID-USUARIO
                 DISPLAY 'NOME BASE: ' DIV-VALOR-BASE
                 DISPLAY '     2 - INATIVAR O CADASTRO'
              WHEN OTHER
                 DISPLAY 'ID.......: ' DIV-ID-USUARIO
                 DISPLAY 'CAMPO....: ' DIV-CAMPO
                 DISPLAY 'NA BASE..: ' DIV-VALOR-BASE
                 DISPLAY 'NO RH....: ' DIV-VALOR-RH
                 DISPLAY '     3 - CORRIGIR O CADASTRO'
           END-EVALUATE
           DISPLAY '     4 - JUSTIFICAR (COM VALIDADE)'
           DISPLAY '     9 - VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE TRUE
              WHEN WS-OPCAO = '1' AND DIV-SO-RH
                 PERFORM CADASTRA-PESSOA
              WHEN WS-OPCAO = '2' AND DIV-SO-BASE
                 PERFORM INATIVA-CADASTRO
              WHEN WS-OPCAO = '3' AND DIV-CAMPO-DIVERGE
                 PERFORM CORRIGE-CADASTRO
              WHEN WS-OPCAO = '4'
                 PERFORM JUSTIFICA-DIVERGENCIA
              WHEN WS-OPCAO = '9'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA PARA ESTA DIVERGENCIA'
           END-EVALUATE
       .

      ******************************************************************
      * Cadastrar: nome, email e CPF vem do extrato e passam pelas
      * regras do PROGVALI; um nome ou email reprovado e pedido de novo
      * na tela. Senha, telefone, departamento e vinculo sao coletados
      * pelo PROGVALI como no PROGCOLE e o cadastro segue pelo PROGCADS.
      ******************************************************************
       CADASTRA-PESSOA.
           SET LK-VALI-MODO-BATCH TO TRUE
           MOVE DIV-CPF TO LK-VALI-CPF-ALFA
           SET LK-VALI-EH-CPF TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA

           IF NOT LK-VALI-VALIDO
              DISPLAY 'CPF DO EXTRATO INVALIDO - A PESSOA NAO PODE '
                      'SER CADASTRADA; JUSTIFIQUE A DIVERGENCIA'
           ELSE
              PERFORM COLETA-CADASTRO
           END-IF
       .

       COLETA-CADASTRO.
           MOVE DIV-CPF TO LK-CPF

           SET LK-VALI-MODO-BATCH TO TRUE
           MOVE DIV-NOME-RH TO LK-VALI-NOME
           SET LK-VALI-EH-NOME TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF NOT LK-VALI-VALIDO
              DISPLAY 'NOME DO EXTRATO REPROVADO - INFORME O NOME'
              MOVE SPACE TO LK-VALI-MODO
              SET LK-VALI-EH-NOME TO TRUE
              CALL CFG-PATH-PROGVALI
              USING LK-VALI-AREA
           END-IF
           MOVE LK-VALI-NOME TO LK-NOME

           SET LK-VALI-MODO-BATCH TO TRUE
           MOVE DIV-EMAIL-RH TO LK-VALI-EMAIL
           SET LK-VALI-EH-EMAIL TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF NOT LK-VALI-VALIDO
              DISPLAY 'EMAIL DO EXTRATO REPROVADO - INFORME O EMAIL'
              MOVE SPACE TO LK-VALI-MODO
              SET LK-VALI-EH-EMAIL TO TRUE
              CALL CFG-PATH-PROGVALI
              USING LK-VALI-AREA
           END-IF
           MOVE LK-VALI-EMAIL TO LK-EMAIL

           MOVE SPACE TO LK-VALI-MODO

           SET LK-VALI-EH-SENHA TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           MOVE LK-VALI-SENHA TO LK-SENHA

           SET LK-VALI-EH-TELEFONE TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           MOVE LK-VALI-TELEFONE TO LK-TELEFONE
           MOVE 'C'              TO LK-TELEFONE-TIPO
           MOVE 0                TO LK-TELEFONE-2
           MOVE SPACE            TO LK-TELEFONE-2-TIPO
           MOVE 0                TO LK-TELEFONE-3
           MOVE SPACE            TO LK-TELEFONE-3-TIPO

           SET LK-VALI-EH-DEPARTAMENTO TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           MOVE LK-VALI-DEPARTAMENTO TO LK-DEPARTAMENTO

           SET LK-VALI-EH-VINCULO TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           MOVE LK-VALI-VINCULO  TO LK-VINCULO
           MOVE LK-VALI-DATA-FIM TO LK-DATA-FIM-CONTRATO

           MOVE SPACE TO LK-ACAO

           CALL CFG-PATH-PROGCADS
           USING LK-COM-AREA

           IF LK-CADASTRO-OK
              DISPLAY 'PESSOA CADASTRADA - ID ' LK-ID-GERADO
              MOVE LK-ID-GERADO TO DIV-ID-USUARIO
              SET DIV-ACAO-CADASTRAR TO TRUE
              PERFORM MARCA-RESOLVIDA
           ELSE
              IF LK-MOTIVO = SPACES
                 DISPLAY 'CADASTRO RECUSADO - EMAIL OU ID JA '
                         'CADASTRADO'
              ELSE
                 DISPLAY 'CADASTRO RECUSADO - ' LK-MOTIVO
              END-IF
              DISPLAY 'DIVERGENCIA CONTINUA PENDENTE'
           END-IF
       .

      ******************************************************************
      * Inativar e corrigir passam pela tela do PROGALT (permissao,
      * concorrencia, trilha e historico de senha inclusos); na volta o
      * cadastro e relido e so a mudanca confirmada resolve o item.
      ******************************************************************
       INATIVA-CADASTRO.
           DISPLAY ' '
           DISPLAY 'NA TELA DE ALTERACAO INFORME O ID '
                   DIV-ID-USUARIO ' E ALTERE O STATUS PARA INATIVO'
           CALL CFG-PATH-PROGALT

           MOVE 'N' TO WS-CONFERE
           PERFORM RELE-CADASTRO
           IF FS-OK
              IF INATIVO-USUARIO OR ANONIMIZADO-USUARIO
                 SET MUDANCA-CONFIRMADA TO TRUE
              END-IF
           END-IF

           IF MUDANCA-CONFIRMADA
              SET DIV-ACAO-INATIVAR TO TRUE
              PERFORM MARCA-RESOLVIDA
           ELSE
              DISPLAY 'CADASTRO NAO FOI INATIVADO - DIVERGENCIA '
                      'CONTINUA PENDENTE'
           END-IF
       .

       CORRIGE-CADASTRO.
           DISPLAY ' '
           DISPLAY 'NA TELA DE ALTERACAO INFORME O ID '
                   DIV-ID-USUARIO ' E ALTERE ' DIV-CAMPO
                   ' PARA: ' DIV-VALOR-RH
           CALL CFG-PATH-PROGALT

           MOVE 'N' TO WS-CONFERE
           PERFORM RELE-CADASTRO
           IF FS-OK
              EVALUATE DIV-CAMPO
                 WHEN 'NOME'
                    IF NOME = DIV-VALOR-RH
                       SET MUDANCA-CONFIRMADA TO TRUE
                    END-IF
                 WHEN 'EMAIL'
                    IF EMAIL = DIV-VALOR-RH
                       SET MUDANCA-CONFIRMADA TO TRUE
                    END-IF
                 WHEN 'STATUS'
                    IF STATUS-USUARIO = DIV-VALOR-RH (1:1)
                       SET MUDANCA-CONFIRMADA TO TRUE
                    END-IF
              END-EVALUATE
           END-IF

           IF MUDANCA-CONFIRMADA
              SET DIV-ACAO-CORRIGIR TO TRUE
              PERFORM MARCA-RESOLVIDA
           ELSE
              DISPLAY 'CADASTRO AINDA DIFERE DO RH - DIVERGENCIA '
                      'CONTINUA PENDENTE'
           END-IF
       .

       RELE-CADASTRO.
           OPEN INPUT USUARIOS

           IF FS-OK
              MOVE DIV-ID-USUARIO TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    DISPLAY 'CADASTRO ' DIV-ID-USUARIO
                            ' NAO ENCONTRADO'
                    MOVE 23 TO WS-FS
              END-READ
              IF FS-OK
                 CLOSE USUARIOS
              ELSE
                 CLOSE USUARIOS
                 MOVE 23 TO WS-FS
              END-IF
           ELSE
              DISPLAY 'ERRO AO ABRIR O ARQUIVO DE USUARIOS'
              DISPLAY 'FILE STATUS: ' WS-FS
           END-IF
       .

       JUSTIFICA-DIVERGENCIA.
           DISPLAY 'JUSTIFICATIVA (ATE 40 CARACTERES): '
           ACCEPT WS-JUSTIFICATIVA

           DISPLAY 'VALIDA ATE (AAAAMMDD): '
           ACCEPT WS-VALIDADE-ALFA

           EVALUATE TRUE
              WHEN WS-JUSTIFICATIVA = SPACES
                 DISPLAY 'JUSTIFICATIVA OBRIGATORIA'
              WHEN WS-VALIDADE-ALFA NOT NUMERIC
                 DISPLAY 'VALIDADE INVALIDA'
              WHEN FUNCTION TEST-DATE-YYYYMMDD (
                      FUNCTION NUMVAL (WS-VALIDADE-ALFA)) NOT = 0
                 DISPLAY 'VALIDADE INVALIDA'
              WHEN OTHER
                 MOVE WS-VALIDADE-ALFA TO WS-VALIDADE
                 IF WS-VALIDADE < WS-DATA-HOJE
                    OR WS-VALIDADE > WS-DATA-LIMITE
                    DISPLAY 'VALIDADE DEVE FICAR ENTRE HOJE E '
                            WS-DATA-LIMITE
                 ELSE
                    PERFORM REGISTRA-JUSTIFICATIVA
                 END-IF
           END-EVALUATE
       .

       REGISTRA-JUSTIFICATIVA.
           SET DIV-JUSTIFICADA     TO TRUE
           SET DIV-ACAO-JUSTIFICAR TO TRUE
           MOVE WS-JUSTIFICATIVA   TO DIV-JUSTIFICATIVA
           MOVE WS-VALIDADE        TO DIV-VALIDADE
           MOVE LK-SESS-MATRICULA  TO DIV-MATRICULA-TRAT
           MOVE WS-DATA-HOJE       TO DIV-DATA-TRAT
           MOVE REG-DIVERGENCIA    TO TAB-DIV-REG (WS-IDX-ATUAL)
           SET HOUVE-TRATAMENTO TO TRUE
           ADD 1 TO WS-CONT-JUSTIFICADAS

           MOVE 'O'                TO LK-LOG-TIPO
           MOVE DIV-ID-USUARIO     TO LK-LOG-ID-USUARIO
           MOVE 'JUSTIF-CONC'      TO LK-LOG-CAMPO
           MOVE SPACES             TO LK-LOG-VALOR-ANTES
           STRING DIV-TIPO         DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  DIV-CPF          DELIMITED SIZE
                  ' ATE '          DELIMITED SIZE
                  DIV-VALIDADE     DELIMITED SIZE
             INTO LK-LOG-VALOR-ANTES
           MOVE WS-JUSTIFICATIVA   TO LK-LOG-VALOR-DEPOIS
           CALL CFG-PATH-PROGLOG
           USING LK-LOG-AREA

           DISPLAY 'JUSTIFICATIVA REGISTRADA ATE ' DIV-VALIDADE
       .

       MARCA-RESOLVIDA.
           SET DIV-RESOLVIDA TO TRUE
           MOVE LK-SESS-MATRICULA TO DIV-MATRICULA-TRAT
           MOVE WS-DATA-HOJE      TO DIV-DATA-TRAT
           MOVE REG-DIVERGENCIA   TO TAB-DIV-REG (WS-IDX-ATUAL)
           SET HOUVE-TRATAMENTO TO TRUE
           ADD 1 TO WS-CONT-RESOLVIDAS
           DISPLAY 'DIVERGENCIA RESOLVIDA'
       .

       REGRAVA-DIVERGENCIAS.
           OPEN OUTPUT DIVERGENCIAS

           IF NOT FS-DIV-OK
              DISPLAY 'ERRO AO REGRAVAR AS DIVERGENCIAS'
              DISPLAY 'FILE STATUS: ' WS-FS-DIV
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-DIV
                 MOVE TAB-DIV-REG (WS-IDX) TO REG-DIVERGENCIA
                 WRITE REG-DIVERGENCIA
              END-PERFORM
              CLOSE DIVERGENCIAS
           END-IF
       .

       END PROGRAM PROGDIVERG.
