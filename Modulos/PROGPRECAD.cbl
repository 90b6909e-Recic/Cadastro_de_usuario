      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Fila de pre-cadastros vindos da intranet. Os gestores
      *          deixam os dados do recem-contratado em
      *          PRECAD-ENTRADA.txt, uma linha por pedido:
      *          PEDIDO;SOLICITANTE;EMAIL;NOME;TELEFONE;CPF;
      *          DEPARTAMENTO;VINCULO;FIM-CONTRATO;TIPO-END;CEP;
      *          LOGRADOURO;NUMERO;COMPLEMENTO;BAIRRO;CIDADE;UF
      *          Na chegada (passo PRECAD do PROGJOB ou opcao 1 da
      *          tela) cada pedido e validado com as regras batch do
      *          PROGVALI - e com a checagem de duplicidade do
      *          PROGCADS em acao verifica - e entra na fila
      *          PRECADASTROS.dat como pendente, com os campos
      *          reprovados anotados; pedido ja recebido e recusado.
      *          Na revisao (opcao 30 do menu, perfil CADASTRO) o
      *          operador ve cada pedido com seus problemas, corrige
      *          os campos com revalidacao imediata e aprova - o
      *          cadastro nasce pelo PROGCADS com departamento e
      *          vinculo, o endereco pelo PROGENDE e a senha e uma
      *          temporaria mostrada uma so vez, com troca forcada no
      *          primeiro uso (mesma regra do PROGRESET) - ou rejeita
      *          com o motivo. Cada decisao vai para
      *          PRECAD-RETORNO.txt (PEDIDO;SITUACAO;ID;DATA;MOTIVO),
      *          lido de volta pela intranet. Pedido pendente ha mais
      *          de PRECAD-PRAZO-DIAS dias (padrao 3) gera um alerta
      *          no PROGALERTA uma unica vez; em batch o RC e 4 quando
      *          ha pedido atrasado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPRECAD.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRECAD-ENTRADA ASSIGN TO
           CFG-PATH-PRECAD-ENTRADA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-ENT.

           SELECT PRECADASTROS ASSIGN TO
           CFG-PATH-PRECADASTROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-PEDIDO
           FILE STATUS IS WS-FS-PRE.

           SELECT PRECAD-RETORNO ASSIGN TO
           CFG-PATH-PRECAD-RETORNO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RET.

           SELECT USUARIOS ASSIGN TO
           CFG-PATH-USUARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-USUARIO
           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  PRECAD-ENTRADA.
       01  REG-PRECAD-ENTRADA          PIC X(300).

       FD  PRECADASTROS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-PRECAD.cpy'.

       FD  PRECAD-RETORNO.
       01  REG-PRECAD-RETORNO          PIC X(100).

       FD  USUARIOS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS                       PIC 99.
           88 FS-OK                    VALUE 0.

       77  WS-FS-ENT                   PIC 99.
           88 FS-ENT-OK                VALUE 0.
           88 FS-ENT-NAO-EXISTE        VALUE 35.

       77  WS-FS-PRE                   PIC 99.
           88 FS-PRE-OK                VALUE 0.
           88 FS-PRE-NAO-EXISTE        VALUE 35.

       77  WS-FS-RET                   PIC 99.
           88 FS-RET-OK                VALUE 0.
           88 FS-RET-NAO-EXISTE        VALUE 35.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-ACESSO                   PIC X VALUE 'N'.
           88 ACESSO-PERMITIDO         VALUE 'S'.

       77  WS-FIM-MENU                 PIC X VALUE 'N'.
           88 FIM-MENU                 VALUE 'S'.

       77  WS-FIM-REVISAO              PIC X VALUE 'N'.
           88 FIM-REVISAO              VALUE 'S'.

       77  WS-OPCAO                    PIC X.

       77  WS-PEDIDO-PROCURA           PIC X(10).

       01  WS-CAMPOS-LINHA.
           03 WS-CAMPO-PEDIDO          PIC X(10).
           03 WS-CAMPO-SOLICITANTE     PIC X(30).
           03 WS-CAMPO-EMAIL           PIC X(30).
           03 WS-CAMPO-NOME            PIC X(30).
           03 WS-CAMPO-TELEFONE        PIC X(13).
           03 WS-CAMPO-CPF             PIC X(11).
           03 WS-CAMPO-DEPARTAMENTO    PIC X(03).
           03 WS-CAMPO-VINCULO         PIC X(01).
           03 WS-CAMPO-DATA-FIM        PIC X(08).
           03 WS-CAMPO-END-TIPO        PIC X(01).
           03 WS-CAMPO-CEP             PIC X(08).
           03 WS-CAMPO-LOGRADOURO      PIC X(40).
           03 WS-CAMPO-NUMERO          PIC X(08).
           03 WS-CAMPO-COMPLEMENTO     PIC X(20).
           03 WS-CAMPO-BAIRRO          PIC X(20).
           03 WS-CAMPO-CIDADE          PIC X(30).
           03 WS-CAMPO-UF              PIC X(02).

      *    valores aceitos pela ultima validacao completa do pedido
       01  WS-VALIDADOS.
           03 WS-VAL-EMAIL             PIC X(30).
           03 WS-VAL-TELEFONE          PIC 9(13).
           03 WS-VAL-CPF               PIC 9(11).
           03 WS-VAL-DEPARTAMENTO      PIC 9(03).
           03 WS-VAL-VINCULO           PIC X(01).
           03 WS-VAL-DATA-FIM          PIC 9(08).
           03 WS-VAL-CEP               PIC 9(08).

       77  WS-CEP-OK                   PIC X.
           88 CEP-VALIDO               VALUE 'S'.
       77  WS-UF-OK                    PIC X.
           88 UF-VALIDA                VALUE 'S'.

       77  WS-PROBLEMA                 PIC X(12).
       77  WS-PROBLEMAS-AUX            PIC X(60).

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-HORA-AGORA               PIC 9(08).
       77  WS-DIAS-PRAZO               PIC 9(03).
       77  WS-DIAS-PENDENTE            PIC 9(05).

       77  WS-CONT-LIDOS               PIC 9(05) VALUE 0.
       77  WS-CONT-RECEBIDOS           PIC 9(05) VALUE 0.
       77  WS-CONT-RECUSADOS           PIC 9(05) VALUE 0.
       77  WS-CONT-COM-PROBLEMA        PIC 9(05) VALUE 0.
       77  WS-CONT-PENDENTES           PIC 9(05) VALUE 0.
       77  WS-CONT-ATRASADOS           PIC 9(05) VALUE 0.
       77  WS-CONT-ALERTAS             PIC 9(05) VALUE 0.

       77  WS-RC                       PIC 9(04) VALUE 0.

       77  WS-SENHA-TEMP               PIC X(08).
       77  WS-SEMENTE                  PIC X(08).
       77  WS-IDX                      PIC 99.
       77  WS-POS-ALFA                 PIC 99.

      *    a senha temporaria recuada para esta data forca a regra de
      *    expiracao do PROGALT no primeiro uso
       77  WS-DATA-FORCA-TROCA         PIC 9(08) VALUE 20000101.

       77  WS-MAIUSCULAS               PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WS-MINUSCULAS               PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       77  WS-DIGITOS                  PIC X(10) VALUE
           '0123456789'.
       77  WS-ESPECIAIS                PIC X(08) VALUE
           '#$%*!()-'.

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
           '/home/recic/Dev/PROG01/Dados/LK-ALERTA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VALIDA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ENDE.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-HASH.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO WS-RC
           MOVE 0 TO WS-CONT-LIDOS
           MOVE 0 TO WS-CONT-RECEBIDOS
           MOVE 0 TO WS-CONT-RECUSADOS
           MOVE 0 TO WS-CONT-COM-PROBLEMA
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           SET LK-FORCA-RECARGA-CPFS TO TRUE

           SET LK-SESS-CONSULTAR TO TRUE
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           SET LK-PAR-CONSULTAR TO TRUE
           MOVE 'PRECAD-PRAZO-DIAS' TO LK-PAR-CHAVE
           MOVE 3 TO LK-PAR-VALOR
           CALL CFG-PATH-PROGPARAM
           USING LK-PAR-AREA
           MOVE LK-PAR-VALOR TO WS-DIAS-PRAZO

           IF LK-SESS-MODO-BATCH
              PERFORM RECEBE-PEDIDOS
              PERFORM VERIFICA-PENDENCIAS

              SET LK-SESS-RESULT-GRAVAR TO TRUE
              MOVE WS-CONT-LIDOS     TO LK-SESS-QTD-PROCESSADOS
              MOVE WS-CONT-RECEBIDOS TO LK-SESS-QTD-ACEITOS
              MOVE WS-CONT-RECUSADOS TO LK-SESS-QTD-REJEITADOS
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
              DISPLAY 'OPERADOR SEM PERMISSAO PARA OS PRE-CADASTROS '
                      'DA INTRANET'
              MOVE 'R'          TO LK-LOG-TIPO
              MOVE 0            TO LK-LOG-ID-USUARIO
              MOVE 'PRE-CADASTRO' TO LK-LOG-CAMPO
              MOVE SPACES       TO LK-LOG-VALOR-ANTES
              MOVE SPACES       TO LK-LOG-VALOR-DEPOIS
              CALL CFG-PATH-PROGLOG
              USING LK-LOG-AREA
           END-IF
       .

       PROCESSA-MENU.
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '          PRE-CADASTROS VINDOS DA INTRANET         '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - RECEBER OS PEDIDOS DA INTRANET            '
           DISPLAY '     2 - LISTAR PEDIDOS PENDENTES                  '
           DISPLAY '     3 - REVISAR UM PEDIDO                         '
           DISPLAY '     4 - VOLTAR                                    '
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 PERFORM RECEBE-PEDIDOS
                 PERFORM VERIFICA-PENDENCIAS
              WHEN '2'
                 PERFORM LISTA-PENDENTES
              WHEN '3'
                 PERFORM REVISA-PEDIDO
              WHEN '4'
                 SET FIM-MENU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

      ******************************************************************
      * Chegada: cada linha vira um pedido pendente, validado na hora;
      * o arquivo da intranet e esvaziado ao fim para a proxima
      * entrega nao repetir os pedidos ja recebidos.
      ******************************************************************
       RECEBE-PEDIDOS.
           SET EOF-OK TO FALSE

           OPEN INPUT PRECAD-ENTRADA

           IF FS-ENT-NAO-EXISTE
              DISPLAY 'NENHUM PEDIDO DA INTRANET A RECEBER'
           ELSE
              IF NOT FS-ENT-OK
                 DISPLAY 'ERRO AO ABRIR O ARQUIVO DA INTRANET'
                 DISPLAY 'FILE STATUS: ' WS-FS-ENT
                 MOVE 8 TO WS-RC
              ELSE
                 OPEN I-O PRECADASTROS
                 IF FS-PRE-NAO-EXISTE
                    OPEN OUTPUT PRECADASTROS
                    CLOSE PRECADASTROS
                    OPEN I-O PRECADASTROS
                 END-IF

                 IF NOT FS-PRE-OK
                    DISPLAY 'ERRO AO ABRIR A FILA DE PRE-CADASTROS'
                    DISPLAY 'FILE STATUS: ' WS-FS-PRE
                    CLOSE PRECAD-ENTRADA
                    MOVE 8 TO WS-RC
                 ELSE
                    PERFORM LE-ENTRADA-INTRANET
                 END-IF
              END-IF
           END-IF
       .

       LE-ENTRADA-INTRANET.
           PERFORM UNTIL EOF-OK
              READ PRECAD-ENTRADA
                 AT END
                    SET EOF-OK TO TRUE
                 NOT AT END
                    IF REG-PRECAD-ENTRADA NOT = SPACES
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM RECEBE-LINHA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE PRECADASTROS
           CLOSE PRECAD-ENTRADA

           OPEN OUTPUT PRECAD-ENTRADA
           CLOSE PRECAD-ENTRADA

           DISPLAY 'PEDIDOS DA INTRANET - LIDOS: ' WS-CONT-LIDOS
                   ' NA FILA: ' WS-CONT-RECEBIDOS
                   ' (' WS-CONT-COM-PROBLEMA ' COM PROBLEMA)'
                   ' RECUSADOS: ' WS-CONT-RECUSADOS
       .

       RECEBE-LINHA.
           MOVE SPACES TO WS-CAMPOS-LINHA
           UNSTRING REG-PRECAD-ENTRADA DELIMITED BY ';'
              INTO WS-CAMPO-PEDIDO WS-CAMPO-SOLICITANTE
                   WS-CAMPO-EMAIL WS-CAMPO-NOME
                   WS-CAMPO-TELEFONE WS-CAMPO-CPF
                   WS-CAMPO-DEPARTAMENTO WS-CAMPO-VINCULO
                   WS-CAMPO-DATA-FIM WS-CAMPO-END-TIPO
                   WS-CAMPO-CEP WS-CAMPO-LOGRADOURO
                   WS-CAMPO-NUMERO WS-CAMPO-COMPLEMENTO
                   WS-CAMPO-BAIRRO WS-CAMPO-CIDADE
                   WS-CAMPO-UF
           END-UNSTRING

           IF WS-CAMPO-PEDIDO = SPACES
              ADD 1 TO WS-CONT-RECUSADOS
              DISPLAY 'LINHA ' WS-CONT-LIDOS
                      ' RECUSADA - SEM NUMERO DO PEDIDO'
           ELSE
              INITIALIZE REG-PRECAD
              MOVE WS-CAMPO-PEDIDO       TO PRE-PEDIDO
              MOVE WS-CAMPO-SOLICITANTE  TO PRE-SOLICITANTE
              MOVE WS-DATA-HOJE          TO PRE-DATA-RECEBIMENTO
              ACCEPT WS-HORA-AGORA FROM TIME
              MOVE WS-HORA-AGORA         TO PRE-HORA-RECEBIMENTO
              MOVE WS-CAMPO-EMAIL        TO PRE-EMAIL
              MOVE WS-CAMPO-NOME         TO PRE-NOME
              MOVE WS-CAMPO-TELEFONE     TO PRE-TELEFONE
              MOVE WS-CAMPO-CPF          TO PRE-CPF
              MOVE WS-CAMPO-DEPARTAMENTO TO PRE-DEPARTAMENTO
              MOVE WS-CAMPO-VINCULO      TO PRE-VINCULO
              MOVE WS-CAMPO-DATA-FIM     TO PRE-DATA-FIM
              MOVE WS-CAMPO-END-TIPO     TO PRE-END-TIPO
              MOVE WS-CAMPO-CEP          TO PRE-END-CEP
              MOVE WS-CAMPO-LOGRADOURO   TO PRE-END-LOGRADOURO
              MOVE WS-CAMPO-NUMERO       TO PRE-END-NUMERO
              MOVE WS-CAMPO-COMPLEMENTO  TO PRE-END-COMPLEMENTO
              MOVE WS-CAMPO-BAIRRO       TO PRE-END-BAIRRO
              MOVE WS-CAMPO-CIDADE       TO PRE-END-CIDADE
              MOVE WS-CAMPO-UF           TO PRE-END-UF
              SET PRE-PENDENTE  TO TRUE
              SET PRE-SEM-AVISO TO TRUE
              MOVE 0 TO PRE-ID-USUARIO
              MOVE 0 TO PRE-DATA-DECISAO
              MOVE 0 TO PRE-OPERADOR

              PERFORM VALIDA-PEDIDO

              WRITE REG-PRECAD
                 INVALID KEY
                    ADD 1 TO WS-CONT-RECUSADOS
                    DISPLAY 'PEDIDO ' WS-CAMPO-PEDIDO
                            ' RECUSADO - JA RECEBIDO ANTES'
                 NOT INVALID KEY
                    ADD 1 TO WS-CONT-RECEBIDOS
                    IF PRE-QTD-PROBLEMAS > 0
                       ADD 1 TO WS-CONT-COM-PROBLEMA
                       DISPLAY 'PEDIDO ' PRE-PEDIDO
                               ' NA FILA COM PROBLEMAS: '
                               PRE-PROBLEMAS
                    ELSE
                       DISPLAY 'PEDIDO ' PRE-PEDIDO ' NA FILA'
                    END-IF
              END-WRITE
           END-IF
       .

      ******************************************************************
      * Validacao completa do pedido com as regras batch do PROGVALI;
      * cada campo reprovado entra em PRE-PROBLEMAS. Com email e CPF
      * validos o PROGCADS (acao verifica) acusa duplicidade na base.
      ******************************************************************
       VALIDA-PEDIDO.
           MOVE 0 TO PRE-QTD-PROBLEMAS
           MOVE SPACES TO PRE-PROBLEMAS
           MOVE SPACES TO PRE-MOTIVO
           INITIALIZE WS-VALIDADOS
           SET LK-VALI-MODO-BATCH TO TRUE

           MOVE PRE-EMAIL TO LK-VALI-EMAIL
           SET LK-VALI-EH-EMAIL TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF LK-VALI-INVALIDO
              MOVE 'EMAIL' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           ELSE
              MOVE LK-VALI-EMAIL TO WS-VAL-EMAIL
           END-IF

           MOVE PRE-NOME TO LK-VALI-NOME
           SET LK-VALI-EH-NOME TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF LK-VALI-INVALIDO
              MOVE 'NOME' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           END-IF

           MOVE PRE-TELEFONE TO LK-VALI-TELEFONE-ALFA
           SET LK-VALI-EH-TELEFONE TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF LK-VALI-INVALIDO
              MOVE 'TELEFONE' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           ELSE
              MOVE LK-VALI-TELEFONE TO WS-VAL-TELEFONE
           END-IF

           MOVE PRE-CPF TO LK-VALI-CPF-ALFA
           SET LK-VALI-EH-CPF TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF LK-VALI-INVALIDO
              MOVE 'CPF' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           ELSE
              MOVE LK-VALI-CPF TO WS-VAL-CPF
           END-IF

           MOVE PRE-DEPARTAMENTO TO LK-VALI-DEPARTAMENTO-ALFA
           SET LK-VALI-EH-DEPARTAMENTO TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF LK-VALI-INVALIDO
              MOVE 'DEPTO' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           ELSE
              MOVE LK-VALI-DEPARTAMENTO TO WS-VAL-DEPARTAMENTO
           END-IF

           MOVE PRE-VINCULO  TO LK-VALI-VINCULO
           MOVE PRE-DATA-FIM TO LK-VALI-DATA-FIM-ALFA
           SET LK-VALI-EH-VINCULO TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF LK-VALI-INVALIDO
              MOVE 'VINCULO' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           ELSE
              MOVE LK-VALI-VINCULO  TO WS-VAL-VINCULO
              MOVE LK-VALI-DATA-FIM TO WS-VAL-DATA-FIM
           END-IF

           PERFORM VALIDA-ENDERECO

           IF PRE-QTD-PROBLEMAS = 0
              PERFORM VERIFICA-DUPLICIDADE
           END-IF
       .

       VALIDA-ENDERECO.
           MOVE 'N' TO WS-CEP-OK
           MOVE 'N' TO WS-UF-OK

           IF PRE-END-TIPO = SPACE
              MOVE 'R' TO PRE-END-TIPO
           END-IF
           IF PRE-END-TIPO NOT = 'R' AND PRE-END-TIPO NOT = 'C'
              MOVE 'TIPO-END' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           END-IF

           MOVE PRE-END-CEP TO LK-VALI-CEP-ALFA
           SET LK-VALI-EH-CEP TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF LK-VALI-INVALIDO
              MOVE 'CEP' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           ELSE
              MOVE LK-VALI-CEP TO WS-VAL-CEP
              SET CEP-VALIDO TO TRUE
           END-IF

           INSPECT PRE-END-UF CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE PRE-END-UF TO LK-VALI-UF
           SET LK-VALI-EH-UF TO TRUE
           CALL CFG-PATH-PROGVALI
           USING LK-VALI-AREA
           IF LK-VALI-INVALIDO
              MOVE 'UF' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           ELSE
              SET UF-VALIDA TO TRUE
           END-IF

           IF PRE-END-LOGRADOURO = SPACES
              OR PRE-END-NUMERO = SPACES
              OR PRE-END-CIDADE = SPACES
              MOVE 'ENDERECO' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
           END-IF

           IF CEP-VALIDO AND UF-VALIDA
              MOVE WS-VAL-CEP     TO LK-VALI-CEP
              MOVE PRE-END-UF     TO LK-VALI-UF
              MOVE PRE-END-CIDADE TO LK-VALI-CIDADE
              SET LK-VALI-EH-CEP-BASE TO TRUE
              CALL CFG-PATH-PROGVALI
              USING LK-VALI-AREA
              IF LK-VALI-INVALIDO
                 MOVE 'CEP/UF/CID' TO WS-PROBLEMA
                 PERFORM ANOTA-PROBLEMA
              END-IF
           END-IF
       .

       VERIFICA-DUPLICIDADE.
           MOVE WS-VAL-EMAIL        TO LK-EMAIL
           MOVE WS-VAL-CPF          TO LK-CPF
           SET LK-ACAO-VERIFICA     TO TRUE
           CALL CFG-PATH-PROGCADS
           USING LK-COM-AREA
           MOVE SPACE TO LK-RECARGA-CPFS

           IF LK-CADASTRO-FALHOU
              MOVE 'DUPLICIDADE' TO WS-PROBLEMA
              PERFORM ANOTA-PROBLEMA
              MOVE LK-MOTIVO TO PRE-MOTIVO
           END-IF
       .

       ANOTA-PROBLEMA.
           ADD 1 TO PRE-QTD-PROBLEMAS
           MOVE PRE-PROBLEMAS TO WS-PROBLEMAS-AUX
           MOVE SPACES TO PRE-PROBLEMAS
           IF WS-PROBLEMAS-AUX = SPACES
              MOVE WS-PROBLEMA TO PRE-PROBLEMAS
           ELSE
              STRING WS-PROBLEMAS-AUX DELIMITED '  '
                     ' '              DELIMITED SIZE
                     WS-PROBLEMA      DELIMITED SPACE
                INTO PRE-PROBLEMAS
           END-IF
       .

      ******************************************************************
      * Pendencias: pedido parado ha mais de PRECAD-PRAZO-DIAS gera um
      * alerta uma unica vez, marcado em PRE-AVISO.
      ******************************************************************
       VERIFICA-PENDENCIAS.
           MOVE 0 TO WS-CONT-PENDENTES
           MOVE 0 TO WS-CONT-ATRASADOS
           MOVE 0 TO WS-CONT-ALERTAS
           SET EOF-OK TO FALSE

           OPEN I-O PRECADASTROS

           IF NOT FS-PRE-OK
              IF NOT FS-PRE-NAO-EXISTE
                 DISPLAY 'ERRO AO ABRIR A FILA DE PRE-CADASTROS'
                 DISPLAY 'FILE STATUS: ' WS-FS-PRE
                 MOVE 8 TO WS-RC
              END-IF
           ELSE
              PERFORM UNTIL EOF-OK
                 READ PRECADASTROS NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF PRE-PENDENTE
                          ADD 1 TO WS-CONT-PENDENTES
                          PERFORM CALCULA-DIAS-PENDENTE
                          IF WS-DIAS-PENDENTE > WS-DIAS-PRAZO
                             ADD 1 TO WS-CONT-ATRASADOS
                             IF PRE-SEM-AVISO
                                PERFORM ALERTA-PENDENCIA
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE PRECADASTROS

              DISPLAY 'PRE-CADASTROS PENDENTES: ' WS-CONT-PENDENTES
                      ' - HA MAIS DE ' WS-DIAS-PRAZO ' DIAS: '
                      WS-CONT-ATRASADOS

              IF WS-CONT-ATRASADOS > 0
                 AND WS-RC < 4
                 MOVE 4 TO WS-RC
              END-IF
           END-IF
       .

       CALCULA-DIAS-PENDENTE.
           COMPUTE WS-DIAS-PENDENTE =
              FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
              - FUNCTION INTEGER-OF-DATE (PRE-DATA-RECEBIMENTO)
       .

       ALERTA-PENDENCIA.
           SET LK-ALR-GRAVAR TO TRUE
           MOVE 'PROGPRECAD' TO LK-ALR-ORIGEM
           MOVE SPACES TO LK-ALR-TEXTO
           STRING 'PRE-CADASTRO '       DELIMITED SIZE
                  PRE-PEDIDO            DELIMITED SPACE
                  ' PENDENTE DESDE '    DELIMITED SIZE
                  PRE-DATA-RECEBIMENTO  DELIMITED SIZE
                  ' - '                 DELIMITED SIZE
                  PRE-NOME              DELIMITED '  '
             INTO LK-ALR-TEXTO
           CALL CFG-PATH-PROGALERTA
           USING LK-ALR-AREA
           ADD 1 TO WS-CONT-ALERTAS

           SET PRE-AVISO-ATRASO TO TRUE
           REWRITE REG-PRECAD
              INVALID KEY
                 DISPLAY 'FALHA AO MARCAR O AVISO DO PEDIDO '
                         PRE-PEDIDO
           END-REWRITE
       .

       LISTA-PENDENTES.
           MOVE 0 TO WS-CONT-PENDENTES
           SET EOF-OK TO FALSE

           OPEN INPUT PRECADASTROS

           IF NOT FS-PRE-OK
              DISPLAY 'NENHUM PEDIDO NA FILA DE PRE-CADASTROS'
           ELSE
              DISPLAY ' '
              DISPLAY 'PEDIDO     RECEBIDO  DIAS  NOME'
                      '                            PROBLEMAS'
              PERFORM UNTIL EOF-OK
                 READ PRECADASTROS NEXT RECORD
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF PRE-PENDENTE
                          ADD 1 TO WS-CONT-PENDENTES
                          PERFORM CALCULA-DIAS-PENDENTE
                          DISPLAY PRE-PEDIDO ' '
                                  PRE-DATA-RECEBIMENTO ' '
                                  WS-DIAS-PENDENTE ' '
                                  PRE-NOME ' '
                                  PRE-QTD-PROBLEMAS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRECADASTROS
              DISPLAY WS-CONT-PENDENTES ' PEDIDO(S) PENDENTE(S)'
           END-IF
       .

      ******************************************************************
      * Revisao de um pedido pendente: correcoes revalidadas na hora e
      * regravadas na fila; a aprovacao exige o pedido sem problemas.
      ******************************************************************
       REVISA-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO: '
           ACCEPT WS-PEDIDO-PROCURA

           OPEN I-O PRECADASTROS

           IF NOT FS-PRE-OK
              DISPLAY 'NENHUM PEDIDO NA FILA DE PRE-CADASTROS'
           ELSE
              MOVE WS-PEDIDO-PROCURA TO PRE-PEDIDO
              READ PRECADASTROS
                 INVALID KEY
                    DISPLAY 'PEDIDO NAO ENCONTRADO'
                    CLOSE PRECADASTROS
                 NOT INVALID KEY
                    PERFORM REVISA-PEDIDO-LIDO
              END-READ
           END-IF
       .

       REVISA-PEDIDO-LIDO.
           IF NOT PRE-PENDENTE
              DISPLAY 'PEDIDO JA DECIDIDO - SITUACAO ' PRE-SITUACAO
                      ' EM ' PRE-DATA-DECISAO
              CLOSE PRECADASTROS
           ELSE
              PERFORM VALIDA-PEDIDO

              MOVE 'N' TO WS-FIM-REVISAO
              PERFORM TRATA-REVISAO UNTIL FIM-REVISAO

              CLOSE PRECADASTROS
           END-IF
       .

       TRATA-REVISAO.
           PERFORM CALCULA-DIAS-PENDENTE
           DISPLAY ' '
           DISPLAY '*-------------------------------------------------*'
           DISPLAY 'PEDIDO ' PRE-PEDIDO ' DE ' PRE-SOLICITANTE
           DISPLAY 'RECEBIDO EM ' PRE-DATA-RECEBIMENTO
                   ' - PENDENTE HA ' WS-DIAS-PENDENTE ' DIA(S)'
           IF PRE-QTD-PROBLEMAS > 0
              DISPLAY 'PROBLEMAS: ' PRE-PROBLEMAS
              IF PRE-MOTIVO NOT = SPACES
                 DISPLAY '           ' PRE-MOTIVO
              END-IF
           ELSE
              DISPLAY 'SEM PROBLEMAS DE VALIDACAO'
           END-IF
           DISPLAY '*-------------------------------------------------*'
           DISPLAY '     1 - EMAIL....: ' PRE-EMAIL
           DISPLAY '     2 - NOME.....: ' PRE-NOME
           DISPLAY '     3 - TELEFONE.: ' PRE-TELEFONE
           DISPLAY '     4 - CPF......: ' PRE-CPF
           DISPLAY '     5 - DEPTO....: ' PRE-DEPARTAMENTO
           DISPLAY '     6 - VINCULO..: ' PRE-VINCULO
                   '  FIM DO CONTRATO: ' PRE-DATA-FIM
           DISPLAY '     7 - ENDERECO.: ' PRE-END-LOGRADOURO
           DISPLAY '                    ' PRE-END-NUMERO ' '
                   PRE-END-COMPLEMENTO ' ' PRE-END-BAIRRO
           DISPLAY '                    ' PRE-END-CIDADE ' '
                   PRE-END-UF ' CEP ' PRE-END-CEP
                   ' (' PRE-END-TIPO ')'
           DISPLAY '     A - APROVAR (CRIA O CADASTRO)'
           DISPLAY '     R - REJEITAR'
           DISPLAY '     V - VOLTAR (GUARDA AS CORRECOES)'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
              WHEN '1'
                 DISPLAY 'NOVO EMAIL: '
                 ACCEPT PRE-EMAIL
                 PERFORM REVALIDA-PEDIDO
              WHEN '2'
                 DISPLAY 'NOVO NOME: '
                 ACCEPT PRE-NOME
                 PERFORM REVALIDA-PEDIDO
              WHEN '3'
                 DISPLAY 'NOVO TELEFONE: '
                 ACCEPT PRE-TELEFONE
                 PERFORM REVALIDA-PEDIDO
              WHEN '4'
                 DISPLAY 'NOVO CPF: '
                 ACCEPT PRE-CPF
                 PERFORM REVALIDA-PEDIDO
              WHEN '5'
                 DISPLAY 'NOVO DEPARTAMENTO: '
                 ACCEPT PRE-DEPARTAMENTO
                 PERFORM REVALIDA-PEDIDO
              WHEN '6'
                 DISPLAY 'NOVO VINCULO (F/T/E): '
                 ACCEPT PRE-VINCULO
                 DISPLAY 'NOVO FIM DO CONTRATO (AAAAMMDD): '
                 ACCEPT PRE-DATA-FIM
                 PERFORM REVALIDA-PEDIDO
              WHEN '7'
                 PERFORM CORRIGE-ENDERECO
                 PERFORM REVALIDA-PEDIDO
              WHEN 'A'
              WHEN 'a'
                 PERFORM APROVA-PEDIDO
              WHEN 'R'
              WHEN 'r'
                 PERFORM REJEITA-PEDIDO
              WHEN 'V'
              WHEN 'v'
                 SET FIM-REVISAO TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
       .

       CORRIGE-ENDERECO.
           DISPLAY 'TIPO (R - RESIDENCIAL / C - COMERCIAL): '
           ACCEPT PRE-END-TIPO
           DISPLAY 'CEP: '
           ACCEPT PRE-END-CEP
           DISPLAY 'LOGRADOURO: '
           ACCEPT PRE-END-LOGRADOURO
           DISPLAY 'NUMERO: '
           ACCEPT PRE-END-NUMERO
           DISPLAY 'COMPLEMENTO (BRANCO = SEM): '
           ACCEPT PRE-END-COMPLEMENTO
           DISPLAY 'BAIRRO: '
           ACCEPT PRE-END-BAIRRO
           DISPLAY 'CIDADE: '
           ACCEPT PRE-END-CIDADE
           DISPLAY 'UF: '
           ACCEPT PRE-END-UF
       .

       REVALIDA-PEDIDO.
           PERFORM VALIDA-PEDIDO

           IF PRE-QTD-PROBLEMAS > 0
              DISPLAY 'AINDA COM PROBLEMAS: ' PRE-PROBLEMAS
           ELSE
              DISPLAY 'PEDIDO VALIDO'
           END-IF

           REWRITE REG-PRECAD
              INVALID KEY
                 DISPLAY 'FALHA AO GRAVAR A CORRECAO DO PEDIDO'
           END-REWRITE
       .

      ******************************************************************
      * Aprovacao: revalida tudo, cria o cadastro pelo PROGCADS com
      * senha temporaria, grava o endereco pelo PROGENDE, forca a
      * troca da senha no primeiro uso e devolve o ID a intranet.
      ******************************************************************
       APROVA-PEDIDO.
           PERFORM VALIDA-PEDIDO

           IF PRE-QTD-PROBLEMAS > 0
              DISPLAY 'PEDIDO COM PROBLEMAS - CORRIJA ANTES DE '
                      'APROVAR: ' PRE-PROBLEMAS
           ELSE
              PERFORM GERA-SENHA-TEMPORARIA

              MOVE WS-VAL-EMAIL        TO LK-EMAIL
              MOVE PRE-NOME            TO LK-NOME
              MOVE WS-SENHA-TEMP       TO LK-SENHA
              MOVE WS-VAL-TELEFONE     TO LK-TELEFONE
              MOVE 'C'                 TO LK-TELEFONE-TIPO
              MOVE 0                   TO LK-TELEFONE-2
              MOVE SPACE               TO LK-TELEFONE-2-TIPO
              MOVE 0                   TO LK-TELEFONE-3
              MOVE SPACE               TO LK-TELEFONE-3-TIPO
              MOVE WS-VAL-CPF          TO LK-CPF
              MOVE WS-VAL-DEPARTAMENTO TO LK-DEPARTAMENTO
              MOVE WS-VAL-VINCULO      TO LK-VINCULO
              MOVE WS-VAL-DATA-FIM     TO LK-DATA-FIM-CONTRATO
              MOVE SPACE               TO LK-ACAO
              MOVE SPACE               TO LK-RECARGA-CPFS

              CALL CFG-PATH-PROGCADS
              USING LK-COM-AREA

              IF LK-CADASTRO-FALHOU
                 MOVE SPACES TO WS-SENHA-TEMP
                 DISPLAY 'CADASTRO RECUSADO - ' LK-MOTIVO
                 MOVE LK-MOTIVO TO PRE-MOTIVO
                 REWRITE REG-PRECAD
                    INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR O PEDIDO'
                 END-REWRITE
              ELSE
                 SET LK-ENDE-GRAVAR TO TRUE
                 MOVE LK-ID-GERADO        TO LK-ENDE-ID-USUARIO
                 MOVE PRE-END-TIPO        TO LK-ENDE-TIPO
                 MOVE PRE-END-LOGRADOURO  TO LK-ENDE-LOGRADOURO
                 MOVE PRE-END-NUMERO      TO LK-ENDE-NUMERO
                 MOVE PRE-END-COMPLEMENTO TO LK-ENDE-COMPLEMENTO
                 MOVE PRE-END-BAIRRO      TO LK-ENDE-BAIRRO
                 MOVE PRE-END-CIDADE      TO LK-ENDE-CIDADE
                 MOVE PRE-END-UF          TO LK-ENDE-UF
                 MOVE WS-VAL-CEP          TO LK-ENDE-CEP
                 CALL CFG-PATH-PROGENDE
                 USING LK-ENDE-AREA

                 IF LK-ENDE-OK
                    DISPLAY 'ENDERECO GRAVADO COM SUCESSO'
                 ELSE
                    DISPLAY 'AVISO: O ENDERECO NAO FOI GRAVADO'
                 END-IF

                 PERFORM FORCA-TROCA-SENHA

                 DISPLAY ' '
                 DISPLAY '*-----------------------------------------*'
                 DISPLAY 'CADASTRO CRIADO - ID ' LK-ID-GERADO
                 DISPLAY 'SENHA TEMPORARIA (ANOTE, NAO SERA '
                         'MOSTRADA DE NOVO): ' WS-SENHA-TEMP
                 DISPLAY 'O USUARIO DEVERA TROCA-LA NO PRIMEIRO USO'
                 DISPLAY '*-----------------------------------------*'
                 MOVE SPACES TO WS-SENHA-TEMP

                 SET PRE-APROVADO TO TRUE
                 MOVE LK-ID-GERADO        TO PRE-ID-USUARIO
                 MOVE WS-DATA-HOJE        TO PRE-DATA-DECISAO
                 MOVE LK-SESS-MATRICULA   TO PRE-OPERADOR
                 MOVE SPACES              TO PRE-MOTIVO
                 REWRITE REG-PRECAD
                    INVALID KEY
                       DISPLAY 'FALHA AO GRAVAR A DECISAO DO PEDIDO'
                 END-REWRITE

                 PERFORM GRAVA-RETORNO
                 SET FIM-REVISAO TO TRUE
              END-IF
           END-IF
       .

       REJEITA-PEDIDO.
           MOVE SPACES TO PRE-MOTIVO
           PERFORM UNTIL PRE-MOTIVO NOT = SPACES
              DISPLAY 'MOTIVO DA REJEICAO (OBRIGATORIO): '
              ACCEPT PRE-MOTIVO
           END-PERFORM

           SET PRE-REJEITADO TO TRUE
           MOVE 0                   TO PRE-ID-USUARIO
           MOVE WS-DATA-HOJE        TO PRE-DATA-DECISAO
           MOVE LK-SESS-MATRICULA   TO PRE-OPERADOR
           REWRITE REG-PRECAD
              INVALID KEY
                 DISPLAY 'FALHA AO GRAVAR A DECISAO DO PEDIDO'
           END-REWRITE

           DISPLAY 'PEDIDO ' PRE-PEDIDO ' REJEITADO'
           PERFORM GRAVA-RETORNO
           SET FIM-REVISAO TO TRUE
       .

      *    sempre EXTEND: a intranet consome o retorno no seu ritmo
       GRAVA-RETORNO.
           OPEN EXTEND PRECAD-RETORNO
           IF FS-RET-NAO-EXISTE
              OPEN OUTPUT PRECAD-RETORNO
           END-IF

           IF NOT FS-RET-OK
              DISPLAY 'AVISO: NAO FOI POSSIVEL GRAVAR O RETORNO PARA '
                      'A INTRANET'
              DISPLAY 'FILE STATUS: ' WS-FS-RET
           ELSE
              MOVE SPACES TO REG-PRECAD-RETORNO
              STRING PRE-PEDIDO        DELIMITED SPACE
                     ';'               DELIMITED SIZE
                     PRE-SITUACAO      DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     PRE-ID-USUARIO    DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     PRE-DATA-DECISAO  DELIMITED SIZE
                     ';'               DELIMITED SIZE
                     PRE-MOTIVO        DELIMITED '  '
                INTO REG-PRECAD-RETORNO
              WRITE REG-PRECAD-RETORNO
              CLOSE PRECAD-RETORNO
           END-IF
       .

      ******************************************************************
      * Mesmo recuo do PROGRESET: a senha temporaria expira no
      * primeiro uso pela regra de troca do PROGALT.
      ******************************************************************
       FORCA-TROCA-SENHA.
           OPEN I-O USUARIOS

           IF NOT FS-OK
              DISPLAY 'AVISO: TROCA DA SENHA NO PRIMEIRO USO NAO '
                      'MARCADA - FILE STATUS: ' WS-FS
           ELSE
              MOVE LK-ID-GERADO TO ID-USUARIO
              READ USUARIOS
                 INVALID KEY
                    DISPLAY 'AVISO: CADASTRO ' LK-ID-GERADO
                            ' NAO RELIDO PARA A TROCA DA SENHA'
                 NOT INVALID KEY
                    MOVE WS-DATA-FORCA-TROCA
                      TO DATA-ULTIMA-TROCA-SENHA
                    REWRITE REG-USUARIO
                       INVALID KEY
                          DISPLAY 'AVISO: TROCA DA SENHA NO '
                                  'PRIMEIRO USO NAO MARCADA'
                    END-REWRITE
              END-READ
              CLOSE USUARIOS
           END-IF
       .

      ******************************************************************
      * A semente vem da hora corrente mais o pedido; o PROGHASH
      * espalha e cada caractere do resultado escolhe uma letra do
      * alfabeto da posicao - tres maiusculas, duas minusculas, dois
      * digitos e um especial, o que satisfaz o CHECA-SENHA do
      * PROGVALI.
      ******************************************************************
       GERA-SENHA-TEMPORARIA.
           ACCEPT WS-HORA-AGORA FROM TIME

           MOVE SPACES TO WS-SEMENTE
           STRING WS-HORA-AGORA (3:6) DELIMITED SIZE
                  PRE-PEDIDO (1:2)    DELIMITED SIZE
             INTO WS-SEMENTE

           MOVE WS-SEMENTE TO LK-HASH-SENHA
           CALL CFG-PATH-PROGHASH
           USING LK-HASH-AREA

           MOVE SPACES TO WS-SENHA-TEMP

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
              COMPUTE WS-POS-ALFA = FUNCTION MOD (
                 FUNCTION ORD (LK-HASH-RESULTADO (WS-IDX:1))
                 * WS-IDX, 26) + 1
              MOVE WS-MAIUSCULAS (WS-POS-ALFA:1)
                TO WS-SENHA-TEMP (WS-IDX:1)
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 4 BY 1 UNTIL WS-IDX > 5
              COMPUTE WS-POS-ALFA = FUNCTION MOD (
                 FUNCTION ORD (LK-HASH-RESULTADO (WS-IDX:1))
                 * WS-IDX, 26) + 1
              MOVE WS-MINUSCULAS (WS-POS-ALFA:1)
                TO WS-SENHA-TEMP (WS-IDX:1)
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 6 BY 1 UNTIL WS-IDX > 7
              COMPUTE WS-POS-ALFA = FUNCTION MOD (
                 FUNCTION ORD (LK-HASH-RESULTADO (WS-IDX:1))
                 * WS-IDX, 10) + 1
              MOVE WS-DIGITOS (WS-POS-ALFA:1)
                TO WS-SENHA-TEMP (WS-IDX:1)
           END-PERFORM

           COMPUTE WS-POS-ALFA = FUNCTION MOD (
              FUNCTION ORD (LK-HASH-RESULTADO (8:1)), 8) + 1
           MOVE WS-ESPECIAIS (WS-POS-ALFA:1)
             TO WS-SENHA-TEMP (8:1)
       .

       END PROGRAM PROGPRECAD.
