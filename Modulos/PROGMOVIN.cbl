      *          linha por evento no mesmo desenho TIPO;campos do
      *          MOVIMENTO.txt:
      *          I;EMAIL;NOME;SENHA;TELEFONE;CPF      - admissao
      *            [;DEPARTAMENTO;VINCULO;FIM-CONTRATO]
      *          A;ID-ou-CPF;CAMPO;NOVO-VALOR         - alteracao
      *          E;ID-ou-CPF                          - desligamento
      *          As inclusoes passam pelo PROGCADS com as validacoes
      *          REJEITADA com o motivo, no molde do
      *          CARGA-RESULTADO.txt. Executavel como passo MOVIN do
      *          PROGJOB.
      *          Uma linha P;AAAAMMDD;<movimento> agenda o movimento
      *          para a data de efetivacao em AGENDA-MOVIMENTOS.dat;
      *          com LK-SESS-PARAM 'AGENDA' (passo AGENDA) o modulo
      *          aplica os itens da agenda vencidos pelos mesmos
      *          caminhos de validacao e auditoria das linhas do RH.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  O desligamento agora revoga todos os acessos
      *                do cadastro a sistemas (PROGACES) logo apos a
      *                inativacao.
      * 15/10/2026 RC  Added the linha P (movimento agendado para a
      *                data de efetivacao em AGENDA-MOVIMENTOS.dat,
      *                aplicado na hora se a data ja chegou) e o modo
      *                AGENDA - aplica os itens vencidos da agenda,
      *                marca cada um como aplicado ou falhou, grava o
      *                resultado em AGENDA-RESULTADO.txt e o relatorio
      *                das falhas em REL-AGENDA.txt (PROGRELCAT).
      * 15/10/2026 RC  Added o campo DEPARTAMENTO na alteracao (a
      *                transferencia do RH) e o sexto campo opcional
      *                DEPARTAMENTO na admissao, ambos validados pelo
      *                PROGVALI contra DEPARTAMENTOS.dat.
      * 15/10/2026 RC  Added os campos opcionais 7 VINCULO e 8 FIM DO
      *                CONTRATO na admissao e os campos VINCULO e
      *                FIM-CONTRATO na alteracao, validados juntos pelo
      *                PROGVALI tipo 'V' (terceiro e estagiario exigem
      *                fim do contrato).
      * 15/10/2026 RC  WS-REG-ANTES/WS-REG-GUARDA passam a 166 bytes,
      *                acompanhando o REG-USUARIO (EMPRESA).
      * 15/10/2026 RC  Arquivo de entrada com header/trailer conferido
      *                pelo PROGRECEB antes de qualquer gravacao; recusa
      *                com RC 8, aviso de sequencia com RC 4.
      * 15/10/2026 RC  Desligamento ou inativacao aplicados bloqueiam o
      *                operador vinculado ao cadastro (PROGOPVINC).
      * 15/10/2026 RC  Item de admissao processado no passo AGENDA
      *                (aplicado ou com falha) sai da agenda sem a senha
      *                inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMOVIN.
           FILE STATUS IS WS-FS-ENT.

           SELECT MOVIN-RESULTADO ASSIGN TO
           WS-ARQ-RESULTADO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-RES.

           ALTERNATE RECORD KEY IS EMAIL
           FILE STATUS IS WS-FS.

           SELECT AGENDA ASSIGN TO
           CFG-PATH-AGENDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-AGE.

           SELECT REL-AGENDA ASSIGN TO
           CFG-PATH-REL-AGENDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  AGENDA.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-AGENDA.cpy'.

       FD  REL-AGENDA.
       01  REG-REL-AGENDA              PIC X(120).

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-ENT                   PIC 99.
       77  WS-EOF-SCAN                 PIC X.
           88 EOF-SCAN-OK              VALUE 'F' FALSE 'N'.

       77  WS-FS-AGE                   PIC 99.
           88 FS-AGE-OK                VALUE 0.
           88 FS-AGE-NAO-EXISTE        VALUE 35.

       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-EOF-AGE                  PIC X.
           88 EOF-AGE-OK               VALUE 'F' FALSE 'N'.

       77  WS-MODO                     PIC X VALUE 'E'.
           88 MODO-AGENDA              VALUE 'G'.

       77  WS-ARQ-RESULTADO            PIC X(60).
       77  WS-LINHA-MOV                PIC X(150).
       77  WS-LINHA-AUX                PIC X(150).
       77  WS-ROTULO                   PIC X(06).
       77  WS-REF                      PIC 9(05).
       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-PONTEIRO                 PIC 9(03).
       77  WS-PONT-SENHA               PIC 9(03).
       77  WS-PONT-RESTO               PIC 9(03).
       77  WS-TAM-PREFIXO              PIC 9(03).
       77  WS-PARTE-AGE                PIC X(30).
       77  WS-DATA-EFET-ALFA           PIC X(08).
       77  WS-DATA-EFET                PIC 9(08).
       77  WS-PROXIMA-SEQ              PIC 9(05).
       77  WS-REJ-ANTES                PIC 9(05).
       77  WS-TOTAL-AGENDADAS          PIC 9(05) VALUE 0.
       77  WS-CONT-FALHAS              PIC 9(05) VALUE 0.

       77  WS-QTD-AGE                  PIC 9(05) VALUE 0.
       77  WS-MAX-AGE                  PIC 9(05) VALUE 1000.
       77  WS-IDX-AGE                  PIC 9(05).

       01  WS-TAB-AGENDA.
           03 TAB-AGE-ITEM             PIC X(226) OCCURS 1000 TIMES.

       77  WS-ESTOURO-AGE              PIC X VALUE 'N'.
           88 ESTOURO-AGENDA           VALUE 'S'.

       77  WS-LINHA                    PIC 9(05) VALUE 0.
       77  WS-TOTAL-APLICADAS          PIC 9(05) VALUE 0.
       77  WS-TOTAL-REJEITADAS         PIC 9(05) VALUE 0.
           03 WS-CAMPO-3               PIC X(30).
           03 WS-CAMPO-4               PIC X(30).
           03 WS-CAMPO-5               PIC X(30).
           03 WS-CAMPO-6               PIC X(30).
           03 WS-CAMPO-7               PIC X(30).
           03 WS-CAMPO-8               PIC X(30).

       77  WS-MOTIVO                   PIC X(40).


       77  WS-ID-CPF-DUP               PIC 9(05).

       01  WS-REG-GUARDA               PIC X(166).

       77  WS-APLICA                   PIC X.
           88 LINHA-APLICADA           VALUE 'S'.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VALIDA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RECEB.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RELCAT.cpy'.

       01  LK-COM-AREA.
           03 LK-EMAIL                 PIC X(30).
           03 LK-NOME                  PIC X(30).
           03 LK-RECARGA-CPFS          PIC X(01).
              88 LK-FORCA-RECARGA-CPFS VALUE 'R'.
           03 LK-DEPARTAMENTO          PIC 9(03).
           03 LK-VINCULO               PIC X(01).
           03 LK-DATA-FIM-CONTRATO     PIC 9(08).

      ******************************************************************
       PROCEDURE DIVISION.
           MOVE 0 TO WS-LINHA
           MOVE 0 TO WS-TOTAL-APLICADAS
           MOVE 0 TO WS-TOTAL-REJEITADAS
           MOVE 0 TO WS-TOTAL-AGENDADAS
           MOVE 0 TO WS-CONT-FALHAS
           SET LK-FORCA-RECARGA-CPFS TO TRUE
           SET LK-RECEB-ACEITO TO TRUE
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM VERIFICA-ACESSO
           IF NOT ACESSO-PERMITIDO
              GOBACK
           END-IF

           MOVE 'E' TO WS-MODO
           IF LK-SESS-MODO-BATCH AND LK-SESS-PARAM = 'AGENDA'
              SET MODO-AGENDA TO TRUE
           END-IF

           IF MODO-AGENDA
              MOVE CFG-PATH-AGENDA-RESULT TO WS-ARQ-RESULTADO
              MOVE 'ITEM  '               TO WS-ROTULO
              PERFORM APLICA-AGENDA
           ELSE
              MOVE CFG-PATH-MOVIN-RESULT  TO WS-ARQ-RESULTADO
              MOVE 'LINHA '               TO WS-ROTULO
              PERFORM APLICA-ENTRADA
           END-IF

           DISPLAY 'MOVIMENTO DE ENTRADA CONCLUIDO - APLICADAS: '
                   WS-TOTAL-APLICADAS
                   ' REJEITADAS: '
                   WS-TOTAL-REJEITADAS
                   ' AGENDADAS: '
                   WS-TOTAL-AGENDADAS

           SET LK-SESS-RESULT-GRAVAR TO TRUE
           MOVE WS-LINHA             TO LK-SESS-QTD-PROCESSADOS
           COMPUTE LK-SESS-QTD-ACEITOS =
              WS-TOTAL-APLICADAS + WS-TOTAL-AGENDADAS
           MOVE WS-TOTAL-REJEITADAS  TO LK-SESS-QTD-REJEITADOS
           CALL CFG-PATH-PROGSESS
           USING LK-SESS-AREA

           IF LK-RECEB-ACEITO-AVISO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           GOBACK.

       APLICA-ENTRADA.
           PERFORM CONFERE-ARQUIVO-RECEBIDO
           IF LK-RECEB-RECUSADO
              DISPLAY 'MOVIMENTO DE ENTRADA NAO APLICADO - NENHUMA '
                      'LINHA FOI PROCESSADA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           SET EOF-ENT-OK TO FALSE

           OPEN INPUT  MOVIN-ENTRADA
              GOBACK
           END-IF

           PERFORM OBTEM-PROXIMA-SEQ

           PERFORM UNTIL EOF-ENT-OK
              READ MOVIN-ENTRADA
                 AT END
                    SET EOF-ENT-OK TO TRUE
                 NOT AT END
                    IF REG-MOVIN-ENTRADA (1:4) = 'HDR;'
                       OR REG-MOVIN-ENTRADA (1:4) = 'TRL;'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-LINHA
                       MOVE WS-LINHA          TO WS-REF
                       MOVE REG-MOVIN-ENTRADA TO WS-LINHA-MOV
                       PERFORM PROCESSA-LINHA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE USUARIOS

           SET LK-RECEB-REGISTRAR TO TRUE
           CALL CFG-PATH-PROGRECEB
           USING LK-RECEB-AREA

           PERFORM ESCREVE-TOTAIS

           CLOSE MOVIN-ENTRADA
           CLOSE MOVIN-RESULTADO
       .

      ******************************************************************
      * Passada previa pelo PROGRECEB: header/trailer, totais e
      * registro de arquivos ja processados, antes de qualquer
      * gravacao. Sem abrir o arquivo o erro sai na abertura normal.
      ******************************************************************
       CONFERE-ARQUIVO-RECEBIDO.
           SET LK-RECEB-INICIAR TO TRUE
           MOVE 'MOVIN' TO LK-RECEB-INTERFACE
           CALL CFG-PATH-PROGRECEB
           USING LK-RECEB-AREA

           SET EOF-ENT-OK TO FALSE

           OPEN INPUT MOVIN-ENTRADA

           IF FS-ENT-OK
              PERFORM UNTIL EOF-ENT-OK
                 READ MOVIN-ENTRADA
                    AT END
                       SET EOF-ENT-OK TO TRUE
                    NOT AT END
                       SET LK-RECEB-LINHA-LIDA TO TRUE
                       MOVE REG-MOVIN-ENTRADA TO LK-RECEB-LINHA
                       CALL CFG-PATH-PROGRECEB
                       USING LK-RECEB-AREA
                 END-READ
              END-PERFORM
              CLOSE MOVIN-ENTRADA

              SET LK-RECEB-VERIFICAR TO TRUE
              CALL CFG-PATH-PROGRECEB
              USING LK-RECEB-AREA
           END-IF
       .

       ESCREVE-TOTAIS.
           MOVE SPACES TO REG-MOVIN-RESULTADO
           WRITE REG-MOVIN-RESULTADO

             INTO REG-MOVIN-RESULTADO
           WRITE REG-MOVIN-RESULTADO

           IF NOT MODO-AGENDA
              MOVE SPACES TO REG-MOVIN-RESULTADO
              STRING 'TOTAL DE LINHAS AGENDADAS....: ' DELIMITED SIZE
                     WS-TOTAL-AGENDADAS                DELIMITED SIZE
                INTO REG-MOVIN-RESULTADO
              WRITE REG-MOVIN-RESULTADO
           END-IF
       .

       VERIFICA-ACESSO.
           MOVE 'N' TO WS-ACESSO
       .

       PROCESSA-LINHA.
           IF WS-LINHA-MOV (1:1) = 'P'
              IF MODO-AGENDA
                 MOVE 'AGENDAMENTO DENTRO DA AGENDA' TO WS-MOTIVO
                 PERFORM REJEITA-LINHA
              ELSE
                 PERFORM AGENDA-MOVIMENTO
              END-IF
           ELSE
              PERFORM PROCESSA-MOVIMENTO
           END-IF
       .

       PROCESSA-MOVIMENTO.
           MOVE SPACES TO WS-CAMPOS-LINHA
           UNSTRING WS-LINHA-MOV DELIMITED BY ';'
              INTO WS-CAMPO-TIPO WS-CAMPO-1 WS-CAMPO-2
                   WS-CAMPO-3 WS-CAMPO-4 WS-CAMPO-5
                   WS-CAMPO-6 WS-CAMPO-7 WS-CAMPO-8
           END-UNSTRING

           EVALUATE WS-CAMPO-TIPO
              END-IF
           END-IF

           IF LINHA-APLICADA
              MOVE WS-CAMPO-6 TO LK-VALI-DEPARTAMENTO-ALFA
              SET LK-VALI-EH-DEPARTAMENTO TO TRUE
              CALL CFG-PATH-PROGVALI
              USING LK-VALI-AREA
              IF LK-VALI-INVALIDO
                 MOVE 'DEPARTAMENTO INVALIDO' TO WS-MOTIVO
                 MOVE 'N' TO WS-APLICA
              END-IF
           END-IF

           IF LINHA-APLICADA
              MOVE WS-CAMPO-7 (1:1) TO LK-VALI-VINCULO
              MOVE WS-CAMPO-8 (1:8) TO LK-VALI-DATA-FIM-ALFA
              SET LK-VALI-EH-VINCULO TO TRUE
              CALL CFG-PATH-PROGVALI
              USING LK-VALI-AREA
              IF LK-VALI-INVALIDO
                 MOVE 'VINCULO OU FIM DE CONTRATO INVALIDO'
                   TO WS-MOTIVO
                 MOVE 'N' TO WS-APLICA
              END-IF
           END-IF

           IF LINHA-APLICADA
              PERFORM GRAVA-INCLUSAO
           ELSE
           MOVE 0                 TO LK-TELEFONE-3
           MOVE SPACE             TO LK-TELEFONE-3-TIPO
           MOVE LK-VALI-CPF       TO LK-CPF
           MOVE LK-VALI-DEPARTAMENTO TO LK-DEPARTAMENTO
           MOVE LK-VALI-VINCULO   TO LK-VINCULO
           MOVE LK-VALI-DATA-FIM  TO LK-DATA-FIM-CONTRATO
           MOVE SPACE             TO LK-ACAO

           CLOSE USUARIOS
           IF LK-CADASTRO-OK
              ADD 1 TO WS-TOTAL-APLICADAS
              MOVE SPACES TO REG-MOVIN-RESULTADO
              STRING WS-ROTULO        DELIMITED SIZE
                     WS-REF           DELIMITED SIZE
                     ' - APLICADA - ADMISSAO ID '
                                      DELIMITED SIZE
                     LK-ID-GERADO     DELIMITED SIZE
                    MOVE 'STATUS DEVE SER A OU I' TO WS-MOTIVO
                    MOVE 'N' TO WS-APLICA
                 END-IF
              WHEN 'DEPARTAMENTO'
                 MOVE WS-CAMPO-3 TO LK-VALI-DEPARTAMENTO-ALFA
                 SET LK-VALI-EH-DEPARTAMENTO TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
                 IF LK-VALI-INVALIDO
                    MOVE 'DEPARTAMENTO INVALIDO' TO WS-MOTIVO
                    MOVE 'N' TO WS-APLICA
                 ELSE
                    MOVE 'DEPARTAMENTO'       TO WS-ALT-CAMPO
                    MOVE DEPARTAMENTO         TO WS-ALT-ANTES
                    MOVE LK-VALI-DEPARTAMENTO TO DEPARTAMENTO
                    MOVE DEPARTAMENTO         TO WS-ALT-DEPOIS
                 END-IF
              WHEN 'VINCULO'
                 MOVE WS-CAMPO-3 (1:1)  TO LK-VALI-VINCULO
                 MOVE DATA-FIM-CONTRATO TO LK-VALI-DATA-FIM-ALFA
                 SET LK-VALI-EH-VINCULO TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
                 IF LK-VALI-INVALIDO
                    MOVE 'VINCULO INVALIDO PARA O FIM DE CONTRATO'
                      TO WS-MOTIVO
                    MOVE 'N' TO WS-APLICA
                 ELSE
                    MOVE 'VINCULO'         TO WS-ALT-CAMPO
                    MOVE VINCULO           TO WS-ALT-ANTES
                    MOVE LK-VALI-VINCULO   TO VINCULO
                    MOVE VINCULO           TO WS-ALT-DEPOIS
                 END-IF
              WHEN 'FIM-CONTRATO'
                 MOVE VINCULO           TO LK-VALI-VINCULO
                 MOVE WS-CAMPO-3 (1:8)  TO LK-VALI-DATA-FIM-ALFA
                 SET LK-VALI-EH-VINCULO TO TRUE
                 CALL CFG-PATH-PROGVALI
                 USING LK-VALI-AREA
                 IF LK-VALI-INVALIDO
                    MOVE 'FIM DE CONTRATO INVALIDO' TO WS-MOTIVO
                    MOVE 'N' TO WS-APLICA
                 ELSE
                    MOVE 'FIM-CONTRATO'    TO WS-ALT-CAMPO
                    MOVE DATA-FIM-CONTRATO TO WS-ALT-ANTES
                    MOVE LK-VALI-DATA-FIM  TO DATA-FIM-CONTRATO
                    MOVE DATA-FIM-CONTRATO TO WS-ALT-DEPOIS
                 END-IF
              WHEN OTHER
                 MOVE 'CAMPO DESCONHECIDO' TO WS-MOTIVO
                 MOVE 'N' TO WS-APLICA
                    MOVE 'INATIVO' TO WS-ALT-DEPOIS
                    SET INATIVO-USUARIO TO TRUE
                    PERFORM REGRAVA-CADASTRO
                    IF FS-OK
                       SET LK-ACES-REVOGAR-TODOS TO TRUE
                       MOVE ID-USUARIO     TO LK-ACES-ID-USUARIO
                       MOVE 'DESLIGAMENTO' TO LK-ACES-MOTIVO
                       CALL CFG-PATH-PROGACES
                       USING LK-ACES-AREA
                    END-IF
              END-EVALUATE
           END-IF
       .
                 MOVE WS-ALT-DEPOIS TO LK-LOG-VALOR-DEPOIS
                 CALL CFG-PATH-PROGLOG
                 USING LK-LOG-AREA
                 IF WS-ALT-CAMPO = 'STATUS' AND INATIVO-USUARIO
                    PERFORM BLOQUEIA-OPERADOR-VINCULADO
                 END-IF
                 MOVE SPACES TO REG-MOVIN-RESULTADO
                 STRING WS-ROTULO      DELIMITED SIZE
                        WS-REF         DELIMITED SIZE
                        ' - APLICADA - ID '
                                       DELIMITED SIZE
                        ID-USUARIO     DELIMITED SIZE
           END-REWRITE
       .

      ******************************************************************
      * Operador do PROG vinculado a pessoa desligada ou inativada
      * perde o acesso na hora (PROGOPVINC).
      ******************************************************************
       BLOQUEIA-OPERADOR-VINCULADO.
           SET LK-OPV-BLOQUEAR TO TRUE
           MOVE ID-USUARIO TO LK-OPV-ID-USUARIO
           IF WS-CAMPO-TIPO = 'E'
              MOVE 'DESLIGAMENTO' TO LK-OPV-MOTIVO
           ELSE
              MOVE 'INATIVACAO'   TO LK-OPV-MOTIVO
           END-IF
           CALL CFG-PATH-PROGOPVINC
           USING LK-OPV-AREA
       .

      ******************************************************************
      * A chave da linha pode ser o ID (ate 5 digitos) ou o CPF (11
      * digitos): com 11 digitos o arquivo e varrido pelo CPF, senao o
           MOVE WS-ID-PROCURA TO ID-USUARIO
       .

      ******************************************************************
      * Maior AGE-SEQ ja gravado em AGENDA-MOVIMENTOS.dat - as linhas P
      * do arquivo do RH recebem os numeros seguintes.
      ******************************************************************
       OBTEM-PROXIMA-SEQ.
           MOVE 0 TO WS-PROXIMA-SEQ
           SET EOF-AGE-OK TO FALSE

           OPEN INPUT AGENDA
           IF FS-AGE-OK
              PERFORM UNTIL EOF-AGE-OK
                 READ AGENDA
                    AT END
                       SET EOF-AGE-OK TO TRUE
                    NOT AT END
                       IF AGE-SEQ > WS-PROXIMA-SEQ
                          MOVE AGE-SEQ TO WS-PROXIMA-SEQ
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AGENDA
           END-IF

           ADD 1 TO WS-PROXIMA-SEQ
       .

      ******************************************************************
      * Linha P;AAAAMMDD;<movimento> - o movimento so vale a partir da
      * data de efetivacao. Data ja alcancada aplica na hora; data
      * futura grava o item pendente na agenda para o passo AGENDA.
      ******************************************************************
       AGENDA-MOVIMENTO.
           MOVE SPACES TO WS-CAMPOS-LINHA
           MOVE SPACES TO WS-DATA-EFET-ALFA
           MOVE 1 TO WS-PONTEIRO
           UNSTRING WS-LINHA-MOV DELIMITED BY ';'
              INTO WS-CAMPO-TIPO WS-DATA-EFET-ALFA
              WITH POINTER WS-PONTEIRO
           END-UNSTRING

           MOVE 'S' TO WS-APLICA
           IF WS-DATA-EFET-ALFA NOT NUMERIC
              MOVE 'DATA DE EFETIVACAO INVALIDA' TO WS-MOTIVO
              MOVE 'N' TO WS-APLICA
           ELSE
              MOVE WS-DATA-EFET-ALFA TO WS-DATA-EFET
              IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-EFET) NOT = 0
                 MOVE 'DATA DE EFETIVACAO INVALIDA' TO WS-MOTIVO
                 MOVE 'N' TO WS-APLICA
              END-IF
           END-IF

           IF LINHA-APLICADA
              IF WS-PONTEIRO > 150
                 MOVE 'MOVIMENTO AGENDADO AUSENTE' TO WS-MOTIVO
                 MOVE 'N' TO WS-APLICA
              ELSE
                 MOVE WS-LINHA-MOV (WS-PONTEIRO:) TO WS-LINHA-AUX
                 IF WS-LINHA-AUX (1:1) NOT = 'I' AND
                    WS-LINHA-AUX (1:1) NOT = 'A' AND
                    WS-LINHA-AUX (1:1) NOT = 'E'
                    MOVE 'MOVIMENTO AGENDADO DEVE SER I, A OU E'
                      TO WS-MOTIVO
                    MOVE 'N' TO WS-APLICA
                 END-IF
              END-IF
           END-IF

           IF NOT LINHA-APLICADA
              PERFORM REJEITA-LINHA
           ELSE
              IF WS-DATA-EFET <= WS-DATA-HOJE
                 MOVE WS-LINHA-AUX TO WS-LINHA-MOV
                 PERFORM PROCESSA-MOVIMENTO
              ELSE
                 PERFORM GRAVA-ITEM-AGENDA
              END-IF
           END-IF
       .

       GRAVA-ITEM-AGENDA.
           OPEN EXTEND AGENDA

           IF FS-AGE-NAO-EXISTE
              OPEN OUTPUT AGENDA
           END-IF

           IF NOT FS-AGE-OK
              MOVE 'ERRO AO GRAVAR NA AGENDA' TO WS-MOTIVO
              PERFORM REJEITA-LINHA
           ELSE
              MOVE SPACES             TO REG-AGENDA
              MOVE WS-PROXIMA-SEQ     TO AGE-SEQ
              MOVE WS-DATA-EFET       TO AGE-DATA-EFETIVACAO
              SET AGE-PENDENTE        TO TRUE
              SET AGE-ORIGEM-RH       TO TRUE
              MOVE WS-DATA-HOJE       TO AGE-DATA-REGISTRO
              MOVE LK-SESS-MATRICULA  TO AGE-MATRICULA
              MOVE 0                  TO AGE-DATA-PROCESSO
              MOVE WS-LINHA-AUX       TO AGE-MOVIMENTO
              WRITE REG-AGENDA
              CLOSE AGENDA

              ADD 1 TO WS-TOTAL-AGENDADAS
              MOVE SPACES TO REG-MOVIN-RESULTADO
              STRING WS-ROTULO          DELIMITED SIZE
                     WS-REF             DELIMITED SIZE
                     ' - AGENDADA PARA ' DELIMITED SIZE
                     WS-DATA-EFET       DELIMITED SIZE
                     ' - ITEM '         DELIMITED SIZE
                     WS-PROXIMA-SEQ     DELIMITED SIZE
                INTO REG-MOVIN-RESULTADO
              WRITE REG-MOVIN-RESULTADO

              ADD 1 TO WS-PROXIMA-SEQ
           END-IF
       .

      ******************************************************************
      * Modo AGENDA (passo AGENDA do PROGJOB): cada item pendente com
      * data de efetivacao ate hoje passa pelo mesmo PROCESSA-LINHA do
      * arquivo do RH - mesmas validacoes, mesmo LOG. O item fica
      * APLICADO ou FALHOU com o motivo; a agenda inteira e regravada
      * e as falhas vao para REL-AGENDA.txt.
      ******************************************************************
       APLICA-AGENDA.
           PERFORM CARREGA-AGENDA

           IF ESTOURO-AGENDA
              DISPLAY 'LIMITE DE ' WS-MAX-AGE
                      ' ITENS DA AGENDA ATINGIDO - NADA FOI APLICADO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT MOVIN-RESULTADO
           OPEN I-O    USUARIOS

           IF NOT FS-RES-OK OR NOT FS-OK
              DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DA AGENDA DE '
                      'MOVIMENTOS'
              DISPLAY 'FILE STATUS RESULTADO: ' WS-FS-RES
              DISPLAY 'FILE STATUS USUARIOS : ' WS-FS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                   UNTIL WS-IDX-AGE > WS-QTD-AGE
              MOVE TAB-AGE-ITEM (WS-IDX-AGE) TO REG-AGENDA
              IF AGE-PENDENTE AND
                 AGE-DATA-EFETIVACAO <= WS-DATA-HOJE
                 PERFORM APLICA-ITEM-AGENDA
              END-IF
           END-PERFORM

           CLOSE USUARIOS

           PERFORM ESCREVE-TOTAIS

           CLOSE MOVIN-RESULTADO

           PERFORM REGRAVA-AGENDA
           PERFORM GERA-RELATORIO-AGENDA
       .

       CARREGA-AGENDA.
           MOVE 0 TO WS-QTD-AGE
           MOVE 'N' TO WS-ESTOURO-AGE
           SET EOF-AGE-OK TO FALSE

           OPEN INPUT AGENDA
           IF FS-AGE-OK
              PERFORM UNTIL EOF-AGE-OK
                 READ AGENDA
                    AT END
                       SET EOF-AGE-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-AGE < WS-MAX-AGE
                          ADD 1 TO WS-QTD-AGE
                          MOVE REG-AGENDA TO TAB-AGE-ITEM (WS-QTD-AGE)
                       ELSE
                          SET ESTOURO-AGENDA TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AGENDA
           END-IF
       .

       APLICA-ITEM-AGENDA.
           ADD 1 TO WS-LINHA
           MOVE AGE-SEQ       TO WS-REF
           MOVE AGE-MOVIMENTO TO WS-LINHA-MOV
           MOVE WS-TOTAL-REJEITADAS TO WS-REJ-ANTES
           MOVE SPACES        TO WS-MOTIVO

           PERFORM PROCESSA-LINHA

           MOVE TAB-AGE-ITEM (WS-IDX-AGE) TO REG-AGENDA
           MOVE WS-DATA-HOJE TO AGE-DATA-PROCESSO
           IF WS-TOTAL-REJEITADAS > WS-REJ-ANTES
              SET AGE-FALHOU TO TRUE
              MOVE WS-MOTIVO TO AGE-MOTIVO
           ELSE
              SET AGE-APLICADO TO TRUE
              MOVE SPACES TO AGE-MOTIVO
           END-IF
           IF AGE-MOVIMENTO (1:2) = 'I;'
              PERFORM TIRA-SENHA-AGENDA
           END-IF
           MOVE REG-AGENDA TO TAB-AGE-ITEM (WS-IDX-AGE)
       .

      ******************************************************************
      * A senha inicial da admissao so fica na agenda enquanto o item
      * esta pendente: processado (aplicado ou com falha) o 4o campo
      * da linha I e esvaziado - reagendar uma falha pede a senha de
      * novo na tela do PROGAGENDA.
      ******************************************************************
       TIRA-SENHA-AGENDA.
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
           MOVE SPACES TO WS-LINHA-AUX
           IF WS-PONT-RESTO > 150
              MOVE AGE-MOVIMENTO (1:WS-TAM-PREFIXO) TO WS-LINHA-AUX
           ELSE
              STRING AGE-MOVIMENTO (1:WS-TAM-PREFIXO) DELIMITED SIZE
                     ';'                              DELIMITED SIZE
                     AGE-MOVIMENTO (WS-PONT-RESTO:)   DELIMITED SIZE
                INTO WS-LINHA-AUX
           END-IF
           MOVE WS-LINHA-AUX TO AGE-MOVIMENTO
       .

       REGRAVA-AGENDA.
           OPEN OUTPUT AGENDA
           IF NOT FS-AGE-OK
              DISPLAY 'ERRO AO REGRAVAR A AGENDA DE MOVIMENTOS: '
                      WS-FS-AGE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                   UNTIL WS-IDX-AGE > WS-QTD-AGE
              MOVE TAB-AGE-ITEM (WS-IDX-AGE) TO REG-AGENDA
              WRITE REG-AGENDA
           END-PERFORM

           CLOSE AGENDA
       .

      ******************************************************************
      * Relatorio das falhas da agenda - todos os itens FALHOU ainda
      * nao reagendados, com o tipo, a chave e o campo do movimento.
      * Os valores do movimento nao sao impressos (a admissao leva a
      * senha inicial).
      ******************************************************************
       GERA-RELATORIO-AGENDA.
           OPEN OUTPUT REL-AGENDA
           IF NOT FS-REL-OK
              DISPLAY 'ERRO AO GERAR O RELATORIO DA AGENDA: '
                      WS-FS-REL
           ELSE
              MOVE SPACES TO REG-REL-AGENDA
              STRING 'MOVIMENTOS AGENDADOS COM FALHA - '
                                           DELIMITED SIZE
                     WS-DATA-HOJE          DELIMITED SIZE
                INTO REG-REL-AGENDA
              WRITE REG-REL-AGENDA

              MOVE SPACES TO REG-REL-AGENDA
              WRITE REG-REL-AGENDA

              MOVE SPACES TO REG-REL-AGENDA
              MOVE 'ITEM'         TO REG-REL-AGENDA (1:4)
              MOVE 'EFETIVACAO'   TO REG-REL-AGENDA (8:10)
              MOVE 'PROCESSO'     TO REG-REL-AGENDA (19:8)
              MOVE 'T'            TO REG-REL-AGENDA (28:1)
              MOVE 'CHAVE / CAMPO' TO REG-REL-AGENDA (30:13)
              MOVE 'MOTIVO'       TO REG-REL-AGENDA (77:6)
              WRITE REG-REL-AGENDA

              MOVE 0 TO WS-CONT-FALHAS
              PERFORM VARYING WS-IDX-AGE FROM 1 BY 1
                      UNTIL WS-IDX-AGE > WS-QTD-AGE
                 MOVE TAB-AGE-ITEM (WS-IDX-AGE) TO REG-AGENDA
                 IF AGE-FALHOU
                    PERFORM ESCREVE-FALHA-AGENDA
                 END-IF
              END-PERFORM

              MOVE SPACES TO REG-REL-AGENDA
              WRITE REG-REL-AGENDA

              MOVE SPACES TO REG-REL-AGENDA
              STRING 'TOTAL DE ITENS COM FALHA.....: ' DELIMITED SIZE
                     WS-CONT-FALHAS                    DELIMITED SIZE
                INTO REG-REL-AGENDA
              WRITE REG-REL-AGENDA

              CLOSE REL-AGENDA

              MOVE 'PROGMOVIN'         TO LK-RCAT-PROGRAMA
              MOVE CFG-PATH-REL-AGENDA TO LK-RCAT-ARQUIVO
              CALL CFG-PATH-PROGRELCAT
              USING LK-RCAT-AREA
           END-IF
       .

       ESCREVE-FALHA-AGENDA.
           ADD 1 TO WS-CONT-FALHAS
           MOVE SPACES TO WS-CAMPOS-LINHA
           UNSTRING AGE-MOVIMENTO DELIMITED BY ';'
              INTO WS-CAMPO-TIPO WS-CAMPO-1 WS-CAMPO-2
           END-UNSTRING

           MOVE SPACES TO REG-REL-AGENDA
           MOVE AGE-SEQ             TO REG-REL-AGENDA (1:5)
           MOVE AGE-DATA-EFETIVACAO TO REG-REL-AGENDA (8:8)
           MOVE AGE-DATA-PROCESSO   TO REG-REL-AGENDA (19:8)
           MOVE WS-CAMPO-TIPO       TO REG-REL-AGENDA (28:1)
           IF WS-CAMPO-TIPO = 'A'
              STRING WS-CAMPO-1 DELIMITED SPACE
                     ' / '      DELIMITED SIZE
                     WS-CAMPO-2 DELIMITED SPACE
                INTO REG-REL-AGENDA (30:46)
           ELSE
              MOVE WS-CAMPO-1       TO REG-REL-AGENDA (30:30)
           END-IF
           MOVE AGE-MOTIVO          TO REG-REL-AGENDA (77:40)
           WRITE REG-REL-AGENDA
       .

       REJEITA-LINHA.
           ADD 1 TO WS-TOTAL-REJEITADAS
           MOVE SPACES TO REG-MOVIN-RESULTADO
           STRING WS-ROTULO          DELIMITED SIZE
                  WS-REF             DELIMITED SIZE
                  ' - REJEITADA - '  DELIMITED SIZE
                  WS-MOTIVO          DELIMITED SIZE
             INTO REG-MOVIN-RESULTADO
