      *          divergencia, para rodar como passo CONC do PROGJOB e
      *          o scheduler acusar o desvio. Cadastros anonimizados
      *          (LGPD, CPF zerado) ficam fora da conciliacao.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  Cada divergencia agora alimenta DIVERGENCIAS.dat
      *                (tratada na tela do PROGDIVERG): item com
      *                justificativa vigente sai do relatorio e do
      *                RETURN-CODE, resolvido que ainda diverge reabre,
      *                e os pendentes saem com a idade em dias e um
      *                quadro de envelhecimento. O campo divergente
      *                passa a sair com o valor da base e o do RH.
      * 15/10/2026 RC  Arquivo de entrada com header/trailer conferido
      *                pelo PROGRECEB antes de qualquer gravacao; recusa
      *                com RC 8, aviso de sequencia com RC 4.
      * 15/10/2026 RC  A busca em DIVERGENCIAS.dat usa indice proprio -
      *                reusar WS-IDX-ACHADO trocava o cadastro casado
      *                nas comparacoes seguintes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCONC.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-REL.

           SELECT DIVERGENCIAS ASSIGN TO
           CFG-PATH-DIVERGENCIAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-DIV.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           '/home/recic/Dev/PROG01/Dados/FD-USUARIOS.cpy'.

       FD  REL-CONC.
       01  REG-REL-CONC                PIC X(132).

       FD  DIVERGENCIAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-DIVERG.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-REL                   PIC 99.
           88 FS-REL-OK                VALUE 0.

       77  WS-FS-DIV                   PIC 99.
           88 FS-DIV-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.


       77  WS-CPF-EXTRATO              PIC 9(11).

       77  WS-DATA-HOJE                PIC 9(08).
       77  WS-DIAS-ABERTA              PIC 9(05).
       77  WS-DIAS-EXIB                PIC Z(04)9.

       77  WS-DIV-JUSTIFICADAS         PIC 9(05) VALUE 0.
       77  WS-DIV-REABERTAS            PIC 9(05) VALUE 0.
       77  WS-DIV-ENCERRADAS           PIC 9(05) VALUE 0.
       77  WS-FAIXA-30                 PIC 9(05) VALUE 0.
       77  WS-FAIXA-60                 PIC 9(05) VALUE 0.
       77  WS-FAIXA-90                 PIC 9(05) VALUE 0.
       77  WS-FAIXA-MAIS               PIC 9(05) VALUE 0.

       77  WS-SUPRIME                  PIC X VALUE 'N'.
           88 DIV-SUPRIMIDA            VALUE 'S'.

       77  WS-QTD-DIV                  PIC 9(05) VALUE 0.
       77  WS-MAX-DIV                  PIC 9(05) VALUE 3000.
       77  WS-IDX-DIV                  PIC 9(05).
       77  WS-IDX-BUSCA-DIV            PIC 9(05).

       77  WS-ESTOURO-DIV              PIC X VALUE 'N'.
           88 ESTOURO-DIVERGENCIAS     VALUE 'S'.

       01  WS-TAB-DIVERGENCIAS.
           03 TAB-DIV-ITEM             OCCURS 3000 TIMES.
              05 TAB-DIV-REG           PIC X(222).
              05 TAB-DIV-VISTA         PIC X(01).

       01  WS-DIV-ATUAL.
           03 WS-DIV-CHAVE.
              05 WS-DIV-TIPO           PIC X(01).
              05 WS-DIV-CPF            PIC 9(11).
              05 WS-DIV-CAMPO          PIC X(06).
           03 WS-DIV-ID                PIC 9(05).
           03 WS-DIV-VALOR-BASE        PIC X(30).
           03 WS-DIV-VALOR-RH          PIC X(30).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESSAO.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-RECEB.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-DIV-SO-RH
           MOVE 0 TO WS-DIV-SO-NOS
           MOVE 0 TO WS-DIV-CAMPOS
           MOVE 0 TO WS-DIV-JUSTIFICADAS
           MOVE 0 TO WS-DIV-REABERTAS
           MOVE 0 TO WS-DIV-ENCERRADAS
           MOVE 0 TO WS-FAIXA-30
           MOVE 0 TO WS-FAIXA-60
           MOVE 0 TO WS-FAIXA-90
           MOVE 0 TO WS-FAIXA-MAIS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM CONFERE-ARQUIVO-RECEBIDO
           IF LK-RECEB-RECUSADO
              DISPLAY 'CONCILIACAO NAO EXECUTADA - NENHUMA DIVERGENCIA '
                      'FOI ATUALIZADA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REL-CONC

           WRITE REG-REL-CONC

           PERFORM CARREGA-BASE
           PERFORM CARREGA-DIVERGENCIAS

           MOVE 'PESSOAS NO RH SEM CADASTRO NA BASE:' TO REG-REL-CONC
           WRITE REG-REL-CONC
           END-IF

           PERFORM LISTA-SO-NOS
           PERFORM REGRAVA-DIVERGENCIAS

           SET LK-RECEB-REGISTRAR TO TRUE
           CALL CFG-PATH-PROGRECEB
           USING LK-RECEB-AREA

           PERFORM ESCREVE-RESUMO
           PERFORM ESCREVE-ENVELHECIMENTO

           CLOSE REL-CONC

              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'CONCILIACAO CONCLUIDA - NENHUMA DIVERGENCIA'
              IF LK-RECEB-ACEITO-AVISO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF

           GOBACK.
                 AT END
                    SET EOF-EXT-OK TO TRUE
                 NOT AT END
                    IF REG-RH-EXTRATO (1:4) = 'HDR;'
                       OR REG-RH-EXTRATO (1:4) = 'TRL;'
                       CONTINUE
                    ELSE
                       ADD 1 TO WS-CONT-EXTRATO
                       PERFORM CONCILIA-LINHA
                    END-IF
              END-READ
           END-PERFORM

           CLOSE RH-EXTRATO
       .

      ******************************************************************
      * Passada previa pelo PROGRECEB: header/trailer, totais e
      * registro de arquivos ja processados, antes de qualquer
      * gravacao. Sem abrir o arquivo o erro sai na abertura normal.
      ******************************************************************
       CONFERE-ARQUIVO-RECEBIDO.
           SET LK-RECEB-INICIAR TO TRUE
           MOVE 'CONC' TO LK-RECEB-INTERFACE
           CALL CFG-PATH-PROGRECEB
           USING LK-RECEB-AREA

           SET EOF-EXT-OK TO FALSE

           OPEN INPUT RH-EXTRATO

           IF FS-EXT-OK
              PERFORM UNTIL EOF-EXT-OK
                 READ RH-EXTRATO
                    AT END
                       SET EOF-EXT-OK TO TRUE
                    NOT AT END
                       SET LK-RECEB-LINHA-LIDA TO TRUE
                       MOVE REG-RH-EXTRATO TO LK-RECEB-LINHA
                       CALL CFG-PATH-PROGRECEB
                       USING LK-RECEB-AREA
                 END-READ
              END-PERFORM
              CLOSE RH-EXTRATO

              SET LK-RECEB-VERIFICAR TO TRUE
              CALL CFG-PATH-PROGRECEB
              USING LK-RECEB-AREA
           END-IF
       .

       CONCILIA-LINHA.
           MOVE SPACES TO WS-CAMPOS-LINHA
           UNSTRING REG-RH-EXTRATO DELIMITED BY ';'
              END-PERFORM

              IF WS-IDX-ACHADO = 0
                 MOVE 'H'            TO WS-DIV-TIPO
                 MOVE WS-CPF-EXTRATO TO WS-DIV-CPF
                 MOVE SPACES         TO WS-DIV-CAMPO
                 MOVE 0              TO WS-DIV-ID
                 MOVE SPACES         TO WS-DIV-VALOR-BASE
                 MOVE WS-CAMPO-NOME  TO WS-DIV-VALOR-RH
                 PERFORM REGISTRA-DIVERGENCIA
                 IF NOT DIV-SUPRIMIDA
                    ADD 1 TO WS-DIV-SO-RH
                    MOVE SPACES TO REG-REL-CONC
                    STRING '   CPF '       DELIMITED SIZE
                           WS-CPF-EXTRATO  DELIMITED SIZE
                           ' '             DELIMITED SIZE
                           WS-CAMPO-NOME   DELIMITED SIZE
                           ' HA '          DELIMITED SIZE
                           WS-DIAS-EXIB    DELIMITED SIZE
                           ' DIAS'         DELIMITED SIZE
                      INTO REG-REL-CONC
                    WRITE REG-REL-CONC
                 END-IF
              ELSE
                 MOVE 'S' TO TAB-CAD-CASADO (WS-IDX-ACHADO)
                 PERFORM CONFERE-CAMPOS
       .

       CONFERE-CAMPOS.
           MOVE 'C'            TO WS-DIV-TIPO
           MOVE WS-CPF-EXTRATO TO WS-DIV-CPF
           MOVE TAB-CAD-ID (WS-IDX-ACHADO) TO WS-DIV-ID

           IF TAB-CAD-NOME (WS-IDX-ACHADO) NOT = WS-CAMPO-NOME
              MOVE 'NOME'   TO WS-DIV-CAMPO
              MOVE TAB-CAD-NOME (WS-IDX-ACHADO) TO WS-DIV-VALOR-BASE
              MOVE WS-CAMPO-NOME TO WS-DIV-VALOR-RH
              PERFORM TRATA-DIV-CAMPO
           END-IF

           IF TAB-CAD-EMAIL (WS-IDX-ACHADO) NOT = WS-CAMPO-EMAIL
              MOVE 'EMAIL'  TO WS-DIV-CAMPO
              MOVE TAB-CAD-EMAIL (WS-IDX-ACHADO) TO WS-DIV-VALOR-BASE
              MOVE WS-CAMPO-EMAIL TO WS-DIV-VALOR-RH
              PERFORM TRATA-DIV-CAMPO
           END-IF

           IF TAB-CAD-STATUS (WS-IDX-ACHADO) NOT = WS-CAMPO-SITUACAO
              MOVE 'STATUS' TO WS-DIV-CAMPO
              MOVE TAB-CAD-STATUS (WS-IDX-ACHADO) TO WS-DIV-VALOR-BASE
              MOVE WS-CAMPO-SITUACAO TO WS-DIV-VALOR-RH
              PERFORM TRATA-DIV-CAMPO
           END-IF
       .

       TRATA-DIV-CAMPO.
           PERFORM REGISTRA-DIVERGENCIA
           IF NOT DIV-SUPRIMIDA
              ADD 1 TO WS-DIV-CAMPOS
              PERFORM ESCREVE-DIV-CAMPO
           END-IF
       ESCREVE-DIV-CAMPO.
           MOVE SPACES TO REG-REL-CONC
           STRING 'DIVERGENCIA: ID '  DELIMITED SIZE
                  WS-DIV-ID           DELIMITED SIZE
                  ' CPF '             DELIMITED SIZE
                  WS-CPF-EXTRATO      DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-DIV-CAMPO        DELIMITED SIZE
                  ' BASE ['           DELIMITED SIZE
                  WS-DIV-VALOR-BASE   DELIMITED '  '
                  '] RH ['            DELIMITED SIZE
                  WS-DIV-VALOR-RH     DELIMITED '  '
                  '] HA '             DELIMITED SIZE
                  WS-DIAS-EXIB        DELIMITED SIZE
                  ' DIAS'             DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC
       .
           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-CADS
              IF TAB-CAD-CASADO (WS-IDX) = 'N'
                 PERFORM TRATA-SO-NOS
              END-IF
           END-PERFORM

           END-IF
       .

       TRATA-SO-NOS.
           MOVE 'B'                   TO WS-DIV-TIPO
           MOVE TAB-CAD-CPF (WS-IDX)  TO WS-DIV-CPF
           MOVE SPACES                TO WS-DIV-CAMPO
           MOVE TAB-CAD-ID (WS-IDX)   TO WS-DIV-ID
           MOVE TAB-CAD-NOME (WS-IDX) TO WS-DIV-VALOR-BASE
           MOVE SPACES                TO WS-DIV-VALOR-RH
           MOVE SPACES                TO WS-CAMPO-EMAIL
           MOVE SPACES                TO WS-CAMPO-NOME
           PERFORM REGISTRA-DIVERGENCIA

           IF NOT DIV-SUPRIMIDA
              ADD 1 TO WS-DIV-SO-NOS
              MOVE SPACES TO REG-REL-CONC
              STRING '   ID '             DELIMITED SIZE
                     TAB-CAD-ID (WS-IDX)  DELIMITED SIZE
                     ' CPF '              DELIMITED SIZE
                     TAB-CAD-CPF (WS-IDX) DELIMITED SIZE
                     ' '                  DELIMITED SIZE
                     TAB-CAD-NOME (WS-IDX)
                                          DELIMITED SIZE
                     ' HA '               DELIMITED SIZE
                     WS-DIAS-EXIB         DELIMITED SIZE
                     ' DIAS'              DELIMITED SIZE
                INTO REG-REL-CONC
              WRITE REG-REL-CONC
           END-IF
       .

      ******************************************************************
      * Divergencias ja conhecidas vem de DIVERGENCIAS.dat. Arquivo
      * ausente e a primeira rodada; estourado, o arquivo nao e
      * regravado para nao perder os itens alem do limite.
      ******************************************************************
       CARREGA-DIVERGENCIAS.
           MOVE 0 TO WS-QTD-DIV
           MOVE 'N' TO WS-ESTOURO-DIV
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
                          MOVE 'N' TO TAB-DIV-VISTA (WS-QTD-DIV)
                       ELSE
                          SET ESTOURO-DIVERGENCIAS TO TRUE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIVERGENCIAS
           END-IF

           IF ESTOURO-DIVERGENCIAS
              DISPLAY 'LIMITE DE ' WS-MAX-DIV ' DIVERGENCIAS NO '
                      'ARQUIVO ATINGIDO - DIVERGENCIAS.dat NAO SERA '
                      'ATUALIZADO NESTA RODADA'
           END-IF
       .

      ******************************************************************
      * Casa a divergencia corrente (WS-DIV-ATUAL) com o arquivo pela
      * chave tipo + CPF + campo. Nova entra pendente com a data de
      * hoje; justificada dentro da validade e suprimida; justificada
      * vencida ou resolvida que ainda diverge volta a pendente. Deixa
      * em WS-DIAS-EXIB a idade em dias desde o primeiro aparecimento.
      ******************************************************************
       REGISTRA-DIVERGENCIA.
           MOVE 'N' TO WS-SUPRIME
           MOVE 0 TO WS-IDX-DIV
           PERFORM VARYING WS-IDX-BUSCA-DIV FROM 1 BY 1
           UNTIL WS-IDX-BUSCA-DIV > WS-QTD-DIV
              OR WS-IDX-DIV > 0
              IF TAB-DIV-REG (WS-IDX-BUSCA-DIV) (1:18) = WS-DIV-CHAVE
                 MOVE WS-IDX-BUSCA-DIV TO WS-IDX-DIV
              END-IF
           END-PERFORM

           IF WS-IDX-DIV = 0
              INITIALIZE REG-DIVERGENCIA
              MOVE WS-DIV-CHAVE TO DIV-CHAVE
              MOVE WS-DATA-HOJE TO DIV-DATA-PRIMEIRA
              SET DIV-PENDENTE TO TRUE
              IF WS-QTD-DIV < WS-MAX-DIV
                 ADD 1 TO WS-QTD-DIV
                 MOVE WS-QTD-DIV TO WS-IDX-DIV
              ELSE
                 SET ESTOURO-DIVERGENCIAS TO TRUE
              END-IF
           ELSE
              MOVE TAB-DIV-REG (WS-IDX-DIV) TO REG-DIVERGENCIA
              EVALUATE TRUE
                 WHEN DIV-JUSTIFICADA
                    IF DIV-VALIDADE >= WS-DATA-HOJE
                       SET DIV-SUPRIMIDA TO TRUE
                       ADD 1 TO WS-DIV-JUSTIFICADAS
                    ELSE
                       SET DIV-PENDENTE TO TRUE
                       ADD 1 TO WS-DIV-REABERTAS
                    END-IF
                 WHEN DIV-RESOLVIDA
                    SET DIV-PENDENTE TO TRUE
                    ADD 1 TO WS-DIV-REABERTAS
              END-EVALUATE
           END-IF

           MOVE WS-DIV-ID         TO DIV-ID-USUARIO
           MOVE WS-DIV-VALOR-BASE TO DIV-VALOR-BASE
           MOVE WS-DIV-VALOR-RH   TO DIV-VALOR-RH
           MOVE WS-CAMPO-EMAIL    TO DIV-EMAIL-RH
           MOVE WS-CAMPO-NOME     TO DIV-NOME-RH
           MOVE WS-DATA-HOJE      TO DIV-DATA-ULTIMA

           IF WS-IDX-DIV > 0
              MOVE REG-DIVERGENCIA TO TAB-DIV-REG (WS-IDX-DIV)
              MOVE 'S' TO TAB-DIV-VISTA (WS-IDX-DIV)
           END-IF

           COMPUTE WS-DIAS-ABERTA =
              FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
              - FUNCTION INTEGER-OF-DATE (DIV-DATA-PRIMEIRA)
           MOVE WS-DIAS-ABERTA TO WS-DIAS-EXIB

           IF NOT DIV-SUPRIMIDA
              EVALUATE TRUE
                 WHEN WS-DIAS-ABERTA <= 30
                    ADD 1 TO WS-FAIXA-30
                 WHEN WS-DIAS-ABERTA <= 60
                    ADD 1 TO WS-FAIXA-60
                 WHEN WS-DIAS-ABERTA <= 90
                    ADD 1 TO WS-FAIXA-90
                 WHEN OTHER
                    ADD 1 TO WS-FAIXA-MAIS
              END-EVALUATE
           END-IF
       .

      ******************************************************************
      * So as divergencias encontradas nesta rodada voltam ao arquivo;
      * as demais deixaram de existir e sao contadas como encerradas.
      ******************************************************************
       REGRAVA-DIVERGENCIAS.
           IF NOT ESTOURO-DIVERGENCIAS
              OPEN OUTPUT DIVERGENCIAS

              IF NOT FS-DIV-OK
                 DISPLAY 'ERRO AO REGRAVAR AS DIVERGENCIAS'
                 DISPLAY 'FILE STATUS: ' WS-FS-DIV
              ELSE
                 PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                 UNTIL WS-IDX-DIV > WS-QTD-DIV
                    IF TAB-DIV-VISTA (WS-IDX-DIV) = 'S'
                       MOVE TAB-DIV-REG (WS-IDX-DIV)
                         TO REG-DIVERGENCIA
                       WRITE REG-DIVERGENCIA
                    ELSE
                       ADD 1 TO WS-DIV-ENCERRADAS
                    END-IF
                 END-PERFORM
                 CLOSE DIVERGENCIAS
              END-IF
           END-IF
       .

       ESCREVE-ENVELHECIMENTO.
           MOVE SPACES TO REG-REL-CONC
           WRITE REG-REL-CONC

           MOVE 'ENVELHECIMENTO DAS DIVERGENCIAS NAO RESOLVIDAS:'
             TO REG-REL-CONC
           WRITE REG-REL-CONC

           MOVE SPACES TO REG-REL-CONC
           STRING 'ATE 30 DIAS....................: ' DELIMITED SIZE
                  WS-FAIXA-30                         DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC

           MOVE SPACES TO REG-REL-CONC
           STRING 'DE 31 A 60 DIAS................: ' DELIMITED SIZE
                  WS-FAIXA-60                         DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC

           MOVE SPACES TO REG-REL-CONC
           STRING 'DE 61 A 90 DIAS................: ' DELIMITED SIZE
                  WS-FAIXA-90                         DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC

           MOVE SPACES TO REG-REL-CONC
           STRING 'MAIS DE 90 DIAS................: ' DELIMITED SIZE
                  WS-FAIXA-MAIS                       DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC
       .

       ESCREVE-RESUMO.
           MOVE SPACES TO REG-REL-CONC
           WRITE REG-REL-CONC
                  WS-DIV-CAMPOS                       DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC

           MOVE SPACES TO REG-REL-CONC
           STRING 'JUSTIFICADAS (SUPRIMIDAS)......: ' DELIMITED SIZE
                  WS-DIV-JUSTIFICADAS                 DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC

           MOVE SPACES TO REG-REL-CONC
           STRING 'REABERTAS......................: ' DELIMITED SIZE
                  WS-DIV-REABERTAS                    DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC

           MOVE SPACES TO REG-REL-CONC
           STRING 'ENCERRADAS DESDE A ULTIMA......: ' DELIMITED SIZE
                  WS-DIV-ENCERRADAS                   DELIMITED SIZE
             INTO REG-REL-CONC
           WRITE REG-REL-CONC
       .

       END PROGRAM PROGCONC.
