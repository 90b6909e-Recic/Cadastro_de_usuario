      * 22/08/2026 RC  Added a acao 'R' - os modulos batch registram
      *                os contadores de resultado do passo e o PROGJOB
      *                os consulta para a linha ENCERRADO do JOB-LOG.
      * 15/10/2026 RC  The session now also carries a empresa do
      *                operador (zero = todas).
      * 15/10/2026 RC  Guarda o aviso do passo (acao 'A'), devolvido na
      *                consulta junto com os contadores.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGSESS.
       77  WS-QTD-PROC-ATUAL           PIC 9(05) VALUE 0.
       77  WS-QTD-ACEIT-ATUAL          PIC 9(05) VALUE 0.
       77  WS-QTD-REJ-ATUAL            PIC 9(05) VALUE 0.
       77  WS-EMPRESA-ATUAL            PIC 9(03) VALUE 0.
       77  WS-AVISO-ATUAL              PIC X(60) VALUE SPACES.

      ******************************************************************
       LINKAGE SECTION.
                 MOVE LK-SESS-MATRICULA TO WS-MATRICULA-ATUAL
                 MOVE LK-SESS-NOME      TO WS-NOME-ATUAL
                 MOVE LK-SESS-PERFIL    TO WS-PERFIL-ATUAL
                 MOVE LK-SESS-EMPRESA   TO WS-EMPRESA-ATUAL
              WHEN LK-SESS-MODO-GRAVAR
                 MOVE LK-SESS-MODO-EXEC TO WS-MODO-EXEC-ATUAL
                 MOVE LK-SESS-PARAM     TO WS-PARAM-ATUAL
                 MOVE LK-SESS-QTD-PROCESSADOS TO WS-QTD-PROC-ATUAL
                 MOVE LK-SESS-QTD-ACEITOS     TO WS-QTD-ACEIT-ATUAL
                 MOVE LK-SESS-QTD-REJEITADOS  TO WS-QTD-REJ-ATUAL
              WHEN LK-SESS-AVISO-GRAVAR
                 MOVE LK-SESS-AVISO TO WS-AVISO-ATUAL
              WHEN OTHER
                 MOVE WS-MATRICULA-ATUAL TO LK-SESS-MATRICULA
                 MOVE WS-NOME-ATUAL      TO LK-SESS-NOME
                 MOVE WS-PERFIL-ATUAL    TO LK-SESS-PERFIL
                 MOVE WS-EMPRESA-ATUAL   TO LK-SESS-EMPRESA
                 MOVE WS-MODO-EXEC-ATUAL TO LK-SESS-MODO-EXEC
                 MOVE WS-PARAM-ATUAL     TO LK-SESS-PARAM
                 MOVE WS-QTD-PROC-ATUAL
                   TO LK-SESS-QTD-PROCESSADOS
                 MOVE WS-QTD-ACEIT-ATUAL TO LK-SESS-QTD-ACEITOS
                 MOVE WS-QTD-REJ-ATUAL   TO LK-SESS-QTD-REJEITADOS
                 MOVE WS-AVISO-ATUAL     TO LK-SESS-AVISO
           END-EVALUATE

           GOBACK.
