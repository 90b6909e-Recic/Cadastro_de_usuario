      *                aprovacao ja foi dada por um segundo admin) e
      *                o registro de auditoria carrega as matriculas
      *                do solicitante e do aprovador.
      * 15/10/2026 RC  A exclusao agora revoga todos os acessos do
      *                cadastro a sistemas (PROGACES), antes do
      *                registro 'E' na trilha.
      * 15/10/2026 RC  WS-REG-ANTES passa a 163 bytes, acompanhando o
      *                REG-USUARIO (VINCULO e DATA-FIM-CONTRATO).
      * 15/10/2026 RC  WS-REG-ANTES/WS-REG-GUARDA passam a 166 bytes,
      *                acompanhando o REG-USUARIO (EMPRESA).
      * 15/10/2026 RC  A exclusao bloqueia o operador vinculado ao
      *                cadastro excluido (PROGOPVINC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGDEL.

       77  WS-ID-PROCURA               PIC 9(05).

       01  WS-REG-ANTES                PIC X(166).

       77  WS-CONFLITO                 PIC X.
           88 REGISTRO-EM-CONFLITO     VALUE 'S'.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-OPVINC.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOGIN.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ENDE.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
                    MOVE WS-ID-PROCURA  TO LK-ENDE-ID-USUARIO
                    CALL CFG-PATH-PROGENDE
                    USING LK-ENDE-AREA
                    SET LK-ACES-REVOGAR-TODOS TO TRUE
                    MOVE WS-ID-PROCURA  TO LK-ACES-ID-USUARIO
                    MOVE 'EXCLUSAO'     TO LK-ACES-MOTIVO
                    CALL CFG-PATH-PROGACES
                    USING LK-ACES-AREA
                    MOVE 'E'           TO LK-LOG-TIPO
                    MOVE WS-ID-PROCURA TO LK-LOG-ID-USUARIO
                    MOVE 'EXCLUSAO'    TO LK-LOG-CAMPO
                    END-IF
                    CALL CFG-PATH-PROGLOG
                    USING LK-LOG-AREA
                    SET LK-OPV-BLOQUEAR TO TRUE
                    MOVE WS-ID-PROCURA TO LK-OPV-ID-USUARIO
                    MOVE 'EXCLUSAO' TO LK-OPV-MOTIVO
                    CALL CFG-PATH-PROGOPVINC
                    USING LK-OPV-AREA
              END-DELETE
           ELSE
              DISPLAY 'EXCLUSAO CANCELADA'
