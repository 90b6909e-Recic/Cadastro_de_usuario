      *          entregar ao requerente ou transmitir a outro
      *          controlador. A propria exportacao entra na trilha
      *          com o tipo 'L' e o campo PORTABILIDADE.
      ******************************************************************
      * MODIFICATION HISTORY:
      * 15/10/2026 RC  A exportacao now also carries os acessos do
      *                titular a sistemas (linhas ACESSO;...), ativos
      *                e revogados, lidos pelo PROGACES.
      * 15/10/2026 RC  Exporta os logins de rede do titular.
      * 15/10/2026 RC  Exporta os consentimentos LGPD do titular.
      * 15/10/2026 RC  A exportacao conclui os protocolos de
      *                portabilidade em aberto do titular (PROGPRT).
      * 15/10/2026 RC  As imagens do cadastro gravadas no LOG (tipo C)
      *                ficam fora do historico exportado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGPORT.
       77  WS-CAMPO-NOME               PIC X(25).
       77  WS-CAMPO-VALOR              PIC X(40).

       77  WS-IDX-ACE                  PIC 9(02).
       77  WS-IDX-REDE                 PIC 9(02).
       77  WS-IDX-CNS                  PIC 9(02).

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-LOG.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-REDE.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CONSENT.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PROTOCOLO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM EXPORTA-CADASTRO
           PERFORM EXPORTA-ENDERECOS
           PERFORM EXPORTA-ACESSOS
           PERFORM EXPORTA-LOGINS-REDE
           PERFORM EXPORTA-CONSENTIMENTOS
           PERFORM EXPORTA-HISTORICO

           CLOSE PORTABILIDADE

           PERFORM REGISTRA-EXPORTACAO
           PERFORM CONCLUI-PROTOCOLO

           DISPLAY 'PORTABILIDADE GERADA EM ' WS-ARQ-PORTA
           DISPLAY WS-CONT-HIST ' OCORRENCIA(S) DE HISTORICO '

           GOBACK.

      *    A exportacao atende o pedido de portabilidade: conclui os
      *    protocolos de portabilidade em aberto para o ID
       CONCLUI-PROTOCOLO.
           SET LK-PRT-CONCLUIR TO TRUE
           MOVE WS-ID-PROCURA TO LK-PRT-ID-USUARIO
           MOVE 'P'           TO LK-PRT-TIPO
           MOVE 'PROGPORT'    TO LK-PRT-PROGRAMA
           CALL CFG-PATH-PROGPRT
           USING LK-PRT-AREA

           IF LK-PRT-OK
              DISPLAY LK-PRT-QTD ' PROTOCOLO(S) DE PORTABILIDADE '
                      'CONCLUIDO(S) - ULTIMO ' LK-PRT-NUMERO
           END-IF
       .

       EXPORTA-CADASTRO.
           MOVE 'ID'           TO WS-CAMPO-NOME
           MOVE ID-USUARIO     TO WS-CAMPO-VALOR
           END-IF
       .

       EXPORTA-ACESSOS.
           SET LK-ACES-LISTAR TO TRUE
           MOVE WS-ID-PROCURA TO LK-ACES-ID-USUARIO
           CALL CFG-PATH-PROGACES
           USING LK-ACES-AREA

           IF LK-ACES-OK
              PERFORM VARYING WS-IDX-ACE FROM 1 BY 1
              UNTIL WS-IDX-ACE > LK-ACES-QTD
                 MOVE SPACES TO REG-PORTABILIDADE
                 STRING 'ACESSO;'        DELIMITED SIZE
                        LK-ACES-IT-SISTEMA (WS-IDX-ACE)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-ACES-IT-PERFIL (WS-IDX-ACE)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-ACES-IT-SITUACAO (WS-IDX-ACE)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-ACES-IT-DATA-CONC (WS-IDX-ACE)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-ACES-IT-DATA-REV (WS-IDX-ACE)
                                         DELIMITED SIZE
                   INTO REG-PORTABILIDADE
                 WRITE REG-PORTABILIDADE
              END-PERFORM
           END-IF
       .

      *    todos os logins de rede do titular, inclusive os anteriores
       EXPORTA-LOGINS-REDE.
           SET LK-REDE-LISTAR TO TRUE
           MOVE WS-ID-PROCURA TO LK-REDE-ID-USUARIO
           CALL CFG-PATH-PROGREDE
           USING LK-REDE-AREA

           IF LK-REDE-OK
              PERFORM VARYING WS-IDX-REDE FROM 1 BY 1
              UNTIL WS-IDX-REDE > LK-REDE-QTD
                 MOVE SPACES TO REG-PORTABILIDADE
                 STRING 'LOGIN-REDE;'    DELIMITED SIZE
                        LK-REDE-IT-LOGIN (WS-IDX-REDE)
                                         DELIMITED SPACE
                        ';'              DELIMITED SIZE
                        LK-REDE-IT-SITUACAO (WS-IDX-REDE)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-REDE-IT-CRIACAO (WS-IDX-REDE)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-REDE-IT-DATA-SIT (WS-IDX-REDE)
                                         DELIMITED SIZE
                   INTO REG-PORTABILIDADE
                 WRITE REG-PORTABILIDADE
              END-PERFORM
           END-IF
       .

      *    FINALIDADE;BASE;SITUACAO;CONCESSAO;CANAL;REVOGACAO;CANAL
       EXPORTA-CONSENTIMENTOS.
           SET LK-CNS-LISTAR TO TRUE
           MOVE WS-ID-PROCURA TO LK-CNS-ID-USUARIO
           CALL CFG-PATH-PROGCNS
           USING LK-CNS-AREA

           IF LK-CNS-OK
              PERFORM VARYING WS-IDX-CNS FROM 1 BY 1
              UNTIL WS-IDX-CNS > LK-CNS-QTD
                 MOVE SPACES TO REG-PORTABILIDADE
                 STRING 'CONSENTIMENTO;' DELIMITED SIZE
                        LK-CNS-IT-FINALIDADE (WS-IDX-CNS)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-CNS-IT-BASE-LEGAL (WS-IDX-CNS)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-CNS-IT-SITUACAO (WS-IDX-CNS)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-CNS-IT-DATA-CONC (WS-IDX-CNS)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-CNS-IT-CANAL-CONC (WS-IDX-CNS)
                                         DELIMITED SPACE
                        ';'              DELIMITED SIZE
                        LK-CNS-IT-DATA-REV (WS-IDX-CNS)
                                         DELIMITED SIZE
                        ';'              DELIMITED SIZE
                        LK-CNS-IT-CANAL-REV (WS-IDX-CNS)
                                         DELIMITED SPACE
                   INTO REG-PORTABILIDADE
                 WRITE REG-PORTABILIDADE
              END-PERFORM
           END-IF
       .

       EXPORTA-HISTORICO.
           SET EOF-OK TO FALSE

                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF LOG-ID-USUARIO = WS-ID-PROCURA
                          AND NOT LOG-IMAGEM-CADASTRO
                          ADD 1 TO WS-CONT-HIST
                          MOVE SPACES TO REG-PORTABILIDADE
                          STRING 'HISTORICO;'      DELIMITED SIZE
