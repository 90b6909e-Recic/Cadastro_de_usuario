      *                LOG-ARQUIVO-AAAA.dat do PROGLOGARC: informado o
      *                ano, as ocorrencias arquivadas do ID saem antes
      *                das do log vivo, na mesma ordem cronologica.
      * 15/10/2026 RC  A ficha now also lista os acessos do usuario a
      *                sistemas (ACESSOS.dat via PROGACES), ativos e
      *                revogados, com as datas.
      * 15/10/2026 RC  A ficha now also mostra a situacao da verificacao
      *                do email e do telefone (PROGVERIF).
      * 15/10/2026 RC  Login de rede atual e anteriores na ficha.
      * 15/10/2026 RC  Consentimentos LGPD por finalidade na ficha.
      * 15/10/2026 RC  A ficha conclui os protocolos de acesso em
      *                aberto do titular (PROGPRT).
      * 15/10/2026 RC  As imagens do cadastro gravadas no LOG (tipo C)
      *                ficam fora do historico da ficha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGFICHA.
       77  WS-ANO-ARQUIVO              PIC 9(04) VALUE 0.
       77  WS-ARQ-LOG                  PIC X(70).
       77  WS-PREFIXO-LEN              PIC 99.
       77  WS-IDX-ACE                  PIC 9(02).
       77  WS-IDX-REDE                 PIC S9(02).
       77  WS-SIT-REDE                 PIC X(11).
       77  WS-ROTULO-REDE              PIC X(23).
       77  WS-IDX-CNS                  PIC 9(02).
       77  WS-DESC-FINALIDADE          PIC X(13).

       01  WS-DATA-SISTEMA.
           03 WS-DATA-ANO              PIC 9(02).
           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ACES.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-VERIF.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-REDE.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-CONSENT.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-PROTOCOLO.cpy'.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE USUARIOS
           CLOSE FICHA

           PERFORM CONCLUI-PROTOCOLO

           DISPLAY 'FICHA CADASTRAL GERADA EM FICHA-USUARIO.txt COM '
                   WS-CONT-HIST ' OCORRENCIA(S) DE HISTORICO'

           GOBACK.

      *    A ficha atende o pedido de acesso do titular: conclui os
      *    protocolos de acesso em aberto para o ID
       CONCLUI-PROTOCOLO.
           SET LK-PRT-CONCLUIR TO TRUE
           MOVE WS-ID-PROCURA TO LK-PRT-ID-USUARIO
           MOVE 'A'           TO LK-PRT-TIPO
           MOVE 'PROGFICHA'   TO LK-PRT-PROGRAMA
           CALL CFG-PATH-PROGPRT
           USING LK-PRT-AREA

           IF LK-PRT-OK
              DISPLAY LK-PRT-QTD ' PROTOCOLO(S) DE ACESSO '
                      'CONCLUIDO(S) - ULTIMO ' LK-PRT-NUMERO
           END-IF
       .

       IMPRIME-CADASTRO.
           ACCEPT WS-DATA-SISTEMA FROM DATE

           PERFORM ESCREVE-CAMPO-ID
           PERFORM ESCREVE-CAMPOS-TEXTO
           PERFORM ESCREVE-TELEFONES
           PERFORM ESCREVE-VERIFICACOES
           PERFORM ESCREVE-LOGINS-REDE
           PERFORM ESCREVE-CONSENTIMENTOS
           PERFORM ESCREVE-DATAS-STATUS
           PERFORM ESCREVE-ACESSOS
       .

       ESCREVE-CAMPO-ID.
           END-IF
       .

      *    situacao dos codigos de verificacao do email e do telefone
      *    principal, como o PROGVERIF a classifica
       ESCREVE-VERIFICACOES.
           MOVE ID-USUARIO TO LK-VRF-ID-USUARIO
           MOVE EMAIL      TO LK-VRF-EMAIL
           MOVE TELEFONE   TO LK-VRF-TELEFONE
           CALL CFG-PATH-PROGVERIF
           USING LK-VRF-AREA

           MOVE SPACES TO REG-FICHA
           STRING 'VERIFICACAO EMAIL....: ' DELIMITED SIZE
                  LK-VRF-TEXTO-EMAIL        DELIMITED SIZE
             INTO REG-FICHA
           WRITE REG-FICHA

           MOVE SPACES TO REG-FICHA
           STRING 'VERIFICACAO TELEFONE.: ' DELIMITED SIZE
                  LK-VRF-TEXTO-TELEFONE     DELIMITED SIZE
             INTO REG-FICHA
           WRITE REG-FICHA
       .

      *    login de rede atual e os anteriores, nunca reutilizados
       ESCREVE-LOGINS-REDE.
           SET LK-REDE-LISTAR TO TRUE
           MOVE ID-USUARIO TO LK-REDE-ID-USUARIO
           CALL CFG-PATH-PROGREDE
           USING LK-REDE-AREA

           IF NOT LK-REDE-OK
              MOVE 'LOGIN DE REDE........: NAO GERADO' TO REG-FICHA
              WRITE REG-FICHA
           ELSE
              PERFORM ESCREVE-LOGIN-REDE
              VARYING WS-IDX-REDE FROM LK-REDE-QTD BY -1
              UNTIL WS-IDX-REDE < 1
           END-IF
       .

       ESCREVE-LOGIN-REDE.
           EVALUATE LK-REDE-IT-SITUACAO (WS-IDX-REDE)
              WHEN 'A'
                 MOVE 'ATIVO'       TO WS-SIT-REDE
              WHEN 'D'
                 MOVE 'DESATIVADO'  TO WS-SIT-REDE
              WHEN OTHER
                 MOVE 'SUBSTITUIDO' TO WS-SIT-REDE
           END-EVALUATE

           IF WS-IDX-REDE = LK-REDE-QTD
              MOVE 'LOGIN DE REDE........: ' TO WS-ROTULO-REDE
           ELSE
              MOVE 'LOGIN ANTERIOR.......: ' TO WS-ROTULO-REDE
           END-IF
           MOVE SPACES TO REG-FICHA
           STRING WS-ROTULO-REDE                    DELIMITED SIZE
                  LK-REDE-IT-LOGIN (WS-IDX-REDE)    DELIMITED SPACE
                  ' ('                              DELIMITED SIZE
                  WS-SIT-REDE                       DELIMITED SPACE
                  ' EM '                            DELIMITED SIZE
                  LK-REDE-IT-DATA-SIT (WS-IDX-REDE) DELIMITED SIZE
                  ')'                               DELIMITED SIZE
             INTO REG-FICHA
           WRITE REG-FICHA
       .

      *    um consentimento por finalidade, vigente ou revogado
       ESCREVE-CONSENTIMENTOS.
           SET LK-CNS-LISTAR TO TRUE
           MOVE ID-USUARIO TO LK-CNS-ID-USUARIO
           CALL CFG-PATH-PROGCNS
           USING LK-CNS-AREA

           IF NOT LK-CNS-OK
              MOVE 'CONSENTIMENTOS.......: NENHUM REGISTRADO'
                TO REG-FICHA
              WRITE REG-FICHA
           ELSE
              PERFORM ESCREVE-CONSENTIMENTO
              VARYING WS-IDX-CNS FROM 1 BY 1
              UNTIL WS-IDX-CNS > LK-CNS-QTD
           END-IF
       .

       ESCREVE-CONSENTIMENTO.
           EVALUATE LK-CNS-IT-FINALIDADE (WS-IDX-CNS)
              WHEN 'I'
                 MOVE 'INSTITUCIONAL' TO WS-DESC-FINALIDADE
              WHEN 'M'
                 MOVE 'MARKETING'     TO WS-DESC-FINALIDADE
              WHEN OTHER
                 MOVE 'PESQUISA'      TO WS-DESC-FINALIDADE
           END-EVALUATE

           MOVE SPACES TO REG-FICHA
           IF LK-CNS-IT-SITUACAO (WS-IDX-CNS) = 'C'
              STRING 'CONSENTIMENTO........: ' DELIMITED SIZE
                     WS-DESC-FINALIDADE        DELIMITED SPACE
                     ' CONCEDIDO EM '          DELIMITED SIZE
                     LK-CNS-IT-DATA-CONC (WS-IDX-CNS)
                                               DELIMITED SIZE
                     ' VIA '                   DELIMITED SIZE
                     LK-CNS-IT-CANAL-CONC (WS-IDX-CNS)
                                               DELIMITED SPACE
                     ' BASE '                  DELIMITED SIZE
                     LK-CNS-IT-BASE-LEGAL (WS-IDX-CNS)
                                               DELIMITED SIZE
                INTO REG-FICHA
           ELSE
              STRING 'CONSENTIMENTO........: ' DELIMITED SIZE
                     WS-DESC-FINALIDADE        DELIMITED SPACE
                     ' REVOGADO EM '           DELIMITED SIZE
                     LK-CNS-IT-DATA-REV (WS-IDX-CNS)
                                               DELIMITED SIZE
                     ' VIA '                   DELIMITED SIZE
                     LK-CNS-IT-CANAL-REV (WS-IDX-CNS)
                                               DELIMITED SPACE
                INTO REG-FICHA
           END-IF
           WRITE REG-FICHA
       .

       ESCREVE-DATAS-STATUS.
           MOVE SPACES TO REG-FICHA
           IF ATIVO-USUARIO
           WRITE REG-FICHA
       .

       ESCREVE-ACESSOS.
           MOVE SPACES TO REG-FICHA
           WRITE REG-FICHA

           MOVE 'ACESSOS A SISTEMAS:' TO REG-FICHA
           WRITE REG-FICHA

           SET LK-ACES-LISTAR TO TRUE
           MOVE WS-ID-PROCURA TO LK-ACES-ID-USUARIO
           CALL CFG-PATH-PROGACES
           USING LK-ACES-AREA

           IF NOT LK-ACES-OK
              MOVE 'NENHUM ACESSO REGISTRADO' TO REG-FICHA
              WRITE REG-FICHA
           ELSE
              PERFORM VARYING WS-IDX-ACE FROM 1 BY 1
              UNTIL WS-IDX-ACE > LK-ACES-QTD
                 MOVE SPACES TO REG-FICHA
                 IF LK-ACES-IT-SITUACAO (WS-IDX-ACE) = 'A'
                    STRING '   '       DELIMITED SIZE
                           LK-ACES-IT-SISTEMA (WS-IDX-ACE)
                                       DELIMITED SIZE
                           ' '         DELIMITED SIZE
                           LK-ACES-IT-PERFIL (WS-IDX-ACE)
                                       DELIMITED SIZE
                           ' ATIVO DESDE '
                                       DELIMITED SIZE
                           LK-ACES-IT-DATA-CONC (WS-IDX-ACE)
                                       DELIMITED SIZE
                      INTO REG-FICHA
                 ELSE
                    STRING '   '       DELIMITED SIZE
                           LK-ACES-IT-SISTEMA (WS-IDX-ACE)
                                       DELIMITED SIZE
                           ' '         DELIMITED SIZE
                           LK-ACES-IT-PERFIL (WS-IDX-ACE)
                                       DELIMITED SIZE
                           ' CONCEDIDO EM '
                                       DELIMITED SIZE
                           LK-ACES-IT-DATA-CONC (WS-IDX-ACE)
                                       DELIMITED SIZE
                           ' REVOGADO EM '
                                       DELIMITED SIZE
                           LK-ACES-IT-DATA-REV (WS-IDX-ACE)
                                       DELIMITED SIZE
                      INTO REG-FICHA
                 END-IF
                 WRITE REG-FICHA
              END-PERFORM
           END-IF
       .

       IMPRIME-HISTORICO.
           MOVE SPACES TO REG-FICHA
           WRITE REG-FICHA
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF LOG-ID-USUARIO = WS-ID-PROCURA
                          AND NOT LOG-IMAGEM-CADASTRO
                          PERFORM ESCREVE-OCORRENCIA
                       END-IF
                 END-READ
                    NOT AT END
                       MOVE REG-LOG-ARQUIVO TO REG-LOG
                       IF LOG-ID-USUARIO = WS-ID-PROCURA
                          AND NOT LOG-IMAGEM-CADASTRO
                          PERFORM ESCREVE-OCORRENCIA
                       END-IF
                 END-READ
