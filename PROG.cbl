      *                CADASTRO).
      * 02/09/2026 RC  Added option 20 - reorganizacao dos arquivos
      *                indexados (PROGREORG, perfil ADMIN).
      * 15/10/2026 RC  Added option 21 - concessao e revogacao de
      *                acessos a sistemas (PROGACESSO, perfil
      *                CADASTRO).
      * 15/10/2026 RC  Added option 22 - recertificacao de cadastros
      *                por departamento (PROGRECERT, perfil CADASTRO;
      *                abrir e fechar a campanha exigem ADMIN).
      * 15/10/2026 RC  Added option 23 - movimentos agendados com data
      *                de efetivacao futura (PROGAGENDA, perfil
      *                CADASTRO).
      * 15/10/2026 RC  Added option 24 - contratos a vencer por
      *                departamento (PROGCONTR, perfil CADASTRO; a
      *                inativacao dos vencidos exige ADMIN).
      * 15/10/2026 RC  Added option 25 - tratamento das divergencias
      *                da conciliacao com o RH (PROGDIVERG, perfil
      *                CADASTRO).
      * 15/10/2026 RC  Added option 26 - sessoes ativas (PROGSESREG,
      *                perfil ADMIN). Antes de cada opcao a sessao e
      *                conferida no registro de sessoes: encerrada por
      *                um ADMIN ou assumida em outro terminal
      *                desconecta, ociosa pede a senha de novo
      *                (PROGLOGIN modo 'R'); o ENCERRAR apaga a sessao
      *                do registro.
      * 15/10/2026 RC  Added option 27 - codigos de verificacao de email
      *                e telefone (PROGVERCOD, perfil CADASTRO).
      * 15/10/2026 RC  Added option 28 - consentimentos LGPD
      *                (PROGCONSENT, perfil CADASTRO).
      * 15/10/2026 RC  Added option 29 - protocolos de titulares LGPD
      *                (PROGPROTOC, perfil CADASTRO).
      * 15/10/2026 RC  Added option 30 - pre-cadastros da intranet
      *                (PROGPRECAD, perfil CADASTRO).
      * 15/10/2026 RC  Added option 31 - selecoes nomeadas de cadastros
      *                (PROGSELEC, perfil CADASTRO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-ALERTA.cpy'.

           COPY
           '/home/recic/Dev/PROG01/Dados/LK-SESREG.cpy'.



      ******************************************************************
           DISPLAY '         18 - PARAMETROS DE EXECUCAO               '
           DISPLAY '         19 - CORRIGIR REJEITADAS DA CARGA         '
           DISPLAY '         20 - REORGANIZAR ARQUIVOS                 '
           DISPLAY '         21 - ACESSOS A SISTEMAS                   '
           DISPLAY '         22 - RECERTIFICACAO POR DEPARTAMENTO      '
           DISPLAY '         23 - MOVIMENTOS AGENDADOS                 '
           DISPLAY '         24 - CONTRATOS A VENCER                   '
           DISPLAY '         25 - DIVERGENCIAS DA CONCILIACAO          '
           DISPLAY '         26 - SESSOES ATIVAS                       '
           DISPLAY '         27 - VERIFICACAO DE EMAIL E TELEFONE      '
           DISPLAY '         28 - CONSENTIMENTOS LGPD                  '
           DISPLAY '         29 - PROTOCOLOS DE TITULARES LGPD         '
           DISPLAY '         30 - PRE-CADASTROS DA INTRANET            '
           DISPLAY '         31 - SELECOES NOMEADAS                    '
           DISPLAY '                                                   '
           DISPLAY '                3 - PARA ENCERRAR                  '
           DISPLAY '                                                   '
           DISPLAY ' '
           DISPLAY ' '

           IF WS-iTEM NOT = 3
              PERFORM CONFERE-SESSAO
           END-IF

           EVALUATE WS-iTEM
              WHEN 1
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGREORG
                 END-IF
              WHEN 21
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGACESSO
                 END-IF
              WHEN 22
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGRECERT
                 END-IF
              WHEN 23
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGAGENDA
                 END-IF
              WHEN 24
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGCONTR
                 END-IF
              WHEN 25
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGDIVERG
                 END-IF
              WHEN 26
                 MOVE 3 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    SET LK-SREG-ADMINISTRAR TO TRUE
                    CALL CFG-PATH-PROGSESREG
                    USING LK-SREG-AREA
                 END-IF
              WHEN 27
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGVERCOD
                 END-IF
              WHEN 28
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGCONSENT
                 END-IF
              WHEN 29
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGPROTOC
                 END-IF
              WHEN 30
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGPRECAD
                 END-IF
              WHEN 31
                 MOVE 2 TO WS-NIVEL-EXIGIDO
                 PERFORM VERIFICA-PERMISSAO
                 IF OPERACAO-PERMITIDA
                    CALL CFG-PATH-PROGSELEC
                 END-IF
              WHEN 3
                 DISPLAY 'ATE MAIS'
                 PERFORM ENCERRAR
                 PERFORM MAIN-PROCEDURE
           END-EVALUATE

      *    o tempo gasto dentro da opcao nao conta como ociosidade
           SET LK-SREG-TOCAR TO TRUE
           CALL CFG-PATH-PROGSESREG
           USING LK-SREG-AREA

           DISPLAY ' '
           DISPLAY 'DESEJA REALIZAR UMA NOVA OPERACAO ?'
           DISPLAY ' '
              USING LK-LOG-AREA
           END-IF

           SET LK-SREG-ENCERRAR TO TRUE
           CALL CFG-PATH-PROGSESREG
           USING LK-SREG-AREA

           STOP RUN.

      ******************************************************************
      * Antes de cada opcao: a sessao encerrada por um ADMIN ou
      * assumida em outro terminal desconecta este; parada alem do
      * tempo de ociosidade pede a senha de novo.
      ******************************************************************
       CONFERE-SESSAO.
           SET LK-SREG-VERIFICAR TO TRUE
           CALL CFG-PATH-PROGSESREG
           USING LK-SREG-AREA

           EVALUATE TRUE
              WHEN LK-SREG-DERRUBADA
                 DISPLAY 'SUA SESSAO FOI ENCERRADA POR UM ADMIN OU '
                         'ASSUMIDA EM OUTRO TERMINAL'
                 PERFORM ENCERRAR
              WHEN LK-SREG-OCIOSA
                 SET LK-SESS-CONSULTAR TO TRUE
                 CALL CFG-PATH-PROGSESS
                 USING LK-SESS-AREA
                 SET LK-LOGIN-REAUT TO TRUE
                 MOVE LK-SESS-MATRICULA TO LK-LOGIN-MATRICULA
                 CALL CFG-PATH-PROGLOGIN
                 USING LK-LOGIN-AREA
                 IF NOT LK-LOGIN-OK
                    DISPLAY 'REAUTENTICACAO NAO CONFIRMADA - SESSAO '
                            'ENCERRADA'
                    PERFORM ENCERRAR
                 END-IF
                 SET LK-SREG-TOCAR TO TRUE
                 CALL CFG-PATH-PROGSESREG
                 USING LK-SREG-AREA
           END-EVALUATE
           .

       VERIFICA-PERMISSAO.
           MOVE 'N' TO WS-PERMITIDO

