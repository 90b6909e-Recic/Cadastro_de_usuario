      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao usada pelos modulos que chamam
      *          o PROGSESREG, o registro de sessoes ativas. Acoes:
      *          'A' abre a sessao da matricula (com LK-SREG-ASSUMIR
      *          'S' toma o lugar de uma sessao ja aberta), 'V'
      *          verifica antes de cada opcao do menu se a sessao
      *          ainda e desta execucao e se nao passou do tempo de
      *          ociosidade, 'T' marca atividade, 'E' encerra a sessao
      *          desta execucao e 'M' abre a tela ADMIN das sessoes.
      *          'D' derruba, sem confirmacao, a sessao registrada
      *          para LK-SREG-MATRICULA (operador bloqueado).
      *          Em LK-SREG-EM-USO voltam o terminal e o inicio da
      *          sessao que ja estava aberta.
      ******************************************************************
       01  LK-SREG-AREA.
           03 LK-SREG-ACAO             PIC X(01).
              88 LK-SREG-ABRIR         VALUE 'A'.
              88 LK-SREG-VERIFICAR     VALUE 'V'.
              88 LK-SREG-TOCAR         VALUE 'T'.
              88 LK-SREG-ENCERRAR      VALUE 'E'.
              88 LK-SREG-ADMINISTRAR   VALUE 'M'.
              88 LK-SREG-DERRUBAR      VALUE 'D'.
           03 LK-SREG-MATRICULA        PIC 9(05).
           03 LK-SREG-NOME             PIC X(30).
           03 LK-SREG-ASSUMIR          PIC X(01).
              88 LK-SREG-FORCA-ASSUMIR VALUE 'S'.
           03 LK-SREG-RESULTADO        PIC X(01).
              88 LK-SREG-OK            VALUE 'S'.
              88 LK-SREG-EM-USO        VALUE 'U'.
              88 LK-SREG-OCIOSA        VALUE 'O'.
              88 LK-SREG-DERRUBADA     VALUE 'D'.
              88 LK-SREG-FALHOU        VALUE 'N'.
           03 LK-SREG-TERMINAL         PIC X(30).
           03 LK-SREG-DATA-LOGIN       PIC 9(08).
           03 LK-SREG-HORA-LOGIN       PIC 9(06).
           03 LK-SREG-MINUTOS-OCIOSO   PIC 9(05).
