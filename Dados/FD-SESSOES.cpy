      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de sessoes ativas (SESSOES.dat),
      *          uma por matricula, gravado pelo PROGSESREG no login
      *          interativo e apagado no ENCERRAR do PROG ou pelo
      *          ADMIN. SES-TOKEN identifica a execucao dona da
      *          sessao (data e hora do login com centesimos): quem
      *          assume ou derruba a sessao troca ou apaga o registro
      *          e o terminal antigo percebe na proxima opcao do menu.
      *          SES-DATA/HORA-ULTIMA marcam a ultima atividade, base
      *          da reautenticacao por ociosidade.
      ******************************************************************
       01  REG-SESSAO.
           03 SES-MATRICULA            PIC 9(05).
           03 SES-NOME                 PIC X(30).
           03 SES-TERMINAL             PIC X(30).
           03 SES-TOKEN                PIC 9(16).
           03 SES-DATA-LOGIN           PIC 9(08).
           03 SES-HORA-LOGIN           PIC 9(06).
           03 SES-DATA-ULTIMA          PIC 9(08).
           03 SES-HORA-ULTIMA          PIC 9(06).
