      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao usada pelos modulos que chamam
      *          o PROGREDE para:
      *             G  gerar o login de rede de um cadastro novo a
      *                partir de LK-REDE-NOME (cadastro que ja tem
      *                login devolve o atual, resultado 'I')
      *             C  consultar o login atual de um ID
      *             L  listar todos os logins do ID em LK-REDE-ITEM,
      *                do primeiro ao atual
      *             R  renomear - gera um login novo do NOME informado
      *                quando a regra da um login diferente do atual
      *                (resultado 'I' quando nada muda)
      *             D  desativar o login atual
      *             T  reativar o login atual desativado
      *          LK-REDE-SITUACAO devolve A ativo, S substituido ou D
      *          desativado.
      ******************************************************************
       01  LK-REDE-AREA.
           03 LK-REDE-ACAO             PIC X(01).
              88 LK-REDE-GERAR         VALUE 'G'.
              88 LK-REDE-CONSULTAR     VALUE 'C'.
              88 LK-REDE-LISTAR        VALUE 'L'.
              88 LK-REDE-RENOMEAR      VALUE 'R'.
              88 LK-REDE-DESATIVAR     VALUE 'D'.
              88 LK-REDE-REATIVAR      VALUE 'T'.
           03 LK-REDE-ID-USUARIO       PIC 9(05).
           03 LK-REDE-NOME             PIC X(30).
           03 LK-REDE-LOGIN            PIC X(20).
           03 LK-REDE-LOGIN-ANTERIOR   PIC X(20).
           03 LK-REDE-SITUACAO         PIC X(01).
           03 LK-REDE-DATA-CRIACAO     PIC 9(08).
           03 LK-REDE-RESULTADO        PIC X(01).
              88 LK-REDE-OK            VALUE 'S'.
              88 LK-REDE-NAO-ACHADO    VALUE 'N'.
              88 LK-REDE-INALTERADO    VALUE 'I'.
              88 LK-REDE-FALHA         VALUE 'F'.
           03 LK-REDE-QTD              PIC 9(02).
           03 LK-REDE-ITEM             OCCURS 20 TIMES.
              05 LK-REDE-IT-LOGIN      PIC X(20).
              05 LK-REDE-IT-SITUACAO   PIC X(01).
              05 LK-REDE-IT-CRIACAO    PIC 9(08).
              05 LK-REDE-IT-DATA-SIT   PIC 9(08).
