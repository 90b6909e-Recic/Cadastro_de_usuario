      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao do PROGSEL (selecoes nomeadas de
      *          cadastros). Acoes:
      *            C - carrega a selecao LK-SEL-NOME de SELECOES.dat:
      *                devolve versao, descricao e criterios
      *            A - avalia um cadastro (LK-SEL-CADASTRO) contra os
      *                criterios ja carregados na area
      *          O PROGLIST, PROGEXT, PROGCARTA e o teste do PROGSELEC
      *          avaliam pela acao 'A', para a mesma selecao dar
      *          sempre a mesma populacao. Cadastro anonimizado nunca
      *          passa. A restricao de empresa do operador continua
      *          com cada programa.
      ******************************************************************
       01  LK-SEL-AREA.
           03 LK-SEL-ACAO              PIC X(01).
              88 LK-SEL-CARREGAR       VALUE 'C'.
              88 LK-SEL-AVALIAR        VALUE 'A'.
           03 LK-SEL-NOME              PIC X(10).
           03 LK-SEL-VERSAO            PIC 9(03).
           03 LK-SEL-DESCRICAO         PIC X(40).
           03 LK-SEL-CRITERIOS.
              05 LK-SEL-STATUS         PIC X(01).
                 88 LK-SEL-SOMENTE-ATIVOS VALUE 'A'.
              05 LK-SEL-DOMINIO        PIC X(20).
              05 LK-SEL-DDD            PIC 9(02).
              05 LK-SEL-DATA-INI       PIC 9(08).
              05 LK-SEL-DATA-FIM       PIC 9(08).
              05 LK-SEL-DEPARTAMENTO   PIC 9(03).
              05 LK-SEL-FINALIDADE     PIC X(01).
           03 LK-SEL-CADASTRO.
              05 LK-SEL-CAD-STATUS     PIC X(01).
              05 LK-SEL-CAD-EMAIL      PIC X(30).
              05 LK-SEL-CAD-TELEFONE   PIC 9(13).
              05 LK-SEL-CAD-DATA-CADASTRO
                                       PIC 9(08).
              05 LK-SEL-CAD-DEPARTAMENTO
                                       PIC 9(03).
           03 LK-SEL-RESULTADO         PIC X(01).
              88 LK-SEL-OK             VALUE 'S'.
              88 LK-SEL-FALHA          VALUE 'N'.
