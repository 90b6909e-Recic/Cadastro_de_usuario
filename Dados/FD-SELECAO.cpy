      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout das selecoes nomeadas (SELECOES.dat, indexado
      *          pelo nome), mantidas pelo PROGSELEC e lidas pelo
      *          PROGSEL para o PROGLIST, PROGEXT e PROGCARTA. O nome
      *          cabe em LK-SESS-PARAM, para o PROGJOB passar a
      *          selecao ao passo. Cada redefinicao do mesmo nome sobe
      *          SEL-VERSAO; a exclusao so marca SEL-EXCLUIDA, para a
      *          versao nunca voltar a 1 e uma saida antiga continuar
      *          apontando para os criterios que a produziram.
      *          Criterios zerados ou em branco nao filtram.
      ******************************************************************
       01  REG-SELECAO.
           03 SEL-NOME                 PIC X(10).
           03 SEL-VERSAO               PIC 9(03).
           03 SEL-DESCRICAO            PIC X(40).
           03 SEL-SITUACAO             PIC X(01).
              88 SEL-ATIVA             VALUE 'A'.
              88 SEL-EXCLUIDA          VALUE 'E'.
           03 SEL-STATUS               PIC X(01).
              88 SEL-SOMENTE-ATIVOS    VALUE 'A'.
              88 SEL-TODOS-STATUS      VALUE 'T'.
           03 SEL-DOMINIO              PIC X(20).
           03 SEL-DDD                  PIC 9(02).
           03 SEL-DATA-INI             PIC 9(08).
           03 SEL-DATA-FIM             PIC 9(08).
           03 SEL-DEPARTAMENTO         PIC 9(03).
           03 SEL-FINALIDADE           PIC X(01).
              88 SEL-FINALIDADE-VALIDA VALUE 'I' 'M' 'P'.
           03 SEL-DATA-ALTERACAO       PIC 9(08).
           03 SEL-OPERADOR             PIC 9(05).
