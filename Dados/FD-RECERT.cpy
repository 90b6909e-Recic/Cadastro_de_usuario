      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de item da recertificacao
      *          (RECERT-ITENS.dat), chaveado por campanha + ID - um
      *          item por cadastro ATIVO na abertura da campanha, com
      *          o departamento em que ele foi listado e a resposta
      *          do gestor: confirmado, transferido (com o novo
      *          departamento) ou nao pertence mais ao departamento.
      *          RCI-FECHAMENTO guarda o que o fechamento fez com o
      *          cadastro. Os itens de campanhas fechadas ficam no
      *          arquivo como historico.
      ******************************************************************
       01  REG-RECERT-ITEM.
           03 RCI-CHAVE.
              05 RCI-CAMPANHA          PIC 9(04).
              05 RCI-ID-USUARIO        PIC 9(05).
           03 RCI-DEPARTAMENTO         PIC 9(03).
           03 RCI-RESPOSTA             PIC X(01).
              88 RCI-PENDENTE          VALUE 'P'.
              88 RCI-CONFIRMADO        VALUE 'C'.
              88 RCI-TRANSFERIDO       VALUE 'M'.
              88 RCI-DESLIGADO         VALUE 'D'.
           03 RCI-DEPTO-NOVO           PIC 9(03).
           03 RCI-DATA-RESPOSTA        PIC 9(08).
           03 RCI-OPERADOR-RESPOSTA    PIC 9(05).
           03 RCI-ORIGEM-RESPOSTA      PIC X(01).
              88 RCI-ORIGEM-TELA       VALUE 'T'.
              88 RCI-ORIGEM-ARQUIVO    VALUE 'A'.
           03 RCI-FECHAMENTO           PIC X(01).
              88 RCI-FECHA-NADA        VALUE ' '.
              88 RCI-FECHA-INATIVADO   VALUE 'I'.
              88 RCI-FECHA-TRANSFERIDO VALUE 'T'.
