      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout da fila de pre-cadastros vindos da intranet
      *          (PRECADASTROS.dat, indexado pelo numero do pedido da
      *          intranet), mantida pelo PROGPRECAD. Os campos do
      *          novo cadastro ficam como chegaram (alfanumericos),
      *          pois o pedido entra na fila mesmo invalido - a
      *          revisao do operador corrige e revalida. PRE-PROBLEMAS
      *          lista os campos reprovados na ultima validacao. Na
      *          decisao ficam a situacao, o ID gerado (aprovado) ou
      *          o motivo (rejeitado), a data e o operador. PRE-AVISO
      *          marca o alerta de pendencia ja emitido, para nao
      *          repetir o alerta todo dia.
      ******************************************************************
       01  REG-PRECAD.
           03 PRE-PEDIDO               PIC X(10).
           03 PRE-SOLICITANTE          PIC X(30).
           03 PRE-DATA-RECEBIMENTO     PIC 9(08).
           03 PRE-HORA-RECEBIMENTO     PIC 9(08).
           03 PRE-EMAIL                PIC X(30).
           03 PRE-NOME                 PIC X(30).
           03 PRE-TELEFONE             PIC X(13).
           03 PRE-CPF                  PIC X(11).
           03 PRE-DEPARTAMENTO         PIC X(03).
           03 PRE-VINCULO              PIC X(01).
           03 PRE-DATA-FIM             PIC X(08).
           03 PRE-END-TIPO             PIC X(01).
           03 PRE-END-CEP              PIC X(08).
           03 PRE-END-LOGRADOURO       PIC X(40).
           03 PRE-END-NUMERO           PIC X(08).
           03 PRE-END-COMPLEMENTO      PIC X(20).
           03 PRE-END-BAIRRO           PIC X(20).
           03 PRE-END-CIDADE           PIC X(30).
           03 PRE-END-UF               PIC X(02).
           03 PRE-SITUACAO             PIC X(01).
              88 PRE-PENDENTE          VALUE 'P'.
              88 PRE-APROVADO          VALUE 'A'.
              88 PRE-REJEITADO         VALUE 'R'.
           03 PRE-QTD-PROBLEMAS        PIC 9(02).
           03 PRE-PROBLEMAS            PIC X(60).
           03 PRE-ID-USUARIO           PIC 9(05).
           03 PRE-DATA-DECISAO         PIC 9(08).
           03 PRE-OPERADOR             PIC 9(05).
           03 PRE-MOTIVO               PIC X(40).
           03 PRE-AVISO                PIC X(01).
              88 PRE-SEM-AVISO         VALUE SPACE.
              88 PRE-AVISO-ATRASO      VALUE 'V'.
