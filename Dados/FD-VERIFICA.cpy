      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de verificacao de contato
      *          (VERIFICACOES.dat), chaveado por ID + tipo do
      *          contato (E = email, T = telefone principal). Guarda
      *          o contato para o qual o codigo foi emitido - se o
      *          cadastro trocar o email ou o telefone, o contato
      *          atual deixa de ser o verificado e um novo codigo e
      *          emitido - o codigo de seis digitos, a emissao e a
      *          validade, a data em que a carta saiu pelo PROGCARTA
      *          (zero = ainda nao enviada) e, verificado, a data, a
      *          origem (tela ou arquivo de retorno) e o operador.
      *          VRF-TENTATIVAS conta os codigos errados informados
      *          para o codigo vigente.
      ******************************************************************
       01  REG-VERIFICACAO.
           03 VRF-CHAVE.
              05 VRF-ID-USUARIO        PIC 9(05).
              05 VRF-TIPO              PIC X(01).
                 88 VRF-TIPO-EMAIL     VALUE 'E'.
                 88 VRF-TIPO-TELEFONE  VALUE 'T'.
           03 VRF-CONTATO              PIC X(30).
           03 VRF-CODIGO               PIC 9(06).
           03 VRF-DATA-EMISSAO         PIC 9(08).
           03 VRF-DATA-VALIDADE        PIC 9(08).
           03 VRF-SITUACAO             PIC X(01).
              88 VRF-PENDENTE          VALUE 'P'.
              88 VRF-VERIFICADO        VALUE 'V'.
              88 VRF-EXPIRADO          VALUE 'X'.
           03 VRF-DATA-ENVIO           PIC 9(08).
           03 VRF-DATA-VERIFICACAO     PIC 9(08).
           03 VRF-ORIGEM               PIC X(01).
              88 VRF-ORIGEM-TELA       VALUE 'T'.
              88 VRF-ORIGEM-ARQUIVO    VALUE 'A'.
           03 VRF-OPERADOR             PIC 9(05).
           03 VRF-TENTATIVAS           PIC 9(02).
