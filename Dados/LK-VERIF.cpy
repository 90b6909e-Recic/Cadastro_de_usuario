      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao usada pelos modulos que chamam
      *          o PROGVERIF para saber a situacao de verificacao do
      *          email e do telefone principal de um cadastro. O
      *          chamador poe o ID e os contatos ATUAIS do cadastro;
      *          cada contato volta com a situacao e um texto pronto
      *          para tela ou relatorio:
      *             V  verificado (data da verificacao)
      *             P  codigo emitido, aguardando retorno (validade)
      *             X  codigo expirado sem retorno
      *             A  contato alterado depois do codigo - o contato
      *                atual nunca foi verificado
      *             N  nenhum codigo emitido ainda
      *             S  cadastro sem esse contato
      ******************************************************************
       01  LK-VRF-AREA.
           03 LK-VRF-ID-USUARIO        PIC 9(05).
           03 LK-VRF-EMAIL             PIC X(30).
           03 LK-VRF-TELEFONE          PIC 9(13).
           03 LK-VRF-SIT-EMAIL         PIC X(01).
              88 LK-VRF-EMAIL-VERIFICADO   VALUE 'V'.
           03 LK-VRF-TEXTO-EMAIL       PIC X(30).
           03 LK-VRF-SIT-TELEFONE      PIC X(01).
              88 LK-VRF-TELEFONE-VERIFICADO VALUE 'V'.
           03 LK-VRF-TEXTO-TELEFONE    PIC X(30).
