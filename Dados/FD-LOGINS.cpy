      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do registro de logins de rede (LOGINS-REDE.dat),
      *          chaveado por ID-USUARIO + ordem, com o login como
      *          chave alternativa unica. O login e gerado pelo
      *          PROGREDE a partir do primeiro nome e do ultimo
      *          sobrenome, com sufixo numerico na colisao. Nenhum
      *          registro e apagado - nem na exclusao nem na
      *          anonimizacao do cadastro - e por isso um login nunca
      *          volta a ser usado; a troca de NOME gera um login novo
      *          (ordem seguinte) e o anterior fica substituido.
      *          LGN-PROVISIONAR guarda a acao ainda nao enviada a
      *          equipe do diretorio pelo PROGPROV.
      ******************************************************************
       01  REG-LOGIN-REDE.
           03 LGN-CHAVE.
              05 LGN-ID-USUARIO        PIC 9(05).
              05 LGN-ORDEM             PIC 9(02).
           03 LGN-LOGIN                PIC X(20).
           03 LGN-SITUACAO             PIC X(01).
              88 LGN-ATIVO             VALUE 'A'.
              88 LGN-SUBSTITUIDO       VALUE 'S'.
              88 LGN-DESATIVADO        VALUE 'D'.
           03 LGN-DATA-CRIACAO         PIC 9(08).
           03 LGN-DATA-SITUACAO        PIC 9(08).
           03 LGN-PROVISIONAR          PIC X(01).
              88 LGN-PROV-CRIAR        VALUE 'C'.
              88 LGN-PROV-RENOMEAR     VALUE 'R'.
              88 LGN-PROV-DESATIVAR    VALUE 'D'.
              88 LGN-PROV-REATIVAR     VALUE 'T'.
              88 LGN-PROV-NADA         VALUE SPACE.
           03 LGN-LOGIN-ANTERIOR       PIC X(20).
