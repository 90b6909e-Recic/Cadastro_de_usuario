      *                trilha; o PROGLOGVER percorre a cadeia e acusa
      *                o primeiro elo quebrado. Registros anteriores a
      *                adocao ficam com os campos em branco.
      * 15/10/2026 RC  Tipo 'O' tambem registra a consulta de cadastro
      *                (PROGCONS): LOG-CAMPO CONSULTA, ID consultado em
      *                LOG-ID-USUARIO.
      * 15/10/2026 RC  Tipo 'O' also records LOGIN-DUPLO,
      *                ASSUNCAO-ADMIN, SESSAO-ASSUMIDA, SESSAO-OCIOSA,
      *                REAUTENTICACAO e LOGOFF-FORCADO do registro de
      *                sessoes.
      * 15/10/2026 RC  Added the tipo 'V' - contato verificado pelo
      *                codigo (PROGVERCOD), LOG-CAMPO EMAIL ou TELEFONE.
      * 15/10/2026 RC  Tipo 'L' tambem registra os consentimentos
      *                (PROGCNS): LOG-CAMPO CONSENTIMENTO, com
      *                finalidade, situacao, base, data e canal no antes
      *                e no depois.
      * 15/10/2026 RC  Added the tipo 'C' - imagem do cadastro incluido
      *                (PROGCADS) ou recuperado (PROGRECUP), gravada
      *                logo apos o 'I' em tres registros IMAGEM-1/2/3
      *                com o REG-USUARIO inteiro em
      *                LOG-VALOR-ANTES/DEPOIS (senha mascarada), para o
      *                PROGREAPL reaplicar a inclusao sobre um backup
      *                restaurado.
      ******************************************************************
       01  REG-LOG.
           03 LOG-TIPO-OPERACAO        PIC X(01).
              88 LOG-LGPD              VALUE 'L'.
              88 LOG-RESET-SENHA       VALUE 'S'.
              88 LOG-EVENTO-OPERADOR   VALUE 'O'.
              88 LOG-VERIFICACAO       VALUE 'V'.
              88 LOG-IMAGEM-CADASTRO   VALUE 'C'.
           03 LOG-ID-USUARIO           PIC 9(05).
           03 LOG-DATA                 PIC 9(08).
           03 LOG-HORA                 PIC 9(08).
