      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout de uma linha da tabela de consumidores do
      *          movimento (CONSUMIDORES.dat), no molde do DDD.dat:
      *          um sistema consumidor do delta do PROGMOV por linha,
      *          com a periodicidade da geracao (D diaria; S semanal,
      *          CON-DIA = dia da semana 1 segunda .. 7 domingo; M
      *          mensal, CON-DIA = dia do mes - alem do ultimo dia do
      *          mes vale o ultimo) e a lista de campos do registro,
      *          separados por virgula, apos TIPO;ID;DATA;HORA:
      *          EMAIL NOME STATUS CPF TELEFONE DEPTO EMPRESA VINCULO
      *          DATAFIM DATACAD, mais ACESSOS para os registros 'S'
      *          de acesso a sistemas. Mantida pelo PROGTAB e lida
      *          pelo PROGMOV e pelo PROGMOVRET.
      ******************************************************************
       01  REG-CONSUMIDOR.
           03 CON-CODIGO               PIC X(08).
           03 FILLER                   PIC X(01).
           03 CON-FREQUENCIA           PIC X(01).
              88 CON-DIARIO            VALUE 'D'.
              88 CON-SEMANAL           VALUE 'S'.
              88 CON-MENSAL            VALUE 'M'.
           03 FILLER                   PIC X(01).
           03 CON-DIA                  PIC 9(02).
           03 FILLER                   PIC X(01).
           03 CON-CAMPOS               PIC X(60).
           03 FILLER                   PIC X(01).
           03 CON-DESCRICAO            PIC X(30).
