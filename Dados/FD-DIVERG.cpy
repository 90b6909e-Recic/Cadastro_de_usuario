      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout do arquivo de divergencias da conciliacao
      *          (DIVERGENCIAS.dat), regravado pelo PROGCONC a cada
      *          rodada e tratado na tela do PROGDIVERG. A chave e
      *          tipo + CPF + campo: 'H' pessoa so no RH, 'B' cadastro
      *          so na base, 'C' campo divergente (NOME, EMAIL ou
      *          STATUS). Uma divergencia que some do confronto sai
      *          do arquivo; enquanto persiste, DIV-DATA-PRIMEIRA
      *          guarda quando apareceu (base do envelhecimento). A
      *          justificativa vale ate DIV-VALIDADE e suprime o item
      *          do relatorio ate la; a resolucao (cadastrar, inativar
      *          ou corrigir) marca 'R' e o item reabre se a proxima
      *          conciliacao ainda o encontrar.
      ******************************************************************
       01  REG-DIVERGENCIA.
           03 DIV-CHAVE.
              05 DIV-TIPO              PIC X(01).
                 88 DIV-SO-RH          VALUE 'H'.
                 88 DIV-SO-BASE        VALUE 'B'.
                 88 DIV-CAMPO-DIVERGE  VALUE 'C'.
              05 DIV-CPF               PIC 9(11).
              05 DIV-CAMPO             PIC X(06).
           03 DIV-ID-USUARIO           PIC 9(05).
           03 DIV-VALOR-BASE           PIC X(30).
           03 DIV-VALOR-RH             PIC X(30).
           03 DIV-EMAIL-RH             PIC X(30).
           03 DIV-NOME-RH              PIC X(30).
           03 DIV-DATA-PRIMEIRA        PIC 9(08).
           03 DIV-DATA-ULTIMA          PIC 9(08).
           03 DIV-SITUACAO             PIC X(01).
              88 DIV-PENDENTE          VALUE 'P'.
              88 DIV-JUSTIFICADA       VALUE 'J'.
              88 DIV-RESOLVIDA         VALUE 'R'.
           03 DIV-ACAO                 PIC X(01).
              88 DIV-ACAO-CADASTRAR    VALUE 'C'.
              88 DIV-ACAO-INATIVAR     VALUE 'I'.
              88 DIV-ACAO-CORRIGIR     VALUE 'A'.
              88 DIV-ACAO-JUSTIFICAR   VALUE 'J'.
           03 DIV-JUSTIFICATIVA        PIC X(40).
           03 DIV-VALIDADE             PIC 9(08).
           03 DIV-MATRICULA-TRAT       PIC 9(05).
           03 DIV-DATA-TRAT            PIC 9(08).
