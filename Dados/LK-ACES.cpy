      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao usada pelos modulos que chamam
      *          o PROGACES para conceder ('G') ou revogar ('R') o
      *          acesso de um ID a um sistema, revogar todos os
      *          acessos de um ID ('T' - exclusao, anonimizacao e
      *          desligamento) ou listar ('L') os acessos de um ID na
      *          tabela LK-ACES-ITEM. Na revogacao geral LK-ACES-QTD
      *          devolve quantos acessos foram revogados.
      ******************************************************************
       01  LK-ACES-AREA.
           03 LK-ACES-ACAO             PIC X(01).
              88 LK-ACES-CONCEDER      VALUE 'G'.
              88 LK-ACES-REVOGAR       VALUE 'R'.
              88 LK-ACES-REVOGAR-TODOS VALUE 'T'.
              88 LK-ACES-LISTAR        VALUE 'L'.
           03 LK-ACES-ID-USUARIO       PIC 9(05).
           03 LK-ACES-SISTEMA          PIC X(08).
           03 LK-ACES-PERFIL           PIC X(10).
           03 LK-ACES-MOTIVO           PIC X(20).
           03 LK-ACES-RESULTADO        PIC X(01).
              88 LK-ACES-OK            VALUE 'S'.
              88 LK-ACES-NAO-ACHADO    VALUE 'N'.
              88 LK-ACES-INVALIDO      VALUE 'I'.
              88 LK-ACES-FALHA         VALUE 'F'.
           03 LK-ACES-QTD              PIC 9(02).
           03 LK-ACES-ITEM             OCCURS 20 TIMES.
              05 LK-ACES-IT-SISTEMA    PIC X(08).
              05 LK-ACES-IT-PERFIL     PIC X(10).
              05 LK-ACES-IT-SITUACAO   PIC X(01).
              05 LK-ACES-IT-DATA-CONC  PIC 9(08).
              05 LK-ACES-IT-DATA-REV   PIC 9(08).
