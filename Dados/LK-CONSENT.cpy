      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Area de comunicacao usada pelos modulos que chamam
      *          o PROGCNS para registrar a concessao ('G') ou a
      *          revogacao ('R') do consentimento de um ID para uma
      *          finalidade, verificar ('V') se ha consentimento
      *          valido para a finalidade na data de hoje, listar
      *          ('L') os consentimentos de um ID na tabela
      *          LK-CNS-ITEM ou expurgar ('X') todos os registros do
      *          ID na anonimizacao. LK-CNS-DATA em zero vale a data
      *          de hoje (a carga em lote informa a data da coleta).
      *          Na recusa ('I') LK-CNS-MOTIVO traz o motivo para o
      *          chamador exibir ou gravar no resultado da carga.
      *          Finalidades: I institucional, M marketing,
      *          P pesquisa. Bases legais: C consentimento,
      *          E execucao de contrato, L legitimo interesse,
      *          O obrigacao legal.
      ******************************************************************
       01  LK-CNS-AREA.
           03 LK-CNS-ACAO              PIC X(01).
              88 LK-CNS-CONCEDER       VALUE 'G'.
              88 LK-CNS-REVOGAR        VALUE 'R'.
              88 LK-CNS-VERIFICAR      VALUE 'V'.
              88 LK-CNS-LISTAR         VALUE 'L'.
              88 LK-CNS-EXPURGAR       VALUE 'X'.
           03 LK-CNS-ID-USUARIO        PIC 9(05).
           03 LK-CNS-FINALIDADE        PIC X(01).
              88 LK-CNS-FINALIDADE-VALIDA VALUE 'I' 'M' 'P'.
           03 LK-CNS-BASE-LEGAL        PIC X(01).
              88 LK-CNS-BASE-VALIDA    VALUE 'C' 'E' 'L' 'O'.
           03 LK-CNS-DATA              PIC 9(08).
           03 LK-CNS-CANAL             PIC X(10).
           03 LK-CNS-RESULTADO         PIC X(01).
              88 LK-CNS-OK             VALUE 'S'.
              88 LK-CNS-NAO-ACHADO     VALUE 'N'.
              88 LK-CNS-INVALIDO       VALUE 'I'.
              88 LK-CNS-FALHA          VALUE 'F'.
           03 LK-CNS-MOTIVO            PIC X(30).
           03 LK-CNS-QTD               PIC 9(02).
           03 LK-CNS-ITEM              OCCURS 3 TIMES.
              05 LK-CNS-IT-FINALIDADE  PIC X(01).
              05 LK-CNS-IT-BASE-LEGAL  PIC X(01).
              05 LK-CNS-IT-SITUACAO    PIC X(01).
              05 LK-CNS-IT-DATA-CONC   PIC 9(08).
              05 LK-CNS-IT-CANAL-CONC  PIC X(10).
              05 LK-CNS-IT-DATA-REV    PIC 9(08).
              05 LK-CNS-IT-CANAL-REV   PIC X(10).
