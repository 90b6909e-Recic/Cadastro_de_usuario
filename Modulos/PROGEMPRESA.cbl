      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Modulo da tabela de empresas clientes (EMPRESAS.dat).
      *          Carrega a tabela uma vez por execucao (como o PROGPARAM
      *          e o PROGVALI) e responde: a empresa de um email pelo
      *          dominio apos o '@', o nome de um codigo e a lista das
      *          empresas para os relatorios por empresa. Sem o
      *          arquivo todo email cai em empresa zero (sem empresa).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGEMPRESA.


      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS ASSIGN TO
           CFG-PATH-EMPRESAS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FS-EMP.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  EMPRESAS.
           COPY
           '/home/recic/Dev/PROG01/Dados/FD-EMPRESAS.cpy'.

      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WS-FS-EMP                   PIC 99.
           88 FS-EMP-OK                VALUE 0.

       77  WS-EOF                      PIC X.
           88 EOF-OK                   VALUE 'F' FALSE 'N'.

       77  WS-TABELA-RESIDENTE         PIC X VALUE 'N'.
           88 TABELA-RESIDENTE         VALUE 'S'.

       77  WS-MAX-EMP                  PIC 9(03) VALUE 50.
       77  WS-QTD-EMP                  PIC 9(03) VALUE 0.
       77  WS-IDX                      PIC 9(03).
       77  WS-IDX-LISTA                PIC 9(03).

       01  TAB-EMPRESAS.
           03 TAB-EMP-ITEM             OCCURS 50 TIMES.
              05 TAB-EMP-CODIGO        PIC 9(03).
              05 TAB-EMP-DOMINIO       PIC X(30).
              05 TAB-EMP-NOME          PIC X(30).

       77  WS-EMAIL-USUARIO            PIC X(30).
       77  WS-EMAIL-DOMINIO            PIC X(30).

       77  WS-JA-LISTADA               PIC X.
           88 JA-LISTADA               VALUE 'S'.

           COPY
           '/home/recic/Dev/PROG01/Dados/CFG-PATHS.cpy'.

      ******************************************************************
       LINKAGE SECTION.
           COPY
           '/home/recic/Dev/PROG01/Dados/LK-EMPRESA.cpy'.

      ******************************************************************
       PROCEDURE DIVISION USING LK-EMP-AREA.
       MAIN-PROCEDURE.

           IF LK-EMP-RECARREGAR
              MOVE 'N' TO WS-TABELA-RESIDENTE
           END-IF

           IF NOT TABELA-RESIDENTE
              PERFORM CARREGA-EMPRESAS
              SET TABELA-RESIDENTE TO TRUE
           END-IF

           SET LK-EMP-NAO-ACHADA TO TRUE

           EVALUATE TRUE
              WHEN LK-EMP-DEDUZIR
                 PERFORM DEDUZ-EMPRESA
              WHEN LK-EMP-NOME-CODIGO
                 PERFORM NOMEIA-EMPRESA
              WHEN LK-EMP-LISTAR
                 PERFORM LISTA-EMPRESAS
           END-EVALUATE

           GOBACK.

       CARREGA-EMPRESAS.
           MOVE 0 TO WS-QTD-EMP
           SET EOF-OK TO FALSE

           OPEN INPUT EMPRESAS

           IF FS-EMP-OK
              PERFORM UNTIL EOF-OK
                 READ EMPRESAS
                    AT END
                       SET EOF-OK TO TRUE
                    NOT AT END
                       IF WS-QTD-EMP < WS-MAX-EMP
                          ADD 1 TO WS-QTD-EMP
                          MOVE EMP-CODIGO
                            TO TAB-EMP-CODIGO (WS-QTD-EMP)
                          MOVE EMP-DOMINIO
                            TO TAB-EMP-DOMINIO (WS-QTD-EMP)
                          MOVE EMP-NOME
                            TO TAB-EMP-NOME (WS-QTD-EMP)
                       ELSE
                          DISPLAY 'LIMITE DE ' WS-MAX-EMP
                                  ' LINHAS DE EMPRESAS ATINGIDO'
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EMPRESAS
           END-IF
       .

       DEDUZ-EMPRESA.
           MOVE 0      TO LK-EMP-CODIGO
           MOVE SPACES TO LK-EMP-NOME
           MOVE SPACES TO WS-EMAIL-DOMINIO

           UNSTRING LK-EMP-EMAIL DELIMITED BY '@'
              INTO WS-EMAIL-USUARIO WS-EMAIL-DOMINIO
           END-UNSTRING

           IF WS-EMAIL-DOMINIO NOT = SPACES
              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-EMP OR LK-EMP-ACHADA
                 IF TAB-EMP-DOMINIO (WS-IDX) = WS-EMAIL-DOMINIO
                    MOVE TAB-EMP-CODIGO (WS-IDX) TO LK-EMP-CODIGO
                    MOVE TAB-EMP-NOME (WS-IDX)   TO LK-EMP-NOME
                    SET LK-EMP-ACHADA TO TRUE
                 END-IF
              END-PERFORM
           END-IF
       .

       NOMEIA-EMPRESA.
           MOVE SPACES TO LK-EMP-NOME

           IF LK-EMP-CODIGO = 0
              MOVE 'SEM EMPRESA' TO LK-EMP-NOME
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-EMP OR LK-EMP-ACHADA
                 IF TAB-EMP-CODIGO (WS-IDX) = LK-EMP-CODIGO
                    MOVE TAB-EMP-NOME (WS-IDX) TO LK-EMP-NOME
                    SET LK-EMP-ACHADA TO TRUE
                 END-IF
              END-PERFORM
           END-IF
       .

       LISTA-EMPRESAS.
           MOVE 0 TO LK-EMP-QTD

           PERFORM VARYING WS-IDX FROM 1 BY 1
           UNTIL WS-IDX > WS-QTD-EMP
              MOVE 'N' TO WS-JA-LISTADA
              PERFORM VARYING WS-IDX-LISTA FROM 1 BY 1
              UNTIL WS-IDX-LISTA > LK-EMP-QTD
                 IF LK-EMP-LISTA-CODIGO (WS-IDX-LISTA)
                    = TAB-EMP-CODIGO (WS-IDX)
                    SET JA-LISTADA TO TRUE
                 END-IF
              END-PERFORM
              IF NOT JA-LISTADA
                 ADD 1 TO LK-EMP-QTD
                 MOVE TAB-EMP-CODIGO (WS-IDX)
                   TO LK-EMP-LISTA-CODIGO (LK-EMP-QTD)
                 MOVE TAB-EMP-NOME (WS-IDX)
                   TO LK-EMP-LISTA-NOME (LK-EMP-QTD)
              END-IF
           END-PERFORM

           IF LK-EMP-QTD > 0
              SET LK-EMP-ACHADA TO TRUE
           END-IF
       .

       END PROGRAM PROGEMPRESA.
