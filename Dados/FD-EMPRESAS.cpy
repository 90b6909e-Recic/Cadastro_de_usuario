      ******************************************************************
      * AUTHOR: RENAN CICERO
      * DATE: 15/10/2026
      * PURPOSE: Layout de uma linha da tabela de empresas clientes
      *          (EMPRESAS.dat), no molde do DEPARTAMENTOS.dat: codigo,
      *          um dominio de email e o nome da empresa. Uma empresa
      *          com mais de um dominio ocupa uma linha por dominio,
      *          repetindo codigo e nome; um dominio pertence a uma
      *          so empresa. Mantida pelo PROGTAB e lida pelo
      *          PROGEMPRESA, que deduz a empresa do cadastro pelo
      *          dominio do email.
      ******************************************************************
       01  REG-EMPRESA.
           03 EMP-CODIGO               PIC 9(03).
           03 FILLER                   PIC X(01).
           03 EMP-DOMINIO              PIC X(30).
           03 FILLER                   PIC X(01).
           03 EMP-NOME                 PIC X(30).
