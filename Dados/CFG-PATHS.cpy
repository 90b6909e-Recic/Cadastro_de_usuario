      * 02/09/2026 RC  Added CFG-PATH-REORG-TRAB/REL-REORG/PROGREORG
      *                - reorganizacao rotineira dos arquivos
      *                indexados.
      * 15/10/2026 RC  Added CFG-PATH-SISTEMAS/ACESSOS/PROGACES/
      *                PROGACESSO - tabela de sistemas e perfis e os
      *                acessos concedidos a cada cadastro.
      * 15/10/2026 RC  Added CFG-PATH-RECERT-CAMPANHA/RECERT-ITENS/
      *                RECERT-PREFIXO/RECERT-RETORNO/REL-RECERT/
      *                PROGRECERT - recertificacao periodica dos
      *                cadastros por departamento.
      * 15/10/2026 RC  Added CFG-PATH-AGENDA/AGENDA-RESULT/REL-AGENDA/
      *                PROGAGENDA - movimentos com data de efetivacao
      *                futura.
      * 15/10/2026 RC  Added CFG-PATH-REL-CONTRATOS/PROGCONTR - fim de
      *                contrato de terceiros e estagiarios.
      * 15/10/2026 RC  Added CFG-PATH-REL-PRODUTIV/PROD-CSV/PROGPROD -
      *                produtividade dos operadores pela auditoria.
      * 15/10/2026 RC  Added CFG-PATH-PROGRISCO - analise de padroes de
      *                risco na trilha do dia.
      * 15/10/2026 RC  Added CFG-PATH-DIVERGENCIAS/PROGDIVERG -
      *                tratamento das divergencias da conciliacao.
      * 15/10/2026 RC  Added CFG-PATH-SESSOES/PROGSESREG - registro das
      *                sessoes ativas dos operadores.
      * 15/10/2026 RC  Added CFG-PATH-EMPRESAS/PROGEMPRESA - tabela de
      *                empresas clientes e seus dominios de email.
      * 15/10/2026 RC  Added CFG-PATH-VERIFICACOES/VERIF-MODELO/
      *                VERIF-RETORNO/REL-VERIF/REL-NAO-VERIF/PROGVERIF/
      *                PROGVERCOD - codigos de verificacao de email e
      *                telefone.
      * 15/10/2026 RC  Added CFG-PATH-JOB-CONTROLE - controle de
      *                execucao e reinicio dos jobs do PROGJOB.
      * 15/10/2026 RC  Added CFG-PATH-CONSUMIDORES e os prefixos
      *                MOV-PREFIXO/MOVPEND-PREFIXO/MOVRET-PREFIXO - um
      *                movimento, pendentes e retorno por consumidor.
      * 15/10/2026 RC  Added LOGINS-REDE.dat, PROVISIONAMENTO-REDE.txt,
      *                PROGREDE and PROGPROV.
      * 15/10/2026 RC  Added CONSENTIMENTOS.dat, CONSENT-ENTRADA.txt,
      *                CONSENT-RESULTADO.txt, PROGCNS, PROGCONSENT and
      *                PROGCNSCARGA.
      * 15/10/2026 RC  Added REL-RETENCAO.txt, RETENCAO-PENDENTES.dat
      *                e PROGRETEN (politica de retencao).
      * 15/10/2026 RC  Added PROTOCOLOS.dat, REL-PROTOCOLOS.txt, PROGPRT
      *                e PROGPROTOC (protocolos de titulares LGPD).
      * 15/10/2026 RC  Added REL-ROTATIVIDADE.txt, ROTATIVIDADE.csv e
      *                PROGROTAT (rotatividade por departamento).
      * 15/10/2026 RC  Added REL-BKP-DIFERENCAS.txt e PROGBKPDIF
      *                (comparacao entre geracoes de backup).
      * 15/10/2026 RC  Added PRECADASTROS.dat, PRECAD-ENTRADA.txt,
      *                PRECAD-RETORNO.txt e PROGPRECAD (fila de
      *                pre-cadastros da intranet).
      * 15/10/2026 RC  Added ARQ-RECEBIDOS.dat e PROGRECEB (controle dos
      *                arquivos recebidos pelas interfaces de entrada).
      * 15/10/2026 RC  Added PROGOPVINC (vinculo do operador com o
      *                cadastro da propria pessoa).
      * 15/10/2026 RC  Added SELECOES.dat, PROGSEL e PROGSELEC (selecoes
      *                nomeadas do PROGLIST, PROGEXT e PROGCARTA).
      * 15/10/2026 RC  Added REL-REAPLICACAO.txt e PROGREAPL
      *                (restauracao de um backup com reaplicacao da
      *                trilha de auditoria).
      * 15/10/2026 RC  Added HML-PREFIXO (diretorio da copia mascarada
      *                para homologacao), REL-MASCARAMENTO.txt e
      *                PROGMASC.
      * 15/10/2026 RC  Added AVISO-MODELO.txt (modelo do aviso ao
      *                titular de alteracao de dados sensiveis, gerado
      *                pelo PROGCARTA).
      ******************************************************************
       01  CFG-CAMINHOS.
           03 CFG-PATH-USUARIOS        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-REORG.txt'.
           03 CFG-PATH-PROGREORG       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGREORG'.
           03 CFG-PATH-SISTEMAS        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/SISTEMAS.dat'.
           03 CFG-PATH-ACESSOS         PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/ACESSOS.dat'.
           03 CFG-PATH-PROGACES        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGACES'.
           03 CFG-PATH-PROGACESSO      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGACESSO'.
           03 CFG-PATH-RECERT-CAMPANHA PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/RECERT-CAMPANHA.dat'.
           03 CFG-PATH-RECERT-ITENS    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/RECERT-ITENS.dat'.
           03 CFG-PATH-RECERT-PREFIXO  PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/RECERT-LISTA-'.
           03 CFG-PATH-RECERT-RETORNO  PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/RECERT-RETORNO.txt'.
           03 CFG-PATH-REL-RECERT      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-RECERT.txt'.
           03 CFG-PATH-PROGRECERT      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGRECERT'.
           03 CFG-PATH-AGENDA          PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/AGENDA-MOVIMENTOS.dat'.
           03 CFG-PATH-AGENDA-RESULT   PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/AGENDA-RESULTADO.txt'.
           03 CFG-PATH-REL-AGENDA      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-AGENDA.txt'.
           03 CFG-PATH-PROGAGENDA      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGAGENDA'.
           03 CFG-PATH-REL-CONTRATOS   PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-CONTRATOS.txt'.
           03 CFG-PATH-PROGCONTR       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGCONTR'.
           03 CFG-PATH-REL-PRODUTIV    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-PRODUTIVIDADE.txt'.
           03 CFG-PATH-PROD-CSV        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/PRODUTIVIDADE.csv'.
           03 CFG-PATH-PROGPROD        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGPROD'.
           03 CFG-PATH-PROGRISCO       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGRISCO'.
           03 CFG-PATH-DIVERGENCIAS    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/DIVERGENCIAS.dat'.
           03 CFG-PATH-PROGDIVERG      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGDIVERG'.
           03 CFG-PATH-SESSOES         PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/SESSOES.dat'.
           03 CFG-PATH-PROGSESREG      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGSESREG'.
           03 CFG-PATH-EMPRESAS        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/EMPRESAS.dat'.
           03 CFG-PATH-PROGEMPRESA     PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGEMPRESA'.
           03 CFG-PATH-VERIFICACOES    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/VERIFICACOES.dat'.
           03 CFG-PATH-VERIF-MODELO    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/VERIF-MODELO.txt'.
           03 CFG-PATH-VERIF-RETORNO   PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/VERIF-RETORNO.txt'.
           03 CFG-PATH-REL-VERIF       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-VERIF.txt'.
           03 CFG-PATH-REL-NAO-VERIF   PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-NAO-VERIFICADOS.txt'.
           03 CFG-PATH-PROGVERIF       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGVERIF'.
           03 CFG-PATH-PROGVERCOD      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGVERCOD'.
           03 CFG-PATH-JOB-CONTROLE    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/JOB-CONTROLE.dat'.
           03 CFG-PATH-CONSUMIDORES    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/CONSUMIDORES.dat'.
           03 CFG-PATH-MOV-PREFIXO     PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/MOVIMENTO-'.
           03 CFG-PATH-MOVPEND-PREFIXO PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/MOVIMENTO-PENDENTES-'.
           03 CFG-PATH-MOVRET-PREFIXO  PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/MOVIMENTO-RETORNO-'.
           03 CFG-PATH-LOGINS-REDE     PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/LOGINS-REDE.dat'.
           03 CFG-PATH-PROV-REDE       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/PROVISIONAMENTO-REDE.txt'.
           03 CFG-PATH-PROGREDE        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGREDE'.
           03 CFG-PATH-PROGPROV        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGPROV'.
           03 CFG-PATH-CONSENTIMENTOS  PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/CONSENTIMENTOS.dat'.
           03 CFG-PATH-CONSENT-ENTRADA PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/CONSENT-ENTRADA.txt'.
           03 CFG-PATH-CONSENT-RESULT  PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/CONSENT-RESULTADO.txt'.
           03 CFG-PATH-PROGCNS         PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGCNS'.
           03 CFG-PATH-PROGCONSENT     PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGCONSENT'.
           03 CFG-PATH-PROGCNSCARGA    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGCNSCARGA'.
           03 CFG-PATH-REL-RETENCAO    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-RETENCAO.txt'.
           03 CFG-PATH-RETENCAO-PEND   PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/RETENCAO-PENDENTES.dat'.
           03 CFG-PATH-PROGRETEN       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGRETEN'.
           03 CFG-PATH-PROTOCOLOS      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/PROTOCOLOS.dat'.
           03 CFG-PATH-REL-PROTOCOLOS  PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-PROTOCOLOS.txt'.
           03 CFG-PATH-PROGPRT         PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGPRT'.
           03 CFG-PATH-PROGPROTOC      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGPROTOC'.
           03 CFG-PATH-REL-ROTATIV     PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-ROTATIVIDADE.txt'.
           03 CFG-PATH-ROTAT-CSV       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/ROTATIVIDADE.csv'.
           03 CFG-PATH-PROGROTAT       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGROTAT'.
           03 CFG-PATH-REL-BKPDIF      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-BKP-DIFERENCAS.txt'.
           03 CFG-PATH-PROGBKPDIF      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGBKPDIF'.
           03 CFG-PATH-PRECADASTROS    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/PRECADASTROS.dat'.
           03 CFG-PATH-PRECAD-ENTRADA  PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/PRECAD-ENTRADA.txt'.
           03 CFG-PATH-PRECAD-RETORNO  PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/PRECAD-RETORNO.txt'.
           03 CFG-PATH-PROGPRECAD      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGPRECAD'.
           03 CFG-PATH-ARQ-RECEBIDOS   PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/ARQ-RECEBIDOS.dat'.
           03 CFG-PATH-PROGRECEB       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGRECEB'.
           03 CFG-PATH-PROGOPVINC      PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGOPVINC'.
           03 CFG-PATH-SELECOES        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/SELECOES.dat'.
           03 CFG-PATH-PROGSEL         PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGSEL'.
           03 CFG-PATH-PROGSELEC       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGSELEC'.
           03 CFG-PATH-REL-REAPL       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-REAPLICACAO.txt'.
           03 CFG-PATH-PROGREAPL       PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGREAPL'.
           03 CFG-PATH-HML-PREFIXO     PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Homologacao/'.
           03 CFG-PATH-REL-MASCARA     PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/REL-MASCARAMENTO.txt'.
           03 CFG-PATH-PROGMASC        PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Modulos/PROGMASC'.
           03 CFG-PATH-AVISO-MODELO    PIC X(60) VALUE
              '/home/recic/Dev/PROG01/Dados/AVISO-MODELO.txt'.
