      ******************************************************************
      * Copybook:FD_CATALOGO_ERRO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO CATALOGO CENTRAL DE MENSAGENS DE ERRO
      *         (CATALOGO_ERROS.TXT): CODIGO, SEVERIDADE, TEXTO PADRAO
      *         E A ACAO DO RUNBOOK PARA O OPERADOR DA NOITE. O
      *         LOGERRO COMPLETA O TEXTO PADRAO COM O DADO VARIAVEL
      *         DA CHAMADA E O RESUMOLOGS MOSTRA A ACAO NO RESUMO.
      *         SEVERIDADE NA ESCALA DO RC:
      *           00 INFORMATIVA - NADA A FAZER
      *           04 AVISO       - CONFERIR NA MANHA SEGUINTE
      *           08 ERRO        - REEXECUTAR / TRATAR NA NOITE
      *           12 GRAVE       - ACIONAR O ANALISTA
      *           16 CRITICA     - ACIONAR O ANALISTA E PARAR A CADEIA
      *         ACIMA DE 04 O ORQUESTRACADEIA RETEM OS DEPENDENTES DO
      *         JOB QUE A REGISTROU. O CODIGO GER000 (MENSAGEM LIVRE
      *         DE PROGRAMA AINDA NAO CONVERTIDO) VALE AVISO QUANDO
      *         NAO ESTA NO CATALOGO; CODIGO DESCONHECIDO VALE ERRO.
      *         CATALOGO INICIAL:
      *           GER000 04 MENSAGEM LIVRE
      *           ORQ001 04 JOB RETIDO NA CADEIA
      *           ORQ002 08 JOB DA CADEIA TERMINOU COM RC ACIMA DE 04
      *           ORQ003 08 JOB REGISTROU SEVERIDADE ACIMA DE 04
      *           ARQ001 08 ERRO AO ABRIR ARQUIVO
      *           SRT001 08 ERRO NA ORDENACAO (SORT-RETURN)
      *           LOG001 00 ERRO.LOG ROTACIONADO PELO RESUMOLOGS
      *           REP001 04 RELATORIO NAO ARQUIVADO NO REPOSITORIO
      *           REP002 08 FALHA AO GRAVAR O INDICE DO REPOSITORIO
      *           REP003 04 COPIA EXPIRADA NAO EXCLUIDA NO EXPURGO
      *           FAT001 08 COMPETENCIA JA FATURADA - LOTE RECUSADO
      *           FAT002 08 LOTE INTERROMPIDO - RETOMAR COM RESTART
      *           FAT003 08 REMESSA DO LOTE JA GERADA - RECUSADA
      *           IND001 04 PERIODO NAO FECHADO - INDICADORES NAO
      *                     APURADOS
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Codigos REP001 a REP003 do repositorio de
      *               relatorios (ARQUIVARELATORIO/EXPURGARELATORIO).
      * 15/10/26 RMS  Codigos FAT001 a FAT003 do controle de lote do
      *               faturamento (GERAMENSALIDADE/GERAREMESSA).
      * 15/10/26 RMS  Codigo IND001 da apuracao de indicadores
      *               (APURAINDICADORES).
      ******************************************************************
       01 REG-CATALOGO-ERRO.
          03 CER-CODIGO                     PIC X(06).
          03 CER-SEVERIDADE                 PIC 9(02).
             88 CER-INFORMATIVA                VALUE 00.
             88 CER-AVISO                      VALUE 04.
             88 CER-ERRO                       VALUE 08.
             88 CER-GRAVE                      VALUE 12.
             88 CER-CRITICA                    VALUE 16.
          03 CER-TEXTO                      PIC X(40).
          03 CER-ACAO                       PIC X(60).
