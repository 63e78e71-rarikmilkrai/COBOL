      ******************************************************************
      * Copybook:FD_INDICADOR_PERIODO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO HISTORICO DE INDICADORES INSTITUCIONAIS
      *         (INDICADORES.TXT), GRAVADO PELO APURAINDICADORES UMA
      *         UNICA VEZ POR PERIODO LETIVO FECHADO: UMA LINHA POR
      *         CURSO E UMA LINHA '(TOT)' COM A INSTITUICAO INTEIRA,
      *         TODAS NA DATA DE CORTE DO FECHAPERIODO. PERIODO JA
      *         GRAVADO NAO E APURADO DE NOVO - OS NUMEROS REPORTADOS
      *         A DIRETORIA FICAM CONGELADOS. A LINHA '(TOT)' E A
      *         ULTIMA DO PERIODO E MARCA A APURACAO COMO COMPLETA.
      *         TAXAS E FREQUENCIA EM PERCENTUAL; MEDIA NA ESCALA DA
      *         NOTA; VALORES EM REAIS.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-INDICADOR.
          03 IND-PERIODO                    PIC X(06).
          03 IND-COURSE-CODE                PIC X(05).
             88 IND-TOTAL-INSTITUICAO          VALUE '(TOT)'.
          03 IND-DT-CORTE                   PIC 9(08).
          03 IND-DT-APURACAO                PIC 9(08).
          03 IND-MATRICULADOS               PIC 9(05).
          03 IND-INGRESSANTES               PIC 9(05).
          03 IND-SAIDAS                     PIC 9(05).
          03 IND-TAXA-EVASAO                PIC 9(03)V9(02).
          03 IND-AVALIACOES                 PIC 9(06).
          03 IND-APROVACOES                 PIC 9(06).
          03 IND-TAXA-APROVACAO             PIC 9(03)V9(02).
          03 IND-MEDIA-GERAL                PIC 9(03)V9(02).
          03 IND-FREQUENCIA                 PIC 9(03)V9(02).
          03 IND-VALOR-FATURADO             PIC 9(09)V9(02).
          03 IND-VALOR-RECEBIDO             PIC 9(09)V9(02).
          03 IND-VALOR-ATRASO               PIC 9(09)V9(02).
          03 IND-TAXA-INADIMPLENCIA         PIC 9(03)V9(02).
          03 IND-RECEITA-ALUNO              PIC 9(07)V9(02).
