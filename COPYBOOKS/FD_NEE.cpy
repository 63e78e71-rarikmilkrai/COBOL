      ******************************************************************
      * Copybook:FD_NEE
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE ATENDIMENTO A NECESSIDADES
      *         EDUCACIONAIS ESPECIAIS (NEE.TXT): UM REGISTRO POR
      *         ADAPTACAO ACORDADA COM O NUCLEO DE ACESSIBILIDADE -
      *         TIPO DA ADAPTACAO (TEM TEMPO EXTRA EM PROVA, SAL SALA
      *         ACESSIVEL, LIB INTERPRETE DE LIBRAS, AMP MATERIAL
      *         AMPLIADO, OUT OUTRA), DEFICIENCIA NA CLASSIFICACAO DO
      *         CENSO ESCOLAR, VIGENCIA (DATA FIM ZERADA = SEM PRAZO)
      *         E A REFERENCIA DO LAUDO/DOCUMENTO QUE A SUSTENTA.
      *         MANTIDO PELO MANUTENCAONEE; LIDO PELO
      *         EMITEDIARIOCLASSE, EMITELISTAEMERGENCIA,
      *         MANUTENCAOHORARIO E EXPORTACENSO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-NEE.
          03 NEE-ID                         PIC 9(06).
          03 NEE-CD-STUDENT                 PIC 9(05).
          03 NEE-TIPO                       PIC X(03).
             88 NEE-TEMPO-EXTRA                VALUE 'TEM'.
             88 NEE-SALA-ACESSIVEL             VALUE 'SAL'.
             88 NEE-INTERPRETE-LIBRAS          VALUE 'LIB'.
             88 NEE-MATERIAL-AMPLIADO          VALUE 'AMP'.
             88 NEE-OUTRA                      VALUE 'OUT'.
             88 NEE-TIPO-VALIDO                VALUE 'TEM' 'SAL' 'LIB'
                                                     'AMP' 'OUT'.
          03 NEE-DEFICIENCIA                PIC X(03).
             88 NEE-DEF-CEGUEIRA               VALUE 'CEG'.
             88 NEE-DEF-BAIXA-VISAO            VALUE 'BVI'.
             88 NEE-DEF-SURDEZ                 VALUE 'SUR'.
             88 NEE-DEF-AUDITIVA               VALUE 'AUD'.
             88 NEE-DEF-FISICA                 VALUE 'FIS'.
             88 NEE-DEF-INTELECTUAL            VALUE 'INT'.
             88 NEE-DEF-AUTISMO                VALUE 'TEA'.
             88 NEE-DEF-ALTAS-HABILIDADES      VALUE 'AHS'.
             88 NEE-DEF-VALIDA                 VALUE 'CEG' 'BVI' 'SUR'
                                                     'AUD' 'FIS' 'INT'
                                                     'TEA' 'AHS'.
          03 NEE-DT-INICIO                  PIC 9(08).
          03 NEE-DT-FIM                     PIC 9(08).
          03 NEE-DOC-REFERENCIA             PIC X(20).
          03 NEE-SITUACAO                   PIC X(01).
             88 NEE-ATIVO                      VALUE 'A'.
             88 NEE-CANCELADO                  VALUE 'C'.
          03 NEE-DT-REGISTRO                PIC 9(08).
          03 NEE-OPERADOR                   PIC X(20).
