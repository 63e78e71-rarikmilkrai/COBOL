      ******************************************************************
      * Copybook:FD_CPA_RESULTADO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE RESULTADOS CONSOLIDADOS DA
      *         AVALIACAO INSTITUCIONAL (CPA_RESULTADOS.TXT), GERADO
      *         PELO RELATORIOCPA A CADA PERIODO: UMA LINHA POR GRUPO -
      *         TURMA, PROFESSOR (PELO PROF_TURMA.TXT), MATERIA OU
      *         CURSO - COM O NUMERO DE RESPONDENTES E A MEDIA DE CADA
      *         QUESTAO. GRUPO COM MENOS RESPONDENTES QUE O MINIMO
      *         (DD_CPA_MINIMO) SAI SUPRIMIDO, COM AS MEDIAS ZERADAS,
      *         PARA NAO EXPOR O ALUNO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CPA-RESULTADO.
          03 CRS-PERIODO                    PIC X(06).
          03 CRS-NIVEL                      PIC X(01).
             88 CRS-NIVEL-TURMA                VALUE 'T'.
             88 CRS-NIVEL-PROFESSOR            VALUE 'P'.
             88 CRS-NIVEL-MATERIA              VALUE 'M'.
             88 CRS-NIVEL-CURSO                VALUE 'C'.
          03 CRS-CHAVE                      PIC X(50).
          03 CRS-RESPONDENTES               PIC 9(05).
          03 CRS-SUPRESSAO                  PIC X(01).
             88 CRS-SUPRIMIDO                  VALUE 'S'.
             88 CRS-DIVULGADO                  VALUE 'N'.
          03 CRS-MEDIA                      PIC 9(01)V9(02)
                                            OCCURS 10 TIMES.
