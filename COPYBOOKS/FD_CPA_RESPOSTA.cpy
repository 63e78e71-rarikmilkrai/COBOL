      ******************************************************************
      * Copybook:FD_CPA_RESPOSTA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE RESPOSTAS ANONIMAS DA AVALIACAO
      *         INSTITUCIONAL (CPA_RESPOSTAS.TXT): UMA LINHA POR
      *         QUESTIONARIO ACEITO PELO IMPORTACPA, SO COM A TURMA, O
      *         PERIODO, O CURSO DO RESPONDENTE E AS NOTAS - SEM ALUNO
      *         E SEM DATA DA RESPOSTA. O ARQUIVO E REGRAVADO ORDENADO
      *         PELO CONTEUDO A CADA CARGA, PARA A ORDEM DAS LINHAS NAO
      *         DENUNCIAR A ORDEM DE CHEGADA. TABULADO PELO
      *         RELATORIOCPA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CPA-RESPOSTA.
          03 CPR-PERIODO                    PIC X(06).
          03 CPR-TURMA                      PIC X(08).
          03 CPR-COURSE-CODE                PIC X(05).
          03 CPR-NOTAS.
             05 CPR-NOTA                    PIC 9(01) OCCURS 10 TIMES.
          03 CPR-DT-CARGA                   PIC 9(08).
