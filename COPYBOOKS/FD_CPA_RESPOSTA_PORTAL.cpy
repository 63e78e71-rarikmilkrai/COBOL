      ******************************************************************
      * Copybook:FD_CPA_RESPOSTA_PORTAL
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE RESPOSTAS DO QUESTIONARIO DA
      *         AVALIACAO INSTITUCIONAL (CPA) EXPORTADO PELO PORTAL
      *         (CPA_PORTAL.TXT): UMA LINHA POR ALUNO E TURMA AVALIADA,
      *         COM AS NOTAS DE 1 A 5 DAS ATE 10 QUESTOES DO
      *         CPA_QUESTOES.TXT (0 = QUESTAO NAO RESPONDIDA). E A
      *         UNICA ENTRADA QUE TRAZ O ALUNO: O IMPORTACPA CONFERE A
      *         INSCRICAO E DESCARTA A IDENTIFICACAO ANTES DE GRAVAR.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CPA-RESPOSTA-PORTAL.
          03 CPP-CD-STUDENT                 PIC 9(05).
          03 CPP-TURMA                      PIC X(08).
          03 CPP-PERIODO                    PIC X(06).
          03 CPP-DT-RESPOSTA                PIC 9(08).
          03 CPP-NOTA                       PIC 9(01) OCCURS 10 TIMES.
