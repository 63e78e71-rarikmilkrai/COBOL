      ******************************************************************
      * Copybook:FD_CPA_PARTICIPACAO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO CONTROLE DE PARTICIPACAO NA AVALIACAO
      *         INSTITUCIONAL (CPA_PARTICIPACAO.TXT): UMA LINHA POR
      *         QUESTIONARIO ACEITO, COM O PERIODO, A TURMA E UM
      *         CODIGO EMBARALHADO DO RESPONDENTE (GERAHASHSENHA SOBRE
      *         A CHAVE DD_CPA_CHAVE E O CD-STUDENT), SO PARA O
      *         IMPORTACPA RECUSAR A SEGUNDA RESPOSTA DO MESMO ALUNO NA
      *         MESMA TURMA. NAO HA LIGACAO COM O CPA_RESPOSTAS.TXT -
      *         OS DOIS ARQUIVOS SAO REGRAVADOS EM ORDENS DIFERENTES.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CPA-PARTICIPACAO.
          03 CPT-PERIODO                    PIC X(06).
          03 CPT-TURMA                      PIC X(08).
          03 CPT-CODIGO                     PIC 9(10).
