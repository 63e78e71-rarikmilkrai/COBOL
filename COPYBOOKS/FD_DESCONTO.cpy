      ******************************************************************
      * Copybook:FD_DESCONTO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DA TABELA DATADA DE DESCONTOS COMERCIAIS
      *         (DESCONTOS.TXT), NO MESMO MOLDE DO FD_VALOR_CURSO: O
      *         ARQUIVO GUARDA TODAS AS VERSOES E O GERAMENSALIDADE
      *         RESOLVE, POR TIPO, A LINHA EM VIGOR NO VENCIMENTO DA
      *         COMPETENCIA (A DO CURSO DO ALUNO TEM PRECEDENCIA SOBRE
      *         A GERAL, DE CURSO EM BRANCO; PERCENTUAL ZERO ENCERRA O
      *         DESCONTO). TIPOS: P = PONTUALIDADE (VALE PARA PAGAMENTO
      *         ATE A VESPERA DO VENCIMENTO) E I = IRMAOS (ALUNOS COM O
      *         MESMO CPF DE RESPONSAVEL - DO SEGUNDO EM DIANTE).
      *         DSC-ACUMULA-BOLSA = N: O DESCONTO NAO SE SOMA A BOLSA
      *         (ALUNO BOLSISTA NAO RECEBE).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-DESCONTO.
          03 DSC-TIPO                       PIC X(01).
             88 DSC-PONTUALIDADE            VALUE 'P'.
             88 DSC-IRMAOS                  VALUE 'I'.
          03 DSC-COURSE-CODE                PIC X(05).
          03 DSC-DT-VIGENCIA                PIC 9(08).
          03 DSC-PERCENTUAL                 PIC 9(03)V9(02).
          03 DSC-ACUMULA-BOLSA              PIC X(01).
             88 DSC-ACUMULA                 VALUE 'S' ' '.
             88 DSC-NAO-ACUMULA             VALUE 'N'.
