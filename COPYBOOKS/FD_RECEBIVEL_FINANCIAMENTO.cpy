      ******************************************************************
      * Copybook:FD_RECEBIVEL_FINANCIAMENTO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DOS RECEBIVEIS DO PROGRAMA DE FINANCIAMENTO
      *         ESTUDANTIL (RECEBIVEIS_FINANCIAMENTO.TXT): A PARTE
      *         FINANCIADA DA MENSALIDADE DE UM ALUNO NUMA COMPETENCIA,
      *         COBRADA DO PROGRAMA E NAO DO ALUNO. GRAVADO PELO
      *         GERAMENSALIDADE JUNTO COM A MENSALIDADE (QUE JA SAI SO
      *         COM A PARTE DO ALUNO), FORA DO ARQUIVO DE
      *         MENSALIDADES - POR ISSO NAO PESA NO BLOQUEIOFINANCEIRO.
      *         QUITADO PELO IMPORTAREPASSE A CADA EXTRATO DE REPASSE
      *         DO PROGRAMA (VALOR REPASSADO ACUMULADO; R = REPASSADO
      *         POR INTEIRO, P = REPASSE PARCIAL, A = EM ABERTO).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-RECEBIVEL-FINANCIAMENTO.
          03 RFI-CONTRATO                   PIC X(20).
          03 RFI-CD-STUDENT                 PIC 9(05).
          03 RFI-COMPETENCIA                PIC 9(06).
          03 RFI-VALOR                      PIC 9(05)V9(02).
          03 RFI-VALOR-REPASSADO            PIC 9(05)V9(02).
          03 RFI-DT-REPASSE                 PIC 9(08).
          03 RFI-LOTE-REPASSE               PIC X(08).
          03 RFI-SITUACAO                   PIC X(01).
             88 RFI-ABERTO                     VALUE 'A'.
             88 RFI-PARCIAL                    VALUE 'P'.
             88 RFI-REPASSADO                  VALUE 'R'.
