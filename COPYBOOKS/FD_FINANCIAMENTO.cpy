      ******************************************************************
      * Copybook:FD_FINANCIAMENTO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DOS CONTRATOS DE FINANCIAMENTO ESTUDANTIL DO
      *         PROGRAMA DO GOVERNO (FINANCIAMENTOS.TXT): UM REGISTRO
      *         POR ALUNO E SEMESTRE (AAAAS, S = 1 PARA JAN-JUN E 2
      *         PARA JUL-DEZ) COM O PERCENTUAL DA MENSALIDADE PAGO
      *         PELO PROGRAMA. MANTIDO PELO MANUTENCAOFINANCIAMENTO;
      *         LIDO PELO GERAMENSALIDADE, QUE TIRA A PARTE FINANCIADA
      *         DA MENSALIDADE DO ALUNO, E PELO CONCILIAFINANCIAMENTO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-FINANCIAMENTO.
          03 FIN-CD-STUDENT                 PIC 9(05).
          03 FIN-CONTRATO                   PIC X(20).
          03 FIN-SEMESTRE                   PIC 9(05).
          03 FIN-SEMESTRE-R REDEFINES FIN-SEMESTRE.
             05 FIN-SEM-ANO                 PIC 9(04).
             05 FIN-SEM-NUM                 PIC 9(01).
          03 FIN-PERCENTUAL                 PIC 9(03)V9(02).
          03 FIN-SITUACAO                   PIC X(01).
             88 FIN-ATIVO                      VALUE 'A'.
             88 FIN-CANCELADO                  VALUE 'C'.
          03 FIN-DT-REGISTRO                PIC 9(08).
          03 FIN-OPERADOR                   PIC X(20).
