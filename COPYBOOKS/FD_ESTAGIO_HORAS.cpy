      ******************************************************************
      * Copybook:FD_ESTAGIO_HORAS
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE RELATORIOS MENSAIS DE HORAS DE
      *         ESTAGIO (ESTAGIO_HORAS.TXT): UMA LINHA POR CONTRATO X
      *         COMPETENCIA (AAAAMM), COM AS HORAS APROVADAS PELO
      *         SUPERVISOR, A DATA DO LANCAMENTO E O OPERADOR. GRAVADO
      *         EM EXTEND PELO MANUTENCAOESTAGIO, QUE SOMA AS HORAS NO
      *         ETG-HORAS-CUMPRIDAS DO CONTRATO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-ESTAGIO-HORAS.
          03 EHR-CONTRATO                   PIC 9(06).
          03 EHR-CD-STUDENT                 PIC 9(05).
          03 EHR-COMPETENCIA                PIC 9(06).
          03 EHR-HORAS                      PIC 9(03).
          03 EHR-DT-LANCAMENTO              PIC 9(08).
          03 EHR-OPERADOR                   PIC X(20).
