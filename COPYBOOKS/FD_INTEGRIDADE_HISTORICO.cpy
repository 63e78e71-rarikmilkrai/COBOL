      ******************************************************************
      * Copybook:FD_INTEGRIDADE_HISTORICO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO HISTORICO DA INTEGRIDADE REFERENCIAL
      *         (INTEGRIDADE_HISTORICO.TXT): UMA LINHA POR REGRA A
      *         CADA EXECUCAO DO VERIFICAINTEGRIDADE, COM OS REGISTROS
      *         CONFERIDOS E OS VINCULOS QUEBRADOS, PARA ACOMPANHAR A
      *         TENDENCIA DE CADA REGRA NOITE APOS NOITE. REGRA NAO
      *         VERIFICADA (ARQUIVO DEPENDENTE AUSENTE) SAI COM
      *         SITUACAO N E CONTADORES ZERADOS.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-INTEGRIDADE-HISTORICO.
          03 INH-DT-EXECUCAO                PIC 9(08).
          03 INH-HORA-EXECUCAO              PIC 9(06).
          03 INH-REGRA                      PIC X(03).
          03 INH-ARQUIVO                    PIC X(16).
          03 INH-SITUACAO                   PIC X(01).
             88 INH-VERIFICADA                 VALUE 'V'.
             88 INH-NAO-VERIFICADA             VALUE 'N'.
          03 INH-CONFERIDOS                 PIC 9(07).
          03 INH-QUEBRAS                    PIC 9(07).
