      *         CONSOME UMA APROVACAO - O ITEM PRECISA EXISTIR, ESTAR
      *         APROVADO, SER DO MESMO TIPO/ALUNO E TER APROVADOR
      *         DIFERENTE DO EXECUTOR; CONSUMIDO, VIRA EXECUTADA (E) E
      *         A SUBROTINA DEVOLVE SOLICITANTE, APROVADOR E O
      *         DETALHE CAPTURADO PARA A TRILHA DE AUDITORIA E A
      *         EXECUCAO DO CHAMADOR.
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Validacao devolve tambem o detalhe capturado.
      ******************************************************************
           02 APR-PARM-FUNCAO             PIC X(01) VALUE SPACE.
              88 APR-PARM-CAPTURA         VALUE 'C'.
