      ******************************************************************
      * Copybook:FD_PROCESSO_VAGA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO QUADRO DE VAGAS DOS PROCESSOS SELETIVOS
      *         (PROCESSO_VAGAS.TXT): UMA LINHA POR PROCESSO X CURSO
      *         COM O NUMERO DE VAGAS, A NOTA FINAL MINIMA PARA NAO
      *         SER ELIMINADO E O PRAZO (EM DIAS CORRIDOS) QUE O
      *         CONVOCADO TEM PARA CONFIRMAR A MATRICULA ANTES DE A
      *         VAGA PASSAR AO PROXIMO DA LISTA DE ESPERA. MANTIDO
      *         PELO MANUTENCAOCANDIDATO E LIDO PELO
      *         CLASSIFICAPROCESSO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-PROCESSO-VAGA.
          03 VAG-PROCESSO                   PIC X(06).
          03 VAG-COURSE-CODE                PIC X(05).
          03 VAG-QTD-VAGAS                  PIC 9(04).
          03 VAG-NOTA-MINIMA                PIC 9(3)V9(2).
          03 VAG-PRAZO-CONFIRMACAO          PIC 9(02).
