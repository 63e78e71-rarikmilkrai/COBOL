      ******************************************************************
      * Copybook:FD_TROCA_CURSO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE TROCAS INTERNAS DE CURSO
      *         (TROCAS_CURSO.TXT), GRAVADO PELO TROCACURSO A CADA
      *         TROCA EFETIVADA: ALUNO, PERIODO, CURSO DE ORIGEM E
      *         DESTINO, QUANTAS MATERIAS APROVADAS FORAM APROVEITADAS
      *         (DIRETAS E POR EQUIVALENCIA) E QUANTAS SE PERDERAM.
      *         E A BASE DA CONTAGEM DE VAGAS USADAS POR PERIODO X
      *         CURSO DESTINO (FD_VAGA_TROCA).
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-TROCA-CURSO.
          03 TRC-DATA                       PIC 9(08).
          03 TRC-CD-STUDENT                 PIC 9(05).
          03 TRC-PERIODO                    PIC X(06).
          03 TRC-CURSO-ANTIGO               PIC X(05).
          03 TRC-CURSO-NOVO                 PIC X(05).
          03 TRC-QTD-DIRETAS                PIC 9(03).
          03 TRC-QTD-EQUIVALENTES           PIC 9(03).
          03 TRC-QTD-PERDIDAS               PIC 9(03).
          03 TRC-OPERADOR                   PIC X(20).
