      ******************************************************************
      * Copybook:FD_TCC
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO CADASTRO DE TRABALHOS DE CONCLUSAO DE CURSO
      *         (TCC.TXT): UM REGISTRO POR TRABALHO, COM O TEMA, O
      *         ORIENTADOR E O COORIENTADOR (PROF-CODIGO DO CADASTRO DE
      *         PROFESSORES), A DATA DA DEFESA, OS TRES MEMBROS DA
      *         BANCA ALEM DO ORIENTADOR, A NOTA DA DEFESA (0 A 10) E O
      *         LOTE DE NOTAS EM QUE O RESULTADO FOI ENTREGUE AO
      *         CALCULARNOTAS. SITUACAO: O EM ORIENTACAO, B DEFESA
      *         MARCADA (BANCA FORMADA), D DEFENDIDO (NOTA LANCADA,
      *         AGUARDANDO LOTE), P POSTADO (LOTE GERADO), C CANCELADO.
      *         MANTIDO PELO MANUTENCAOTCC.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-TCC.
          03 TCC-ID                         PIC 9(06).
          03 TCC-CD-STUDENT                 PIC 9(05).
          03 TCC-COURSE-CODE                PIC X(05).
          03 TCC-TEMA                       PIC X(60).
          03 TCC-ORIENTADOR                 PIC X(06).
          03 TCC-COORIENTADOR               PIC X(06).
          03 TCC-DT-DEFESA                  PIC 9(08).
          03 TCC-BANCA OCCURS 3 TIMES       PIC X(06).
          03 TCC-NOTA                       PIC 9(3)V9(2).
          03 TCC-SITUACAO                   PIC X(01).
             88 TCC-EM-ORIENTACAO              VALUE 'O'.
             88 TCC-DEFESA-MARCADA             VALUE 'B'.
             88 TCC-DEFENDIDO                  VALUE 'D'.
             88 TCC-POSTADO                    VALUE 'P'.
             88 TCC-CANCELADO                  VALUE 'C'.
          03 TCC-LOTE-ID                    PIC X(08).
          03 TCC-DT-INCLUSAO                PIC 9(08).
