      ******************************************************************
      * Copybook:FD_CATEGORIA_ATIVIDADE
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE CATEGORIAS DE ATIVIDADES
      *         COMPLEMENTARES POR CURSO (CATEGORIAS_ATIVIDADE.TXT):
      *         UMA LINHA POR COURSE-CODE X CATEGORIA (EX. PAL =
      *         PALESTRAS, VOL = VOLUNTARIADO, EVE = EVENTOS), COM O
      *         TETO DE HORAS QUE A CATEGORIA PODE CONTAR NO TOTAL DO
      *         CURSO - NENHUMA CATEGORIA SOZINHA PREENCHE A EXIGENCIA.
      *         CATEGORIA FORA DO ARQUIVO NAO E ACEITA PARA O CURSO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CATEGORIA-ATIVIDADE.
          03 CTA-COURSE-CODE                PIC X(05).
          03 CTA-CATEGORIA                  PIC X(03).
          03 CTA-DESCRICAO                  PIC X(30).
          03 CTA-HORAS-MAXIMAS              PIC 9(04).
