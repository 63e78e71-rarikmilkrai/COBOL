      ******************************************************************
      * Copybook:FD_CONVENIO_ALUNO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO VINCULO ALUNO X CONVENIO
      *         (CONVENIO_ALUNOS.TXT): QUAL ALUNO TEM A MENSALIDADE
      *         DIVIDIDA COM QUAL EMPRESA (FD_CONVENIO) E DESDE/ATE
      *         QUANDO. UM ALUNO TEM NO MAXIMO UM VINCULO ATIVO.
      *         MANTIDO PELO MANUTENCAOCONVENIO; LIDO PELO
      *         GERAMENSALIDADE.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CONVENIO-ALUNO.
          03 CVA-CD-STUDENT                 PIC 9(05).
          03 CVA-CNV-ID                     PIC 9(05).
          03 CVA-DT-INICIO                  PIC 9(08).
          03 CVA-DT-FIM                     PIC 9(08).
          03 CVA-SITUACAO                   PIC X(01).
             88 CVA-ATIVO                      VALUE 'A'.
             88 CVA-DESVINCULADO               VALUE 'D'.
          03 CVA-OPERADOR                   PIC X(20).
