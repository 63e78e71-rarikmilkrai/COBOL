      ******************************************************************
      * Copybook:FD_CONVENIO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE CONVENIOS COM EMPRESAS
      *         (CONVENIOS.TXT): A EMPRESA QUE PAGA PARTE DA
      *         MENSALIDADE DOS SEUS EMPREGADOS, COM CNPJ, A PARTE DA
      *         EMPRESA (PERCENTUAL DO LIQUIDO OU VALOR FIXO POR
      *         ALUNO), VIGENCIA E DIA DE VENCIMENTO DA FATURA MENSAL.
      *         MANTIDO PELO MANUTENCAOCONVENIO (AUDITADO); OS ALUNOS
      *         VINCULADOS FICAM NO FD_CONVENIO_ALUNO.
      * Modification History:
      * 15/10/26 RMS  Criacao - a mensalidade saia inteira para o
      *               aluno e a parte da empresa era devolvida depois.
      ******************************************************************
       01 REG-CONVENIO.
          03 CNV-ID                         PIC 9(05).
          03 CNV-CNPJ                       PIC 9(14).
          03 CNV-RAZAO-SOCIAL               PIC X(40).
          03 CNV-TIPO                       PIC X(01).
             88 CNV-PERCENTUAL-LIQUIDO         VALUE 'P'.
             88 CNV-VALOR-FIXO                 VALUE 'F'.
          03 CNV-PERCENTUAL                 PIC 9(03)V9(02).
          03 CNV-VALOR-FIXO-ALUNO           PIC 9(05)V9(02).
          03 CNV-DT-INICIO                  PIC 9(08).
          03 CNV-DT-FIM                     PIC 9(08).
          03 CNV-DIA-VENCIMENTO             PIC 9(02).
          03 CNV-SITUACAO                   PIC X(01).
             88 CNV-ATIVO                      VALUE 'A'.
             88 CNV-ENCERRADO                  VALUE 'E'.
          03 CNV-OPERADOR                   PIC X(20).
