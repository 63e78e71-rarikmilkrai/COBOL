      *               automatico e expiracao de senha. Arquivo no
      *               layout antigo (id + senha em claro) e convertido
      *               pela opcao M de ADMOPERADOR.
      * 15/10/26 RMS  Incluidos o codigo do professor vinculado ao
      *               operador (REG-OPER-PROF-CODIGO) e o perfil
      *               (P = professor, S = secretaria, branco = geral),
      *               para o lancamento de notas restrito ao professor
      *               atribuido a turma. Registros anteriores leem os
      *               dois campos em branco.
      * 15/10/26 RMS  Incluida a unidade (campus) do operador
      *               (REG-OPER-UNIDADE): o operador de uma unidade so
      *               faz manutencao de alunos, turmas e salas da
      *               propria unidade. Em branco = todas as unidades.
      ******************************************************************
       01 REG-OPERADOR.
          03 REG-OPER-ID                    PIC X(20).
             88 REG-OPER-BLOQUEADO             VALUE 'B'.
          03 REG-OPER-DT-TROCA              PIC 9(08).
          03 REG-OPER-FALHAS                PIC 9(02).
          03 REG-OPER-PROF-CODIGO           PIC X(06).
          03 REG-OPER-PERFIL                PIC X(01).
             88 REG-OPER-PROFESSOR             VALUE 'P'.
             88 REG-OPER-SECRETARIA            VALUE 'S'.
          03 REG-OPER-UNIDADE               PIC X(02).
             88 REG-OPER-TODAS-UNIDADES        VALUE SPACES.
