      *                ESCOLA), gravada pelo GERAGUIATRANSFER junto com
      *                a guia de transferencia - a saida do aluno
      *                perdia o motivo.
      * 15/10/26 RMS  Incluida a situacao V (EVADIDO), gravada pelo
      *                VENCETRANCAMENTO quando o trancamento vence e o
      *                aluno nao volta - o abandono ficava como
      *                trancado para sempre.
      * 15/10/26 RMS  Incluida STUDENT-VERSAO-MATRIZ, retirada da
      *                folga do FILLER: versao da matriz curricular
      *                a que o aluno esta vinculado (RESOLVEMATRIZ
      *                na matricula; em branco = resolvida pela data
      *                de ingresso).
      * 15/10/26 RMS  Incluida STUDENT-UNIDADE, retirada da folga do
      *                FILLER: unidade (campus) do aluno. Em branco =
      *                unidade sede (01).
      * 15/10/26 RMS  Incluido STUDENT-TIPO, retirado da folga do
      *                FILLER: E = participante de curso livre /
      *                extensao (MATRICULAEXTENSAO), fora de media
      *                global, probation, censo e formatura. Em
      *                branco = aluno regular de graduacao.
      ******************************************************************
       01 REG-ESTUDANTE.
          03 CD-STUDENT                     PIC 9(05).
             88 STUDENT-TRANCADO               VALUE 'T'.
             88 STUDENT-FORMADO                VALUE 'F'.
             88 STUDENT-TRANSFERIDO            VALUE 'E'.
             88 STUDENT-EVADIDO                VALUE 'V'.
          03 STUDENT-CPF                    PIC 9(11).
          03 STUDENT-DT-NASCIMENTO          PIC 9(08).
          03 STUDENT-SEXO                   PIC X(01).
          03 STUDENT-NACIONALIDADE          PIC X(01).
             88 STUDENT-NACIO-INFORMADA        VALUE '1' '2' '3'.
          03 STUDENT-MUNICIPIO-NASC         PIC 9(07).
          03 STUDENT-VERSAO-MATRIZ          PIC X(04).
          03 STUDENT-UNIDADE                PIC X(02).
          03 STUDENT-TIPO                   PIC X(01).
             88 STUDENT-REGULAR                VALUE ' ' 'R'.
             88 STUDENT-EXTENSAO               VALUE 'E'.
          03 FILLER                         PIC X(01).
