      ******************************************************************
      * Copybook:FD_REQUISITO_CURSO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE REQUISITOS DE CARGA HORARIA POR
      *         CURSO (REQUISITOS_CURSO.TXT): UMA LINHA POR COURSE-CODE
      *         COM AS HORAS DE ESTAGIO SUPERVISIONADO EXIGIDAS PARA A
      *         FORMATURA (ZERO OU CURSO AUSENTE = CURSO SEM ESTAGIO
      *         OBRIGATORIO) E AS HORAS DE ATIVIDADES COMPLEMENTARES
      *         EXIGIDAS (ZERO = SEM EXIGENCIA), A MATERIA DO CATALOGO
      *         QUE RECEBE A NOTA DA DEFESA DO TCC E A DURACAO DO CURSO
      *         EM PERIODOS (SEMESTRES), ALEM DOS LIMITES DE
      *         TRANCAMENTO DO CURSO EM PERIODOS (CONSECUTIVOS E TOTAL
      *         NO CURSO; ZERO = PADRAO DA ESCOLA). LIDO PELO
      *         VERIFICAFORMATURA, PELA SUBROTINA SOMAATIVIDADES, PELO
      *         MANUTENCAOTCC E PELO TRANCAMENTO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Incluido RQC-HORAS-COMPLEMENTAR - o total de
      *               atividades complementares era somado a mao na
      *               formatura.
      * 15/10/26 RMS  Incluidos RQC-MATERIA-TCC e RQC-PERIODOS-CURSO
      *               para o cadastro de TCC postar a nota da defesa e
      *               achar os alunos no ultimo periodo.
      * 15/10/26 RMS  Incluidos RQC-MAX-TRANC-CONSEC e
      *               RQC-MAX-TRANC-TOTAL, limites de trancamento do
      *               curso conferidos no pedido do TRANCAMENTO.
      ******************************************************************
       01 REG-REQUISITO-CURSO.
          03 RQC-COURSE-CODE                PIC X(05).
          03 RQC-HORAS-ESTAGIO              PIC 9(04).
          03 RQC-HORAS-COMPLEMENTAR         PIC 9(04).
          03 RQC-MATERIA-TCC                PIC X(50).
          03 RQC-PERIODOS-CURSO             PIC 9(02).
          03 RQC-MAX-TRANC-CONSEC           PIC 9(02).
          03 RQC-MAX-TRANC-TOTAL            PIC 9(02).
