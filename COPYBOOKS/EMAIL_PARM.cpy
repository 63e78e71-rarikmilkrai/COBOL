      *         GRAFICA DO EXPORTAMALADIRETA.
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Incluido EML-NOME: nome de tratamento do aluno
      *               na mensagem (nome social quando registrado,
      *               via RESOLVENOME); em branco quando a mensagem
      *               nao e dirigida ao aluno.
      ******************************************************************
           02 EML-ENDERECO                PIC X(50) VALUE SPACES.
           02 EML-ASSUNTO                 PIC X(30) VALUE SPACES.
           02 EML-REFERENCIA              PIC X(40) VALUE SPACES.
           02 EML-NOME                    PIC X(20) VALUE SPACES.
