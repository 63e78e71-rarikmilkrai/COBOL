      * 09/08/26 RMS  Incluido LOG-PARAGRAFO, para o registro tambem
      *               dizer em que paragrafo do programa o erro
      *               ocorreu, nao so em qual programa.
      * 15/10/26 RMS  Incluido LOG-CODIGO: codigo do catalogo de
      *               mensagens (FD_CATALOGO_ERRO). Informado, o
      *               LOGERRO grava o texto padrao do codigo e
      *               LOG-MENSAGEM leva so o dado variavel; em branco,
      *               a mensagem livre vai sob o codigo generico
      *               GER000. O LOGERRO devolve o campo em branco.
      ******************************************************************
           02 LOG-PROGRAMA                PIC X(30) VALUE SPACES.
           02 LOG-PARAGRAFO               PIC X(30) VALUE SPACES.
           02 LOG-MENSAGEM                PIC X(80) VALUE SPACES.
           02 LOG-CODIGO                  PIC X(06) VALUE SPACES.
