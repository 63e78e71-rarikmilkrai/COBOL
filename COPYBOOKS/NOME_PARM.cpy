      ******************************************************************
      * Copybook:NOME_PARM
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:GRUPO DE PARAMETROS DA SUBROTINA RESOLVENOME: O
      *         CHAMADOR INFORMA O CD-STUDENT E O NOME CIVIL
      *         (NM-STUDENT) E A SUBROTINA DEVOLVE O NOME DE
      *         TRATAMENTO - O NOME SOCIAL QUANDO REGISTRADO, SENAO O
      *         PROPRIO NOME CIVIL - E A ORIGEM DA RESPOSTA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
           02 NOM-P-CD-STUDENT            PIC 9(05) VALUE ZEROS.
           02 NOM-P-NM-CIVIL              PIC X(20) VALUE SPACES.
           02 NOM-P-NOME                  PIC X(20) VALUE SPACES.
           02 NOM-P-ORIGEM                PIC X(01) VALUE SPACES.
              88 NOM-P-SOCIAL             VALUE 'S'.
              88 NOM-P-CIVIL              VALUE 'C'.
