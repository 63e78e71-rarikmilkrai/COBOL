      ******************************************************************
      * Copybook:FD_EQUIV_MATRIZ
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE EQUIVALENCIAS ENTRE VERSOES DA
      *         MATRIZ CURRICULAR DE UM CURSO (EQUIV_MATRIZ.TXT): UMA
      *         LINHA POR MATERIA DA VERSAO DE ORIGEM QUE APROVEITA
      *         UMA MATERIA DA VERSAO DE DESTINO, PELOS NOMES OFICIAIS
      *         DO CATALOGO. MATERIA COM O MESMO NOME NAS DUAS VERSOES
      *         E APROVEITADA DIRETO E NAO PRECISA DE LINHA. LIDO PELO
      *         MIGRAMATRIZ.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-EQUIV-MATRIZ.
          03 EQM-COURSE-CODE                PIC X(05).
          03 EQM-VERSAO-ORIGEM              PIC X(04).
          03 EQM-VERSAO-DESTINO             PIC X(04).
          03 EQM-MATERIA-ORIGEM             PIC X(50).
          03 EQM-MATERIA-DESTINO            PIC X(50).
