      ******************************************************************
      * Copybook:FD_NOME_SOCIAL
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE NOMES SOCIAIS DOS ESTUDANTES
      *         (NOMES_SOCIAIS.TXT), UM REGISTRO POR CD-STUDENT QUE
      *         TEM NOME SOCIAL, COM A DATA DO REGISTRO. MANTIDO PELA
      *         TRANSACAO (S) DO MANUTENCAOESTUDANTE, AUDITADA; LIDO
      *         PELA SUBROTINA RESOLVENOME NOS DOCUMENTOS INTERNOS
      *         (DIARIO, LISTAS DE TURMA E DE EMERGENCIA, EXPORTACOES
      *         DO PORTAL, E-MAILS E CARTEIRINHA). DIPLOMA, HISTORICO
      *         ESCOLAR E CENSO CONTINUAM COM O NOME CIVIL
      *         (NM-STUDENT). APAGADO PELO LGPDANONIMIZA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-NOME-SOCIAL.
          03 NSO-CD-STUDENT                 PIC 9(05).
          03 NSO-NOME-SOCIAL                PIC X(20).
          03 NSO-DT-REGISTRO                PIC 9(08).
