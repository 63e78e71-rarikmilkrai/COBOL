      ******************************************************************
      * Copybook:FD_OUVIDORIA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE MANIFESTACOES DA OUVIDORIA
      *         (OUVIDORIA.TXT): UMA LINHA POR MANIFESTACAO (RECLAMACAO
      *         OU SOLICITACAO), PELO NUMERO DA SERIE OUVIDOR DO
      *         GERATICKET, COM O ALUNO (ZEROS = ANONIMA), O CANAL DE
      *         ENTRADA, A CATEGORIA (FD_OUVIDORIA_CATEGORIA), A AREA
      *         RESPONSAVEL NO MOMENTO, A SITUACAO E O PRAZO DE
      *         RESPOSTA CALCULADO PELA CATEGORIA NA ABERTURA. MANTIDO
      *         PELO MANUTENCAOOUVIDORIA; OS ENCAMINHAMENTOS FICAM NO
      *         FD_OUVIDORIA_TRAMITE. CONFERIDO TODO DIA PELO
      *         VERIFICAOUVIDORIA E RESUMIDO NO MES PELO
      *         RELATORIOOUVIDORIA.
      * Modification History:
      * 15/10/26 RMS  Criacao - as manifestacoes chegavam por e-mail,
      *               balcao e portal e se perdiam entre secretaria,
      *               financeiro e coordenacao.
      ******************************************************************
       01 REG-OUVIDORIA.
          03 OUV-NUMERO                     PIC 9(09).
          03 OUV-CD-STUDENT                 PIC 9(05).
          03 OUV-CANAL                      PIC X(01).
             88 OUV-CANAL-EMAIL                VALUE 'E'.
             88 OUV-CANAL-BALCAO               VALUE 'B'.
             88 OUV-CANAL-PORTAL               VALUE 'P'.
             88 OUV-CANAL-TELEFONE             VALUE 'T'.
             88 OUV-CANAL-VALIDO               VALUE 'E' 'B' 'P' 'T'.
          03 OUV-CATEGORIA                  PIC X(04).
          03 OUV-AREA                       PIC X(04).
          03 OUV-SITUACAO                   PIC X(01).
             88 OUV-ABERTA                     VALUE 'A'.
             88 OUV-ENCAMINHADA                VALUE 'E'.
             88 OUV-RESPONDIDA                 VALUE 'R'.
             88 OUV-EM-ANDAMENTO               VALUE 'A' 'E'.
          03 OUV-DT-ABERTURA                PIC 9(08).
          03 OUV-DT-PRAZO                   PIC 9(08).
          03 OUV-DT-RESPOSTA                PIC 9(08).
          03 OUV-OPERADOR                   PIC X(20).
          03 OUV-DESCRICAO                  PIC X(80).
