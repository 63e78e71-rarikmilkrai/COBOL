      ******************************************************************
      * Copybook:FD_OUVIDORIA_TRAMITE
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO HISTORICO DE TRAMITACAO DA OUVIDORIA
      *         (OUVIDORIA_TRAMITES.TXT): UMA LINHA POR EVENTO DE UMA
      *         MANIFESTACAO - ABERTURA, ENCAMINHAMENTO DE UMA AREA
      *         PARA OUTRA (COM O DESPACHO) E RESPOSTA FINAL -, COM
      *         DATA, HORA E OPERADOR. SO RECEBE LINHAS NOVAS (OPEN
      *         EXTEND) PELO MANUTENCAOOUVIDORIA; A CONSULTA DA
      *         MANIFESTACAO MOSTRA O HISTORICO INTEIRO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-OUVIDORIA-TRAMITE.
          03 OTR-NUMERO                     PIC 9(09).
          03 OTR-DATA                       PIC 9(08).
          03 OTR-HORA                       PIC 9(06).
          03 OTR-EVENTO                     PIC X(01).
             88 OTR-ABERTURA                   VALUE 'A'.
             88 OTR-ENCAMINHAMENTO             VALUE 'E'.
             88 OTR-RESPOSTA                   VALUE 'R'.
          03 OTR-AREA-ORIGEM                PIC X(04).
          03 OTR-AREA-DESTINO               PIC X(04).
          03 OTR-OPERADOR                   PIC X(20).
          03 OTR-TEXTO                      PIC X(80).
