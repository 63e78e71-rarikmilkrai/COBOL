      ******************************************************************
      * Copybook:FD_EVENTO_CATRACA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO ARQUIVO DE EVENTOS DAS CATRACAS DO CAMPUS
      *         (EVENTOS_CATRACA.TXT): UMA LINHA POR PASSAGEM, COM O
      *         NUMERO DO CRACHA LIDO (O NUMERO DA CARTEIRINHA, CRT-
      *         NUMERO DO FD_CARTEIRINHA), A DATA E A HORA DA PASSAGEM
      *         E A CATRACA. LIDO PELO IMPORTACATRACA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-EVENTO-CATRACA.
          03 EVC-CRACHA                     PIC 9(09).
          03 EVC-DATA                       PIC 9(08).
          03 EVC-HORA                       PIC 9(06).
          03 FILLER REDEFINES EVC-HORA.
             05 EVC-HHMM                    PIC 9(04).
             05 EVC-SS                      PIC 9(02).
          03 EVC-CATRACA                    PIC X(06).
