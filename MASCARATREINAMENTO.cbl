      * 02/09/26 RMS  Criacao - um estagiario treinou direto na base
      *               de producao e uma inclusao de teste chegou ao
      *               STUDENT.DAT real.
      * 15/10/26 RMS  Registro de endereco com END-SMS-OPTOUT (um
      *               byte a mais na copia de treinamento).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASCARATREINAMENTO.
          COPY FD_ENDERECO.

       FD ENDERECOS-TREINO.
       01 REG-END-TREINO              PIC X(177).

       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.
       01 WS-TAB-ENDERECOS.
          03 WS-TAB-END-ENT OCCURS 5000 TIMES.
             05 WS-TAB-END-CD             PIC 9(05).
             05 WS-TAB-END-CORPO          PIC X(172).
       77 WS-QTD-ENDERECOS         PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-END               PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-FONTE             PIC 9(04) COMP VALUE ZEROS.
                        ADD 1 TO WS-QTD-ENDERECOS
                        MOVE END-CD-STUDENT TO
                             WS-TAB-END-CD(WS-QTD-ENDERECOS)
                        MOVE REG-ENDERECO(6:172) TO
                             WS-TAB-END-CORPO(WS-QTD-ENDERECOS)
                    ELSE
                        DISPLAY 'TABELA DE ENDERECOS CHEIA - '
                    FUNCTION MOD(WS-IDX-END - 1 + WS-DESLOCA,
                                 WS-QTD-ENDERECOS) + 1
            MOVE WS-TAB-END-CD(WS-IDX-END) TO END-CD-STUDENT
            MOVE WS-TAB-END-CORPO(WS-IDX-FONTE) TO REG-ENDERECO(6:172)
            MOVE SPACE TO END-DEVOLUCAO
            MOVE SPACES TO END-DEV-MOTIVO
            MOVE ZEROS TO END-DEV-DATA
