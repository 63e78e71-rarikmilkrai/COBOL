      *               (convencao do lote de notas, soma de controle =
      *               soma dos CEPs) e e conferido por inteiro antes
      *               de qualquer aplicacao.
      * 15/10/26 RMS  Registro de endereco com END-SMS-OPTOUT; a
      *               recusa de SMS do aluno e preservada na
      *               aplicacao do portal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTAENDERECO.
       01 WS-TAB-ENDERECOS.
          03 WS-END-TAB OCCURS 2000 TIMES.
             05 WS-END-CD              PIC 9(05).
             05 WS-END-CORPO           PIC X(172).
       77 WS-QTD-END               PIC 9(04) COMP VALUE ZEROS.
       77 WS-END-ESTOUROU          PIC 9 VALUE 0.
          88 ENDERECOS-ESTOURARAM  VALUE 1.
          03 ANT-DEV-DATA               PIC X(08).
          03 ANT-E-MAIL                 PIC X(50).
          03 ANT-CANAL                  PIC X(01).
          03 ANT-SMS-OPTOUT             PIC X(01).

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.

                    IF WS-QTD-END < 2000
                        ADD 1 TO WS-QTD-END
                        MOVE END-CD-STUDENT TO WS-END-CD(WS-QTD-END)
                        MOVE REG-ENDERECO(6:172) TO
                             WS-END-CORPO(WS-QTD-END)
                    ELSE
                        MOVE 1 TO WS-END-ESTOUROU
            END-IF

            MOVE WS-END-CD(WS-POS-END) TO ANT-CD-STUDENT
            MOVE WS-END-CORPO(WS-POS-END) TO REG-END-ANTIGO(6:172)

            MOVE WS-CD-ALVO TO END-CD-STUDENT
            MOVE EPO-TELEFONE TO END-TELEFONE
            MOVE EPO-CEP TO END-CEP
            MOVE EPO-E-MAIL TO END-E-MAIL
            MOVE ANT-CANAL TO END-CANAL
            MOVE ANT-SMS-OPTOUT TO END-SMS-OPTOUT
            IF ANT-DEVOLUCAO = 'D'
                ADD 1 TO WS-QTD-DEV-LIMPAS
                DISPLAY 'MARCA DE DEVOLUCAO LIMPA - ENDERECO VOLTA '

            PERFORM 3500-AUDITA-ALTERACAO THRU 3500-FIM

            MOVE REG-ENDERECO(6:172) TO WS-END-CORPO(WS-POS-END).
       3000-FIM.
            EXIT.

            PERFORM VARYING WS-IDX-END FROM 1 BY 1
                    UNTIL WS-IDX-END > WS-QTD-END
                MOVE WS-END-CD(WS-IDX-END) TO END-CD-STUDENT
                MOVE WS-END-CORPO(WS-IDX-END) TO REG-ENDERECO(6:172)
                WRITE REG-ENDERECO
            END-PERFORM
            CLOSE ENDERECOS.
