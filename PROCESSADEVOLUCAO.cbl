      *               manual - o casamento pelo primeiro encontrado
      *               marcava o endereco do aluno errado como
      *               devolvido e suprimia a correspondencia dele.
      * 15/10/26 RMS  A regravacao dos enderecos passou a levar
      *               e-mail, canal e a recusa de SMS do aluno, que
      *               saiam com os valores do ultimo registro lido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESSADEVOLUCAO.
             10 WS-TE-DEVOLUCAO    PIC X(01).
             10 WS-TE-DEV-MOTIVO   PIC X(20).
             10 WS-TE-DEV-DATA     PIC 9(08).
             10 WS-TE-EMAIL        PIC X(50).
             10 WS-TE-CANAL        PIC X(01).
             10 WS-TE-SMS-OPTOUT   PIC X(01).

       77 WS-CD-ACHADO             PIC 9(05) VALUE ZEROS.
       77 WS-POS-END               PIC 9(04) VALUE ZEROS.
                                MOVE ZEROS TO
                                     WS-TE-DEV-DATA(WS-QTD-END)
                            END-IF
                            MOVE END-E-MAIL TO
                                 WS-TE-EMAIL(WS-QTD-END)
                            MOVE END-CANAL TO
                                 WS-TE-CANAL(WS-QTD-END)
                            MOVE END-SMS-OPTOUT TO
                                 WS-TE-SMS-OPTOUT(WS-QTD-END)
                        END-IF
                END-READ
            END-PERFORM
                MOVE WS-TE-DEVOLUCAO(WS-IDX)  TO END-DEVOLUCAO
                MOVE WS-TE-DEV-MOTIVO(WS-IDX) TO END-DEV-MOTIVO
                MOVE WS-TE-DEV-DATA(WS-IDX)   TO END-DEV-DATA
                MOVE WS-TE-EMAIL(WS-IDX)      TO END-E-MAIL
                MOVE WS-TE-CANAL(WS-IDX)      TO END-CANAL
                MOVE WS-TE-SMS-OPTOUT(WS-IDX) TO END-SMS-OPTOUT
                WRITE REG-ENDERECO
            END-PERFORM
            CLOSE ENDERECOS.
