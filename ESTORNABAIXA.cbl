      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  O excedente que a baixa estornada tinha lancado
      *               como credito do aluno (pago acima de valor +
      *               multa) passou a ser estornado no razao de
      *               creditos (LANCACREDITO, tipo X).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNABAIXA.
          COPY AUDITORIA_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-CRD-PARM.
          COPY CREDITO_PARM.
       77 WS-EXCEDENTE             PIC 9(6)V9(2) VALUE ZEROS.

       77 WS-SUPERVISOR            PIC X(20) VALUE SPACES.
       77 WS-SUPERVISOR-SENHA      PIC X(10) VALUE SPACES.
                MOVE 4 TO RETURN-CODE
                GO TO 2000-FIM
            END-IF
      * QUITADA INTEIRA COM CREDITO DO ALUNO NA GERACAO: NAO HOUVE
      * BAIXA DE CAIXA A ESTORNAR.
            IF MEN-VALOR = ZEROS AND MEN-VALOR-PAGO = ZEROS
                DISPLAY 'MENSALIDADE QUITADA COM CREDITO DO ALUNO - '
                        'NAO HA BAIXA A ESTORNAR.'
                MOVE 4 TO RETURN-CODE
                GO TO 2000-FIM
            END-IF

            MOVE ZEROS TO WS-EXCEDENTE
            IF MEN-VALOR-PAGO > MEN-VALOR + MEN-MULTA
                COMPUTE WS-EXCEDENTE =
                        MEN-VALOR-PAGO - MEN-VALOR - MEN-MULTA
            END-IF

            MOVE MEN-VALOR-PAGO TO WS-VALOR-ED
            DISPLAY 'BAIXA LOCALIZADA: PAGA EM ' MEN-DT-PAGAMENTO
            STRING 'A MOTIVO ' WS-MOTIVO DELIMITED BY SIZE
                   INTO AUD-VALOR-NOVO
            END-STRING
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            IF WS-EXCEDENTE > ZEROS
                PERFORM 2500-ESTORNA-CREDITO THRU 2500-FIM
            END-IF.
       2000-FIM.
            EXIT.

       3000-FIM.
            EXIT.

      ******************************************************************
      * 2500-ESTORNA-CREDITO  --  ESTORNA NO RAZAO DE CREDITOS O
      *                             EXCEDENTE QUE A BAIXA TINHA
      *                             LANCADO; SALDO QUE FICA NEGATIVO
      *                             (CREDITO JA USADO OU DEVOLVIDO) E
      *                             AVISADO PARA COBRANCA.
      ******************************************************************
       2500-ESTORNA-CREDITO.
            SET CRP-LANCA TO TRUE
            MOVE WS-CD-ALVO TO CRP-CD-STUDENT
            MOVE 'X' TO CRP-TIPO
            MOVE WS-EXCEDENTE TO CRP-VALOR
            MOVE WS-COMP-ALVO TO CRP-COMPETENCIA
            MOVE SPACES TO CRP-REFERENCIA
            STRING 'ESTORNO ' WS-MOTIVO DELIMITED BY SIZE
                   INTO CRP-REFERENCIA
            END-STRING
            MOVE WS-SUPERVISOR TO CRP-OPERADOR
            CALL 'LANCACREDITO' USING WS-CRD-PARM
            MOVE WS-EXCEDENTE TO WS-VALOR-ED
            IF CRP-FALHA
                DISPLAY 'CREDITO DE ' WS-VALOR-ED ' NAO ESTORNADO '
                        'NO RAZAO - ACERTAR ANTES DO FECHAMENTO.'
                MOVE 'ESTORNABAIXA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2500-ESTORNA-CREDITO' TO LOG-PARAGRAFO
                                                OF WS-LOG-PARM
                MOVE 'EXCEDENTE DA BAIXA NAO ESTORNADO NO RAZAO'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 2500-FIM
            END-IF
            DISPLAY 'CREDITO DE ' WS-VALOR-ED ' ESTORNADO NO RAZAO.'
            IF CRP-SALDO < ZEROS
                DISPLAY 'ATENCAO: SALDO DE CREDITO DO ALUNO FICOU '
                        'NEGATIVO - O CREDITO JA TINHA SIDO USADO OU '
                        'DEVOLVIDO.'
                MOVE 4 TO RETURN-CODE
            END-IF.
       2500-FIM.
            EXIT.

       END PROGRAM ESTORNABAIXA.
