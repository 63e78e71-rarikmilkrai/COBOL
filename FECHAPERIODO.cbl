      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Aviso de turmas abaixo da carga horaria
      *               do catalogo (APURACARGAHORARIA), com
      *               confirmacao antes de fechar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAPERIODO.
       77 WS-TEM-FREQUENCIA        PIC 9 VALUE 0.
       77 WS-QTD-REJEITOS          PIC 9(05) VALUE ZEROS.
       77 WS-JA-FECHADO            PIC 9 VALUE 0.
       77 WS-CONFIRMA-DEFICIT      PIC X(01) VALUE SPACES.
          88 DEFICIT-CONFIRMADO    VALUE 'S' 's'.

       01 WS-CHG-PARM.
          COPY CARGA_PARM.

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 2500-CONFERE-CARGA-HORARIA THRU 2500-FIM
            IF CHG-QTD-DEFICIT OF WS-CHG-PARM > 0
               AND NOT DEFICIT-CONFIRMADO
                DISPLAY 'PERIODO ' WS-PERIODO ' NAO FECHADO - '
                        'CARGA HORARIA NAO CONFIRMADA.'
                MOVE 'FECHAPERIODO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2500-CONFERE-CARGA-HORARIA' TO LOG-PARAGRAFO
                                                     OF WS-LOG-PARM
                STRING 'FECHAMENTO DO PERIODO ' WS-PERIODO
                       ' SUSPENSO - ' CHG-QTD-DEFICIT OF WS-CHG-PARM
                       ' TURMA(S) ABAIXO DA CARGA HORARIA'
                       DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 3000-GRAVA-FECHAMENTO THRU 3000-FIM
            DISPLAY 'PERIODO ' WS-PERIODO ' FECHADO COM SUCESSO.'.

       2000-FIM.
            EXIT.

      ******************************************************************
      * 2500-CONFERE-CARGA-HORARIA  --  APURA A CARGA HORARIA CUMPRIDA
      *                                   DAS TURMAS (APURACARGAHORARIA)
      *                                   E AVISA CADA TURMA ABAIXO DA
      *                                   CARGA DO CATALOGO. NAO IMPEDE
      *                                   O FECHAMENTO: PEDE CONFIRMACAO
      *                                   (DD_CONFIRMA_DEFICIT_CARGA OU
      *                                   TERMINAL) - SEM 'S', O PERIODO
      *                                   FICA ABERTO.
      ******************************************************************
       2500-CONFERE-CARGA-HORARIA.
            MOVE SPACES TO WS-CONFIRMA-DEFICIT
            MOVE WS-PERIODO TO CHG-PERIODO OF WS-CHG-PARM
            CALL 'APURACARGAHORARIA' USING WS-CHG-PARM
            IF CHG-QTD-DEFICIT OF WS-CHG-PARM = 0
                GO TO 2500-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > CHG-QTD-TURMAS OF WS-CHG-PARM
                IF CHG-DEFICIT OF WS-CHG-PARM(WS-IDX)
                    DISPLAY 'AVISO: TURMA '
                            CHG-TUR-CODIGO OF WS-CHG-PARM(WS-IDX)
                            ' CUMPRIU '
                            CHG-MIN-CUMPRIDOS OF WS-CHG-PARM(WS-IDX)
                            ' MIN DE '
                            CHG-HORAS-CATALOGO OF WS-CHG-PARM(WS-IDX)
                            ' H DO CATALOGO.'
                END-IF
                IF CHG-SEM-GRADE OF WS-CHG-PARM(WS-IDX)
                    DISPLAY 'AVISO: TURMA '
                            CHG-TUR-CODIGO OF WS-CHG-PARM(WS-IDX)
                            ' TEM SESSOES MAS NAO TEM GRADE DE '
                            'HORARIOS.'
                END-IF
            END-PERFORM
            DISPLAY 'AVISO: ' CHG-QTD-DEFICIT OF WS-CHG-PARM
                    ' TURMA(S) ABAIXO DA CARGA HORARIA (VER '
                    'RELATORIOCARGAHORARIA).'
            ACCEPT WS-CONFIRMA-DEFICIT FROM ENVIRONMENT
                                            'DD_CONFIRMA_DEFICIT_CARGA'
            IF WS-CONFIRMA-DEFICIT = SPACES
                DISPLAY 'FECHAR O PERIODO ASSIM MESMO (S/N)? '
                ACCEPT WS-CONFIRMA-DEFICIT
            END-IF.
       2500-FIM.
            EXIT.

      ******************************************************************
      * 3000-GRAVA-FECHAMENTO  --  GRAVA O REGISTRO DE PERIODO FECHADO
      *                              E A TRILHA DE AUDITORIA.
