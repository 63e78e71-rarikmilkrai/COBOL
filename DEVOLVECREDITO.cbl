      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:DEVOLUCAO EM DINHEIRO DO CREDITO DO ALUNO (RAZAO
      *         CREDITOS_ALUNO.TXT VIA LANCACREDITO), TRANSACAO DE
      *         QUATRO OLHOS: SEM DD_APROVACAO_ID O PEDIDO DO ALUNO
      *         DD_CD_DEVOLUCAO (VALOR EM DD_VALOR_DEVOLUCAO OU, EM
      *         BRANCO, O SALDO INTEIRO) E CONFERIDO CONTRA O SALDO E
      *         SO CAPTURADO COMO PENDENTE (CONTROLEAPROVACAO, TIPO
      *         DEVCRED) PARA OUTRO OPERADOR DECIDIR NO FILAAPROVACAO;
      *         COM O ID, A APROVACAO E VALIDADA E CONSUMIDA, O VALOR
      *         APROVADO E RELIDO DO DETALHE CAPTURADO, O SALDO E
      *         RECONFERIDO E A DEVOLUCAO E LANCADA NO RAZAO (TIPO D),
      *         COM SOLICITANTE E APROVADOR NA AUDITORIA. EXIGE
      *         OPERADOR AUTORIZADO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLVECREDITO.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-APR-PARM.
          COPY APROVACAO_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-CRD-PARM.
          COPY CREDITO_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.
       77 WS-APROVACAO-TEXTO       PIC X(09) VALUE SPACES.
       77 WS-CD-TEXTO              PIC X(05) VALUE SPACES.
       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-TEXTO           PIC X(12) VALUE SPACES.
       77 WS-VALOR-DEVOLUCAO       PIC 9(7)V9(2) VALUE ZEROS.
       77 WS-SALDO                 PIC S9(7)V9(2) VALUE ZEROS.
       77 WS-VALOR-ED              PIC ZZZZZZ9.99.
       77 WS-SALDO-ED              PIC -ZZZZZZ9.99.

      * DETALHE GRAVADO NA APROVACAO - O VALOR VIAJA COM O PEDIDO E E
      * O QUE O EXECUTOR DEVOLVE, NAO O QUE FOR INFORMADO NA EXECUCAO.
       01 WS-DEV-DETALHE.
          05 FILLER                PIC X(24)
                                   VALUE 'DEVOLUCAO DE CREDITO R$ '.
          05 WS-DEV-DET-VALOR      PIC 9(7)V9(2).
          05 FILLER                PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* DEVOLVECREDITO - DEVOLUCAO DE CREDITO ALUNO *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0300-VALIDA-OPERADOR THRU 0300-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'DEVOLUCAO NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-CD-TEXTO FROM ENVIRONMENT 'DD_CD_DEVOLUCAO'
            IF WS-CD-TEXTO = SPACES
                DISPLAY 'CODIGO DO ALUNO: '
                ACCEPT WS-CD-TEXTO
            END-IF
            IF WS-CD-TEXTO NOT NUMERIC
                DISPLAY 'CODIGO DO ALUNO INVALIDO: ' WS-CD-TEXTO
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            MOVE WS-CD-TEXTO TO WS-CD-ALVO

            PERFORM 1000-CONSULTA-SALDO THRU 1000-FIM
            IF WS-SALDO NOT > ZEROS
                MOVE WS-SALDO TO WS-SALDO-ED
                DISPLAY 'ALUNO ' WS-CD-ALVO ' SEM CREDITO A DEVOLVER '
                        '(SALDO ' WS-SALDO-ED ').'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-APROVACAO-TEXTO FROM ENVIRONMENT
                                           'DD_APROVACAO_ID'
            IF WS-APROVACAO-TEXTO = SPACES
                PERFORM 2000-CAPTURA-PEDIDO THRU 2000-FIM
            ELSE
                PERFORM 3000-EXECUTA-DEVOLUCAO THRU 3000-FIM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0300-VALIDA-OPERADOR  --  EXIGE OPERADOR/SENHA AUTORIZADOS VIA
      *                             VALIDAOPERADOR.
      ******************************************************************
       0300-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-SENHA FROM ENVIRONMENT 'DD_OPERADOR_SENHA'
            IF WS-SENHA = SPACES
                DISPLAY 'SENHA DO OPERADOR: '
                ACCEPT WS-SENHA
            END-IF
            MOVE WS-OPERADOR TO OPER-ID OF WS-OPER-PARM
            MOVE WS-SENHA TO OPER-SENHA OF WS-OPER-PARM
            CALL 'VALIDAOPERADOR' USING WS-OPER-PARM
            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
            END-IF.
       0300-FIM.
            EXIT.

      ******************************************************************
      * 1000-CONSULTA-SALDO  --  SALDO DE CREDITO ATUAL DO ALUNO NO
      *                            RAZAO.
      ******************************************************************
       1000-CONSULTA-SALDO.
            SET CRP-CONSULTA-SALDO TO TRUE
            MOVE WS-CD-ALVO TO CRP-CD-STUDENT
            CALL 'LANCACREDITO' USING WS-CRD-PARM
            MOVE CRP-SALDO TO WS-SALDO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-CAPTURA-PEDIDO  --  CONFERE O VALOR PEDIDO CONTRA O SALDO
      *                            E CAPTURA A DEVOLUCAO COMO PENDENTE
      *                            DE APROVACAO DE OUTRO OPERADOR. NADA
      *                            E LANCADO NO RAZAO.
      ******************************************************************
       2000-CAPTURA-PEDIDO.
            ACCEPT WS-VALOR-TEXTO FROM ENVIRONMENT
                                       'DD_VALOR_DEVOLUCAO'
            IF WS-VALOR-TEXTO = SPACES
                MOVE WS-SALDO TO WS-VALOR-DEVOLUCAO
            ELSE
                COMPUTE WS-VALOR-DEVOLUCAO =
                        FUNCTION NUMVAL(WS-VALOR-TEXTO)
            END-IF
            MOVE WS-VALOR-DEVOLUCAO TO WS-VALOR-ED
            MOVE WS-SALDO TO WS-SALDO-ED
            IF WS-VALOR-DEVOLUCAO = ZEROS
                DISPLAY 'VALOR DA DEVOLUCAO INVALIDO: ' WS-VALOR-TEXTO
                MOVE 4 TO RETURN-CODE
                GO TO 2000-FIM
            END-IF
            IF WS-VALOR-DEVOLUCAO > WS-SALDO
                DISPLAY 'DEVOLUCAO DE ' WS-VALOR-ED ' ACIMA DO SALDO '
                        'DE CREDITO DO ALUNO (' WS-SALDO-ED ').'
                MOVE 4 TO RETURN-CODE
                GO TO 2000-FIM
            END-IF

            MOVE WS-VALOR-DEVOLUCAO TO WS-DEV-DET-VALOR
            SET APR-PARM-CAPTURA OF WS-APR-PARM TO TRUE
            MOVE 'DEVCRED' TO APR-PARM-TIPO OF WS-APR-PARM
            MOVE WS-CD-ALVO TO APR-PARM-CD-STUDENT OF WS-APR-PARM
            MOVE WS-DEV-DETALHE TO APR-PARM-DETALHE OF WS-APR-PARM
            MOVE WS-OPERADOR TO APR-PARM-OPERADOR OF WS-APR-PARM
            CALL 'CONTROLEAPROVACAO' USING WS-APR-PARM
            IF APR-PARM-OK OF WS-APR-PARM
                DISPLAY 'DEVOLUCAO DE ' WS-VALOR-ED ' AO ALUNO '
                        WS-CD-ALVO ' CAPTURADA PARA APROVACAO DE '
                        'OUTRO OPERADOR - ID '
                        APR-PARM-ID OF WS-APR-PARM
                DISPLAY 'NADA FOI LANCADO. EXECUTE DE NOVO COM '
                        'DD_APROVACAO_ID APOS A APROVACAO.'
            ELSE
                DISPLAY 'CAPTURA NEGADA - '
                        APR-PARM-MOTIVO OF WS-APR-PARM
                MOVE 4 TO RETURN-CODE
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-EXECUTA-DEVOLUCAO  --  VALIDA E CONSOME A APROVACAO, RELE
      *                               O VALOR APROVADO, RECONFERE O
      *                               SALDO (PODE TER SIDO USADO NA
      *                               GERAMENSALIDADE NO MEIO TEMPO) E
      *                               LANCA A DEVOLUCAO NO RAZAO.
      ******************************************************************
       3000-EXECUTA-DEVOLUCAO.
            SET APR-PARM-VALIDA OF WS-APR-PARM TO TRUE
            COMPUTE APR-PARM-ID OF WS-APR-PARM =
                    FUNCTION NUMVAL(WS-APROVACAO-TEXTO)
            MOVE 'DEVCRED' TO APR-PARM-TIPO OF WS-APR-PARM
            MOVE WS-CD-ALVO TO APR-PARM-CD-STUDENT OF WS-APR-PARM
            MOVE WS-OPERADOR TO APR-PARM-OPERADOR OF WS-APR-PARM
            CALL 'CONTROLEAPROVACAO' USING WS-APR-PARM
            IF APR-PARM-NEGADA OF WS-APR-PARM
                DISPLAY 'DEVOLUCAO NEGADA PELO CONTROLE DE 4 '
                        'OLHOS - ' APR-PARM-MOTIVO OF WS-APR-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 3000-FIM
            END-IF
            DISPLAY 'APROVACAO ' WS-APROVACAO-TEXTO ' CONSUMIDA - '
                    'SOLICITADA POR '
                    APR-PARM-SOLICITANTE OF WS-APR-PARM
                    ' E APROVADA POR '
                    APR-PARM-APROVADOR OF WS-APR-PARM

            MOVE APR-PARM-DETALHE OF WS-APR-PARM TO WS-DEV-DETALHE
            IF WS-DEV-DET-VALOR NOT NUMERIC
               OR WS-DEV-DET-VALOR = ZEROS
                DISPLAY 'DETALHE DA APROVACAO SEM VALOR DE DEVOLUCAO '
                        '- NADA LANCADO.'
                MOVE 'DEVOLVECREDITO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3000-EXECUTA-DEVOLUCAO' TO LOG-PARAGRAFO
                                                  OF WS-LOG-PARM
                MOVE 'APROVACAO DEVCRED SEM VALOR NO DETALHE'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 3000-FIM
            END-IF
            MOVE WS-DEV-DET-VALOR TO WS-VALOR-DEVOLUCAO
            MOVE WS-VALOR-DEVOLUCAO TO WS-VALOR-ED
            MOVE WS-SALDO TO WS-SALDO-ED
            IF WS-VALOR-DEVOLUCAO > WS-SALDO
                DISPLAY 'SALDO ATUAL (' WS-SALDO-ED ') NAO COBRE A '
                        'DEVOLUCAO APROVADA DE ' WS-VALOR-ED
                        ' - ABRA NOVO PEDIDO PELO SALDO ATUAL.'
                MOVE 4 TO RETURN-CODE
                GO TO 3000-FIM
            END-IF

            SET CRP-LANCA TO TRUE
            MOVE WS-CD-ALVO TO CRP-CD-STUDENT
            MOVE 'D' TO CRP-TIPO
            MOVE WS-VALOR-DEVOLUCAO TO CRP-VALOR
            MOVE ZEROS TO CRP-COMPETENCIA
            MOVE SPACES TO CRP-REFERENCIA
            STRING 'APR' APR-PARM-ID OF WS-APR-PARM
                   DELIMITED BY SIZE INTO CRP-REFERENCIA
            END-STRING
            MOVE WS-OPERADOR TO CRP-OPERADOR
            CALL 'LANCACREDITO' USING WS-CRD-PARM
            IF CRP-FALHA
                DISPLAY 'DEVOLUCAO NAO LANCADA NO RAZAO DE CREDITOS.'
                MOVE 'DEVOLVECREDITO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3000-EXECUTA-DEVOLUCAO' TO LOG-PARAGRAFO
                                                  OF WS-LOG-PARM
                MOVE 'FALHA AO LANCAR DEVOLUCAO NO RAZAO DE CREDITOS'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 3000-FIM
            END-IF

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE '$' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'CREDITO-DEVOLV' TO AUD-CAMPO
            MOVE WS-SALDO-ED TO AUD-VALOR-ANTIGO
            MOVE CRP-SALDO TO WS-SALDO-ED
            MOVE WS-SALDO-ED TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM
            MOVE 'APROVACAO-4OLHOS' TO AUD-CAMPO
            MOVE APR-PARM-SOLICITANTE OF WS-APR-PARM
              TO AUD-VALOR-ANTIGO
            MOVE APR-PARM-APROVADOR OF WS-APR-PARM
              TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            DISPLAY 'DEVOLVIDOS ' WS-VALOR-ED ' AO ALUNO ' WS-CD-ALVO
                    ' - SALDO DE CREDITO RESTANTE ' WS-SALDO-ED.
       3000-FIM.
            EXIT.

       END PROGRAM DEVOLVECREDITO.
