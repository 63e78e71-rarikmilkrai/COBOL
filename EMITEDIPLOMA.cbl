      *               no registro central de documentos emitidos
      *               (REGISTRAEMISSAO), pesquisavel pelo
      *               CONSULTAVERIFICACAO.
      * 15/10/26 RMS  O bloqueio financeiro passou a ser conferido
      *               dentro do nada consta (subrotina NADACONSTA):
      *               documento de matricula pendente, debito de
      *               biblioteca, suspensao em curso ou equipamento nao
      *               devolvido impedem a emissao sem override; so a
      *               pendencia puramente financeira admite o override
      *               de supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITEDIPLOMA.
          COPY EMISSAO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-NCT-PARM.
          COPY NADACONSTA_PARM.
       77 WS-VALOR-ED              PIC ZZZZZZ9.99.
       77 WS-SUPERVISOR            PIC X(20) VALUE SPACES.
       77 WS-SUPERVISOR-SENHA      PIC X(10) VALUE SPACES.
       77 WS-BLOQUEIO-LIBERADO     PIC 9 VALUE 0.
            EXIT.

      ******************************************************************
      * 1700-CONFERE-BLOQUEIO  --  CONFERE O NADA CONSTA DO FORMADO
      *                              (NADACONSTA, COM O FINANCEIRO).
      *                              PENDENCIA NAO FINANCEIRA IMPEDE A
      *                              EMISSAO; SO O BLOQUEIO FINANCEIRO
      *                              PROSSEGUE COM OVERRIDE DE
      *                              SUPERVISOR (VALIDAOPERADOR),
      *                              REGISTRADO NA AUDITORIA.
      ******************************************************************
       1700-CONFERE-BLOQUEIO.
            MOVE 1 TO WS-BLOQUEIO-LIBERADO
            MOVE WS-CD-ALVO TO NCT-CD-STUDENT
            SET NCT-COM-FINANCEIRO TO TRUE
            CALL 'NADACONSTA' USING WS-NCT-PARM
            IF NCT-LIBERADO OF WS-NCT-PARM
                GO TO 1700-FIM
            END-IF

            MOVE 0 TO WS-BLOQUEIO-LIBERADO
            IF NCT-QTD-OUTRAS > 0
                PERFORM 1750-MOSTRA-PENDENCIAS THRU 1750-FIM
                DISPLAY 'ALUNO ' WS-CD-ALVO ' SEM NADA CONSTA - '
                        'DIPLOMA NAO EMITIDO.'
                GO TO 1700-FIM
            END-IF
            DISPLAY 'ALUNO ' WS-CD-ALVO ' COM BLOQUEIO FINANCEIRO ('
                    NCT-QTD-VENCIDAS ' MENSALIDADES VENCIDAS) - '
                    'DIPLOMA NAO EMITIDO.'
            ACCEPT WS-SUPERVISOR FROM ENVIRONMENT 'DD_SUPERVISOR'
            ACCEPT WS-SUPERVISOR-SENHA FROM ENVIRONMENT
       1700-FIM.
            EXIT.

      ******************************************************************
      * 1750-MOSTRA-PENDENCIAS  --  LISTA AS PENDENCIAS DEVOLVIDAS
      *                               PELO NADACONSTA.
      ******************************************************************
       1750-MOSTRA-PENDENCIAS.
            IF NCT-BLOQUEIO-FINANCEIRO
                DISPLAY '  MENSALIDADES VENCIDAS......: '
                        NCT-QTD-VENCIDAS
            END-IF
            IF NCT-QTD-DOCUMENTOS > 0
                DISPLAY '  DOCUMENTOS PENDENTES.......: '
                        NCT-QTD-DOCUMENTOS
            END-IF
            IF NCT-QTD-BIBLIOTECA > 0
                MOVE NCT-VALOR-BIBLIOTECA TO WS-VALOR-ED
                DISPLAY '  DEBITOS DE BIBLIOTECA......: '
                        NCT-QTD-BIBLIOTECA ' (' WS-VALOR-ED ')'
            END-IF
            IF NCT-DT-FIM-SUSPENSAO > 0
                DISPLAY '  SUSPENSO ATE...............: '
                        NCT-DT-FIM-SUSPENSAO
            END-IF
            IF NCT-QTD-EQUIPAMENTOS > 0
                DISPLAY '  EQUIPAMENTOS NAO DEVOLVIDOS: '
                        NCT-QTD-EQUIPAMENTOS
            END-IF.
       1750-FIM.
            EXIT.

      ******************************************************************
      * 1000-PROCURA-ORIGINAL  --  PROCURA NO LIVRO DE REGISTRO UM
      *                              DIPLOMA ORIGINAL DO ALUNO: HAVENDO,
