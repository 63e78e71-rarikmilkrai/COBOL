      *               central de documentos emitidos
      *               (REGISTRAEMISSAO), pesquisavel pelo
      *               CONSULTAVERIFICACAO.
      * 15/10/26 RMS  A guia passou a exigir o nada consta (subrotina
      *               NADACONSTA, sem o bloqueio financeiro): documento
      *               de matricula pendente, debito de biblioteca,
      *               suspensao em curso ou equipamento nao devolvido
      *               impedem a emissao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAGUIATRANSFER.
          COPY LOGERRO_PARM.
       01 WS-SHI-PARM.
          COPY STATUSHIST_PARM.
       01 WS-NCT-PARM.
          COPY NADACONSTA_PARM.
       77 WS-VALOR-ED              PIC ZZZZZZ9.99.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1700-CONFERE-NADA-CONSTA THRU 1700-FIM
            IF NCT-PENDENTE
                MOVE 4 TO RETURN-CODE
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 2000-CARREGA-VIGENTES THRU 2000-FIM
            PERFORM 4000-GRAVA-INTERCAMBIO THRU 4000-FIM
            PERFORM 5000-EMITE-DOCUMENTO THRU 5000-FIM
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1700-CONFERE-NADA-CONSTA  --  CONFERE AS PENDENCIAS DO ALUNO
      *                                 VIA NADACONSTA, SEM O BLOQUEIO
      *                                 FINANCEIRO (A GUIA E
      *                                 LEGALMENTE DEVIDA), E LISTA O
      *                                 QUE IMPEDE A EMISSAO.
      ******************************************************************
       1700-CONFERE-NADA-CONSTA.
            MOVE WS-CD-ALVO TO NCT-CD-STUDENT
            SET NCT-SEM-FINANCEIRO TO TRUE
            CALL 'NADACONSTA' USING WS-NCT-PARM
            IF NCT-LIBERADO
                GO TO 1700-FIM
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
            END-IF
            DISPLAY 'ALUNO ' WS-CD-ALVO ' SEM NADA CONSTA - GUIA NAO '
                    'EMITIDA.'.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 2000-CARREGA-VIGENTES  --  MONTA O LANCAMENTO VIGENTE DE CADA
      *                              MATERIA/PERIODO DO ALUNO, DO VIVO
