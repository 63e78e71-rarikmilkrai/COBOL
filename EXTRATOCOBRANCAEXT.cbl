      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:EXTRATO MENSAL DA ASSESSORIA DE COBRANCA
      *         (DD_COMPETENCIA, AAAAMM) SOBRE O REGISTRO DE COBRANCA
      *         TERCEIRIZADA (FD_COBRANCA_EXTERNA): CARTEIRA EM
      *         COBRANCA NO INICIO DO MES, DEBITOS ENVIADOS, DEBITOS
      *         RECUPERADOS (VALOR ENVIADO, VALOR RECUPERADO, COMISSAO
      *         E LIQUIDO), DEBITOS DEVOLVIDOS (PELA ASSESSORIA E PELA
      *         ESCOLA) E CARTEIRA NO FIM DO MES. A CONCILIACAO CONFERE
      *         INICIO + ENVIADO - RECUPERADO - DEVOLVIDO = FIM, PELO
      *         VALOR ENVIADO; DIFERENCA TERMINA COM RC 4.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATOCOBRANCAEXT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRANCA-EXTERNA ASSIGN TO DYNAMIC WS-CEX-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CEX-FS.

           SELECT RELATORIO-EXT ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD COBRANCA-EXTERNA.
          COPY FD_COBRANCA_EXTERNA.

       FD RELATORIO-EXT.
       01 RPT-LINHA                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CEX-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-CEX-FS                PIC XX VALUE SPACES.
          88 CEX-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-CEX-EOF               PIC X VALUE 'N'.
          88 CEX-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

       77 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77 WS-MES-ENVIO             PIC 9(06) VALUE ZEROS.
       77 WS-MES-DESFECHO          PIC 9(06) VALUE ZEROS.
       77 WS-LIQUIDO               PIC S9(08)V9(02) VALUE ZEROS.

      * TOTAIS DO EXTRATO (QUANTIDADE E VALOR ENVIADO)
       77 WS-QTD-INICIO            PIC 9(06) VALUE ZEROS.
       77 WS-VLR-INICIO            PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-QTD-ENVIADOS          PIC 9(06) VALUE ZEROS.
       77 WS-VLR-ENVIADOS          PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-QTD-RECUPERADOS       PIC 9(06) VALUE ZEROS.
       77 WS-VLR-RECUP-ENVIADO     PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-VLR-RECUPERADO        PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-VLR-COMISSAO          PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-QTD-DEVOLV-ASSES      PIC 9(06) VALUE ZEROS.
       77 WS-VLR-DEVOLV-ASSES      PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-QTD-DEVOLV-ESCOLA     PIC 9(06) VALUE ZEROS.
       77 WS-VLR-DEVOLV-ESCOLA     PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-QTD-FIM               PIC 9(06) VALUE ZEROS.
       77 WS-VLR-FIM               PIC 9(10)V9(02) VALUE ZEROS.
       77 WS-VLR-CONCILIADO        PIC S9(10)V9(02) VALUE ZEROS.
       77 WS-DIFERENCA             PIC S9(10)V9(02) VALUE ZEROS.

       77 WS-VALOR-ED              PIC ZZZZZZZZZ9.99.
       77 WS-VALOR-ED2             PIC ZZZZZZZZZ9.99.
       77 WS-VALOR-ED3             PIC ZZZZZZZZZ9.99.
       77 WS-SALDO-ED              PIC -ZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EXTRATOCOBRANCAEXT - EXTRATO DA ASSESSORIA  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            MOVE 'EXTRATOCOBRANCAEXT' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'EXTRATO DA ASSESSORIA JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-COMPETENCIA FROM ENVIRONMENT 'DD_COMPETENCIA'
            IF WS-COMPETENCIA = ZEROS
                DISPLAY 'COMPETENCIA NAO INFORMADA (DD_COMPETENCIA) '
                        '- NADA A CONCILIAR.'
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            ACCEPT WS-CEX-DD FROM ENVIRONMENT 'DD_COBRANCA_EXTERNA'
            IF WS-CEX-DD = SPACES
                MOVE 'COBRANCA_EXTERNA.TXT' TO WS-CEX-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_EXTRATO_COBRANCA_EXT'
            IF WS-RPT-DD = SPACES
                MOVE 'EXTRATO_COBRANCA_EXT.RPT' TO WS-RPT-DD
            END-IF

            OPEN INPUT COBRANCA-EXTERNA
            IF NOT CEX-FS-OK
                DISPLAY 'REGISTRO DE COBRANCA TERCEIRIZADA AUSENTE ('
                        WS-CEX-DD ') - NADA A CONCILIAR.'
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            OPEN OUTPUT RELATORIO-EXT
            MOVE SPACES TO RPT-LINHA
            STRING 'EXTRATO DA ASSESSORIA DE COBRANCA - COMPETENCIA '
                   WS-COMPETENCIA ' - EMITIDO EM '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE 'N' TO WS-CEX-EOF
            PERFORM UNTIL CEX-FIM-ARQUIVO
                READ COBRANCA-EXTERNA
                    AT END
                        MOVE 'F' TO WS-CEX-EOF
                    NOT AT END
                        PERFORM 2000-CLASSIFICA THRU 2000-FIM
                END-READ
            END-PERFORM
            CLOSE COBRANCA-EXTERNA

            PERFORM 3000-CONCILIA THRU 3000-FIM
            CLOSE RELATORIO-EXT
            DISPLAY 'EXTRATO EM ' WS-RPT-DD.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 2000-CLASSIFICA  --  ENQUADRA A LINHA DO REGISTRO NA
      *                        COMPETENCIA: CARTEIRA DE INICIO (ENVIADA
      *                        ANTES DO MES E SEM DESFECHO ANTES DELE),
      *                        ENVIO DO MES, DESFECHO DO MES E CARTEIRA
      *                        DE FIM (ENVIADA ATE O MES E SEM DESFECHO
      *                        ATE ELE). MOVIMENTOS DO MES SAO LISTADOS.
      ******************************************************************
       2000-CLASSIFICA.
            COMPUTE WS-MES-ENVIO = CEX-DT-ENVIO / 100
            MOVE 999999 TO WS-MES-DESFECHO
            IF NOT CEX-ENVIADA AND CEX-DT-DESFECHO > ZEROS
                COMPUTE WS-MES-DESFECHO = CEX-DT-DESFECHO / 100
            END-IF
            IF WS-MES-ENVIO > WS-COMPETENCIA
                GO TO 2000-FIM
            END-IF

            IF WS-MES-ENVIO < WS-COMPETENCIA
               AND WS-MES-DESFECHO >= WS-COMPETENCIA
                ADD 1 TO WS-QTD-INICIO
                ADD CEX-VALOR TO WS-VLR-INICIO
            END-IF
            IF WS-MES-DESFECHO > WS-COMPETENCIA
                ADD 1 TO WS-QTD-FIM
                ADD CEX-VALOR TO WS-VLR-FIM
            END-IF

            IF WS-MES-ENVIO = WS-COMPETENCIA
                ADD 1 TO WS-QTD-ENVIADOS
                ADD CEX-VALOR TO WS-VLR-ENVIADOS
                MOVE CEX-VALOR TO WS-VALOR-ED
                MOVE SPACES TO RPT-LINHA
                STRING 'ENVIADO     ALUNO ' CEX-CD-STUDENT
                       ' COMP ' CEX-COMPETENCIA
                       ' VENC ' CEX-DT-VENCIMENTO
                       ' ENVIO ' CEX-DT-ENVIO
                       ' VALOR ' WS-VALOR-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                WRITE RPT-LINHA
            END-IF

            IF WS-MES-DESFECHO NOT = WS-COMPETENCIA
                GO TO 2000-FIM
            END-IF
            MOVE CEX-VALOR TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            IF CEX-RECUPERADA
                ADD 1 TO WS-QTD-RECUPERADOS
                ADD CEX-VALOR TO WS-VLR-RECUP-ENVIADO
                ADD CEX-VALOR-RECUPERADO TO WS-VLR-RECUPERADO
                ADD CEX-COMISSAO TO WS-VLR-COMISSAO
                MOVE CEX-VALOR-RECUPERADO TO WS-VALOR-ED2
                MOVE CEX-COMISSAO TO WS-VALOR-ED3
                STRING 'RECUPERADO  ALUNO ' CEX-CD-STUDENT
                       ' COMP ' CEX-COMPETENCIA
                       ' EM ' CEX-DT-DESFECHO
                       ' ENVIADO ' WS-VALOR-ED
                       ' RECUPERADO ' WS-VALOR-ED2
                       ' COMISSAO ' WS-VALOR-ED3
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            ELSE
                IF CEX-DEVOLVIDA-ASSESSORIA
                    ADD 1 TO WS-QTD-DEVOLV-ASSES
                    ADD CEX-VALOR TO WS-VLR-DEVOLV-ASSES
                ELSE
                    ADD 1 TO WS-QTD-DEVOLV-ESCOLA
                    ADD CEX-VALOR TO WS-VLR-DEVOLV-ESCOLA
                END-IF
                STRING 'DEVOLVIDO   ALUNO ' CEX-CD-STUDENT
                       ' COMP ' CEX-COMPETENCIA
                       ' EM ' CEX-DT-DESFECHO
                       ' ENVIADO ' WS-VALOR-ED
                       ' POR ' CEX-MOTIVO-DEVOLUCAO
                       ' (A=ASSESSORIA E=ESCOLA)'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            WRITE RPT-LINHA.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-CONCILIA  --  QUADRO DE CONCILIACAO DO MES: INICIO +
      *                      ENVIADO - RECUPERADO - DEVOLVIDO = FIM,
      *                      TUDO PELO VALOR ENVIADO; A RECUPERACAO
      *                      MOSTRA O RECUPERADO, A COMISSAO E O
      *                      LIQUIDO PARA A ESCOLA.
      ******************************************************************
       3000-CONCILIA.
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'CONCILIACAO (VALOR ENVIADO)' TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE WS-VLR-INICIO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  CARTEIRA NO INICIO DO MES......: ' WS-QTD-INICIO
                   '  ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-VLR-ENVIADOS TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  (+) ENVIADOS NO MES............: '
                   WS-QTD-ENVIADOS '  ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-VLR-RECUP-ENVIADO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  (-) RECUPERADOS NO MES.........: '
                   WS-QTD-RECUPERADOS '  ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-VLR-DEVOLV-ASSES TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  (-) DEVOLVIDOS PELA ASSESSORIA.: '
                   WS-QTD-DEVOLV-ASSES '  ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-VLR-DEVOLV-ESCOLA TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  (-) DEVOLVIDOS PELA ESCOLA.....: '
                   WS-QTD-DEVOLV-ESCOLA '  ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-VLR-FIM TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  CARTEIRA NO FIM DO MES.........: ' WS-QTD-FIM
                   '  ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            COMPUTE WS-VLR-CONCILIADO = WS-VLR-INICIO
                    + WS-VLR-ENVIADOS - WS-VLR-RECUP-ENVIADO
                    - WS-VLR-DEVOLV-ASSES - WS-VLR-DEVOLV-ESCOLA
            COMPUTE WS-DIFERENCA = WS-VLR-CONCILIADO - WS-VLR-FIM
            MOVE WS-DIFERENCA TO WS-SALDO-ED
            MOVE SPACES TO RPT-LINHA
            IF WS-DIFERENCA = ZEROS
                MOVE '  CONCILIADO - SEM DIFERENCA' TO RPT-LINHA
            ELSE
                STRING '  *** DIFERENCA NA CONCILIACAO: ' WS-SALDO-ED
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
                MOVE 'EXTRATOCOBRANCAEXT' TO LOG-PROGRAMA
                                              OF WS-LOG-PARM
                MOVE '3000-CONCILIA' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'EXTRATO DA ASSESSORIA NAO CONCILIA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
            END-IF
            WRITE RPT-LINHA

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'RECUPERACAO DO MES' TO RPT-LINHA
            WRITE RPT-LINHA
            COMPUTE WS-LIQUIDO = WS-VLR-RECUPERADO - WS-VLR-COMISSAO
            MOVE WS-VLR-RECUPERADO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  VALOR RECUPERADO...............: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-VLR-COMISSAO TO WS-VALOR-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  (-) COMISSAO DA ASSESSORIA.....: ' WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE WS-LIQUIDO TO WS-SALDO-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  LIQUIDO PARA A ESCOLA..........: ' WS-SALDO-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            DISPLAY 'CARTEIRA INICIO......: ' WS-QTD-INICIO
            DISPLAY 'ENVIADOS.............: ' WS-QTD-ENVIADOS
            DISPLAY 'RECUPERADOS..........: ' WS-QTD-RECUPERADOS
            DISPLAY 'DEVOLVIDOS...........: ' WS-QTD-DEVOLV-ASSES
                    ' (ASSESSORIA) ' WS-QTD-DEVOLV-ESCOLA ' (ESCOLA)'
            DISPLAY 'CARTEIRA FIM.........: ' WS-QTD-FIM
            MOVE WS-DIFERENCA TO WS-SALDO-ED
            DISPLAY 'DIFERENCA............: ' WS-SALDO-ED.
       3000-FIM.
            EXIT.

       END PROGRAM EXTRATOCOBRANCAEXT.
