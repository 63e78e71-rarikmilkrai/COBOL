      *         LANCAFREQUENCIA SEGUE VALENDO PARA ESCOLAS QUE SO TEM
      *         OS TOTAIS: A APURACAO SUBSTITUI APENAS OS TOTAIS DOS
      *         ALUNO/MATERIA/PERIODO PRESENTES NO ARQUIVO DE SESSOES.
      *         MODO (C)ONFIRMACAO: O PROFESSOR CONFIRMA OU CORRIGE, POR
      *         TURMA E DATA, AS PRESENCAS PROVISORIAS GERADAS PELA
      *         CATRACA (IMPORTACATRACA, SES-ORIGEM C); O LOTE QUE TRAZ
      *         O MESMO ALUNO/TURMA/DATA SUBSTITUI A PROVISORIA.
      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao - ate hoje so os totais do periodo
      *               quantidade de presencas P) e e conferido por
      *               inteiro antes de qualquer gravacao - transmissao
      *               truncada era indistinguivel de arquivo curto.
      * 15/10/26 RMS  Presencas provisorias da catraca (IMPORTACATRACA):
      *               modo (C)onfirmacao pelo professor da turma e
      *               substituicao pela sessao do mesmo aluno/turma/
      *               data vinda no lote; a apuracao conta as ainda
      *               nao confirmadas.
      * 15/10/26 RMS  Alerta de faltas seguidas por SMS (GRAVASMS):
      *               aluno/turma que chega com o lote a
      *               DD_SMS_FALTAS_SEGUIDAS ausencias seguidas
      *               (padrao 3) desde a ultima presenca.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCASESSAO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OCO-FS.

           SELECT SESSAO-TRAB ASSIGN TO DYNAMIC WS-TRB-DD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRB-FS.

           SELECT ENDERECOS ASSIGN TO DYNAMIC WS-END-DD
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-END-FS.

       DATA DIVISION.
       FILE SECTION.
       FD LOTE-SESSAO.
       FD OCORRENCIAS.
          COPY FD_OCORRENCIA.

       FD SESSAO-TRAB.
       01 REG-SESSAO-TRAB               PIC X(99).

       FD ENDERECOS.
          COPY FD_ENDERECO.

       WORKING-STORAGE SECTION.
       01 WS-LOTE-DD               PIC X(100) VALUE SPACES.
       01 WS-SES-DD                PIC X(100) VALUE SPACES.
       01 WS-MODO-EXECUCAO         PIC X VALUE 'L'.
          88 MODO-LOTE             VALUE 'L' 'l'.
          88 MODO-APURACAO         VALUE 'A' 'a'.
          88 MODO-CONFIRMACAO      VALUE 'C' 'c'.

       77 WS-REGISTRO-OK           PIC 9 VALUE 1.
          88 REGISTRO-VALIDO       VALUE 1.
       77 WS-LOTE-OK               PIC 9 VALUE 0.
          88 LOTE-CONFERIDO        VALUE 1.

      * PRESENCAS PROVISORIAS DA CATRACA (SES-ORIGEM C): CHAVES DO
      * LOTE QUE AS SUBSTITUEM E A CONFIRMACAO PELO PROFESSOR, COM A
      * REGRAVACAO DO ARQUIVO DE SESSOES PELO ARQUIVO DE TRABALHO.
       01 WS-TRB-DD                PIC X(100) VALUE SPACES.
       77 WS-TRB-FS                PIC XX VALUE SPACES.
          88 TRB-FS-OK             VALUE '00'.
       77 WS-TRB-EOF               PIC X VALUE 'N'.
          88 TRB-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-CHAVES-LOTE.
          05 WS-QTD-CHV            PIC 9(04) VALUE 0.
          05 WS-CHV-TAB OCCURS 5000 TIMES.
             10 WS-CHV-TURMA       PIC X(08).
             10 WS-CHV-CD          PIC 9(05).
             10 WS-CHV-DATA        PIC 9(08).
       77 WS-QTD-SUBSTITUIDAS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROVISORIAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFIRMADAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CORRIGIDAS        PIC 9(05) VALUE ZEROS.
       77 WS-SUBSTITUI             PIC 9 VALUE 0.
       77 WS-TURMA-CONFIRMA        PIC X(08) VALUE SPACES.
       77 WS-DATA-CONFIRMA         PIC 9(08) VALUE ZEROS.
       77 WS-RESPOSTA              PIC X(01) VALUE SPACE.
       01 WS-PTC-PARM.
          COPY PROFTURMA_PARM.

      * ALERTA DE FALTAS SEGUIDAS POR SMS: ALUNO/TURMA COM AUSENCIA
      * (A) ACEITA NO LOTE; DEPOIS DO LOTE, CONTA AS AUSENCIAS
      * SEGUIDAS DESDE A ULTIMA PRESENCA E AVISA QUEM CRUZOU O LIMITE
      * (DD_SMS_FALTAS_SEGUIDAS, PADRAO 3) COM ESTE LOTE.
       01 WS-END-DD                PIC X(100) VALUE SPACES.
       77 WS-END-FS                PIC XX VALUE SPACES.
          88 END-FS-OK             VALUE '00'.
       77 WS-END-EOF               PIC X VALUE 'N'.
          88 END-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-ALERTAS.
          05 WS-QTD-ALE            PIC 9(04) VALUE 0.
          05 WS-ALE-TAB OCCURS 2000 TIMES.
             10 WS-ALE-TURMA       PIC X(08).
             10 WS-ALE-CD          PIC 9(05).
             10 WS-ALE-MATERIA     PIC X(50).
             10 WS-ALE-NOVAS       PIC 9(03).
             10 WS-ALE-ULT-PRES    PIC 9(08).
             10 WS-ALE-SEGUIDAS    PIC 9(03).
             10 WS-ALE-TEL         PIC X(11).
             10 WS-ALE-OPTOUT      PIC X(01).
       77 WS-POS-ALE               PIC 9(04) VALUE 0.
       77 WS-IDX-ALE               PIC 9(04) VALUE 0.
       77 WS-BUSCA-TURMA           PIC X(08) VALUE SPACES.
       77 WS-BUSCA-CD              PIC 9(05) VALUE ZEROS.
       77 WS-PARM-TXT              PIC X(10) VALUE SPACES.
       77 WS-LIMITE-FALTAS         PIC 9(03) VALUE 3.
       77 WS-FALTAS-ANTES          PIC 9(03) VALUE 0.
       77 WS-FALTAS-ED             PIC ZZ9.
       77 WS-QTD-SMS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SMS-DESCARTE      PIC 9(05) VALUE ZEROS.
       01 WS-SMS-PARM.
          COPY SMS_PARM.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.

            ACCEPT WS-MODO-EXECUCAO FROM ENVIRONMENT 'DD_MODO_SESSAO'
            IF WS-MODO-EXECUCAO = SPACES
                DISPLAY 'MODO (L)OTE DE SESSOES, (A)PURACAO OU '
                        '(C)ONFIRMACAO DA CATRACA? '
                ACCEPT WS-MODO-EXECUCAO
            END-IF

                MOVE 'FREQ_SESSAO.TXT' TO WS-SES-DD
            END-IF

            ACCEPT WS-TRB-DD FROM ENVIRONMENT 'DD_FREQ_SESSAO_TRAB'
            IF WS-TRB-DD = SPACES
                MOVE 'FREQ_SESSAO.TMP' TO WS-TRB-DD
            END-IF

            EVALUATE TRUE
                WHEN MODO-APURACAO
                    PERFORM 7000-APURACAO THRU 7000-FIM
                WHEN MODO-CONFIRMACAO
                    PERFORM 1600-CARREGA-FECHADOS THRU 1600-FIM
                    PERFORM 8000-CONFIRMA-CATRACA THRU 8000-FIM
                WHEN OTHER
                    PERFORM 1300-ABRE-ESTUDANTE THRU 1300-FIM
                    PERFORM 1600-CARREGA-FECHADOS THRU 1600-FIM
                    PERFORM 1700-CARREGA-SUSPENSOES THRU 1700-FIM
                    PERFORM 6000-PROCESSA-LOTE THRU 6000-FIM
                    IF WS-QTD-CHV > 0
                        PERFORM 6500-SUBSTITUI-PROVISORIAS
                             THRU 6500-FIM
                    END-IF
                    IF WS-QTD-ALE > 0
                        PERFORM 6700-ALERTA-FALTAS THRU 6700-FIM
                    END-IF
            END-EVALUATE.

       0000-ENCERRA.
            DISPLAY ' '
            DISPLAY 'REGISTROS LIDOS.......: ' WS-QTD-LIDA
            DISPLAY 'REGISTROS GRAVADOS....: ' WS-QTD-GRAVADA
            DISPLAY 'REGISTROS REJEITADOS..: ' WS-QTD-REJEITADA
            IF MODO-CONFIRMACAO
                DISPLAY 'CATRACA CONFIRMADAS...: ' WS-QTD-CONFIRMADAS
                DISPLAY 'CATRACA CORRIGIDAS....: ' WS-QTD-CORRIGIDAS
            END-IF
            IF WS-QTD-SUBSTITUIDAS > 0
                DISPLAY 'CATRACA SUBSTITUIDAS..: ' WS-QTD-SUBSTITUIDAS
            END-IF
            IF WS-QTD-PROVISORIAS > 0
                DISPLAY 'CATRACA A CONFIRMAR...: ' WS-QTD-PROVISORIAS
            END-IF
            IF WS-QTD-SMS > 0 OR WS-QTD-SMS-DESCARTE > 0
                DISPLAY 'SMS FALTAS SEGUIDAS...: ' WS-QTD-SMS
                DISPLAY 'SMS DESCARTADOS.......: ' WS-QTD-SMS-DESCARTE
            END-IF
            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF
                MOVE LSES-DATA         TO SES-DATA
                MOVE LSES-PRESENCA     TO SES-PRESENCA
                MOVE LSES-ATESTADO     TO SES-ATESTADO
                MOVE SPACE             TO SES-ORIGEM
                WRITE REG-FREQ-SESSAO
                ADD 1 TO WS-QTD-GRAVADA
                IF SES-AUSENTE
                    PERFORM 6150-MARCA-ALERTA THRU 6150-FIM
                END-IF
                IF WS-QTD-CHV < 5000
                    ADD 1 TO WS-QTD-CHV
                    MOVE LSES-TURMA-CODIGO TO WS-CHV-TURMA(WS-QTD-CHV)
                    MOVE LSES-CD-STUDENT TO WS-CHV-CD(WS-QTD-CHV)
                    MOVE LSES-DATA TO WS-CHV-DATA(WS-QTD-CHV)
                ELSE
                    DISPLAY 'LOTE MAIOR QUE A TABELA DE CHAVES - '
                            'PRESENCA DA CATRACA NAO SUBSTITUIDA: '
                            LSES-CD-STUDENT ' ' LSES-DATA
                END-IF
            ELSE
                ADD 1 TO WS-QTD-REJEITADA
                MOVE 'LANCASESSAO' TO LOG-PROGRAMA OF WS-LOG-PARM
       6100-FIM.
            EXIT.

      ******************************************************************
      * 6150-MARCA-ALERTA  --  GUARDA O ALUNO/TURMA DA AUSENCIA ACEITA
      *                          E CONTA AS AUSENCIAS TRAZIDAS PELO
      *                          LOTE, PARA O ALERTA DE FALTAS.
      ******************************************************************
       6150-MARCA-ALERTA.
            MOVE SES-TURMA-CODIGO TO WS-BUSCA-TURMA
            MOVE SES-CD-STUDENT TO WS-BUSCA-CD
            PERFORM 6760-LOCALIZA-ALERTA THRU 6760-FIM
            IF WS-POS-ALE = 0
                IF WS-QTD-ALE >= 2000
                    GO TO 6150-FIM
                END-IF
                ADD 1 TO WS-QTD-ALE
                MOVE WS-QTD-ALE TO WS-POS-ALE
                MOVE SES-TURMA-CODIGO TO WS-ALE-TURMA(WS-POS-ALE)
                MOVE SES-CD-STUDENT TO WS-ALE-CD(WS-POS-ALE)
                MOVE SES-MATERIA TO WS-ALE-MATERIA(WS-POS-ALE)
                MOVE ZEROS TO WS-ALE-NOVAS(WS-POS-ALE)
                MOVE ZEROS TO WS-ALE-ULT-PRES(WS-POS-ALE)
                MOVE ZEROS TO WS-ALE-SEGUIDAS(WS-POS-ALE)
                MOVE SPACES TO WS-ALE-TEL(WS-POS-ALE)
                MOVE SPACE TO WS-ALE-OPTOUT(WS-POS-ALE)
            END-IF
            ADD 1 TO WS-ALE-NOVAS(WS-POS-ALE).
       6150-FIM.
            EXIT.

      ******************************************************************
      * 6500-SUBSTITUI-PROVISORIAS  --  O LOTE MANUAL PREVALECE SOBRE A
      *                                   CATRACA: PRESENCA PROVISORIA
      *                                   (SES-ORIGEM C) DO MESMO
      *                                   ALUNO/TURMA/DATA DE UM
      *                                   REGISTRO ACEITO NO LOTE SAI DO
      *                                   ARQUIVO DE SESSOES.
      ******************************************************************
       6500-SUBSTITUI-PROVISORIAS.
            OPEN INPUT FREQ-SESSAO
            IF NOT SES-FS-OK
                GO TO 6500-FIM
            END-IF
            OPEN OUTPUT SESSAO-TRAB
            IF NOT TRB-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-TRB-DD
                        ' - FILE STATUS: ' WS-TRB-FS
                        ' - PRESENCAS DA CATRACA NAO SUBSTITUIDAS.'
                CLOSE FREQ-SESSAO
                MOVE 4 TO RETURN-CODE
                GO TO 6500-FIM
            END-IF
            MOVE 'N' TO WS-SES-EOF
            PERFORM UNTIL SES-FIM-ARQUIVO
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        MOVE 0 TO WS-SUBSTITUI
                        IF SES-PROVISORIA
                            PERFORM VARYING WS-IDX FROM 1 BY 1
                                    UNTIL WS-IDX > WS-QTD-CHV
                                IF WS-CHV-TURMA(WS-IDX) =
                                   SES-TURMA-CODIGO
                                   AND WS-CHV-CD(WS-IDX) =
                                       SES-CD-STUDENT
                                   AND WS-CHV-DATA(WS-IDX) = SES-DATA
                                    MOVE 1 TO WS-SUBSTITUI
                                    MOVE WS-QTD-CHV TO WS-IDX
                                END-IF
                            END-PERFORM
                        END-IF
                        IF WS-SUBSTITUI = 1
                            ADD 1 TO WS-QTD-SUBSTITUIDAS
                        ELSE
                            MOVE REG-FREQ-SESSAO TO REG-SESSAO-TRAB
                            WRITE REG-SESSAO-TRAB
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO
            CLOSE SESSAO-TRAB
            IF WS-QTD-SUBSTITUIDAS > 0
                PERFORM 6900-DEVOLVE-TRABALHO THRU 6900-FIM
            END-IF.
       6500-FIM.
            EXIT.

      ******************************************************************
      * 6700-ALERTA-FALTAS  --  COM O ARQUIVO DE SESSOES JA ATUALIZADO,
      *                           CONTA AS AUSENCIAS (A) SEGUIDAS DE
      *                           CADA ALUNO/TURMA DO ALERTA DESDE A
      *                           ULTIMA PRESENCA (P) E ENFILEIRA O SMS
      *                           (GRAVASMS) PARA QUEM CHEGOU AO LIMITE
      *                           COM AS AUSENCIAS DESTE LOTE - QUEM JA
      *                           ESTAVA NO LIMITE ANTES NAO E AVISADO
      *                           DE NOVO. JUSTIFICADA (J) NAO CONTA
      *                           NEM INTERROMPE A SEQUENCIA.
      ******************************************************************
       6700-ALERTA-FALTAS.
            ACCEPT WS-PARM-TXT FROM ENVIRONMENT 'DD_SMS_FALTAS_SEGUIDAS'
            IF WS-PARM-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-PARM-TXT) TO WS-LIMITE-FALTAS
            END-IF
            IF WS-LIMITE-FALTAS = 0
                GO TO 6700-FIM
            END-IF

            OPEN INPUT FREQ-SESSAO
            IF NOT SES-FS-OK
                GO TO 6700-FIM
            END-IF
            MOVE 'N' TO WS-SES-EOF
            PERFORM UNTIL SES-FIM-ARQUIVO
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        IF SES-PRESENTE
                            MOVE SES-TURMA-CODIGO TO WS-BUSCA-TURMA
                            MOVE SES-CD-STUDENT TO WS-BUSCA-CD
                            PERFORM 6760-LOCALIZA-ALERTA THRU 6760-FIM
                            IF WS-POS-ALE > 0
                               AND SES-DATA >
                                   WS-ALE-ULT-PRES(WS-POS-ALE)
                                MOVE SES-DATA TO
                                     WS-ALE-ULT-PRES(WS-POS-ALE)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO

            OPEN INPUT FREQ-SESSAO
            MOVE 'N' TO WS-SES-EOF
            PERFORM UNTIL SES-FIM-ARQUIVO
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        IF SES-AUSENTE
                            MOVE SES-TURMA-CODIGO TO WS-BUSCA-TURMA
                            MOVE SES-CD-STUDENT TO WS-BUSCA-CD
                            PERFORM 6760-LOCALIZA-ALERTA THRU 6760-FIM
                            IF WS-POS-ALE > 0
                               AND SES-DATA >
                                   WS-ALE-ULT-PRES(WS-POS-ALE)
                                ADD 1 TO WS-ALE-SEGUIDAS(WS-POS-ALE)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO

            PERFORM 6750-CARREGA-TELEFONES THRU 6750-FIM
            PERFORM VARYING WS-IDX-ALE FROM 1 BY 1
                    UNTIL WS-IDX-ALE > WS-QTD-ALE
                PERFORM 6780-AVISA-ALUNO THRU 6780-FIM
            END-PERFORM.
       6700-FIM.
            EXIT.

      ******************************************************************
      * 6750-CARREGA-TELEFONES  --  TELEFONE E RECUSA DE SMS DOS ALUNOS
      *                               DO ALERTA (FD_ENDERECO). SEM O
      *                               ARQUIVO, NINGUEM E AVISADO.
      ******************************************************************
       6750-CARREGA-TELEFONES.
            ACCEPT WS-END-DD FROM ENVIRONMENT 'DD_ENDERECOS'
            IF WS-END-DD = SPACES
                MOVE 'ENDERECOS.TXT' TO WS-END-DD
            END-IF
            OPEN INPUT ENDERECOS
            IF NOT END-FS-OK
                GO TO 6750-FIM
            END-IF
            MOVE 'N' TO WS-END-EOF
            PERFORM UNTIL END-FIM-ARQUIVO
                READ ENDERECOS
                    AT END
                        MOVE 'F' TO WS-END-EOF
                    NOT AT END
                        PERFORM VARYING WS-IDX-ALE FROM 1 BY 1
                                UNTIL WS-IDX-ALE > WS-QTD-ALE
                            IF WS-ALE-CD(WS-IDX-ALE) = END-CD-STUDENT
                                MOVE END-TELEFONE TO
                                     WS-ALE-TEL(WS-IDX-ALE)
                                MOVE END-SMS-OPTOUT TO
                                     WS-ALE-OPTOUT(WS-IDX-ALE)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE ENDERECOS.
       6750-FIM.
            EXIT.

      ******************************************************************
      * 6760-LOCALIZA-ALERTA  --  PROCURA O ALUNO/TURMA DE BUSCA NA
      *                             TABELA DO ALERTA (0 = AUSENTE).
      ******************************************************************
       6760-LOCALIZA-ALERTA.
            MOVE 0 TO WS-POS-ALE
            PERFORM VARYING WS-IDX-ALE FROM 1 BY 1
                    UNTIL WS-IDX-ALE > WS-QTD-ALE
                IF WS-ALE-TURMA(WS-IDX-ALE) = WS-BUSCA-TURMA
                   AND WS-ALE-CD(WS-IDX-ALE) = WS-BUSCA-CD
                    MOVE WS-IDX-ALE TO WS-POS-ALE
                    MOVE WS-QTD-ALE TO WS-IDX-ALE
                END-IF
            END-PERFORM.
       6760-FIM.
            EXIT.

      ******************************************************************
      * 6780-AVISA-ALUNO  --  ENFILEIRA O ALERTA DO ALUNO/TURMA
      *                         CORRENTE SE AS AUSENCIAS SEGUIDAS
      *                         CRUZARAM O LIMITE COM ESTE LOTE.
      ******************************************************************
       6780-AVISA-ALUNO.
            IF WS-ALE-SEGUIDAS(WS-IDX-ALE) < WS-LIMITE-FALTAS
               OR WS-ALE-TEL(WS-IDX-ALE) = SPACES
                GO TO 6780-FIM
            END-IF
            IF WS-ALE-SEGUIDAS(WS-IDX-ALE) > WS-ALE-NOVAS(WS-IDX-ALE)
                COMPUTE WS-FALTAS-ANTES = WS-ALE-SEGUIDAS(WS-IDX-ALE)
                                        - WS-ALE-NOVAS(WS-IDX-ALE)
            ELSE
                MOVE 0 TO WS-FALTAS-ANTES
            END-IF
            IF WS-FALTAS-ANTES >= WS-LIMITE-FALTAS
                GO TO 6780-FIM
            END-IF

            MOVE WS-ALE-CD(WS-IDX-ALE) TO SMS-CD-STUDENT
            MOVE WS-ALE-TEL(WS-IDX-ALE) TO SMS-TELEFONE
            MOVE WS-ALE-OPTOUT(WS-IDX-ALE) TO SMS-OPTOUT
            SET SMS-EVT-FALTAS TO TRUE
            MOVE WS-ALE-SEGUIDAS(WS-IDX-ALE) TO WS-FALTAS-ED
            MOVE SPACES TO SMS-TEXTO
            STRING 'ESCOLA: O ALUNO ' WS-ALE-CD(WS-IDX-ALE)
                   ' TEM ' WS-FALTAS-ED ' FALTAS SEGUIDAS EM '
                   DELIMITED BY SIZE
                   WS-ALE-MATERIA(WS-IDX-ALE)(1:40)
                   DELIMITED BY '  '
                   '. PROCURE A COORDENACAO.'
                   DELIMITED BY SIZE INTO SMS-TEXTO
            END-STRING
            CALL 'GRAVASMS' USING WS-SMS-PARM
            IF SMS-NA-FILA
                ADD 1 TO WS-QTD-SMS
            ELSE
                ADD 1 TO WS-QTD-SMS-DESCARTE
            END-IF.
       6780-FIM.
            EXIT.

      ******************************************************************
      * 6900-DEVOLVE-TRABALHO  --  REGRAVA O ARQUIVO DE SESSOES A PARTIR
      *                              DO ARQUIVO DE TRABALHO.
      ******************************************************************
       6900-DEVOLVE-TRABALHO.
            OPEN INPUT SESSAO-TRAB
            IF NOT TRB-FS-OK
                DISPLAY 'ERRO AO REABRIR ' WS-TRB-DD
                        ' - FILE STATUS: ' WS-TRB-FS
                MOVE 4 TO RETURN-CODE
                GO TO 6900-FIM
            END-IF
            OPEN OUTPUT FREQ-SESSAO
            MOVE 'N' TO WS-TRB-EOF
            PERFORM UNTIL TRB-FIM-ARQUIVO
                READ SESSAO-TRAB
                    AT END
                        MOVE 'F' TO WS-TRB-EOF
                    NOT AT END
                        MOVE REG-SESSAO-TRAB TO REG-FREQ-SESSAO
                        WRITE REG-FREQ-SESSAO
                END-READ
            END-PERFORM
            CLOSE SESSAO-TRAB
            CLOSE FREQ-SESSAO.
       6900-FIM.
            EXIT.

      ******************************************************************
      * 7000-APURACAO  --  CONSOLIDA AS SESSOES NOS TOTAIS DO ARQUIVO
      *                      DE FREQUENCIA: PARA CADA ALUNO/MATERIA/
      *                      PERIODO COM SESSAO, DADAS = SESSOES MENOS
      *                      AS JUSTIFICADAS E PRESENTES = SESSOES P; OS
      *                      TOTAIS SEM SESSAO (LANCAFREQUENCIA) SAO
      *                      PRESERVADOS. A PRESENCA PROVISORIA DA
      *                      CATRACA CONTA COMO P E E CONTADA NO RESUMO
      *                      ATE O PROFESSOR CONFIRMAR.
      ******************************************************************
       7000-APURACAO.
            OPEN INPUT FREQ-SESSAO
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-LIDA
                        IF SES-PROVISORIA
                            ADD 1 TO WS-QTD-PROVISORIAS
                        END-IF
                        PERFORM 7100-ACUMULA-SESSAO THRU 7100-FIM
                END-READ
            END-PERFORM
       7300-FIM.
            EXIT.

      ******************************************************************
      * 8000-CONFIRMA-CATRACA  --  O PROFESSOR DA TURMA (OU A
      *                              SECRETARIA) CONFIRMA OU CORRIGE
      *                              PARA AUSENTE, ALUNO A ALUNO, AS
      *                              PRESENCAS PROVISORIAS DA CATRACA DE
      *                              UMA TURMA NUMA DATA. AUSENCIA
      *                              DENTRO DE SUSPENSAO ENTRA COMO NO
      *                              LOTE. SO AS PROVISORIAS SAO
      *                              TOCADAS - JUSTIFICADAS E DEMAIS
      *                              LANCAMENTOS PASSAM INTACTOS.
      ******************************************************************
       8000-CONFIRMA-CATRACA.
            PERFORM 1700-CARREGA-SUSPENSOES THRU 1700-FIM
            ACCEPT WS-TURMA-CONFIRMA FROM ENVIRONMENT
                                        'DD_TURMA_CONFIRMA'
            IF WS-TURMA-CONFIRMA = SPACES
                DISPLAY 'TURMA...................: '
                ACCEPT WS-TURMA-CONFIRMA
            END-IF
            ACCEPT WS-DATA-CONFIRMA FROM ENVIRONMENT 'DD_DATA_CONFIRMA'
            IF WS-DATA-CONFIRMA = ZEROS
                DISPLAY 'DATA DA AULA (AAAAMMDD).: '
                ACCEPT WS-DATA-CONFIRMA
            END-IF
            IF WS-TURMA-CONFIRMA = SPACES OR WS-DATA-CONFIRMA = ZEROS
                DISPLAY 'TURMA E DATA SAO OBRIGATORIAS.'
                MOVE 4 TO RETURN-CODE
                GO TO 8000-FIM
            END-IF

            MOVE WS-OPERADOR TO PTC-OPER-ID OF WS-PTC-PARM
            MOVE SPACES TO PTC-PROF-CODIGO OF WS-PTC-PARM
            MOVE WS-TURMA-CONFIRMA TO PTC-TURMA OF WS-PTC-PARM
            MOVE WS-DATA-CONFIRMA TO PTC-DATA OF WS-PTC-PARM
            CALL 'CONFEREPROFTURMA' USING WS-PTC-PARM
            IF NOT PTC-ATRIBUIDO OF WS-PTC-PARM
               AND NOT PTC-SEM-ATRIBUICOES OF WS-PTC-PARM
               AND NOT PTC-SECRETARIA OF WS-PTC-PARM
                DISPLAY 'OPERADOR NAO ATRIBUIDO A TURMA '
                        WS-TURMA-CONFIRMA ' NA DATA - CONFIRMACAO '
                        'NEGADA.'
                MOVE 4 TO RETURN-CODE
                GO TO 8000-FIM
            END-IF

            OPEN INPUT FREQ-SESSAO
            IF NOT SES-FS-OK
                DISPLAY 'ARQUIVO DE SESSOES INDISPONIVEL ('
                        WS-SES-DD ').'
                MOVE 4 TO RETURN-CODE
                GO TO 8000-FIM
            END-IF
            OPEN OUTPUT SESSAO-TRAB
            IF NOT TRB-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-TRB-DD
                        ' - FILE STATUS: ' WS-TRB-FS
                CLOSE FREQ-SESSAO
                MOVE 4 TO RETURN-CODE
                GO TO 8000-FIM
            END-IF
            MOVE 'N' TO WS-SES-EOF
            PERFORM UNTIL SES-FIM-ARQUIVO
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-SES-EOF
                    NOT AT END
                        IF SES-PROVISORIA
                           AND SES-TURMA-CODIGO = WS-TURMA-CONFIRMA
                           AND SES-DATA = WS-DATA-CONFIRMA
                            PERFORM 8100-CONFIRMA-ALUNO THRU 8100-FIM
                        END-IF
                        MOVE REG-FREQ-SESSAO TO REG-SESSAO-TRAB
                        WRITE REG-SESSAO-TRAB
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO
            CLOSE SESSAO-TRAB

            IF WS-QTD-CONFIRMADAS + WS-QTD-CORRIGIDAS = 0
                DISPLAY 'NENHUMA PRESENCA DA CATRACA A CONFIRMAR EM '
                        WS-TURMA-CONFIRMA ' ' WS-DATA-CONFIRMA '.'
                GO TO 8000-FIM
            END-IF
            PERFORM 6900-DEVOLVE-TRABALHO THRU 6900-FIM.
       8000-FIM.
            EXIT.

      ******************************************************************
      * 8100-CONFIRMA-ALUNO  --  PERGUNTA AO PROFESSOR PELA PRESENCA
      *                            PROVISORIA CORRENTE (PERIODO FECHADO
      *                            FICA COMO ESTA).
      ******************************************************************
       8100-CONFIRMA-ALUNO.
            MOVE 0 TO WS-PERIODO-FECHADO
            PERFORM VARYING WS-IDX-FEC FROM 1 BY 1
                    UNTIL WS-IDX-FEC > WS-QTD-FEC
                IF WS-FEC-PERIODO-TAB(WS-IDX-FEC) = SES-PERIODO
                    MOVE 1 TO WS-PERIODO-FECHADO
                    MOVE WS-QTD-FEC TO WS-IDX-FEC
                END-IF
            END-PERFORM
            IF WS-PERIODO-FECHADO = 1
                DISPLAY 'PERIODO JA FECHADO: ' SES-PERIODO
                        ' - ALUNO ' SES-CD-STUDENT ' NAO ALTERADO.'
                GO TO 8100-FIM
            END-IF

            DISPLAY 'ALUNO ' SES-CD-STUDENT ' PRESENTE PELA CATRACA - '
                    '(C)ONFIRMA OU (A)USENTE? '
            MOVE SPACE TO WS-RESPOSTA
            ACCEPT WS-RESPOSTA
            MOVE 'M' TO SES-ORIGEM
            IF WS-RESPOSTA NOT = 'A' AND WS-RESPOSTA NOT = 'a'
                ADD 1 TO WS-QTD-CONFIRMADAS
                GO TO 8100-FIM
            END-IF

            ADD 1 TO WS-QTD-CORRIGIDAS
            MOVE 'A' TO SES-PRESENCA
            MOVE 0 TO WS-EM-SUSPENSAO
            PERFORM VARYING WS-IDX-SUS FROM 1 BY 1
                    UNTIL WS-IDX-SUS > WS-QTD-SUS
                IF WS-SUS-CD(WS-IDX-SUS) = SES-CD-STUDENT
                   AND SES-DATA >= WS-SUS-INI(WS-IDX-SUS)
                   AND SES-DATA <= WS-SUS-FIM(WS-IDX-SUS)
                    MOVE 1 TO WS-EM-SUSPENSAO
                    MOVE WS-QTD-SUS TO WS-IDX-SUS
                END-IF
            END-PERFORM
            IF WS-EM-SUSPENSAO = 1
                MOVE 'J' TO SES-PRESENCA
                MOVE 'SUSPENSAO' TO SES-ATESTADO
                DISPLAY 'AUSENCIA DENTRO DE SUSPENSAO - EXCLUIDA DA '
                        'APURACAO. ALUNO: ' SES-CD-STUDENT
            END-IF.
       8100-FIM.
            EXIT.

       END PROGRAM LANCASESSAO.
