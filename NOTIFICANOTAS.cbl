      *         MINIMO LEGAL DE 75%) - NO LAYOUT COMBINADO COM A
      *         EQUIPE DO PORTAL, MAIS O RELATORIO DE GERACAO COM A
      *         QUANTIDADE DE NOTIFICACOES POR TURMA. ESTORNOS NAO
      *         GERAM NOTIFICACAO. LANCAMENTO DE TURMA AINDA EM
      *         EMBARGO (CONFERELIBERACAO) NAO E NOTIFICADO; QUANDO A
      *         COORDENACAO LIBERA A TURMA, A NOTIFICACAO E GERADA
      *         PELA TURMA (DD_TURMA_NOTIFICA + DD_PERIODO_NOTIFICA, NO
      *         LUGAR DO LOTE), COM O ULTIMO LANCAMENTO VALIDO DE CADA
      *         ALUNO/MATERIA - O ESTORNADO SEM CORRECAO NAO SAI.
      * Tectonics: cobc
      * Modification History:
      * 22/08/26 RMS  Criacao - os alunos descobriam a media
      *               (FILA_EMAIL.TXT via GRAVAEMAIL), com a materia
      *               como referencia do corpo; o arquivo do portal
      *               segue inalterado.
      * 15/10/26 RMS  Lancamento de turma em embargo de publicacao
      *               (CONFERELIBERACAO) nao e notificado; incluida
      *               a notificacao por turma/periodo, para a turma
      *               liberada depois do lote.
      * 15/10/26 RMS  Aviso de notas publicadas tambem por SMS: um
      *               por aluno com telefone, com a quantidade de
      *               materias, pela fila do GRAVASMS.
      * 15/10/26 RMS  O e-mail de notas passou a levar o nome de
      *               tratamento do aluno (nome social quando
      *               registrado, via RESOLVENOME).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFICANOTAS.
          COPY LOGERRO_PARM.

       77 WS-LOTE-ALVO             PIC X(08) VALUE SPACES.
       77 WS-TURMA-ALVO            PIC X(08) VALUE SPACES.
       77 WS-PERIODO-ALVO          PIC X(06) VALUE SPACES.
       77 WS-MODO-TURMA            PIC 9 VALUE 0.
          88 MODO-TURMA            VALUE 1.
       77 WS-QTD-RETIDAS           PIC 9(05) VALUE ZEROS.
       77 WS-PENDENTE              PIC 9 VALUE 0.
          88 HA-PENDENTE           VALUE 1.
       01 WS-REG-PENDENTE.
          03 WS-PEND-CD-STUDENT    PIC 9(05).
          03 FILLER                PIC X(50).
          03 WS-PEND-MATERIA       PIC X(50).
          03 FILLER                PIC X(52).
       01 WS-REG-CORRENTE          PIC X(157) VALUE SPACES.
       01 WS-LBC-PARM.
          COPY LIBERACAO_PARM.
       77 WS-FREQ-MINIMA           PIC 9(03) VALUE 75.
       77 WS-NOTA-MINIMA           PIC 9(3)V9(2) VALUE 6.

       77 WS-QTD-EMAILS            PIC 9(05) VALUE ZEROS.
       01 WS-EML-PARM.
          COPY EMAIL_PARM.
       01 WS-NOM-PARM.
          COPY NOME_PARM.

      * ALUNOS COM TELEFONE NO FD_ENDERECO E QUANTAS MATERIAS TIVERAM
      * NOTA PUBLICADA NESTA EXECUCAO: UM SMS POR ALUNO AO FINAL.
       01 WS-TABELA-SMS.
          05 WS-QTD-TSMS           PIC 9(04) VALUE 0.
          05 WS-TSMS-TAB OCCURS 2000 TIMES.
             10 WS-TSMS-CD         PIC 9(05).
             10 WS-TSMS-TEL        PIC X(11).
             10 WS-TSMS-OPTOUT     PIC X(01).
             10 WS-TSMS-QTD        PIC 9(03).
       77 WS-IDX-TSMS              PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SMS               PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SMS-DESCARTE      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MAT-ED            PIC ZZ9.
       01 WS-SMS-PARM.
          COPY SMS_PARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT WS-LOTE-ALVO FROM ENVIRONMENT 'DD_LOTE_NOTIFICA'
            IF WS-LOTE-ALVO = SPACES
                ACCEPT WS-TURMA-ALVO FROM ENVIRONMENT
                                          'DD_TURMA_NOTIFICA'
                ACCEPT WS-PERIODO-ALVO FROM ENVIRONMENT
                                            'DD_PERIODO_NOTIFICA'
                IF WS-TURMA-ALVO = SPACES
                   OR WS-PERIODO-ALVO = SPACES
                    DISPLAY 'LOTE NAO INFORMADO (DD_LOTE_NOTIFICA) '
                            'NEM TURMA/PERIODO (DD_TURMA_NOTIFICA/'
                            'DD_PERIODO_NOTIFICA) - NADA A NOTIFICAR.'
                    MOVE 4 TO RETURN-CODE
                    GO TO FIM-DO-PROGRAMA
                END-IF
                MOVE 1 TO WS-MODO-TURMA
                DISPLAY 'TURMA A NOTIFICAR: ' WS-TURMA-ALVO
                        ' PERIODO ' WS-PERIODO-ALVO
            ELSE
                DISPLAY 'LOTE A NOTIFICAR: ' WS-LOTE-ALVO
            END-IF

            PERFORM 1000-CARREGA-PARAMETROS THRU 1000-FIM

                        MOVE 'F' TO WS-HIST-EOF
                    NOT AT END
                        MOVE HIDX-IMAGEM TO REG-HISTORICO
                        IF MODO-TURMA
                            IF HIST-TURMA = WS-TURMA-ALVO
                               AND HIST-PERIODO = WS-PERIODO-ALVO
                                PERFORM 2500-ACOMPANHA-TURMA
                                     THRU 2500-FIM
                            END-IF
                        ELSE
                            IF HIST-LOTE-ID = WS-LOTE-ALVO
                               AND NOT HIST-LANC-ESTORNO
                                PERFORM 2900-NOTIFICA-SE-LIBERADA
                                     THRU 2900-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            IF HA-PENDENTE
                MOVE WS-REG-PENDENTE TO REG-HISTORICO
                PERFORM 2900-NOTIFICA-SE-LIBERADA THRU 2900-FIM
            END-IF

            CLOSE HISTORICO-NOTAS
            CLOSE NOTIFICACOES
            PERFORM 3700-ENFILEIRA-SMS THRU 3700-FIM

            DISPLAY ' '
            DISPLAY '*** RELATORIO DE GERACAO ***'
            DISPLAY 'NOTIFICACOES GERADAS: ' WS-QTD-NOTIFICACOES
            DISPLAY 'RETIDAS EM EMBARGO..: ' WS-QTD-RETIDAS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                DISPLAY 'TURMA ' WS-TUR-CODIGO(WS-IDX) ': '
                        WS-TUR-QTD(WS-IDX) ' NOTIFICACAO(OES)'
            END-PERFORM
            DISPLAY 'ARQUIVO DE NOTIFICACAO: ' WS-NOT-DD
            DISPLAY 'E-MAILS ENFILEIRADOS..: ' WS-QTD-EMAILS
            DISPLAY 'SMS ENFILEIRADOS......: ' WS-QTD-SMS
            DISPLAY 'SMS DESCARTADOS.......: ' WS-QTD-SMS-DESCARTE.

       FIM-DO-PROGRAMA.
            STOP RUN.
       1150-FIM.
            EXIT.

      ******************************************************************
      * 2500-ACOMPANHA-TURMA  --  NA NOTIFICACAO POR TURMA, GUARDA O
      *                             ULTIMO LANCAMENTO DO ALUNO/MATERIA
      *                             (O HISTORICO VEM NA ORDEM DE
      *                             CHEGADA DENTRO DO ALUNO) E SO
      *                             NOTIFICA AO MUDAR DE ALUNO/MATERIA;
      *                             ESTORNO DESCARTA O GUARDADO.
      ******************************************************************
       2500-ACOMPANHA-TURMA.
            IF HA-PENDENTE
               AND (WS-PEND-CD-STUDENT NOT = HIST-CD-STUDENT
                    OR WS-PEND-MATERIA NOT = HIST-MATERIA)
                MOVE REG-HISTORICO TO WS-REG-CORRENTE
                MOVE WS-REG-PENDENTE TO REG-HISTORICO
                PERFORM 2900-NOTIFICA-SE-LIBERADA THRU 2900-FIM
                MOVE WS-REG-CORRENTE TO REG-HISTORICO
                MOVE 0 TO WS-PENDENTE
            END-IF
            IF HIST-LANC-ESTORNO
                MOVE 0 TO WS-PENDENTE
            ELSE
                MOVE REG-HISTORICO TO WS-REG-PENDENTE
                MOVE 1 TO WS-PENDENTE
            END-IF.
       2500-FIM.
            EXIT.

      ******************************************************************
      * 2900-NOTIFICA-SE-LIBERADA  --  SO NOTIFICA O LANCAMENTO CUJA
      *                                  TURMA/PERIODO JA FOI LIBERADA
      *                                  PARA O ALUNO.
      ******************************************************************
       2900-NOTIFICA-SE-LIBERADA.
            MOVE HIST-TURMA TO LBC-TURMA
            MOVE HIST-PERIODO TO LBC-PERIODO
            MOVE ZEROS TO LBC-DATA
            CALL 'CONFERELIBERACAO' USING WS-LBC-PARM
            IF LBC-PUBLICAVEL
                PERFORM 3000-GERA-NOTIFICACAO THRU 3000-FIM
            ELSE
                ADD 1 TO WS-QTD-RETIDAS
            END-IF.
       2900-FIM.
            EXIT.

      ******************************************************************
      * 3000-GERA-NOTIFICACAO  --  EMITE A NOTIFICACAO DO LANCAMENTO
      *                              CORRENTE E ACUMULA A CONTAGEM DA
            WRITE REG-NOTIFICACAO
            ADD 1 TO WS-QTD-NOTIFICACOES
            PERFORM 3500-ENFILEIRA-EMAIL THRU 3500-FIM
            PERFORM 3600-MARCA-SMS THRU 3600-FIM

            MOVE 0 TO WS-POS-TURMA
            PERFORM VARYING WS-IDX FROM 1 BY 1

      ******************************************************************
      * 1500-CARREGA-EMAILS  --  CARREGA OS E-MAILS DOS ALUNOS COM
      *                            PREFERENCIA DE CANAL E (FD_ENDERECO)
      *                            E OS TELEFONES PARA O SMS. SEM O
      *                            ARQUIVO, NENHUM E-MAIL OU SMS E
      *                            ENFILEIRADO.
      ******************************************************************
       1500-CARREGA-EMAILS.
                            MOVE END-E-MAIL TO
                                 WS-TEML-EMAIL(WS-QTD-EML)
                        END-IF
                        IF END-TELEFONE NOT = SPACES
                           AND WS-QTD-TSMS < 2000
                            ADD 1 TO WS-QTD-TSMS
                            MOVE END-CD-STUDENT TO
                                 WS-TSMS-CD(WS-QTD-TSMS)
                            MOVE END-TELEFONE TO
                                 WS-TSMS-TEL(WS-QTD-TSMS)
                            MOVE END-SMS-OPTOUT TO
                                 WS-TSMS-OPTOUT(WS-QTD-TSMS)
                            MOVE ZEROS TO WS-TSMS-QTD(WS-QTD-TSMS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENDERECOS.
                         EML-ASSUNTO OF WS-EML-PARM
                    MOVE HIST-MATERIA(1:40) TO
                         EML-REFERENCIA OF WS-EML-PARM
                    MOVE HIST-CD-STUDENT TO NOM-P-CD-STUDENT
                    MOVE HIST-NOME-ALUNO TO NOM-P-NM-CIVIL
                    CALL 'RESOLVENOME' USING WS-NOM-PARM
                    MOVE NOM-P-NOME TO EML-NOME OF WS-EML-PARM
                    CALL 'GRAVAEMAIL' USING WS-EML-PARM
                    ADD 1 TO WS-QTD-EMAILS
                    MOVE WS-QTD-EML TO WS-IDX-EML
       3500-FIM.
            EXIT.

      ******************************************************************
      * 3600-MARCA-SMS  --  CONTA A MATERIA PUBLICADA PARA O SMS DO
      *                       ALUNO (SO QUEM TEM TELEFONE CADASTRADO).
      ******************************************************************
       3600-MARCA-SMS.
            PERFORM VARYING WS-IDX-TSMS FROM 1 BY 1
                    UNTIL WS-IDX-TSMS > WS-QTD-TSMS
                IF WS-TSMS-CD(WS-IDX-TSMS) = HIST-CD-STUDENT
                    ADD 1 TO WS-TSMS-QTD(WS-IDX-TSMS)
                    MOVE WS-QTD-TSMS TO WS-IDX-TSMS
                END-IF
            END-PERFORM.
       3600-FIM.
            EXIT.

      ******************************************************************
      * 3700-ENFILEIRA-SMS  --  UM SMS POR ALUNO COM NOTA PUBLICADA,
      *                           COM A QUANTIDADE DE MATERIAS, PELA
      *                           SUBROTINA GRAVASMS (QUE APLICA A
      *                           RECUSA, O LIMITE DIARIO E O HORARIO
      *                           DE SILENCIO).
      ******************************************************************
       3700-ENFILEIRA-SMS.
            PERFORM VARYING WS-IDX-TSMS FROM 1 BY 1
                    UNTIL WS-IDX-TSMS > WS-QTD-TSMS
                IF WS-TSMS-QTD(WS-IDX-TSMS) > 0
                    MOVE WS-TSMS-CD(WS-IDX-TSMS) TO SMS-CD-STUDENT
                    MOVE WS-TSMS-TEL(WS-IDX-TSMS) TO SMS-TELEFONE
                    MOVE WS-TSMS-OPTOUT(WS-IDX-TSMS) TO SMS-OPTOUT
                    SET SMS-EVT-NOTAS TO TRUE
                    MOVE WS-TSMS-QTD(WS-IDX-TSMS) TO WS-QTD-MAT-ED
                    MOVE SPACES TO SMS-TEXTO
                    STRING 'ESCOLA: NOTAS PUBLICADAS EM '
                           WS-QTD-MAT-ED
                           ' MATERIA(S) PARA O ALUNO '
                           WS-TSMS-CD(WS-IDX-TSMS)
                           '. CONSULTE O PORTAL.'
                           DELIMITED BY SIZE INTO SMS-TEXTO
                    END-STRING
                    CALL 'GRAVASMS' USING WS-SMS-PARM
                    IF SMS-NA-FILA
                        ADD 1 TO WS-QTD-SMS
                    ELSE
                        ADD 1 TO WS-QTD-SMS-DESCARTE
                    END-IF
                END-IF
            END-PERFORM.
       3700-FIM.
            EXIT.

       END PROGRAM NOTIFICANOTAS.
