      *               recusado (a lista de espera fica com o
      *               INSCRICAODISCIPLINA) e o desvinculo promove o
      *               primeiro aguardando da fila via PROMOVEESPERA.
      * 15/10/26 RMS  Incluida a unidade (campus) da turma: gravada
      *               na inclusao (a do operador ou a informada por
      *               operador de todas as unidades; branco = 01),
      *               mostrada na listagem; inativar, vincular e
      *               desvincular sao negados em turma de outra
      *               unidade que a do operador.
      * 15/10/26 RMS  Incluido o tipo da turma (R regular / E oferta
      *               de extensao): a oferta de extensao grava o valor
      *               total do curso e a frequencia minima do
      *               certificado e dispensa a conferencia do
      *               catalogo; tipo mostrado na listagem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOTURMA.
             10 WS-TUR-TURNO       PIC X(01).
             10 WS-TUR-STATUS      PIC X(01).
             10 WS-TUR-CAP         PIC 9(03).
             10 WS-TUR-UNIDADE     PIC X(02).
             10 WS-TUR-TIPO        PIC X(01).
             10 WS-TUR-VALOR       PIC 9(05)V9(02).
             10 WS-TUR-FREQ-MIN    PIC 9(03).

       01 WS-TABELA-VINCULOS.
          05 WS-QTD-VINC           PIC 9(04) VALUE 0.
          88 MATERIA-INVALIDA      VALUE 0.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-NA-TURMA          PIC 9(03) VALUE ZEROS.
       77 WS-UNIDADE-PERMITIDA     PIC 9 VALUE 0.
          88 UNIDADE-PERMITIDA     VALUE 1.
       01 WS-ESP-PARM.
          COPY ESPERA_PARM.

                                MOVE ZEROS TO
                                     WS-TUR-CAP(WS-QTD-TURMAS)
                            END-IF
                            MOVE TURMA-UNIDADE TO
                                 WS-TUR-UNIDADE(WS-QTD-TURMAS)
                            IF TURMA-UNIDADE = SPACES
                                MOVE '01' TO
                                     WS-TUR-UNIDADE(WS-QTD-TURMAS)
                            END-IF
                            MOVE TURMA-TIPO TO
                                 WS-TUR-TIPO(WS-QTD-TURMAS)
                            IF TURMA-VALOR-CURSO NUMERIC
                                MOVE TURMA-VALOR-CURSO TO
                                     WS-TUR-VALOR(WS-QTD-TURMAS)
                            ELSE
                                MOVE ZEROS TO
                                     WS-TUR-VALOR(WS-QTD-TURMAS)
                            END-IF
                            IF TURMA-FREQ-MINIMA NUMERIC
                                MOVE TURMA-FREQ-MINIMA TO
                                     WS-TUR-FREQ-MIN(WS-QTD-TURMAS)
                            ELSE
                                MOVE ZEROS TO
                                     WS-TUR-FREQ-MIN(WS-QTD-TURMAS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1550-CONFERE-UNIDADE  --  CONFERE SE A TURMA EM WS-POS-TURMA E
      *                             DA UNIDADE (CAMPUS) DO OPERADOR;
      *                             OPERADOR SEM UNIDADE ATENDE TODAS.
      ******************************************************************
       1550-CONFERE-UNIDADE.
            MOVE 0 TO WS-UNIDADE-PERMITIDA
            IF OPER-TODAS-UNIDADES OF WS-OPER-PARM
               OR OPER-UNIDADE OF WS-OPER-PARM =
                  WS-TUR-UNIDADE(WS-POS-TURMA)
                MOVE 1 TO WS-UNIDADE-PERMITIDA
            ELSE
                DISPLAY 'TURMA DA UNIDADE '
                        WS-TUR-UNIDADE(WS-POS-TURMA)
                        ' - OPERADOR DA UNIDADE '
                        OPER-UNIDADE OF WS-OPER-PARM
                        ': TRANSACAO NEGADA.'
            END-IF.
       1550-FIM.
            EXIT.

      ******************************************************************
      * 2000-INCLUIR-TURMA  --  CADASTRA UMA NOVA TURMA, CONFERINDO A
      *                           MATERIA CONTRA O CATALOGO.
            DISPLAY 'CAPACIDADE (0=SEM LIMITE): '
            ACCEPT WS-TUR-CAP(WS-QTD-TURMAS)
            MOVE 'A' TO WS-TUR-STATUS(WS-QTD-TURMAS)
            IF OPER-TODAS-UNIDADES OF WS-OPER-PARM
                DISPLAY 'UNIDADE (BRANCO = 01 SEDE): '
                MOVE SPACES TO WS-TUR-UNIDADE(WS-QTD-TURMAS)
                ACCEPT WS-TUR-UNIDADE(WS-QTD-TURMAS)
                IF WS-TUR-UNIDADE(WS-QTD-TURMAS) = SPACES
                    MOVE '01' TO WS-TUR-UNIDADE(WS-QTD-TURMAS)
                END-IF
            ELSE
                MOVE OPER-UNIDADE OF WS-OPER-PARM TO
                     WS-TUR-UNIDADE(WS-QTD-TURMAS)
            END-IF
            DISPLAY 'TIPO (R REGULAR / E EXTENSAO): '
            MOVE SPACES TO WS-TUR-TIPO(WS-QTD-TURMAS)
            ACCEPT WS-TUR-TIPO(WS-QTD-TURMAS)
            MOVE ZEROS TO WS-TUR-VALOR(WS-QTD-TURMAS)
            MOVE ZEROS TO WS-TUR-FREQ-MIN(WS-QTD-TURMAS)
            IF WS-TUR-TIPO(WS-QTD-TURMAS) = 'E' OR 'e'
                MOVE 'E' TO WS-TUR-TIPO(WS-QTD-TURMAS)
                DISPLAY 'VALOR TOTAL DO CURSO.: '
                ACCEPT WS-TUR-VALOR(WS-QTD-TURMAS)
                DISPLAY 'FREQUENCIA MINIMA % (0=75): '
                ACCEPT WS-TUR-FREQ-MIN(WS-QTD-TURMAS)
            ELSE
                MOVE 'R' TO WS-TUR-TIPO(WS-QTD-TURMAS)
            END-IF

      * CURSO LIVRE NAO E DISCIPLINA DA GRADUACAO - FORA DO CATALOGO
            IF WS-TUR-TIPO(WS-QTD-TURMAS) = 'E'
                SET MATERIA-VALIDA TO TRUE
            ELSE
                PERFORM 2100-VALIDA-MATERIA THRU 2100-FIM
            END-IF
            IF MATERIA-INVALIDA
                DISPLAY 'MATERIA FORA DO CATALOGO - TURMA NAO '
                        'INCLUIDA.'
                DISPLAY 'TURMA NAO ENCONTRADA.'
                GO TO 3000-FIM
            END-IF
            PERFORM 1550-CONFERE-UNIDADE THRU 1550-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 3000-FIM
            END-IF

            MOVE 'TURMA-INATIVACAO' TO AUD-CAMPO
            MOVE WS-TUR-STATUS(WS-POS-TURMA) TO AUD-VALOR-ANTIGO
                DISPLAY 'TURMA NAO ENCONTRADA.'
                GO TO 4000-FIM
            END-IF
            PERFORM 1550-CONFERE-UNIDADE THRU 1550-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 4000-FIM
            END-IF
            IF WS-TUR-STATUS(WS-POS-TURMA) NOT = 'A'
                DISPLAY 'TURMA INATIVA.'
                GO TO 4000-FIM
            ACCEPT WS-CODIGO-ALVO
            DISPLAY 'CD-STUDENT DO ALUNO..: '
            ACCEPT WS-CD-ALVO
            PERFORM 1500-LOCALIZA-TURMA THRU 1500-FIM
            IF WS-POS-TURMA > 0
                PERFORM 1550-CONFERE-UNIDADE THRU 1550-FIM
                IF NOT UNIDADE-PERMITIDA
                    GO TO 5000-FIM
                END-IF
            END-IF

            MOVE 0 TO WS-POS-VINC
            PERFORM VARYING WS-IDX FROM 1 BY 1
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'TURMA    MATERIA              PERIODO TURNO '
                    'SIT ALUNOS UN T'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                MOVE 0 TO WS-POS-VINC
                        WS-TUR-PERIODO(WS-IDX) '  '
                        WS-TUR-TURNO(WS-IDX) '    '
                        WS-TUR-STATUS(WS-IDX) '   '
                        WS-POS-VINC '   '
                        WS-TUR-UNIDADE(WS-IDX) ' '
                        WS-TUR-TIPO(WS-IDX)
            END-PERFORM.
       6000-FIM.
            EXIT.
                MOVE WS-TUR-TURNO(WS-IDX)   TO TURMA-TURNO
                MOVE WS-TUR-STATUS(WS-IDX)  TO TURMA-STATUS
                MOVE WS-TUR-CAP(WS-IDX)     TO TURMA-CAPACIDADE
                MOVE WS-TUR-UNIDADE(WS-IDX) TO TURMA-UNIDADE
                MOVE WS-TUR-TIPO(WS-IDX)    TO TURMA-TIPO
                MOVE WS-TUR-VALOR(WS-IDX)   TO TURMA-VALOR-CURSO
                MOVE WS-TUR-FREQ-MIN(WS-IDX) TO TURMA-FREQ-MINIMA
                WRITE REG-TURMA
            END-PERFORM
            CLOSE TURMAS.
