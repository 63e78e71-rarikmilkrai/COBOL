      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  A ficha passou a mostrar as horas de atividades
      *               complementares por categoria e o que falta para o
      *               exigido pelo curso (subrotina SOMAATIVIDADES) - o
      *               orientador consultava o lancamento em separado.
      * 15/10/26 RMS  A ficha passou a usar a grade e os grupos de
      *               eletivas da versao da matriz curricular do
      *               aluno (RESOLVEMATRIZ), mostrada no cabecalho.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAORIENTACAO.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-ATV-PARM.
          COPY ATIVIDADE_PARM.
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.
       77 WS-VERSAO-ALUNO          PIC X(04) VALUE SPACES.
       77 WS-IDX-ATV               PIC 9(02) VALUE ZEROS.
       77 WS-HORAS-FALTAM          PIC 9(05) VALUE ZEROS.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-CD-TEXTO              PIC X(05) VALUE SPACES.
            END-READ
            CLOSE ESTUDANTE

            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE STUDENT-VERSAO-MATRIZ TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO WS-VERSAO-ALUNO

            DISPLAY ' '
            DISPLAY 'ALUNO....: ' CD-STUDENT ' - ' NM-STUDENT
            DISPLAY 'CURSO....: ' COURSE-CODE
                    '  SITUACAO: ' STUDENT-STATUS
            IF WS-VERSAO-ALUNO = SPACES
                DISPLAY 'MATRIZ...: ORIGINAL'
            ELSE
                DISPLAY 'MATRIZ...: ' WS-VERSAO-ALUNO
                        ' (DESDE ' MTZ-P-PERIODO-VERSAO ')'
            END-IF
            IF WS-PERIODO-CORRENTE NOT = SPACES
                DISPLAY 'PERIODO..: ' WS-PERIODO-CORRENTE
            END-IF
            PERFORM 1000-CARREGA-CURRICULO THRU 1000-FIM
            IF WS-QTD-CUR = 0
                DISPLAY 'SEM GRADE CADASTRADA PARA O CURSO '
                        COURSE-CODE ' MATRIZ ' WS-VERSAO-ALUNO '.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 2500-CARREGA-CURSANDO THRU 2500-FIM
            PERFORM 3000-MOSTRA-GRADE THRU 3000-FIM
            PERFORM 3500-MOSTRA-ELETIVAS THRU 3500-FIM
            PERFORM 4000-MOSTRA-PROJECAO THRU 4000-FIM
            PERFORM 4500-MOSTRA-ATIVIDADES THRU 4500-FIM.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-CARREGA-CURRICULO  --  CARREGA AS MATERIAS DA GRADE DO
      *                               CURSO DO ALUNO, NA VERSAO DA
      *                               MATRIZ DELE.
      ******************************************************************
       1000-CARREGA-CURRICULO.
            ACCEPT WS-CUR-DD FROM ENVIRONMENT 'DD_CURRICULO'
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF CUR-COURSE-CODE = COURSE-CODE
                           AND CUR-VERSAO = WS-VERSAO-ALUNO
                           AND WS-QTD-CUR < 500
                            ADD 1 TO WS-QTD-CUR
                            MOVE CUR-MATERIA TO
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF GRE-COURSE-CODE = COURSE-CODE
                           AND GRE-VERSAO = WS-VERSAO-ALUNO
                           AND WS-QTD-GRE < 50
                            ADD 1 TO WS-QTD-GRE
                            MOVE GRE-GRUPO TO
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4500-MOSTRA-ATIVIDADES  --  HORAS DE ATIVIDADES COMPLEMENTARES
      *                               POR CATEGORIA (LANCADO, TETO DO
      *                               CURSO, VALIDO) E QUANTO FALTA PARA
      *                               O EXIGIDO PELO CURSO.
      ******************************************************************
       4500-MOSTRA-ATIVIDADES.
            MOVE WS-CD-ALVO TO ATV-CD-STUDENT
            MOVE COURSE-CODE TO ATV-COURSE-CODE
            CALL 'SOMAATIVIDADES' USING WS-ATV-PARM
            DISPLAY ' '
            DISPLAY '--- ATIVIDADES COMPLEMENTARES ---'
            IF ATV-SEM-EXIGENCIA AND ATV-HORAS-LANCADAS = ZEROS
                DISPLAY 'CURSO SEM EXIGENCIA E ALUNO SEM LANCAMENTOS.'
                GO TO 4500-FIM
            END-IF
            DISPLAY 'CAT DESCRICAO                      LANCADO TETO '
                    'VALIDO'
            PERFORM VARYING WS-IDX-ATV FROM 1 BY 1
                    UNTIL WS-IDX-ATV > ATV-QTD-CATEGORIAS
                DISPLAY ATV-CAT-CODIGO(WS-IDX-ATV) ' '
                        ATV-CAT-DESCRICAO(WS-IDX-ATV) ' '
                        ATV-CAT-LANCADAS(WS-IDX-ATV) '   '
                        ATV-CAT-TETO(WS-IDX-ATV) ' '
                        ATV-CAT-VALIDAS(WS-IDX-ATV)
            END-PERFORM
            EVALUATE TRUE
                WHEN ATV-SEM-EXIGENCIA
                    DISPLAY 'TOTAL VALIDO......: ' ATV-HORAS-VALIDAS
                            ' HORAS (CURSO SEM EXIGENCIA).'
                WHEN ATV-CUMPRIDA
                    DISPLAY 'TOTAL VALIDO......: ' ATV-HORAS-VALIDAS
                            ' DE ' ATV-HORAS-EXIGIDAS
                            ' HORAS - EXIGENCIA CUMPRIDA.'
                WHEN OTHER
                    COMPUTE WS-HORAS-FALTAM = ATV-HORAS-EXIGIDAS
                                            - ATV-HORAS-VALIDAS
                    DISPLAY 'TOTAL VALIDO......: ' ATV-HORAS-VALIDAS
                            ' DE ' ATV-HORAS-EXIGIDAS
                            ' HORAS - FALTAM ' WS-HORAS-FALTAM '.'
            END-EVALUATE.
       4500-FIM.
            EXIT.

       END PROGRAM CONSULTAORIENTACAO.
