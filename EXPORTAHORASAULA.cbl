      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:INTERFACE MENSAL DE HORAS-AULA DOS PROFESSORES PARA A
      *         FOLHA DE PAGAMENTO DO RH: PARA A COMPETENCIA INFORMADA
      *         (DD_COMPETENCIA, AAAAMM), CLASSIFICA CADA DIA DO MES
      *         PELA SUBROTINA CALENDARIOLETIVO (SO CONTA DIA EM AULA -
      *         FERIADO DO CALENDARIO.TXT E RECESSO FICAM FORA) E, PARA
      *         CADA ENCONTRO SEMANAL DA GRADE (HORARIOS_TURMA.TXT) QUE
      *         CAI NO DIA, CREDITA OS MINUTOS AO PROFESSOR ATRIBUIDO A
      *         TURMA NAQUELA DATA (PROF_TURMA.TXT, VIGENCIA INICIO/FIM)
      *         - A SUBSTITUICAO NO MEIO DO MES DIVIDE AS HORAS ENTRE O
      *         TITULAR E O SUBSTITUTO. GRAVA O ARQUIVO DE LAYOUT FIXO
      *         DA FOLHA (0 = HEADER COM A COMPETENCIA, 1 = UM DETALHE
      *         POR PROFESSOR, 9 = TRAILER COM QUANTIDADE E SOMA DAS
      *         HORAS) E O DEMONSTRATIVO POR PROFESSOR E TURMA PARA
      *         CONFERENCIA DO RH, COM OS ENCONTROS SEM PROFESSOR
      *         ATRIBUIDO EM SECAO PROPRIA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - o RH calculava o pagamento dos
      *               professores pelas folhas de ponto em papel.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAHORASAULA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS-TURMA ASSIGN TO DYNAMIC WS-HOR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOR-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PROF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROF-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT FOLHA-HORAS ASSIGN TO DYNAMIC WS-FOL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FOL-FS.

           SELECT RELATORIO-HORAS ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD HORARIOS-TURMA.
          COPY FD_HORARIO_TURMA.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PROFESSORES.
          COPY FD_PROFESSOR.

       FD TURMAS.
          COPY FD_TURMA.

       FD FOLHA-HORAS.
       01 FOL-LINHA                    PIC X(80).

       FD RELATORIO-HORAS.
       01 RPT-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-PROF-DD               PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-FOL-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-PROF-FS               PIC XX VALUE SPACES.
          88 PROF-FS-OK            VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-FOL-FS                PIC XX VALUE SPACES.
          88 FOL-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-HOR-EOF               PIC X VALUE 'N'.
          88 HOR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PTU-EOF               PIC X VALUE 'N'.
          88 PTU-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PROF-EOF              PIC X VALUE 'N'.
          88 PROF-FIM-ARQUIVO      VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-JOB-PARM.
          COPY JOBCTRL_PARM.
       01 WS-CAL-PARM.
          COPY CALENDARIO_PARM.
       77 WS-JOB-REGISTRADO        PIC 9 VALUE 0.
          88 JOB-INICIO-REGISTRADO VALUE 1.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-COMPETENCIA.
          03 WS-COMP-AAAA          PIC 9(04).
          03 WS-COMP-MM            PIC 9(02).
       77 WS-DIAS-NO-MES           PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-4               PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-INTEIROS         PIC 9(08) VALUE ZEROS.

      * DIAS DA COMPETENCIA: DIA DA SEMANA (1 = SEGUNDA ... 7 =
      * DOMINGO, A MESMA NUMERACAO DA GRADE) E SE E DIA DE AULA
       01 WS-TABELA-DIAS.
          05 WS-DIA OCCURS 31 TIMES.
             10 WS-DIA-DATA        PIC 9(08).
             10 WS-DIA-SEMANA      PIC 9(01).
             10 WS-DIA-LETIVO      PIC X(01).
                88 DIA-DE-AULA     VALUE 'S'.

       01 WS-TABELA-HORARIOS.
          05 WS-QTD-HOR            PIC 9(03) VALUE 0.
          05 WS-HOR OCCURS 500 TIMES.
             10 WS-HOR-TURMA       PIC X(08).
             10 WS-HOR-DIA         PIC 9(01).
             10 WS-HOR-MINUTOS     PIC 9(04).
       77 WS-HOR-ESTOUROU          PIC 9 VALUE 0.
          88 HORARIOS-ESTOURARAM   VALUE 1.

       01 WS-TABELA-PROF-TURMA.
          05 WS-QTD-PTU            PIC 9(03) VALUE 0.
          05 WS-PTU-TAB OCCURS 500 TIMES.
             10 WS-PTU-TURMA       PIC X(08).
             10 WS-PTU-PROF        PIC X(06).
             10 WS-PTU-INI         PIC 9(08).
             10 WS-PTU-FIM-T       PIC 9(08).
       77 WS-PTU-ESTOUROU          PIC 9 VALUE 0.
          88 PTU-ESTOUROU          VALUE 1.

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TUR            PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 200 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-MATERIA     PIC X(50).
             10 WS-TUR-STATUS      PIC X(01).

      * HORAS APURADAS POR PROFESSOR X TURMA (PROFESSOR EM BRANCO =
      * ENCONTRO SEM ATRIBUICAO NA DATA)
       01 WS-TABELA-APURACAO.
          05 WS-QTD-APU            PIC 9(04) VALUE 0.
          05 WS-APU OCCURS 1000 TIMES.
             10 WS-APU-PROF        PIC X(06).
             10 WS-APU-TURMA       PIC X(08).
             10 WS-APU-AULAS       PIC 9(04).
             10 WS-APU-MINUTOS     PIC 9(06).
             10 WS-APU-EMITIDO     PIC X(01).
       77 WS-APU-ESTOUROU          PIC 9 VALUE 0.
          88 APURACAO-ESTOUROU     VALUE 1.

       01 WS-HORA-TRAB             PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-TRAB.
          03 WS-HORA-HH            PIC 9(02).
          03 WS-HORA-MM            PIC 9(02).
       77 WS-MIN-INICIO            PIC 9(04) VALUE ZEROS.
       77 WS-MIN-FIM               PIC 9(04) VALUE ZEROS.

       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-DIA               PIC 9(02) VALUE ZEROS.
       77 WS-IDX-HOR               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PTU               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TUR               PIC 9(03) VALUE ZEROS.
       77 WS-POS-APU               PIC 9(04) VALUE ZEROS.
       77 WS-POS-TUR               PIC 9(03) VALUE ZEROS.
       77 WS-PROF-DIA              PIC X(06) VALUE SPACES.
       77 WS-INI-VIGENTE           PIC 9(08) VALUE ZEROS.
       77 WS-PROF-CORRENTE         PIC X(06) VALUE SPACES.
       77 WS-NOME-CORRENTE         PIC X(30) VALUE SPACES.

       77 WS-QTD-DIAS-AULA         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FERIADOS          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PROFESSORES       PIC 9(05) VALUE ZEROS.
       77 WS-AULAS-PROF            PIC 9(05) VALUE ZEROS.
       77 WS-MINUTOS-PROF          PIC 9(07) VALUE ZEROS.
       77 WS-HORAS-PROF            PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-HORAS-TURMA           PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-SOMA-HORAS            PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-SOMA-MINUTOS          PIC 9(09) VALUE ZEROS.
       77 WS-MIN-SEM-PROF          PIC 9(07) VALUE ZEROS.
       77 WS-HORAS-ED              PIC ZZZZ9.99.

      * LAYOUT FIXO DA FOLHA (0 = HEADER, 1 = DETALHE, 9 = TRAILER)
       01 WS-FOL-HEADER.
          03 FH-TIPO               PIC X(01) VALUE '0'.
          03 FH-COMPETENCIA        PIC 9(06).
          03 FH-DT-GERACAO         PIC 9(08).
          03 FH-REMETENTE          PIC X(20) VALUE 'ESCOLA'.
          03 FH-DIAS-AULA          PIC 9(02).
          03 FILLER                PIC X(43) VALUE SPACES.
       01 WS-FOL-DETALHE.
          03 FD-TIPO               PIC X(01) VALUE '1'.
          03 FD-PROF-CODIGO        PIC X(06).
          03 FD-PROF-NOME          PIC X(30).
          03 FD-COMPETENCIA        PIC 9(06).
          03 FD-QTD-AULAS          PIC 9(05).
          03 FD-MINUTOS            PIC 9(07).
          03 FD-HORAS              PIC 9(05)V9(02).
          03 FILLER                PIC X(18) VALUE SPACES.
       01 WS-FOL-TRAILER.
          03 FT-TIPO               PIC X(01) VALUE '9'.
          03 FT-QTD                PIC 9(06).
          03 FT-SOMA-HORAS         PIC 9(07)V9(02).
          03 FT-SOMA-MINUTOS       PIC 9(09).
          03 FILLER                PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EXPORTAHORASAULA - HORAS-AULA PARA A FOLHA  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            ACCEPT WS-COMPETENCIA FROM ENVIRONMENT 'DD_COMPETENCIA'
            IF WS-COMPETENCIA = ZEROS
                DISPLAY 'COMPETENCIA NAO INFORMADA (DD_COMPETENCIA '
                        'AAAAMM) - NADA A GERAR.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            IF WS-COMP-MM < 1 OR WS-COMP-MM > 12
               OR WS-COMP-AAAA < 2000
                DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPETENCIA
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA

            MOVE 'EXPORTAHORASAULA' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'EXPORTAHORASAULA JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            ACCEPT WS-HOR-DD FROM ENVIRONMENT 'DD_HORARIOS_TURMA'
            IF WS-HOR-DD = SPACES
                MOVE 'HORARIOS_TURMA.TXT' TO WS-HOR-DD
            END-IF
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-PROF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PROF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PROF-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-FOL-DD FROM ENVIRONMENT 'DD_FOLHA_HORAS'
            IF WS-FOL-DD = SPACES
                MOVE 'FOLHA_HORAS_AULA.TXT' TO WS-FOL-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_HORAS'
            IF WS-RPT-DD = SPACES
                MOVE 'HORAS_AULA_PROFESSOR.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 1000-CARREGA-HORARIOS THRU 1000-FIM
            IF RETURN-CODE NOT = ZEROS
                GO TO 9900-ENCERRA
            END-IF
            PERFORM 1100-CARREGA-PROF-TURMA THRU 1100-FIM
            IF RETURN-CODE NOT = ZEROS
                GO TO 9900-ENCERRA
            END-IF
            PERFORM 1200-CARREGA-TURMAS THRU 1200-FIM

            PERFORM 2000-MONTA-DIAS THRU 2000-FIM
            PERFORM 3000-APURA-HORAS THRU 3000-FIM
            IF APURACAO-ESTOUROU
                DISPLAY 'MAIS DE 1000 PARES PROFESSOR/TURMA NO MES - '
                        'APURACAO INCOMPLETA, ARQUIVO NAO GERADO.'
                MOVE 'EXPORTAHORASAULA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '3000-APURA-HORAS' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TABELA DE APURACAO DE HORAS-AULA ESTOUROU'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            OPEN OUTPUT FOLHA-HORAS
            IF NOT FOL-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-FOL-DD ' - FILE STATUS: '
                        WS-FOL-FS
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            OPEN OUTPUT RELATORIO-HORAS
            MOVE WS-COMPETENCIA TO FH-COMPETENCIA
            MOVE WS-DATA-HOJE TO FH-DT-GERACAO
            MOVE WS-QTD-DIAS-AULA TO FH-DIAS-AULA
            MOVE WS-FOL-HEADER TO FOL-LINHA
            WRITE FOL-LINHA

            MOVE SPACES TO RPT-LINHA
            STRING 'DEMONSTRATIVO DE HORAS-AULA - COMPETENCIA '
                   WS-COMPETENCIA ' - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'DIAS DE AULA NO MES: ' WS-QTD-DIAS-AULA
                   '   FERIADOS DESCONTADOS: ' WS-QTD-FERIADOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

      * PROFESSORES NA ORDEM DO CADASTRO; DEPOIS, OS CODIGOS COM HORAS
      * QUE NAO ESTAO NO CADASTRO
            OPEN INPUT PROFESSORES
            IF PROF-FS-OK
                MOVE 'N' TO WS-PROF-EOF
                PERFORM UNTIL PROF-FIM-ARQUIVO
                    READ PROFESSORES
                        AT END
                            MOVE 'F' TO WS-PROF-EOF
                        NOT AT END
                            MOVE PROF-CODIGO TO WS-PROF-CORRENTE
                            MOVE PROF-NOME TO WS-NOME-CORRENTE
                            PERFORM 4000-EMITE-PROFESSOR THRU 4000-FIM
                    END-READ
                END-PERFORM
                CLOSE PROFESSORES
            ELSE
                DISPLAY 'AVISO: CADASTRO DE PROFESSORES INDISPONIVEL '
                        '(' WS-PROF-FS ') - DETALHES SEM NOME.'
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-APU
                IF WS-APU-PROF(WS-IDX) NOT = SPACES
                   AND WS-APU-EMITIDO(WS-IDX) NOT = 'S'
                    MOVE WS-APU-PROF(WS-IDX) TO WS-PROF-CORRENTE
                    MOVE '(FORA DO CADASTRO)' TO WS-NOME-CORRENTE
                    PERFORM 4000-EMITE-PROFESSOR THRU 4000-FIM
                END-IF
            END-PERFORM

            PERFORM 5000-SEM-PROFESSOR THRU 5000-FIM

            MOVE WS-QTD-PROFESSORES TO FT-QTD
            MOVE WS-SOMA-HORAS TO FT-SOMA-HORAS
            MOVE WS-SOMA-MINUTOS TO FT-SOMA-MINUTOS
            MOVE WS-FOL-TRAILER TO FOL-LINHA
            WRITE FOL-LINHA
            CLOSE FOLHA-HORAS

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE WS-SOMA-HORAS TO WS-HORAS-ED
            MOVE SPACES TO RPT-LINHA
            STRING 'TOTAL: ' WS-QTD-PROFESSORES ' PROFESSOR(ES), '
                   WS-HORAS-ED ' HORAS'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO-HORAS

            DISPLAY ' '
            DISPLAY '*** RESUMO DAS HORAS-AULA ***'
            DISPLAY 'DIAS DE AULA.........: ' WS-QTD-DIAS-AULA
            DISPLAY 'PROFESSORES NA FOLHA.: ' WS-QTD-PROFESSORES
            DISPLAY 'HORAS TOTAIS.........: ' WS-HORAS-ED
            DISPLAY 'ARQUIVO DA FOLHA.....: ' WS-FOL-DD
            DISPLAY 'DEMONSTRATIVO........: ' WS-RPT-DD
            IF WS-MIN-SEM-PROF > 0
                DISPLAY 'ATENCAO: HA ENCONTROS SEM PROFESSOR '
                        'ATRIBUIDO - VER DEMONSTRATIVO.'
                MOVE 2 TO RETURN-CODE
            END-IF.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1000-CARREGA-HORARIOS  --  CARREGA A GRADE SEMANAL COM A
      *                              DURACAO DE CADA ENCONTRO EM
      *                              MINUTOS. SEM GRADE NAO HA O QUE
      *                              PAGAR E A FOLHA NAO E GERADA.
      ******************************************************************
       1000-CARREGA-HORARIOS.
            OPEN INPUT HORARIOS-TURMA
            IF NOT HOR-FS-OK
                DISPLAY 'GRADE DE HORARIOS INDISPONIVEL (' WS-HOR-DD
                        ') - FILE STATUS: ' WS-HOR-FS
                MOVE 'EXPORTAHORASAULA' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-CARREGA-HORARIOS' TO
                     LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'GRADE DE HORARIOS INDISPONIVEL PARA A FOLHA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-HOR-EOF
            PERFORM UNTIL HOR-FIM-ARQUIVO
                READ HORARIOS-TURMA
                    AT END
                        MOVE 'F' TO WS-HOR-EOF
                    NOT AT END
                        IF WS-QTD-HOR < 500
                            ADD 1 TO WS-QTD-HOR
                            MOVE HOR-TURMA-CODIGO TO
                                 WS-HOR-TURMA(WS-QTD-HOR)
                            MOVE HOR-DIA-SEMANA TO
                                 WS-HOR-DIA(WS-QTD-HOR)
                            MOVE HOR-HORA-INICIO TO WS-HORA-TRAB
                            COMPUTE WS-MIN-INICIO =
                                    WS-HORA-HH * 60 + WS-HORA-MM
                            MOVE HOR-HORA-FIM TO WS-HORA-TRAB
                            COMPUTE WS-MIN-FIM =
                                    WS-HORA-HH * 60 + WS-HORA-MM
                            IF WS-MIN-FIM > WS-MIN-INICIO
                                COMPUTE WS-HOR-MINUTOS(WS-QTD-HOR) =
                                        WS-MIN-FIM - WS-MIN-INICIO
                            ELSE
                                MOVE ZEROS TO
                                     WS-HOR-MINUTOS(WS-QTD-HOR)
                            END-IF
                        ELSE
                            MOVE 1 TO WS-HOR-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORARIOS-TURMA
            IF HORARIOS-ESTOURARAM
                DISPLAY 'GRADE COM MAIS DE 500 ENCONTROS - FOLHA NAO '
                        'GERADA (HORAS SERIAM PERDIDAS).'
                MOVE 8 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PROF-TURMA  --  CARREGA AS ATRIBUICOES POR TURMA
      *                                COM A VIGENCIA (FIM ZERADO =
      *                                VIGENTE).
      ******************************************************************
       1100-CARREGA-PROF-TURMA.
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                DISPLAY 'SEM ATRIBUICOES POR TURMA (' WS-PTU-DD ').'
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-PTU-EOF
            PERFORM UNTIL PTU-FIM-ARQUIVO
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-PTU-EOF
                    NOT AT END
                        IF WS-QTD-PTU < 500
                            ADD 1 TO WS-QTD-PTU
                            MOVE PTU-TURMA-CODIGO TO
                                 WS-PTU-TURMA(WS-QTD-PTU)
                            MOVE PTU-PROF-CODIGO TO
                                 WS-PTU-PROF(WS-QTD-PTU)
                            MOVE PTU-DT-INICIO TO
                                 WS-PTU-INI(WS-QTD-PTU)
                            IF PTU-DT-FIM NUMERIC
                                MOVE PTU-DT-FIM TO
                                     WS-PTU-FIM-T(WS-QTD-PTU)
                            ELSE
                                MOVE ZEROS TO
                                     WS-PTU-FIM-T(WS-QTD-PTU)
                            END-IF
                        ELSE
                            MOVE 1 TO WS-PTU-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA
            IF PTU-ESTOUROU
                DISPLAY 'MAIS DE 500 ATRIBUICOES POR TURMA - FOLHA NAO '
                        'GERADA (HORAS IRIAM AO PROFESSOR ERRADO).'
                MOVE 8 TO RETURN-CODE
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-TURMAS  --  CARREGA AS TURMAS (MATERIA PARA O
      *                            DEMONSTRATIVO; TURMA INATIVA NAO
      *                            GERA HORAS).
      ******************************************************************
       1200-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF WS-QTD-TUR < 200
                            ADD 1 TO WS-QTD-TUR
                            MOVE TURMA-CODIGO TO
                                 WS-TUR-CODIGO(WS-QTD-TUR)
                            MOVE TURMA-MATERIA TO
                                 WS-TUR-MATERIA(WS-QTD-TUR)
                            MOVE TURMA-STATUS TO
                                 WS-TUR-STATUS(WS-QTD-TUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 2000-MONTA-DIAS  --  CLASSIFICA CADA DIA DA COMPETENCIA NO
      *                        CALENDARIO LETIVO E CALCULA O DIA DA
      *                        SEMANA (1 = SEGUNDA ... 7 = DOMINGO).
      ******************************************************************
       2000-MONTA-DIAS.
            EVALUATE WS-COMP-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-NO-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIAS-NO-MES
                WHEN OTHER
                    COMPUTE WS-RESTO-4 = WS-COMP-AAAA
                        - (4 * (WS-COMP-AAAA / 4))
                    IF WS-RESTO-4 = 0
                        MOVE 29 TO WS-DIAS-NO-MES
                    ELSE
                        MOVE 28 TO WS-DIAS-NO-MES
                    END-IF
            END-EVALUATE

            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > WS-DIAS-NO-MES
                COMPUTE WS-DIA-DATA(WS-IDX-DIA) =
                        WS-COMPETENCIA * 100 + WS-IDX-DIA
                COMPUTE WS-DIAS-INTEIROS = FUNCTION
                        INTEGER-OF-DATE(WS-DIA-DATA(WS-IDX-DIA))
                COMPUTE WS-DIA-SEMANA(WS-IDX-DIA) =
                        FUNCTION MOD(WS-DIAS-INTEIROS - 1, 7) + 1
                MOVE 'N' TO WS-DIA-LETIVO(WS-IDX-DIA)
                MOVE WS-DIA-DATA(WS-IDX-DIA) TO CAL-DATA OF WS-CAL-PARM
                MOVE SPACES TO CAL-PERIODO OF WS-CAL-PARM
                CALL 'CALENDARIOLETIVO' USING WS-CAL-PARM
                EVALUATE TRUE
                    WHEN CAL-EM-AULA OF WS-CAL-PARM
                        MOVE 'S' TO WS-DIA-LETIVO(WS-IDX-DIA)
                        IF WS-DIA-SEMANA(WS-IDX-DIA) < 7
                            ADD 1 TO WS-QTD-DIAS-AULA
                        END-IF
                    WHEN CAL-FERIADO OF WS-CAL-PARM
                        IF WS-DIA-SEMANA(WS-IDX-DIA) < 7
                            ADD 1 TO WS-QTD-FERIADOS
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-APURA-HORAS  --  PARA CADA DIA DE AULA, CREDITA CADA
      *                         ENCONTRO DA GRADE NAQUELE DIA DA SEMANA
      *                         AO PROFESSOR ATRIBUIDO A TURMA NA DATA.
      ******************************************************************
       3000-APURA-HORAS.
            PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                    UNTIL WS-IDX-DIA > WS-DIAS-NO-MES
                IF DIA-DE-AULA(WS-IDX-DIA)
                    PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
                            UNTIL WS-IDX-HOR > WS-QTD-HOR
                        IF WS-HOR-DIA(WS-IDX-HOR) =
                           WS-DIA-SEMANA(WS-IDX-DIA)
                           AND WS-HOR-MINUTOS(WS-IDX-HOR) > 0
                            PERFORM 3100-CREDITA-ENCONTRO
                                 THRU 3100-FIM
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-CREDITA-ENCONTRO  --  ACHA O PROFESSOR DA TURMA NA DATA
      *                              (ATRIBUICAO COM INICIO <= DATA E
      *                              FIM ZERADO OU >= DATA; NO DIA DA
      *                              TROCA VALE A DE INICIO MAIS
      *                              RECENTE, O SUBSTITUTO) E SOMA O
      *                              ENCONTRO NO PAR PROFESSOR/TURMA.
      ******************************************************************
       3100-CREDITA-ENCONTRO.
            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TUR
                IF WS-TUR-CODIGO(WS-IDX-TUR) = WS-HOR-TURMA(WS-IDX-HOR)
                    MOVE WS-IDX-TUR TO WS-POS-TUR
                    MOVE WS-QTD-TUR TO WS-IDX-TUR
                END-IF
            END-PERFORM
            IF WS-POS-TUR > 0
                IF WS-TUR-STATUS(WS-POS-TUR) = 'I'
                    GO TO 3100-FIM
                END-IF
            END-IF

            MOVE SPACES TO WS-PROF-DIA
            MOVE ZEROS TO WS-INI-VIGENTE
            PERFORM VARYING WS-IDX-PTU FROM 1 BY 1
                    UNTIL WS-IDX-PTU > WS-QTD-PTU
                IF WS-PTU-TURMA(WS-IDX-PTU) = WS-HOR-TURMA(WS-IDX-HOR)
                   AND WS-PTU-INI(WS-IDX-PTU) <=
                       WS-DIA-DATA(WS-IDX-DIA)
                   AND (WS-PTU-FIM-T(WS-IDX-PTU) = 0
                        OR WS-PTU-FIM-T(WS-IDX-PTU) >=
                           WS-DIA-DATA(WS-IDX-DIA))
                   AND WS-PTU-INI(WS-IDX-PTU) >= WS-INI-VIGENTE
                    MOVE WS-PTU-PROF(WS-IDX-PTU) TO WS-PROF-DIA
                    MOVE WS-PTU-INI(WS-IDX-PTU) TO WS-INI-VIGENTE
                END-IF
            END-PERFORM

            MOVE 0 TO WS-POS-APU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-APU
                IF WS-APU-PROF(WS-IDX) = WS-PROF-DIA
                   AND WS-APU-TURMA(WS-IDX) = WS-HOR-TURMA(WS-IDX-HOR)
                    MOVE WS-IDX TO WS-POS-APU
                    MOVE WS-QTD-APU TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-APU = 0
                IF WS-QTD-APU >= 1000
                    MOVE 1 TO WS-APU-ESTOUROU
                    GO TO 3100-FIM
                END-IF
                ADD 1 TO WS-QTD-APU
                MOVE WS-QTD-APU TO WS-POS-APU
                MOVE WS-PROF-DIA TO WS-APU-PROF(WS-POS-APU)
                MOVE WS-HOR-TURMA(WS-IDX-HOR) TO
                     WS-APU-TURMA(WS-POS-APU)
                MOVE ZEROS TO WS-APU-AULAS(WS-POS-APU)
                MOVE ZEROS TO WS-APU-MINUTOS(WS-POS-APU)
                MOVE 'N' TO WS-APU-EMITIDO(WS-POS-APU)
            END-IF
            ADD 1 TO WS-APU-AULAS(WS-POS-APU)
            ADD WS-HOR-MINUTOS(WS-IDX-HOR) TO
                WS-APU-MINUTOS(WS-POS-APU).
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-EMITE-PROFESSOR  --  DEMONSTRATIVO DAS TURMAS DO PROFESSOR
      *                             CORRENTE E O DETALHE DA FOLHA COM O
      *                             TOTAL DO MES (SO QUEM TEM HORAS).
      ******************************************************************
       4000-EMITE-PROFESSOR.
            MOVE ZEROS TO WS-AULAS-PROF WS-MINUTOS-PROF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-APU
                IF WS-APU-PROF(WS-IDX) = WS-PROF-CORRENTE
                   AND WS-APU-EMITIDO(WS-IDX) NOT = 'S'
                    IF WS-AULAS-PROF = 0
                        MOVE SPACES TO RPT-LINHA
                        WRITE RPT-LINHA
                        MOVE SPACES TO RPT-LINHA
                        STRING 'PROFESSOR ' WS-PROF-CORRENTE ' - '
                               WS-NOME-CORRENTE
                               DELIMITED BY SIZE INTO RPT-LINHA
                        END-STRING
                        WRITE RPT-LINHA
                    END-IF
                    PERFORM 4100-LINHA-TURMA THRU 4100-FIM
                    ADD WS-APU-AULAS(WS-IDX) TO WS-AULAS-PROF
                    ADD WS-APU-MINUTOS(WS-IDX) TO WS-MINUTOS-PROF
                    MOVE 'S' TO WS-APU-EMITIDO(WS-IDX)
                END-IF
            END-PERFORM
            IF WS-AULAS-PROF = 0
                GO TO 4000-FIM
            END-IF

            COMPUTE WS-HORAS-PROF ROUNDED = WS-MINUTOS-PROF / 60
            ADD 1 TO WS-QTD-PROFESSORES
            ADD WS-HORAS-PROF TO WS-SOMA-HORAS
            ADD WS-MINUTOS-PROF TO WS-SOMA-MINUTOS

            MOVE WS-PROF-CORRENTE TO FD-PROF-CODIGO
            MOVE WS-NOME-CORRENTE TO FD-PROF-NOME
            MOVE WS-COMPETENCIA TO FD-COMPETENCIA
            MOVE WS-AULAS-PROF TO FD-QTD-AULAS
            MOVE WS-MINUTOS-PROF TO FD-MINUTOS
            MOVE WS-HORAS-PROF TO FD-HORAS
            MOVE WS-FOL-DETALHE TO FOL-LINHA
            WRITE FOL-LINHA

            MOVE WS-HORAS-PROF TO WS-HORAS-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  TOTAL DO PROFESSOR: ' WS-AULAS-PROF
                   ' ENCONTROS  ' WS-HORAS-ED ' HORAS'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-LINHA-TURMA  --  LINHA DO DEMONSTRATIVO PARA O PAR
      *                         PROFESSOR/TURMA WS-IDX.
      ******************************************************************
       4100-LINHA-TURMA.
            COMPUTE WS-HORAS-TURMA ROUNDED =
                    WS-APU-MINUTOS(WS-IDX) / 60
            MOVE WS-HORAS-TURMA TO WS-HORAS-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  ' WS-APU-TURMA(WS-IDX) ' '
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TUR
                IF WS-TUR-CODIGO(WS-IDX-TUR) = WS-APU-TURMA(WS-IDX)
                    MOVE WS-TUR-MATERIA(WS-IDX-TUR)(1:30) TO
                         RPT-LINHA(12:30)
                    MOVE WS-QTD-TUR TO WS-IDX-TUR
                END-IF
            END-PERFORM
            MOVE SPACES TO RPT-LINHA(43:)
            STRING WS-APU-AULAS(WS-IDX) ' ENCONTROS  '
                   WS-HORAS-ED ' HORAS'
                   DELIMITED BY SIZE INTO RPT-LINHA(43:)
            END-STRING
            WRITE RPT-LINHA.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 5000-SEM-PROFESSOR  --  LISTA AS TURMAS COM ENCONTROS EM DIA DE
      *                           AULA SEM NENHUM PROFESSOR ATRIBUIDO
      *                           NA DATA - NAO ENTRAM NA FOLHA E O RH
      *                           PRECISA CONFERIR COM A COORDENACAO.
      ******************************************************************
       5000-SEM-PROFESSOR.
            MOVE ZEROS TO WS-MIN-SEM-PROF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-APU
                IF WS-APU-PROF(WS-IDX) = SPACES
                    IF WS-MIN-SEM-PROF = 0
                        MOVE SPACES TO RPT-LINHA
                        WRITE RPT-LINHA
                        MOVE 'ENCONTROS SEM PROFESSOR ATRIBUIDO NA DATA'
                          TO RPT-LINHA
                        MOVE '(FORA DA FOLHA)' TO RPT-LINHA(43:)
                        WRITE RPT-LINHA
                    END-IF
                    ADD WS-APU-MINUTOS(WS-IDX) TO WS-MIN-SEM-PROF
                    PERFORM 4100-LINHA-TURMA THRU 4100-FIM
                END-IF
            END-PERFORM.
       5000-FIM.
            EXIT.

       END PROGRAM EXPORTAHORASAULA.
