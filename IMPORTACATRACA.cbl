      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:IMPORTACAO DOS EVENTOS DAS CATRACAS DO CAMPUS PARA A
      *         FREQUENCIA POR SESSAO: CADA PASSAGEM (CRACHA, DATA/HORA,
      *         CATRACA) E LIGADA AO ALUNO PELA CARTEIRINHA ATIVA
      *         (CARTEIRINHAS.TXT) E A TURMA EM QUE ELE ESTA INSCRITO
      *         (TURMA_ALUNO.TXT) CUJO ENCONTRO NA GRADE
      *         (HORARIOS_TURMA.TXT) CAI NAQUELE DIA DA SEMANA E
      *         HORARIO (COM TOLERANCIA DE ENTRADA ANTES DO INICIO,
      *         DD_TOLERANCIA_CATRACA, PADRAO 15 MINUTOS). CADA
      *         ALUNO/TURMA/DATA GERA UMA PRESENCA PROVISORIA P
      *         (SES-ORIGEM C) NO FREQ_SESSAO.TXT, QUE O PROFESSOR
      *         CONFIRMA OU CORRIGE NO LANCASESSAO. SESSAO JA LANCADA
      *         NAO E TOCADA - AUSENCIA JUSTIFICADA (J) NUNCA E
      *         SOBREPOSTA. CRACHA SEM CARTEIRINHA ATIVA, PASSAGEM FORA
      *         DE QUALQUER HORARIO DE AULA DO ALUNO E PERIODO JA
      *         FECHADO VAO PARA O RELATORIO DE EXCECOES
      *         (EXCECOES_CATRACA.RPT). OS PROFESSORES AINDA MARCAVAM A
      *         CHAMADA A MAO COM AS CATRACAS REGISTRANDO CADA ENTRADA.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTACATRACA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTOS-CATRACA ASSIGN TO DYNAMIC WS-EVC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EVC-FS.

           SELECT CARTEIRINHAS ASSIGN TO DYNAMIC WS-CRT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CRT-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT HORARIOS-TURMA ASSIGN TO DYNAMIC WS-HOR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOR-FS.

           SELECT FREQ-SESSAO ASSIGN TO DYNAMIC WS-SES-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SES-FS.

           SELECT PERIODOS-FECHADOS ASSIGN TO DYNAMIC WS-FEC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEC-FS.

           SELECT RELATORIO-EXC ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS-CATRACA.
          COPY FD_EVENTO_CATRACA.

       FD CARTEIRINHAS.
          COPY FD_CARTEIRINHA.

       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD HORARIOS-TURMA.
          COPY FD_HORARIO_TURMA.

       FD FREQ-SESSAO.
          COPY FD_FREQ_SESSAO.

       FD PERIODOS-FECHADOS.
          COPY FD_PERIODO_FECHADO.

       FD RELATORIO-EXC.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EVC-DD                PIC X(100) VALUE SPACES.
       01 WS-CRT-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-SES-DD                PIC X(100) VALUE SPACES.
       01 WS-FEC-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-EVC-FS                PIC XX VALUE SPACES.
          88 EVC-FS-OK             VALUE '00'.
       77 WS-CRT-FS                PIC XX VALUE SPACES.
          88 CRT-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-SES-FS                PIC XX VALUE SPACES.
          88 SES-FS-OK             VALUE '00'.
       77 WS-FEC-FS                PIC XX VALUE SPACES.
          88 FEC-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

      * CARTEIRINHAS (TODAS, PARA DISTINGUIR CRACHA DESCONHECIDO DE
      * CARTAO SUBSTITUIDO/CANCELADO).
       01 WS-TABELA-CARTOES.
          05 WS-QTD-CRT            PIC 9(04) VALUE 0.
          05 WS-CRT-TAB OCCURS 3000 TIMES.
             10 WS-CRT-NUMERO      PIC 9(09).
             10 WS-CRT-CD          PIC 9(05).
             10 WS-CRT-SITUACAO    PIC X(01).
             10 WS-CRT-VALIDADE    PIC 9(08).

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TUR            PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 200 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-MATERIA     PIC X(50).
             10 WS-TUR-PERIODO     PIC X(06).

       01 WS-TABELA-HORARIOS.
          05 WS-QTD-HOR            PIC 9(04) VALUE 0.
          05 WS-HOR-TAB OCCURS 1000 TIMES.
             10 WS-HOR-TURMA       PIC X(08).
             10 WS-HOR-DIA         PIC 9(01).
             10 WS-HOR-INI         PIC 9(04).
             10 WS-HOR-FIM         PIC 9(04).

      * INSCRICOES VIGENTES (CANCELADAS FICAM DE FORA).
       01 WS-TABELA-VINCULOS.
          05 WS-QTD-VINC           PIC 9(04) VALUE 0.
          05 WS-VINC-TAB OCCURS 3000 TIMES.
             10 WS-VINC-TURMA      PIC X(08).
             10 WS-VINC-CD         PIC 9(05).
             10 WS-VINC-PERIODO    PIC X(06).

      * SESSOES JA LANCADAS NAS DATAS DO ARQUIVO DE EVENTOS, MAIS AS
      * GERADAS NESTA EXECUCAO (UMA PRESENCA POR ALUNO/TURMA/DATA).
       01 WS-TABELA-SESSOES.
          05 WS-QTD-SES            PIC 9(04) VALUE 0.
          05 WS-SES-TAB OCCURS 5000 TIMES.
             10 WS-SES-TURMA       PIC X(08).
             10 WS-SES-CD          PIC 9(05).
             10 WS-SES-DT          PIC 9(08).
             10 WS-SES-PRESENCA    PIC X(01).

       01 WS-TABELA-FECHADOS.
          05 WS-QTD-FEC            PIC 9(02) VALUE 0.
          05 WS-FEC-PERIODO-TAB OCCURS 20 TIMES PIC X(06).

       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-HOR               PIC 9(04) VALUE ZEROS.
       77 WS-POS-CRT               PIC 9(04) VALUE ZEROS.
       77 WS-POS-TUR               PIC 9(03) VALUE ZEROS.
       77 WS-POS-SES               PIC 9(04) VALUE ZEROS.
       77 WS-TUR-ACHADA            PIC 9(03) VALUE ZEROS.
       77 WS-CD-EVENTO             PIC 9(05) VALUE ZEROS.
       77 WS-DT-MENOR              PIC 9(08) VALUE ZEROS.
       77 WS-DT-MAIOR              PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-DATA             PIC 9(07) VALUE ZEROS.
       77 WS-DIA                   PIC 9(01) VALUE ZEROS.
       77 WS-HH                    PIC 9(02) VALUE ZEROS.
       77 WS-MM                    PIC 9(02) VALUE ZEROS.
       77 WS-MIN-EVENTO            PIC 9(04) VALUE ZEROS.
       77 WS-MIN-INI               PIC S9(04) VALUE ZEROS.
       77 WS-MIN-FIM               PIC 9(04) VALUE ZEROS.
       77 WS-TOLERANCIA-TXT        PIC X(03) VALUE SPACES.
       77 WS-TOLERANCIA            PIC 9(03) VALUE 15.
       77 WS-MOTIVO                PIC X(40) VALUE SPACES.
       77 WS-ABORTA                PIC 9 VALUE 0.
          88 IMPORTACAO-ABORTADA   VALUE 1.

       77 WS-QTD-LIDOS             PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GERADAS           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-REPETIDOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-JUSTIF            PIC 9(06) VALUE ZEROS.
       77 WS-QTD-EXCECOES          PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* IMPORTACATRACA - PRESENCA PELA CATRACA      *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            PERFORM 0300-VALIDA-OPERADOR THRU 0300-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'IMPORTACAO DA CATRACA NEGADA - OPERADOR '
                        'SEM AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 0500-PARAMETROS THRU 0500-FIM
            PERFORM 1000-CARREGA-CARTOES THRU 1000-FIM
            PERFORM 1100-CARREGA-TURMAS THRU 1100-FIM
            PERFORM 1200-CARREGA-HORARIOS THRU 1200-FIM
            PERFORM 1300-CARREGA-VINCULOS THRU 1300-FIM
            PERFORM 1400-CARREGA-FECHADOS THRU 1400-FIM
            PERFORM 1500-FAIXA-DE-DATAS THRU 1500-FIM
            IF IMPORTACAO-ABORTADA
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1600-CARREGA-SESSOES THRU 1600-FIM
            IF IMPORTACAO-ABORTADA
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 2000-IMPORTA-EVENTOS THRU 2000-FIM

            DISPLAY ' '
            DISPLAY '*** RESUMO DO IMPORTACATRACA ***'
            DISPLAY 'EVENTOS LIDOS.........: ' WS-QTD-LIDOS
            DISPLAY 'PRESENCAS PROVISORIAS.: ' WS-QTD-GERADAS
            DISPLAY 'SESSAO JA LANCADA.....: ' WS-QTD-REPETIDOS
            DISPLAY 'JUSTIFICADAS MANTIDAS.: ' WS-QTD-JUSTIF
            DISPLAY 'EXCECOES..............: ' WS-QTD-EXCECOES
            DISPLAY 'RELATORIO DE EXCECOES.: ' WS-RPT-DD.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0300-VALIDA-OPERADOR  --  CONFERE, VIA VALIDAOPERADOR, SE O
      *                             OPERADOR PODE LANCAR FREQUENCIA.
      ******************************************************************
       0300-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-SENHA FROM ENVIRONMENT 'DD_OPERADOR_SENHA'

            MOVE WS-OPERADOR TO OPER-ID OF WS-OPER-PARM
            MOVE WS-SENHA TO OPER-SENHA OF WS-OPER-PARM
            CALL 'VALIDAOPERADOR' USING WS-OPER-PARM
            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
            END-IF.
       0300-FIM.
            EXIT.

      ******************************************************************
      * 0500-PARAMETROS  --  NOMES DOS ARQUIVOS E TOLERANCIA DE ENTRADA
      *                        ANTES DO INICIO DA AULA.
      ******************************************************************
       0500-PARAMETROS.
            ACCEPT WS-EVC-DD FROM ENVIRONMENT 'DD_EVENTOS_CATRACA'
            IF WS-EVC-DD = SPACES
                MOVE 'EVENTOS_CATRACA.TXT' TO WS-EVC-DD
            END-IF
            ACCEPT WS-CRT-DD FROM ENVIRONMENT 'DD_CARTEIRINHAS'
            IF WS-CRT-DD = SPACES
                MOVE 'CARTEIRINHAS.TXT' TO WS-CRT-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-HOR-DD FROM ENVIRONMENT 'DD_HORARIOS_TURMA'
            IF WS-HOR-DD = SPACES
                MOVE 'HORARIOS_TURMA.TXT' TO WS-HOR-DD
            END-IF
            ACCEPT WS-SES-DD FROM ENVIRONMENT 'DD_FREQ_SESSAO'
            IF WS-SES-DD = SPACES
                MOVE 'FREQ_SESSAO.TXT' TO WS-SES-DD
            END-IF
            ACCEPT WS-FEC-DD FROM ENVIRONMENT 'DD_PERIODOS_FECHADOS'
            IF WS-FEC-DD = SPACES
                MOVE 'PERIODOS_FECHADOS.TXT' TO WS-FEC-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_CATRACA'
            IF WS-RPT-DD = SPACES
                MOVE 'EXCECOES_CATRACA.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-TOLERANCIA-TXT FROM ENVIRONMENT
                                        'DD_TOLERANCIA_CATRACA'
            IF WS-TOLERANCIA-TXT NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-TOLERANCIA-TXT)
                  TO WS-TOLERANCIA
            END-IF
            DISPLAY 'TOLERANCIA DE ENTRADA: ' WS-TOLERANCIA
                    ' MINUTO(S) ANTES DO INICIO DA AULA.'.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-CARTOES  --  CARREGA AS CARTEIRINHAS EMITIDAS.
      ******************************************************************
       1000-CARREGA-CARTOES.
            OPEN INPUT CARTEIRINHAS
            IF NOT CRT-FS-OK
                DISPLAY 'REGISTRO DE CARTEIRINHAS INDISPONIVEL ('
                        WS-CRT-DD ') - NENHUM CRACHA SERA '
                        'RECONHECIDO.'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CARTEIRINHAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-CRT < 3000
                            ADD 1 TO WS-QTD-CRT
                            MOVE CRT-NUMERO TO
                                 WS-CRT-NUMERO(WS-QTD-CRT)
                            MOVE CRT-CD-STUDENT TO
                                 WS-CRT-CD(WS-QTD-CRT)
                            MOVE CRT-SITUACAO TO
                                 WS-CRT-SITUACAO(WS-QTD-CRT)
                            MOVE CRT-DT-VALIDADE TO
                                 WS-CRT-VALIDADE(WS-QTD-CRT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CARTEIRINHAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-TURMAS  --  CODIGO, MATERIA E PERIODO DAS TURMAS.
      ******************************************************************
       1100-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL ('
                        WS-TUR-DD ').'
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-TUR < 200
                            ADD 1 TO WS-QTD-TUR
                            MOVE TURMA-CODIGO TO
                                 WS-TUR-CODIGO(WS-QTD-TUR)
                            MOVE TURMA-MATERIA TO
                                 WS-TUR-MATERIA(WS-QTD-TUR)
                            MOVE TURMA-PERIODO TO
                                 WS-TUR-PERIODO(WS-QTD-TUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-HORARIOS  --  ENCONTROS SEMANAIS DAS TURMAS.
      ******************************************************************
       1200-CARREGA-HORARIOS.
            OPEN INPUT HORARIOS-TURMA
            IF NOT HOR-FS-OK
                DISPLAY 'GRADE DE HORARIOS INDISPONIVEL ('
                        WS-HOR-DD ').'
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ HORARIOS-TURMA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-HOR < 1000
                           AND HOR-DIA-SEMANA NUMERIC
                           AND HOR-HORA-INICIO NUMERIC
                           AND HOR-HORA-FIM NUMERIC
                            ADD 1 TO WS-QTD-HOR
                            MOVE HOR-TURMA-CODIGO TO
                                 WS-HOR-TURMA(WS-QTD-HOR)
                            MOVE HOR-DIA-SEMANA TO
                                 WS-HOR-DIA(WS-QTD-HOR)
                            MOVE HOR-HORA-INICIO TO
                                 WS-HOR-INI(WS-QTD-HOR)
                            MOVE HOR-HORA-FIM TO
                                 WS-HOR-FIM(WS-QTD-HOR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HORARIOS-TURMA.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-VINCULOS  --  INSCRICOES VIGENTES ALUNO-TURMA.
      ******************************************************************
       1300-CARREGA-VINCULOS.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                DISPLAY 'VINCULOS ALUNO-TURMA INDISPONIVEIS ('
                        WS-TAL-DD ').'
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF TAL-MATRICULADO AND WS-QTD-VINC < 3000
                            ADD 1 TO WS-QTD-VINC
                            MOVE TAL-TURMA-CODIGO TO
                                 WS-VINC-TURMA(WS-QTD-VINC)
                            MOVE TAL-CD-STUDENT TO
                                 WS-VINC-CD(WS-QTD-VINC)
                            MOVE TAL-PERIODO TO
                                 WS-VINC-PERIODO(WS-QTD-VINC)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-FECHADOS  --  PERIODOS JA FECHADOS PELO
      *                              FECHAPERIODO. SEM O ARQUIVO, NADA
      *                              ESTA FECHADO.
      ******************************************************************
       1400-CARREGA-FECHADOS.
            OPEN INPUT PERIODOS-FECHADOS
            IF NOT FEC-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PERIODOS-FECHADOS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-FEC < 20
                            ADD 1 TO WS-QTD-FEC
                            MOVE FEC-PERIODO TO
                                 WS-FEC-PERIODO-TAB(WS-QTD-FEC)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PERIODOS-FECHADOS.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 1500-FAIXA-DE-DATAS  --  PRIMEIRA PASSADA NOS EVENTOS: MENOR E
      *                            MAIOR DATA, PARA CARREGAR SO AS
      *                            SESSOES JA LANCADAS NESSES DIAS.
      ******************************************************************
       1500-FAIXA-DE-DATAS.
            OPEN INPUT EVENTOS-CATRACA
            IF NOT EVC-FS-OK
                DISPLAY 'ARQUIVO DE EVENTOS DA CATRACA INDISPONIVEL ('
                        WS-EVC-DD ').'
                MOVE 1 TO WS-ABORTA
                GO TO 1500-FIM
            END-IF
            MOVE 99999999 TO WS-DT-MENOR
            MOVE ZEROS TO WS-DT-MAIOR
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ EVENTOS-CATRACA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF EVC-DATA NUMERIC AND EVC-DATA > 0
                            IF EVC-DATA < WS-DT-MENOR
                                MOVE EVC-DATA TO WS-DT-MENOR
                            END-IF
                            IF EVC-DATA > WS-DT-MAIOR
                                MOVE EVC-DATA TO WS-DT-MAIOR
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EVENTOS-CATRACA.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-CARREGA-SESSOES  --  SESSOES JA LANCADAS NA FAIXA DE DATAS
      *                             DOS EVENTOS. SEM A TABELA INTEIRA A
      *                             IMPORTACAO NAO ANDA: UMA AUSENCIA
      *                             JUSTIFICADA FORA DELA PODERIA
      *                             GANHAR UMA PRESENCA AO LADO.
      ******************************************************************
       1600-CARREGA-SESSOES.
            OPEN INPUT FREQ-SESSAO
            IF NOT SES-FS-OK
                GO TO 1600-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ FREQ-SESSAO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF SES-DATA NUMERIC
                           AND SES-DATA >= WS-DT-MENOR
                           AND SES-DATA <= WS-DT-MAIOR
                            IF WS-QTD-SES < 5000
                                ADD 1 TO WS-QTD-SES
                                MOVE SES-TURMA-CODIGO TO
                                     WS-SES-TURMA(WS-QTD-SES)
                                MOVE SES-CD-STUDENT TO
                                     WS-SES-CD(WS-QTD-SES)
                                MOVE SES-DATA TO
                                     WS-SES-DT(WS-QTD-SES)
                                MOVE SES-PRESENCA TO
                                     WS-SES-PRESENCA(WS-QTD-SES)
                            ELSE
                                MOVE 1 TO WS-ABORTA
                                MOVE 'F' TO WS-ARQ-EOF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQ-SESSAO
            IF IMPORTACAO-ABORTADA
                DISPLAY 'SESSOES JA LANCADAS NOS DIAS DOS EVENTOS '
                        'EXCEDEM A TABELA (5000) - DIVIDA O ARQUIVO '
                        'DE EVENTOS. NADA IMPORTADO.'
            END-IF.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 2000-IMPORTA-EVENTOS  --  SEGUNDA PASSADA: LIGA CADA EVENTO A
      *                             UMA SESSAO E GRAVA AS PRESENCAS
      *                             PROVISORIAS E AS EXCECOES.
      ******************************************************************
       2000-IMPORTA-EVENTOS.
            OPEN INPUT EVENTOS-CATRACA
            OPEN EXTEND FREQ-SESSAO
            IF NOT SES-FS-OK
                OPEN OUTPUT FREQ-SESSAO
            END-IF
            OPEN OUTPUT RELATORIO-EXC
            MOVE SPACES TO RPT-LINHA
            STRING 'EXCECOES DA IMPORTACAO DA CATRACA - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'CRACHA    DATA     HORA   CATRACA ALUNO MOTIVO'
                 TO RPT-LINHA
            WRITE RPT-LINHA

            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ EVENTOS-CATRACA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-LIDOS
                        PERFORM 3000-PROCESSA-EVENTO THRU 3000-FIM
                END-READ
            END-PERFORM

            IF WS-QTD-EXCECOES = 0
                MOVE SPACES TO RPT-LINHA
                MOVE 'NENHUMA EXCECAO.' TO RPT-LINHA
                WRITE RPT-LINHA
            END-IF
            CLOSE EVENTOS-CATRACA
            CLOSE FREQ-SESSAO
            CLOSE RELATORIO-EXC.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-PROCESSA-EVENTO  --  CRACHA -> ALUNO -> TURMA NO HORARIO
      *                             -> PRESENCA PROVISORIA (UMA POR
      *                             ALUNO/TURMA/DATA).
      ******************************************************************
       3000-PROCESSA-EVENTO.
            MOVE ZEROS TO WS-CD-EVENTO
            IF EVC-CRACHA NOT NUMERIC OR EVC-DATA NOT NUMERIC
               OR EVC-HORA NOT NUMERIC
                MOVE 'REGISTRO INVALIDO' TO WS-MOTIVO
                PERFORM 3900-GRAVA-EXCECAO THRU 3900-FIM
                GO TO 3000-FIM
            END-IF
            COMPUTE WS-DIAS-DATA = FUNCTION INTEGER-OF-DATE(EVC-DATA)
            IF WS-DIAS-DATA = 0
                MOVE 'DATA INVALIDA' TO WS-MOTIVO
                PERFORM 3900-GRAVA-EXCECAO THRU 3900-FIM
                GO TO 3000-FIM
            END-IF

            PERFORM 3100-LOCALIZA-CARTAO THRU 3100-FIM
            IF WS-MOTIVO NOT = SPACES
                PERFORM 3900-GRAVA-EXCECAO THRU 3900-FIM
                GO TO 3000-FIM
            END-IF

            PERFORM 3200-LOCALIZA-TURMA THRU 3200-FIM
            IF WS-TUR-ACHADA = 0
                MOVE 'FORA DO HORARIO DE AULA DO ALUNO'
                     TO WS-MOTIVO
                PERFORM 3900-GRAVA-EXCECAO THRU 3900-FIM
                GO TO 3000-FIM
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-FEC
                IF WS-FEC-PERIODO-TAB(WS-IDX) =
                   WS-TUR-PERIODO(WS-TUR-ACHADA)
                    MOVE 'PERIODO JA FECHADO' TO WS-MOTIVO
                    MOVE WS-QTD-FEC TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-MOTIVO NOT = SPACES
                PERFORM 3900-GRAVA-EXCECAO THRU 3900-FIM
                GO TO 3000-FIM
            END-IF

            MOVE 0 TO WS-POS-SES
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SES
                IF WS-SES-TURMA(WS-IDX) = WS-TUR-CODIGO(WS-TUR-ACHADA)
                   AND WS-SES-CD(WS-IDX) = WS-CD-EVENTO
                   AND WS-SES-DT(WS-IDX) = EVC-DATA
                    MOVE WS-IDX TO WS-POS-SES
                    IF WS-SES-PRESENCA(WS-IDX) = 'J'
                        MOVE WS-QTD-SES TO WS-IDX
                    END-IF
                END-IF
            END-PERFORM
            IF WS-POS-SES > 0
                IF WS-SES-PRESENCA(WS-POS-SES) = 'J'
                    ADD 1 TO WS-QTD-JUSTIF
                    MOVE 'AUSENCIA JUSTIFICADA LANCADA - MANTIDA'
                         TO WS-MOTIVO
                    PERFORM 3900-GRAVA-EXCECAO THRU 3900-FIM
                ELSE
                    ADD 1 TO WS-QTD-REPETIDOS
                END-IF
                GO TO 3000-FIM
            END-IF
            IF WS-QTD-SES >= 5000
                MOVE 'TABELA DE SESSOES CHEIA' TO WS-MOTIVO
                PERFORM 3900-GRAVA-EXCECAO THRU 3900-FIM
                MOVE 4 TO RETURN-CODE
                GO TO 3000-FIM
            END-IF

            MOVE SPACES TO REG-FREQ-SESSAO
            MOVE WS-TUR-CODIGO(WS-TUR-ACHADA)  TO SES-TURMA-CODIGO
            MOVE WS-CD-EVENTO                  TO SES-CD-STUDENT
            MOVE WS-TUR-MATERIA(WS-TUR-ACHADA) TO SES-MATERIA
            MOVE WS-TUR-PERIODO(WS-TUR-ACHADA) TO SES-PERIODO
            MOVE EVC-DATA                      TO SES-DATA
            MOVE 'P'                           TO SES-PRESENCA
            SET SES-PROVISORIA TO TRUE
            WRITE REG-FREQ-SESSAO
            ADD 1 TO WS-QTD-GERADAS
            ADD 1 TO WS-QTD-SES
            MOVE SES-TURMA-CODIGO TO WS-SES-TURMA(WS-QTD-SES)
            MOVE SES-CD-STUDENT TO WS-SES-CD(WS-QTD-SES)
            MOVE SES-DATA TO WS-SES-DT(WS-QTD-SES)
            MOVE 'P' TO WS-SES-PRESENCA(WS-QTD-SES).
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-LOCALIZA-CARTAO  --  CRACHA -> ALUNO PELA CARTEIRINHA; SO
      *                             A CARTEIRINHA ATIVA E DENTRO DA
      *                             VALIDADE RECONHECE O ALUNO.
      ******************************************************************
       3100-LOCALIZA-CARTAO.
            MOVE SPACES TO WS-MOTIVO
            MOVE 0 TO WS-POS-CRT
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CRT
                IF WS-CRT-NUMERO(WS-IDX) = EVC-CRACHA
                    MOVE WS-IDX TO WS-POS-CRT
                    MOVE WS-QTD-CRT TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CRT = 0
                MOVE 'CRACHA SEM CARTEIRINHA CADASTRADA' TO WS-MOTIVO
                GO TO 3100-FIM
            END-IF
            MOVE WS-CRT-CD(WS-POS-CRT) TO WS-CD-EVENTO
            IF WS-CRT-SITUACAO(WS-POS-CRT) NOT = 'A'
                MOVE 'CARTEIRINHA SUBSTITUIDA OU CANCELADA'
                     TO WS-MOTIVO
                GO TO 3100-FIM
            END-IF
            IF WS-CRT-VALIDADE(WS-POS-CRT) NUMERIC
               AND WS-CRT-VALIDADE(WS-POS-CRT) > 0
               AND WS-CRT-VALIDADE(WS-POS-CRT) < EVC-DATA
                MOVE 'CARTEIRINHA VENCIDA' TO WS-MOTIVO
            END-IF.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3200-LOCALIZA-TURMA  --  ENTRE AS TURMAS EM QUE O ALUNO ESTA
      *                            INSCRITO, A PRIMEIRA COM ENCONTRO NO
      *                            DIA DA SEMANA DO EVENTO (1=SEG) CUJO
      *                            HORARIO (MENOS A TOLERANCIA) COBRE A
      *                            HORA DA PASSAGEM.
      ******************************************************************
       3200-LOCALIZA-TURMA.
            MOVE 0 TO WS-TUR-ACHADA
            COMPUTE WS-DIA = FUNCTION MOD(WS-DIAS-DATA - 1, 7) + 1
            DIVIDE EVC-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM
            COMPUTE WS-MIN-EVENTO = WS-HH * 60 + WS-MM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VINC
                IF WS-VINC-CD(WS-IDX) = WS-CD-EVENTO
                    PERFORM 3300-CONFERE-VINCULO THRU 3300-FIM
                    IF WS-TUR-ACHADA > 0
                        MOVE WS-QTD-VINC TO WS-IDX
                    END-IF
                END-IF
            END-PERFORM.
       3200-FIM.
            EXIT.

      ******************************************************************
      * 3300-CONFERE-VINCULO  --  A TURMA DO VINCULO WS-IDX TEM AULA NA
      *                             HORA DO EVENTO? (INSCRICAO COM
      *                             PERIODO SO VALE PARA A TURMA DAQUELE
      *                             PERIODO.)
      ******************************************************************
       3300-CONFERE-VINCULO.
            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
                    UNTIL WS-IDX-HOR > WS-QTD-TUR
                IF WS-TUR-CODIGO(WS-IDX-HOR) = WS-VINC-TURMA(WS-IDX)
                   AND (WS-VINC-PERIODO(WS-IDX) = SPACES
                        OR WS-TUR-PERIODO(WS-IDX-HOR) =
                           WS-VINC-PERIODO(WS-IDX))
                    MOVE WS-IDX-HOR TO WS-POS-TUR
                    MOVE WS-QTD-TUR TO WS-IDX-HOR
                END-IF
            END-PERFORM
            IF WS-POS-TUR = 0
                GO TO 3300-FIM
            END-IF
            PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
                    UNTIL WS-IDX-HOR > WS-QTD-HOR
                IF WS-HOR-TURMA(WS-IDX-HOR) = WS-TUR-CODIGO(WS-POS-TUR)
                   AND WS-HOR-DIA(WS-IDX-HOR) = WS-DIA
                    DIVIDE WS-HOR-INI(WS-IDX-HOR) BY 100
                        GIVING WS-HH REMAINDER WS-MM
                    COMPUTE WS-MIN-INI = WS-HH * 60 + WS-MM
                                       - WS-TOLERANCIA
                    DIVIDE WS-HOR-FIM(WS-IDX-HOR) BY 100
                        GIVING WS-HH REMAINDER WS-MM
                    COMPUTE WS-MIN-FIM = WS-HH * 60 + WS-MM
                    IF WS-MIN-EVENTO >= WS-MIN-INI
                       AND WS-MIN-EVENTO <= WS-MIN-FIM
                        MOVE WS-POS-TUR TO WS-TUR-ACHADA
                        MOVE WS-QTD-HOR TO WS-IDX-HOR
                    END-IF
                END-IF
            END-PERFORM.
       3300-FIM.
            EXIT.

      ******************************************************************
      * 3900-GRAVA-EXCECAO  --  UMA LINHA NO RELATORIO DE EXCECOES.
      ******************************************************************
       3900-GRAVA-EXCECAO.
            ADD 1 TO WS-QTD-EXCECOES
            MOVE SPACES TO RPT-LINHA
            STRING EVC-CRACHA ' ' EVC-DATA ' ' EVC-HORA ' '
                   EVC-CATRACA '  '
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            IF WS-CD-EVENTO > 0
                MOVE WS-CD-EVENTO TO RPT-LINHA(35:5)
            END-IF
            MOVE WS-MOTIVO TO RPT-LINHA(41:)
            WRITE RPT-LINHA.
       3900-FIM.
            EXIT.

       END PROGRAM IMPORTACATRACA.
