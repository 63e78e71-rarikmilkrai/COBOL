      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:RELATORIO DE MARGEM POR CURSO NO PERIODO LETIVO:
      *         RECEITA DE MENSALIDADES CONTRA O CUSTO DOCENTE, POR
      *         COURSE-CODE E PARA A INSTITUICAO.
      *           RECEITA      COMPETENCIAS DO SEMESTRE NAS
      *                        MENSALIDADES (SEM RENEGOCIADAS,
      *                        CANCELADAS E CURSO LIVRE). BRUTO =
      *                        VALOR COBRADO + BOLSA + DESCONTO DE
      *                        IRMAOS + PARTE FINANCIADA PELO PROGRAMA
      *                        DO GOVERNO + PARTE DA EMPRESA
      *                        CONVENIADA. DELE SAEM A BOLSA (A
      *                        GRAVADA NA COBRANCA OU, NA COBRANCA
      *                        ANTERIOR AO REGISTRO DO DESCONTO, A DA
      *                        CONCESSAO VIGENTE NO VENCIMENTO), OS
      *                        DESCONTOS (IRMAOS E PONTUALIDADE
      *                        CONCEDIDA NA BAIXA) E AS BAIXAS PARA
      *                        PERDA (PDD: EM ABERTO HA MAIS DE 90
      *                        DIAS NA DATA DE CORTE, O MESMO CRITERIO
      *                        DO RELATORIOINADIMPLENTES).
      *           CUSTO        CADA ENCONTRO SEMANAL DA GRADE
      *                        (HORARIOS_TURMA) DAS TURMAS DO PERIODO,
      *                        EM CADA DIA DE AULA DO SEMESTRE PELA
      *                        CALENDARIOLETIVO, VEZES O VALOR DA
      *                        HORA-AULA (PROF-VALOR-HORA) DO
      *                        PROFESSOR ATRIBUIDO A TURMA NA DATA
      *                        (PROF_TURMA) - A MESMA APURACAO DO
      *                        EXPORTAHORASAULA. O CUSTO DA TURMA E
      *                        RATEADO ENTRE OS CURSOS PELOS INSCRITOS
      *                        DE CADA UM (MATERIA COMPARTILHADA);
      *                        TURMA SEM INSCRITO FICA COMO CUSTO
      *                        OCIOSO, SO NO TOTAL DA INSTITUICAO.
      *           INDICADORES  MARGEM E MARGEM % SOBRE A RECEITA
      *                        LIQUIDA, ALUNOS (INSCRITOS NO
      *                        PERIODO), TURMAS (EQUIVALENTES PELO
      *                        RATEIO), ALUNOS POR TURMA (INSCRICOES /
      *                        TURMAS) E CUSTO POR ALUNO.
      *         PERIODO: DD_PERIODO_LETIVO; EM BRANCO, O ULTIMO PERIODO
      *         FECHADO. CORTE: DATA DO FECHAPERIODO OU, COM O PERIODO
      *         AINDA ABERTO, A DATA DO DIA (POSICAO PARCIAL).
      *         RC 2 QUANDO HA ENCONTRO SEM PROFESSOR NA DATA OU COM
      *         PROFESSOR SEM VALOR DA HORA-AULA (CUSTO SUBESTIMADO).
      *         ATE AQUI A DIRETORIA SO VIA A RECEITA DO
      *         FECHAMENTOFINANCEIRO, SEM NADA DO LADO DO CUSTO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIOMARGEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FECHADOS ASSIGN TO DYNAMIC WS-FEC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEC-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT HORARIOS-TURMA ASSIGN TO DYNAMIC WS-HOR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOR-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PROF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROF-FS.

           SELECT CONCESSOES ASSIGN TO DYNAMIC WS-BOL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BOL-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT RECEBIVEIS-FINANCIAMENTO ASSIGN TO DYNAMIC WS-RFI-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RFI-FS.

           SELECT PARCELAS-CONVENIO ASSIGN TO DYNAMIC WS-PCV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PCV-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS-FECHADOS.
          COPY FD_PERIODO_FECHADO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD HORARIOS-TURMA.
          COPY FD_HORARIO_TURMA.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD PROFESSORES.
          COPY FD_PROFESSOR.

       FD CONCESSOES.
          COPY FD_CONCESSAO_BOLSA.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD RECEBIVEIS-FINANCIAMENTO.
          COPY FD_RECEBIVEL_FINANCIAMENTO.

       FD PARCELAS-CONVENIO.
          COPY FD_PARCELA_CONVENIO.

       FD RELATORIO.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FEC-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-PROF-DD               PIC X(100) VALUE SPACES.
       01 WS-BOL-DD                PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-RFI-DD                PIC X(100) VALUE SPACES.
       01 WS-PCV-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-FEC-FS                PIC XX VALUE SPACES.
          88 FEC-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-PROF-FS               PIC XX VALUE SPACES.
          88 PROF-FS-OK            VALUE '00'.
       77 WS-BOL-FS                PIC XX VALUE SPACES.
          88 BOL-FS-OK             VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-RFI-FS                PIC XX VALUE SPACES.
          88 RFI-FS-OK             VALUE '00'.
       77 WS-PCV-FS                PIC XX VALUE SPACES.
          88 PCV-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.

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
       01 WS-REP-PARM.
          COPY REPOSITORIO_PARM.
       77 WS-RC-ARQUIVA            PIC S9(04) VALUE ZEROS.

       77 WS-PERIODO               PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-DT-CORTE              PIC 9(08) VALUE ZEROS.
       77 WS-INFORMADO             PIC 9 VALUE 0.
          88 PERIODO-INFORMADO     VALUE 1.
       77 WS-FECHADO               PIC 9 VALUE 0.
          88 PERIODO-FECHADO       VALUE 1.

      * JANELA DO SEMESTRE (AAAA-1 = JAN A JUN, AAAA-2 = JUL A DEZ),
      * EM DATAS E EM COMPETENCIAS (AAAAMM).
       01 WS-PERIODO-PARTES.
          03 WS-PER-AAAA           PIC 9(04).
          03 FILLER                PIC X(01).
          03 WS-PER-SEM            PIC X(01).
       77 WS-DT-INICIO             PIC 9(08) VALUE ZEROS.
       77 WS-DT-FIM                PIC 9(08) VALUE ZEROS.
       77 WS-COMP-INICIO           PIC 9(06) VALUE ZEROS.
       77 WS-COMP-FIM              PIC 9(06) VALUE ZEROS.

      * ALUNOS DO CADASTRO PELA POSICAO DO CD-STUDENT: CURSO (POSICAO
      * NA TABELA DE CURSOS; ZERO = FORA DO RELATORIO), MARCA DE
      * INSCRITO NO PERIODO E MARCA DE BOLSISTA NO PERIODO.
       01 WS-TAB-ALUNO.
          03 WS-ALU-ENT OCCURS 99999 TIMES.
             05 WS-ALU-CURSO       PIC 9(03) COMP.
             05 WS-ALU-INSCRITO    PIC X(01).
             05 WS-ALU-BOLSISTA    PIC X(01).
       77 WS-POS-ALU               PIC 9(05) VALUE ZEROS.

      * POSICAO 101 RESERVADA AO TOTAL DA INSTITUICAO
       01 WS-TAB-CURSO.
          03 WS-QTD-CUR            PIC 9(03) VALUE ZEROS.
          03 WS-CUR-ENT OCCURS 101 TIMES.
             05 WS-CUR-CODIGO      PIC X(05).
             05 WS-CUR-ALUNOS      PIC 9(05).
             05 WS-CUR-BOLSISTAS   PIC 9(05).
             05 WS-CUR-INSCRICOES  PIC 9(07).
             05 WS-CUR-TURMAS      PIC 9(05)V9(04).
             05 WS-CUR-HORAS       PIC 9(07)V9(02).
             05 WS-CUR-BRUTO       PIC 9(09)V9(02).
             05 WS-CUR-BOLSAS      PIC 9(09)V9(02).
             05 WS-CUR-DESCONTOS   PIC 9(09)V9(02).
             05 WS-CUR-BAIXAS      PIC 9(09)V9(02).
             05 WS-CUR-CUSTO       PIC 9(09)V9(02).
       01 WS-CUR-TROCA             PIC X(96).
       77 WS-POS-CUR               PIC 9(03) VALUE ZEROS.
       77 WS-POS-TOT               PIC 9(03) VALUE 101.
       77 WS-CURSO-TRAB            PIC X(05) VALUE SPACES.

      * TURMAS DO PERIODO (ATIVAS E REGULARES) COM O CUSTO APURADO E
      * O CONTROLE DO RATEIO - A ULTIMA INSCRICAO DA TURMA LEVA O
      * RESTO, PARA O RATEIO FECHAR NO CENTAVO.
       01 WS-TAB-TURMA.
          03 WS-QTD-TUR            PIC 9(04) VALUE ZEROS.
          03 WS-TUR-ENT OCCURS 3000 TIMES.
             05 WS-TUR-CODIGO      PIC X(08).
             05 WS-TUR-MATERIA     PIC X(30).
             05 WS-TUR-INSCRITOS   PIC 9(05).
             05 WS-TUR-MINUTOS     PIC 9(07).
             05 WS-TUR-MIN-SEM-CUSTO PIC 9(07).
             05 WS-TUR-CUSTO       PIC 9(09)V9(02).
             05 WS-TUR-RAT-QTD     PIC 9(05).
             05 WS-TUR-RAT-CUSTO   PIC 9(09)V9(02).
             05 WS-TUR-RAT-HORAS   PIC 9(05)V9(02).
             05 WS-TUR-RAT-TURMAS  PIC 9(01)V9(04).
       77 WS-POS-TUR               PIC 9(04) VALUE ZEROS.
       77 WS-TUR-ESTOUROU          PIC 9 VALUE 0.
          88 TURMAS-ESTOURARAM     VALUE 1.

       01 WS-TABELA-HORARIOS.
          05 WS-QTD-HOR            PIC 9(03) VALUE 0.
          05 WS-HOR OCCURS 500 TIMES.
             10 WS-HOR-TURMA       PIC X(08).
             10 WS-HOR-DIA         PIC 9(01).
             10 WS-HOR-MINUTOS     PIC 9(04).
             10 WS-HOR-POS-TUR     PIC 9(04).
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

       01 WS-TABELA-PROFESSORES.
          05 WS-QTD-PROF           PIC 9(03) VALUE 0.
          05 WS-PROF-TAB OCCURS 300 TIMES.
             10 WS-PROF-COD        PIC X(06).
             10 WS-PROF-VHORA      PIC 9(05)V9(02).

      * CONCESSOES DE BOLSA ATIVAS (MANUTENCAOBOLSA)
       01 WS-TABELA-BOLSAS.
          05 WS-QTD-BOL            PIC 9(04) VALUE 0.
          05 WS-BOL-TAB OCCURS 2000 TIMES.
             10 WS-TB-CD           PIC 9(05).
             10 WS-TB-PERC         PIC 9(03).
             10 WS-TB-INI          PIC 9(08).
             10 WS-TB-FIM          PIC 9(08).

       01 WS-HORA-TRAB             PIC 9(04) VALUE ZEROS.
       01 FILLER REDEFINES WS-HORA-TRAB.
          03 WS-HORA-HH            PIC 9(02).
          03 WS-HORA-MM            PIC 9(02).
       77 WS-MIN-INICIO            PIC 9(04) VALUE ZEROS.
       77 WS-MIN-FIM               PIC 9(04) VALUE ZEROS.

       77 WS-DIA-DATA              PIC 9(08) VALUE ZEROS.
       77 WS-DIA-SEMANA            PIC 9(01) VALUE ZEROS.
       77 WS-DIA-INTEIRO           PIC 9(08) VALUE ZEROS.
       77 WS-INTEIRO-FIM           PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DIAS-AULA         PIC 9(03) VALUE ZEROS.
       77 WS-PROF-DIA              PIC X(06) VALUE SPACES.
       77 WS-INI-VIGENTE           PIC 9(08) VALUE ZEROS.
       77 WS-VHORA-DIA             PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-CUSTO-ENCONTRO        PIC 9(07)V9(02) VALUE ZEROS.

       77 WS-IDX                   PIC 9(05) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(05) VALUE ZEROS.
       77 WS-IDX-HOR               PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PTU               PIC 9(03) VALUE ZEROS.
       77 WS-PERC-BOLSA            PIC 9(03) VALUE ZEROS.
       77 WS-PERC-PAGO             PIC 9(03) VALUE ZEROS.
       77 WS-DESC-BOLSA            PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-DIAS-ATRASO           PIC S9(08) VALUE ZEROS.
       77 WS-PARCELA-CUSTO         PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PARCELA-HORAS         PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-PARCELA-TURMAS        PIC 9(01)V9(04) VALUE ZEROS.
       77 WS-HORAS-TURMA           PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-RATEIO-PASSO          PIC 9 VALUE 0.
          88 RATEIO-CONTAGEM       VALUE 1.
          88 RATEIO-ALOCACAO       VALUE 2.

       77 WS-QTD-OCIOSAS           PIC 9(04) VALUE ZEROS.
       77 WS-CUSTO-OCIOSO          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-HORAS-OCIOSAS         PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-QTD-TUR-SEM-CUSTO     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LINHAS-RPT        PIC 9(07) VALUE ZEROS.

       77 WS-LIQUIDO               PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-MARGEM                PIC S9(09)V9(02) VALUE ZEROS.
       77 WS-MARGEM-PERC           PIC S9(05)V9(02) VALUE ZEROS.
       77 WS-QUOCIENTE             PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VALOR-ED              PIC Z(8)9.99.
       77 WS-SINAL-ED              PIC -(9)9.99.
       77 WS-PERC-ED               PIC -(4)9.99.
       77 WS-HORAS-ED              PIC Z(6)9.99.
       77 WS-QTD-ED                PIC Z(4)9.
       77 WS-TURMAS-ED             PIC ZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* RELATORIOMARGEM - RECEITA X CUSTO DOCENTE   *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE 'RELATORIOMARGEM' TO JOB-NOME OF WS-JOB-PARM
            MOVE 'I' TO JOB-EVENTO OF WS-JOB-PARM
            MOVE ZEROS TO JOB-RC OF WS-JOB-PARM
            CALL 'REGISTRAJOB' USING WS-JOB-PARM
            IF JOB-JA-RODANDO OF WS-JOB-PARM
                DISPLAY 'RELATORIOMARGEM JA EM EXECUCAO - JOB '
                        'RECUSADO.'
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            SET JOB-INICIO-REGISTRADO TO TRUE

            PERFORM 0100-ABRE-PARAMETROS THRU 0100-FIM
            PERFORM 0800-LOCALIZA-FECHAMENTO THRU 0800-FIM
            IF WS-PERIODO = SPACES
                DISPLAY 'NENHUM PERIODO INFORMADO OU FECHADO - NADA A '
                        'EMITIR.'
                MOVE 4 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            IF NOT PERIODO-FECHADO
                MOVE WS-DATA-HOJE TO WS-DT-CORTE
                DISPLAY 'PERIODO ' WS-PERIODO ' AINDA ABERTO - POSICAO '
                        'PARCIAL EM ' WS-DT-CORTE '.'
            END-IF
            PERFORM 0900-MONTA-JANELA THRU 0900-FIM

            PERFORM 1000-CARREGA-ALUNOS THRU 1000-FIM
            IF NOT EST-FS-OK
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF
            PERFORM 1100-CARREGA-TURMAS THRU 1100-FIM
            PERFORM 1200-CARREGA-HORARIOS THRU 1200-FIM
            PERFORM 1300-CARREGA-PROF-TURMA THRU 1300-FIM
            PERFORM 1400-CARREGA-PROFESSORES THRU 1400-FIM
            PERFORM 1500-CARREGA-BOLSAS THRU 1500-FIM
            IF TURMAS-ESTOURARAM OR HORARIOS-ESTOURARAM
               OR PTU-ESTOUROU
                DISPLAY 'TABELA DE TURMAS, GRADE OU ATRIBUICOES '
                        'ESTOUROU - CUSTO SERIA SUBESTIMADO, RELATORIO '
                        'NAO EMITIDO.'
                MOVE 'RELATORIOMARGEM' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'TABELA DO CUSTO DOCENTE ESTOUROU'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 8 TO RETURN-CODE
                GO TO 9900-ENCERRA
            END-IF

            PERFORM 2000-APURA-CUSTO THRU 2000-FIM
            SET RATEIO-CONTAGEM TO TRUE
            PERFORM 3000-LE-INSCRICOES THRU 3000-FIM
            SET RATEIO-ALOCACAO TO TRUE
            PERFORM 3000-LE-INSCRICOES THRU 3000-FIM
            PERFORM 3500-CUSTO-OCIOSO THRU 3500-FIM
            PERFORM 4000-APURA-RECEITA THRU 4000-FIM
            PERFORM 4500-APURA-TERCEIROS THRU 4500-FIM
            PERFORM 5000-CONSOLIDA THRU 5000-FIM
            PERFORM 7000-EMITE-RELATORIO THRU 7000-FIM

            MOVE WS-CUR-BRUTO(WS-POS-TOT) TO WS-LIQUIDO
            SUBTRACT WS-CUR-BOLSAS(WS-POS-TOT)
                     WS-CUR-DESCONTOS(WS-POS-TOT)
                     WS-CUR-BAIXAS(WS-POS-TOT) FROM WS-LIQUIDO
            MOVE WS-LIQUIDO TO WS-SINAL-ED
            DISPLAY 'PERIODO.................: ' WS-PERIODO
                    ' (CORTE ' WS-DT-CORTE ')'
            DISPLAY 'CURSOS..................: ' WS-QTD-CUR
            DISPLAY 'TURMAS DO PERIODO.......: ' WS-QTD-TUR
                    ' (' WS-QTD-OCIOSAS ' SEM INSCRITO)'
            DISPLAY 'DIAS DE AULA............: ' WS-QTD-DIAS-AULA
            DISPLAY 'RECEITA LIQUIDA.........: ' WS-SINAL-ED
            MOVE WS-CUR-CUSTO(WS-POS-TOT) TO WS-VALOR-ED
            DISPLAY 'CUSTO DOCENTE...........: ' WS-VALOR-ED
            DISPLAY 'RELATORIO...............: ' WS-RPT-DD
            IF WS-QTD-TUR-SEM-CUSTO > 0
                DISPLAY 'ATENCAO: ' WS-QTD-TUR-SEM-CUSTO ' TURMA(S) '
                        'COM ENCONTROS SEM PROFESSOR OU SEM VALOR DA '
                        'HORA-AULA - VER RELATORIO.'
                IF RETURN-CODE = ZEROS
                    MOVE 2 TO RETURN-CODE
                END-IF
            END-IF.

       9900-ENCERRA.
            IF JOB-INICIO-REGISTRADO
                MOVE 'F' TO JOB-EVENTO OF WS-JOB-PARM
                MOVE RETURN-CODE TO JOB-RC OF WS-JOB-PARM
                CALL 'REGISTRAJOB' USING WS-JOB-PARM
                MOVE JOB-RC OF WS-JOB-PARM TO RETURN-CODE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0100-ABRE-PARAMETROS  --  PERIODO PEDIDO E NOMES DOS ARQUIVOS.
      ******************************************************************
       0100-ABRE-PARAMETROS.
            ACCEPT WS-PERIODO FROM ENVIRONMENT 'DD_PERIODO_LETIVO'
            IF WS-PERIODO NOT = SPACES
                MOVE 1 TO WS-INFORMADO
            END-IF
            ACCEPT WS-FEC-DD FROM ENVIRONMENT 'DD_PERIODOS_FECHADOS'
            IF WS-FEC-DD = SPACES
                MOVE 'PERIODOS_FECHADOS.TXT' TO WS-FEC-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
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
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-PROF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PROF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PROF-DD
            END-IF
            ACCEPT WS-BOL-DD FROM ENVIRONMENT 'DD_CONCESSOES_BOLSA'
            IF WS-BOL-DD = SPACES
                MOVE 'CONCESSOES_BOLSA.TXT' TO WS-BOL-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-RFI-DD FROM ENVIRONMENT
                'DD_RECEBIVEIS_FINANCIAMENTO'
            IF WS-RFI-DD = SPACES
                MOVE 'RECEBIVEIS_FINANCIAMENTO.TXT' TO WS-RFI-DD
            END-IF
            ACCEPT WS-PCV-DD FROM ENVIRONMENT 'DD_PARCELAS_CONVENIO'
            IF WS-PCV-DD = SPACES
                MOVE 'PARCELAS_CONVENIO.TXT' TO WS-PCV-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_MARGEM'
            IF WS-RPT-DD = SPACES
                MOVE 'MARGEM_CURSO.RPT' TO WS-RPT-DD
            END-IF.
       0100-FIM.
            EXIT.

      ******************************************************************
      * 0800-LOCALIZA-FECHAMENTO  --  PROCURA O PERIODO NO ARQUIVO DE
      *                                 PERIODOS FECHADOS E PEGA A DATA
      *                                 DE FECHAMENTO COMO DATA DE
      *                                 CORTE. SEM PERIODO INFORMADO,
      *                                 ASSUME O MAIOR PERIODO FECHADO.
      ******************************************************************
       0800-LOCALIZA-FECHAMENTO.
            OPEN INPUT PERIODOS-FECHADOS
            IF NOT FEC-FS-OK
                GO TO 0800-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PERIODOS-FECHADOS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 0810-AVALIA-FECHAMENTO THRU 0810-FIM
                END-READ
            END-PERFORM
            CLOSE PERIODOS-FECHADOS.
       0800-FIM.
            EXIT.

       0810-AVALIA-FECHAMENTO.
            IF FEC-PERIODO = SPACES
                GO TO 0810-FIM
            END-IF
            IF NOT PERIODO-INFORMADO
               AND FEC-PERIODO > WS-PERIODO
                MOVE FEC-PERIODO TO WS-PERIODO
            END-IF
            IF FEC-PERIODO = WS-PERIODO
                MOVE 1 TO WS-FECHADO
                MOVE FEC-DT-FECHAMENTO TO WS-DT-CORTE
            END-IF.
       0810-FIM.
            EXIT.

      ******************************************************************
      * 0900-MONTA-JANELA  --  DATAS E COMPETENCIAS DO SEMESTRE. O
      *                          CUSTO E APURADO NO SEMESTRE INTEIRO
      *                          (A GRADE CONTRATADA), COMO A RECEITA,
      *                          QUE PEGA TODAS AS COMPETENCIAS DELE.
      ******************************************************************
       0900-MONTA-JANELA.
            MOVE WS-PERIODO TO WS-PERIODO-PARTES
            IF WS-PER-SEM = '1'
                COMPUTE WS-DT-INICIO = WS-PER-AAAA * 10000 + 0101
                COMPUTE WS-DT-FIM = WS-PER-AAAA * 10000 + 0630
                COMPUTE WS-COMP-INICIO = WS-PER-AAAA * 100 + 1
                COMPUTE WS-COMP-FIM = WS-PER-AAAA * 100 + 6
            ELSE
                COMPUTE WS-DT-INICIO = WS-PER-AAAA * 10000 + 0701
                COMPUTE WS-DT-FIM = WS-PER-AAAA * 10000 + 1231
                COMPUTE WS-COMP-INICIO = WS-PER-AAAA * 100 + 7
                COMPUTE WS-COMP-FIM = WS-PER-AAAA * 100 + 12
            END-IF.
       0900-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-ALUNOS  --  CURSO DE CADA ALUNO REGULAR (CURSO
      *                            LIVRE FICA FORA). O CURSO E O DO
      *                            CADASTRO NO DIA DA EMISSAO.
      ******************************************************************
       1000-CARREGA-ALUNOS.
            INITIALIZE WS-TAB-ALUNO
            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL ('
                        WS-STUDENT-DD ') FS=' WS-EST-FS
                MOVE 'RELATORIOMARGEM' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1000-CARREGA-ALUNOS' TO LOG-PARAGRAFO
                                              OF WS-LOG-PARM
                MOVE 'ARQ001' TO LOG-CODIGO OF WS-LOG-PARM
                STRING WS-STUDENT-DD DELIMITED BY SPACE
                       ' FS=' WS-EST-FS DELIMITED BY SIZE
                       INTO LOG-MENSAGEM OF WS-LOG-PARM
                END-STRING
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ESTUDANTE
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 1010-REGISTRA-ALUNO THRU 1010-FIM
                END-READ
            END-PERFORM
            CLOSE ESTUDANTE
            MOVE '00' TO WS-EST-FS.
       1000-FIM.
            EXIT.

       1010-REGISTRA-ALUNO.
            IF CD-STUDENT = 0 OR STUDENT-EXTENSAO
                GO TO 1010-FIM
            END-IF
            MOVE COURSE-CODE TO WS-CURSO-TRAB
            IF WS-CURSO-TRAB = SPACES
                MOVE '(SEM)' TO WS-CURSO-TRAB
            END-IF
            PERFORM 1020-LOCALIZA-CURSO THRU 1020-FIM
            IF WS-POS-CUR > 0
                MOVE WS-POS-CUR TO WS-ALU-CURSO(CD-STUDENT)
            END-IF.
       1010-FIM.
            EXIT.

       1020-LOCALIZA-CURSO.
            MOVE 0 TO WS-POS-CUR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-CODIGO(WS-IDX) = WS-CURSO-TRAB
                    MOVE WS-IDX TO WS-POS-CUR
                    MOVE WS-QTD-CUR TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-CUR > 0 OR WS-QTD-CUR >= 100
                GO TO 1020-FIM
            END-IF
            ADD 1 TO WS-QTD-CUR
            MOVE WS-QTD-CUR TO WS-POS-CUR
            INITIALIZE WS-CUR-ENT(WS-POS-CUR)
            MOVE WS-CURSO-TRAB TO WS-CUR-CODIGO(WS-POS-CUR).
       1020-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-TURMAS  --  TURMAS DO PERIODO QUE GERAM CUSTO:
      *                            ATIVAS E REGULARES (A TURMA DE
      *                            CURSO LIVRE TEM RECEITA PROPRIA E
      *                            FICA FORA, COMO SEUS PARTICIPANTES).
      ******************************************************************
       1100-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'AVISO: CADASTRO DE TURMAS AUSENTE (' WS-TUR-DD
                        ') - SEM CUSTO DOCENTE.'
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF TURMA-PERIODO = WS-PERIODO
                           AND NOT TURMA-INATIVA
                           AND NOT TURMA-EXTENSAO
                            IF WS-QTD-TUR < 3000
                                ADD 1 TO WS-QTD-TUR
                                INITIALIZE WS-TUR-ENT(WS-QTD-TUR)
                                MOVE TURMA-CODIGO TO
                                     WS-TUR-CODIGO(WS-QTD-TUR)
                                MOVE TURMA-MATERIA TO
                                     WS-TUR-MATERIA(WS-QTD-TUR)
                            ELSE
                                MOVE 1 TO WS-TUR-ESTOUROU
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-HORARIOS  --  GRADE SEMANAL DAS TURMAS DO PERIODO
      *                              COM A DURACAO DE CADA ENCONTRO EM
      *                              MINUTOS E A POSICAO DA TURMA.
      ******************************************************************
       1200-CARREGA-HORARIOS.
            OPEN INPUT HORARIOS-TURMA
            IF NOT HOR-FS-OK
                DISPLAY 'AVISO: GRADE DE HORARIOS AUSENTE (' WS-HOR-DD
                        ') - SEM CUSTO DOCENTE.'
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ HORARIOS-TURMA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 1210-GUARDA-HORARIO THRU 1210-FIM
                END-READ
            END-PERFORM
            CLOSE HORARIOS-TURMA.
       1200-FIM.
            EXIT.

       1210-GUARDA-HORARIO.
            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TUR
                IF WS-TUR-CODIGO(WS-IDX) = HOR-TURMA-CODIGO
                    MOVE WS-IDX TO WS-POS-TUR
                    MOVE WS-QTD-TUR TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-TUR = 0
                GO TO 1210-FIM
            END-IF
            IF WS-QTD-HOR >= 500
                MOVE 1 TO WS-HOR-ESTOUROU
                GO TO 1210-FIM
            END-IF
            ADD 1 TO WS-QTD-HOR
            MOVE HOR-TURMA-CODIGO TO WS-HOR-TURMA(WS-QTD-HOR)
            MOVE HOR-DIA-SEMANA TO WS-HOR-DIA(WS-QTD-HOR)
            MOVE WS-POS-TUR TO WS-HOR-POS-TUR(WS-QTD-HOR)
            MOVE HOR-HORA-INICIO TO WS-HORA-TRAB
            COMPUTE WS-MIN-INICIO = WS-HORA-HH * 60 + WS-HORA-MM
            MOVE HOR-HORA-FIM TO WS-HORA-TRAB
            COMPUTE WS-MIN-FIM = WS-HORA-HH * 60 + WS-HORA-MM
            IF WS-MIN-FIM > WS-MIN-INICIO
                COMPUTE WS-HOR-MINUTOS(WS-QTD-HOR) =
                        WS-MIN-FIM - WS-MIN-INICIO
            ELSE
                MOVE ZEROS TO WS-HOR-MINUTOS(WS-QTD-HOR)
            END-IF.
       1210-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-PROF-TURMA  --  ATRIBUICOES POR TURMA COM A
      *                                VIGENCIA (FIM ZERADO = VIGENTE).
      ******************************************************************
       1300-CARREGA-PROF-TURMA.
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                DISPLAY 'AVISO: SEM ATRIBUICOES POR TURMA (' WS-PTU-DD
                        ').'
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
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
            CLOSE PROF-TURMA.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-PROFESSORES  --  VALOR DA HORA-AULA DE CADA
      *                                 PROFESSOR (REGISTRO ANTIGO SEM
      *                                 O CAMPO = SEM VALOR).
      ******************************************************************
       1400-CARREGA-PROFESSORES.
            OPEN INPUT PROFESSORES
            IF NOT PROF-FS-OK
                DISPLAY 'AVISO: CADASTRO DE PROFESSORES AUSENTE ('
                        WS-PROF-DD ') - SEM VALOR DA HORA-AULA.'
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROFESSORES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-PROF < 300
                            ADD 1 TO WS-QTD-PROF
                            MOVE PROF-CODIGO TO
                                 WS-PROF-COD(WS-QTD-PROF)
                            IF PROF-VALOR-HORA NUMERIC
                                MOVE PROF-VALOR-HORA TO
                                     WS-PROF-VHORA(WS-QTD-PROF)
                            ELSE
                                MOVE ZEROS TO
                                     WS-PROF-VHORA(WS-QTD-PROF)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFESSORES.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-BOLSAS  --  CONCESSOES ATIVAS DE BOLSA. MARCA O
      *                            ALUNO COMO BOLSISTA DO PERIODO
      *                            QUANDO A VIGENCIA CRUZA O SEMESTRE.
      ******************************************************************
       1500-CARREGA-BOLSAS.
            OPEN INPUT CONCESSOES
            IF NOT BOL-FS-OK
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CONCESSOES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 1510-GUARDA-BOLSA THRU 1510-FIM
                END-READ
            END-PERFORM
            CLOSE CONCESSOES.
       1500-FIM.
            EXIT.

       1510-GUARDA-BOLSA.
            IF NOT BOL-ATIVA OR BOL-CD-STUDENT = 0
                GO TO 1510-FIM
            END-IF
            IF WS-QTD-BOL < 2000
                ADD 1 TO WS-QTD-BOL
                MOVE BOL-CD-STUDENT TO WS-TB-CD(WS-QTD-BOL)
                MOVE BOL-PERCENTUAL TO WS-TB-PERC(WS-QTD-BOL)
                MOVE BOL-DT-INICIO TO WS-TB-INI(WS-QTD-BOL)
                IF BOL-DT-FIM NUMERIC
                    MOVE BOL-DT-FIM TO WS-TB-FIM(WS-QTD-BOL)
                ELSE
                    MOVE ZEROS TO WS-TB-FIM(WS-QTD-BOL)
                END-IF
            END-IF
            IF BOL-DT-INICIO > WS-DT-FIM
                GO TO 1510-FIM
            END-IF
            IF BOL-DT-FIM NUMERIC
                IF BOL-DT-FIM NOT = ZEROS
                   AND BOL-DT-FIM < WS-DT-INICIO
                    GO TO 1510-FIM
                END-IF
            END-IF
            MOVE BOL-CD-STUDENT TO WS-POS-ALU
            MOVE WS-ALU-CURSO(WS-POS-ALU) TO WS-POS-CUR
            IF WS-POS-CUR > 0
               AND WS-ALU-BOLSISTA(WS-POS-ALU) NOT = 'S'
                MOVE 'S' TO WS-ALU-BOLSISTA(WS-POS-ALU)
                ADD 1 TO WS-CUR-BOLSISTAS(WS-POS-CUR)
            END-IF.
       1510-FIM.
            EXIT.

      ******************************************************************
      * 2000-APURA-CUSTO  --  PERCORRE OS DIAS DO SEMESTRE; EM CADA DIA
      *                         DE AULA DO CALENDARIO LETIVO, CREDITA
      *                         CADA ENCONTRO DA GRADE NAQUELE DIA DA
      *                         SEMANA A TURMA, PELO VALOR DA HORA-AULA
      *                         DO PROFESSOR ATRIBUIDO NA DATA (DIA DA
      *                         SEMANA 1 = SEGUNDA ... 7 = DOMINGO).
      ******************************************************************
       2000-APURA-CUSTO.
            IF WS-QTD-HOR = 0
                GO TO 2000-FIM
            END-IF
            COMPUTE WS-DIA-INTEIRO = FUNCTION INTEGER-OF-DATE
                    (WS-DT-INICIO)
            COMPUTE WS-INTEIRO-FIM = FUNCTION INTEGER-OF-DATE
                    (WS-DT-FIM)
            PERFORM UNTIL WS-DIA-INTEIRO > WS-INTEIRO-FIM
                COMPUTE WS-DIA-DATA = FUNCTION DATE-OF-INTEGER
                        (WS-DIA-INTEIRO)
                COMPUTE WS-DIA-SEMANA =
                        FUNCTION MOD(WS-DIA-INTEIRO - 1, 7) + 1
                MOVE WS-DIA-DATA TO CAL-DATA OF WS-CAL-PARM
                MOVE SPACES TO CAL-PERIODO OF WS-CAL-PARM
                CALL 'CALENDARIOLETIVO' USING WS-CAL-PARM
                IF CAL-EM-AULA OF WS-CAL-PARM
                    IF WS-DIA-SEMANA < 7
                        ADD 1 TO WS-QTD-DIAS-AULA
                    END-IF
                    PERFORM VARYING WS-IDX-HOR FROM 1 BY 1
                            UNTIL WS-IDX-HOR > WS-QTD-HOR
                        IF WS-HOR-DIA(WS-IDX-HOR) = WS-DIA-SEMANA
                           AND WS-HOR-MINUTOS(WS-IDX-HOR) > 0
                            PERFORM 2100-CUSTEIA-ENCONTRO
                                 THRU 2100-FIM
                        END-IF
                    END-PERFORM
                END-IF
                ADD 1 TO WS-DIA-INTEIRO
            END-PERFORM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CUSTEIA-ENCONTRO  --  ACHA O PROFESSOR DA TURMA NA DATA
      *                              (NO DIA DA TROCA VALE A ATRIBUICAO
      *                              DE INICIO MAIS RECENTE, O
      *                              SUBSTITUTO) E SOMA O CUSTO DO
      *                              ENCONTRO NA TURMA. SEM PROFESSOR
      *                              OU SEM VALOR DA HORA, OS MINUTOS
      *                              FICAM APONTADOS COMO SEM CUSTO.
      ******************************************************************
       2100-CUSTEIA-ENCONTRO.
            MOVE WS-HOR-POS-TUR(WS-IDX-HOR) TO WS-POS-TUR
            ADD WS-HOR-MINUTOS(WS-IDX-HOR) TO WS-TUR-MINUTOS(WS-POS-TUR)

            MOVE SPACES TO WS-PROF-DIA
            MOVE ZEROS TO WS-INI-VIGENTE
            PERFORM VARYING WS-IDX-PTU FROM 1 BY 1
                    UNTIL WS-IDX-PTU > WS-QTD-PTU
                IF WS-PTU-TURMA(WS-IDX-PTU) = WS-HOR-TURMA(WS-IDX-HOR)
                   AND WS-PTU-INI(WS-IDX-PTU) <= WS-DIA-DATA
                   AND (WS-PTU-FIM-T(WS-IDX-PTU) = 0
                        OR WS-PTU-FIM-T(WS-IDX-PTU) >= WS-DIA-DATA)
                   AND WS-PTU-INI(WS-IDX-PTU) >= WS-INI-VIGENTE
                    MOVE WS-PTU-PROF(WS-IDX-PTU) TO WS-PROF-DIA
                    MOVE WS-PTU-INI(WS-IDX-PTU) TO WS-INI-VIGENTE
                END-IF
            END-PERFORM

            MOVE ZEROS TO WS-VHORA-DIA
            IF WS-PROF-DIA NOT = SPACES
                PERFORM VARYING WS-IDX FROM 1 BY 1
                        UNTIL WS-IDX > WS-QTD-PROF
                    IF WS-PROF-COD(WS-IDX) = WS-PROF-DIA
                        MOVE WS-PROF-VHORA(WS-IDX) TO WS-VHORA-DIA
                        MOVE WS-QTD-PROF TO WS-IDX
                    END-IF
                END-PERFORM
            END-IF
            IF WS-VHORA-DIA = ZEROS
                ADD WS-HOR-MINUTOS(WS-IDX-HOR) TO
                    WS-TUR-MIN-SEM-CUSTO(WS-POS-TUR)
                GO TO 2100-FIM
            END-IF
            COMPUTE WS-CUSTO-ENCONTRO ROUNDED =
                    WS-HOR-MINUTOS(WS-IDX-HOR) * WS-VHORA-DIA / 60
            ADD WS-CUSTO-ENCONTRO TO WS-TUR-CUSTO(WS-POS-TUR).
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-LE-INSCRICOES  --  LE AS INSCRICOES DUAS VEZES: NA
      *                           CONTAGEM, SOMA OS INSCRITOS DE CADA
      *                           TURMA E OS ALUNOS E INSCRICOES DE
      *                           CADA CURSO; NA ALOCACAO, RATEIA O
      *                           CUSTO, AS HORAS E A TURMA ENTRE OS
      *                           CURSOS, UMA FRACAO POR INSCRITO.
      ******************************************************************
       3000-LE-INSCRICOES.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                IF RATEIO-CONTAGEM
                    DISPLAY 'AVISO: INSCRICOES AUSENTES (' WS-TAL-DD
                            ') - CUSTO TODO OCIOSO.'
                END-IF
                GO TO 3000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 3010-AVALIA-INSCRICAO THRU 3010-FIM
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       3000-FIM.
            EXIT.

       3010-AVALIA-INSCRICAO.
            IF TAL-CANCELADO OR TAL-CD-STUDENT = 0
                GO TO 3010-FIM
            END-IF
            IF TAL-PERIODO NOT = SPACES
               AND TAL-PERIODO NOT = WS-PERIODO
                GO TO 3010-FIM
            END-IF
            MOVE 0 TO WS-POS-TUR
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TUR
                IF WS-TUR-CODIGO(WS-IDX) = TAL-TURMA-CODIGO
                    MOVE WS-IDX TO WS-POS-TUR
                    MOVE WS-QTD-TUR TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-TUR = 0
                GO TO 3010-FIM
            END-IF
            MOVE TAL-CD-STUDENT TO WS-POS-ALU
            MOVE WS-ALU-CURSO(WS-POS-ALU) TO WS-POS-CUR
            IF WS-POS-CUR = 0
                GO TO 3010-FIM
            END-IF

            IF RATEIO-CONTAGEM
                ADD 1 TO WS-TUR-INSCRITOS(WS-POS-TUR)
                ADD 1 TO WS-CUR-INSCRICOES(WS-POS-CUR)
                IF WS-ALU-INSCRITO(WS-POS-ALU) NOT = 'S'
                    MOVE 'S' TO WS-ALU-INSCRITO(WS-POS-ALU)
                    ADD 1 TO WS-CUR-ALUNOS(WS-POS-CUR)
                END-IF
                GO TO 3010-FIM
            END-IF

            COMPUTE WS-HORAS-TURMA ROUNDED =
                    WS-TUR-MINUTOS(WS-POS-TUR) / 60
            ADD 1 TO WS-TUR-RAT-QTD(WS-POS-TUR)
            IF WS-TUR-RAT-QTD(WS-POS-TUR) >=
               WS-TUR-INSCRITOS(WS-POS-TUR)
                COMPUTE WS-PARCELA-CUSTO = WS-TUR-CUSTO(WS-POS-TUR)
                        - WS-TUR-RAT-CUSTO(WS-POS-TUR)
                COMPUTE WS-PARCELA-HORAS = WS-HORAS-TURMA
                        - WS-TUR-RAT-HORAS(WS-POS-TUR)
                COMPUTE WS-PARCELA-TURMAS = 1
                        - WS-TUR-RAT-TURMAS(WS-POS-TUR)
            ELSE
                COMPUTE WS-PARCELA-CUSTO ROUNDED =
                        WS-TUR-CUSTO(WS-POS-TUR)
                        / WS-TUR-INSCRITOS(WS-POS-TUR)
                COMPUTE WS-PARCELA-HORAS ROUNDED = WS-HORAS-TURMA
                        / WS-TUR-INSCRITOS(WS-POS-TUR)
                COMPUTE WS-PARCELA-TURMAS ROUNDED =
                        1 / WS-TUR-INSCRITOS(WS-POS-TUR)
            END-IF
            ADD WS-PARCELA-CUSTO TO WS-TUR-RAT-CUSTO(WS-POS-TUR)
                                    WS-CUR-CUSTO(WS-POS-CUR)
            ADD WS-PARCELA-HORAS TO WS-TUR-RAT-HORAS(WS-POS-TUR)
                                    WS-CUR-HORAS(WS-POS-CUR)
            ADD WS-PARCELA-TURMAS TO WS-TUR-RAT-TURMAS(WS-POS-TUR)
                                     WS-CUR-TURMAS(WS-POS-CUR).
       3010-FIM.
            EXIT.

      ******************************************************************
      * 3500-CUSTO-OCIOSO  --  TURMA DO PERIODO SEM NENHUM INSCRITO:
      *                          O CUSTO NAO TEM CURSO A QUEM RATEAR E
      *                          FICA SO NO TOTAL DA INSTITUICAO. CONTA
      *                          TAMBEM AS TURMAS COM ENCONTRO SEM
      *                          CUSTO APURADO.
      ******************************************************************
       3500-CUSTO-OCIOSO.
            PERFORM VARYING WS-POS-TUR FROM 1 BY 1
                    UNTIL WS-POS-TUR > WS-QTD-TUR
                IF WS-TUR-INSCRITOS(WS-POS-TUR) = 0
                    ADD 1 TO WS-QTD-OCIOSAS
                    ADD WS-TUR-CUSTO(WS-POS-TUR) TO WS-CUSTO-OCIOSO
                    COMPUTE WS-HORAS-TURMA ROUNDED =
                            WS-TUR-MINUTOS(WS-POS-TUR) / 60
                    ADD WS-HORAS-TURMA TO WS-HORAS-OCIOSAS
                END-IF
                IF WS-TUR-MIN-SEM-CUSTO(WS-POS-TUR) > 0
                    ADD 1 TO WS-QTD-TUR-SEM-CUSTO
                END-IF
            END-PERFORM.
       3500-FIM.
            EXIT.

      ******************************************************************
      * 4000-APURA-RECEITA  --  COBRANCAS DAS COMPETENCIAS DO SEMESTRE.
      *                           RENEGOCIADA E CANCELADA NAO ENTRAM (A
      *                           DIVIDA SEGUE NAS PARCELAS DO ACORDO)
      *                           NEM O CURSO LIVRE.
      ******************************************************************
       4000-APURA-RECEITA.
            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'AVISO: MENSALIDADES AUSENTES (' WS-MEN-DD ').'
                GO TO 4000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ MENSALIDADES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        PERFORM 4010-AVALIA-COBRANCA THRU 4010-FIM
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES.
       4000-FIM.
            EXIT.

       4010-AVALIA-COBRANCA.
            IF MEN-COMPETENCIA < WS-COMP-INICIO
               OR MEN-COMPETENCIA > WS-COMP-FIM
               OR MEN-RENEGOCIADA OR MEN-CANCELADA
               OR MEN-TIPO-EXTENSAO
               OR MEN-CD-STUDENT = 0
                GO TO 4010-FIM
            END-IF
            MOVE MEN-CD-STUDENT TO WS-POS-ALU
            MOVE WS-ALU-CURSO(WS-POS-ALU) TO WS-POS-CUR
            IF WS-POS-CUR = 0
                GO TO 4010-FIM
            END-IF

            MOVE MEN-DESC-BOLSA TO WS-DESC-BOLSA
            IF WS-DESC-BOLSA = ZEROS
               AND MEN-TIPO-MENSALIDADE
               AND WS-ALU-BOLSISTA(WS-POS-ALU) = 'S'
                PERFORM 4100-RECOMPOE-BOLSA THRU 4100-FIM
            END-IF

            ADD MEN-VALOR WS-DESC-BOLSA MEN-DESC-IRMAO
                TO WS-CUR-BRUTO(WS-POS-CUR)
            ADD WS-DESC-BOLSA TO WS-CUR-BOLSAS(WS-POS-CUR)
            ADD MEN-DESC-IRMAO TO WS-CUR-DESCONTOS(WS-POS-CUR)

      * PONTUALIDADE SO CONTA QUANDO A BAIXA A CONCEDEU (PAGAMENTO ATE
      * A VESPERA DO VENCIMENTO)
            IF MEN-PAGA AND MEN-DT-PAGAMENTO <= WS-DT-CORTE
                IF MEN-DESC-PONTUAL > ZEROS
                   AND MEN-DT-PAGAMENTO < MEN-DT-VENCIMENTO
                    ADD MEN-DESC-PONTUAL TO WS-CUR-DESCONTOS(WS-POS-CUR)
                END-IF
                GO TO 4010-FIM
            END-IF

      * EM ABERTO NO CORTE HA MAIS DE 90 DIAS = BAIXA PARA PERDA (PDD)
            IF MEN-DT-VENCIMENTO = ZEROS
               OR MEN-DT-VENCIMENTO >= WS-DT-CORTE
                GO TO 4010-FIM
            END-IF
            COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-DT-CORTE)
                  - FUNCTION INTEGER-OF-DATE(MEN-DT-VENCIMENTO)
            IF WS-DIAS-ATRASO > 90
                ADD MEN-VALOR TO WS-CUR-BAIXAS(WS-POS-CUR)
            END-IF.
       4010-FIM.
            EXIT.

      ******************************************************************
      * 4100-RECOMPOE-BOLSA  --  COBRANCA GERADA ANTES DO REGISTRO DO
      *                            DESCONTO NA MENSALIDADE: A BOLSA E
      *                            RECOMPOSTA PELO PERCENTUAL DA
      *                            CONCESSAO VIGENTE NO VENCIMENTO,
      *                            SOBRE O LIQUIDO DE BOLSA (VALOR
      *                            COBRADO + DESCONTO DE IRMAOS).
      ******************************************************************
       4100-RECOMPOE-BOLSA.
            MOVE ZEROS TO WS-PERC-BOLSA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-BOL
                IF WS-TB-CD(WS-IDX) = MEN-CD-STUDENT
                   AND WS-TB-INI(WS-IDX) <= MEN-DT-VENCIMENTO
                   AND (WS-TB-FIM(WS-IDX) = 0
                        OR WS-TB-FIM(WS-IDX) >= MEN-DT-VENCIMENTO)
                    MOVE WS-TB-PERC(WS-IDX) TO WS-PERC-BOLSA
                    MOVE WS-QTD-BOL TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-PERC-BOLSA > 0 AND WS-PERC-BOLSA < 100
                COMPUTE WS-PERC-PAGO = 100 - WS-PERC-BOLSA
                COMPUTE WS-DESC-BOLSA ROUNDED =
                        (MEN-VALOR + MEN-DESC-IRMAO) * WS-PERC-BOLSA
                        / WS-PERC-PAGO
            END-IF.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 4500-APURA-TERCEIROS  --  PARTE DA MENSALIDADE PAGA POR
      *                             TERCEIROS NAS COMPETENCIAS DO
      *                             SEMESTRE: FINANCIAMENTO DO GOVERNO
      *                             E EMPRESA CONVENIADA. E RECEITA DO
      *                             CURSO, EMBORA FORA DO VALOR COBRADO
      *                             DO ALUNO.
      ******************************************************************
       4500-APURA-TERCEIROS.
            OPEN INPUT RECEBIVEIS-FINANCIAMENTO
            IF RFI-FS-OK
                MOVE 'N' TO WS-ARQ-EOF
                PERFORM UNTIL ARQ-FIM
                    READ RECEBIVEIS-FINANCIAMENTO
                        AT END
                            MOVE 'F' TO WS-ARQ-EOF
                        NOT AT END
                            IF RFI-COMPETENCIA >= WS-COMP-INICIO
                               AND RFI-COMPETENCIA <= WS-COMP-FIM
                               AND RFI-CD-STUDENT > 0
                                MOVE RFI-CD-STUDENT TO WS-POS-ALU
                                MOVE WS-ALU-CURSO(WS-POS-ALU) TO
                                     WS-POS-CUR
                                IF WS-POS-CUR > 0
                                    ADD RFI-VALOR TO
                                        WS-CUR-BRUTO(WS-POS-CUR)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE RECEBIVEIS-FINANCIAMENTO
            END-IF

            OPEN INPUT PARCELAS-CONVENIO
            IF PCV-FS-OK
                MOVE 'N' TO WS-ARQ-EOF
                PERFORM UNTIL ARQ-FIM
                    READ PARCELAS-CONVENIO
                        AT END
                            MOVE 'F' TO WS-ARQ-EOF
                        NOT AT END
                            IF PCV-COMPETENCIA >= WS-COMP-INICIO
                               AND PCV-COMPETENCIA <= WS-COMP-FIM
                               AND PCV-CD-STUDENT > 0
                                MOVE PCV-CD-STUDENT TO WS-POS-ALU
                                MOVE WS-ALU-CURSO(WS-POS-ALU) TO
                                     WS-POS-CUR
                                IF WS-POS-CUR > 0
                                    ADD PCV-VALOR TO
                                        WS-CUR-BRUTO(WS-POS-CUR)
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE PARCELAS-CONVENIO
            END-IF.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 5000-CONSOLIDA  --  ORDENA OS CURSOS PELO CODIGO E SOMA O TOTAL
      *                       DA INSTITUICAO NA POSICAO 101, COM O
      *                       CUSTO E AS HORAS DAS TURMAS OCIOSAS.
      ******************************************************************
       5000-CONSOLIDA.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX >= WS-QTD-CUR
                PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                        UNTIL WS-IDX-2 > WS-QTD-CUR - WS-IDX
                    IF WS-CUR-CODIGO(WS-IDX-2) >
                       WS-CUR-CODIGO(WS-IDX-2 + 1)
                        MOVE WS-CUR-ENT(WS-IDX-2) TO WS-CUR-TROCA
                        MOVE WS-CUR-ENT(WS-IDX-2 + 1) TO
                             WS-CUR-ENT(WS-IDX-2)
                        MOVE WS-CUR-TROCA TO WS-CUR-ENT(WS-IDX-2 + 1)
                    END-IF
                END-PERFORM
            END-PERFORM

            INITIALIZE WS-CUR-ENT(WS-POS-TOT)
            MOVE '(TOT)' TO WS-CUR-CODIGO(WS-POS-TOT)
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                ADD WS-CUR-ALUNOS(WS-IDX) TO WS-CUR-ALUNOS(WS-POS-TOT)
                ADD WS-CUR-BOLSISTAS(WS-IDX) TO
                    WS-CUR-BOLSISTAS(WS-POS-TOT)
                ADD WS-CUR-INSCRICOES(WS-IDX) TO
                    WS-CUR-INSCRICOES(WS-POS-TOT)
                ADD WS-CUR-TURMAS(WS-IDX) TO WS-CUR-TURMAS(WS-POS-TOT)
                ADD WS-CUR-HORAS(WS-IDX) TO WS-CUR-HORAS(WS-POS-TOT)
                ADD WS-CUR-BRUTO(WS-IDX) TO WS-CUR-BRUTO(WS-POS-TOT)
                ADD WS-CUR-BOLSAS(WS-IDX) TO WS-CUR-BOLSAS(WS-POS-TOT)
                ADD WS-CUR-DESCONTOS(WS-IDX) TO
                    WS-CUR-DESCONTOS(WS-POS-TOT)
                ADD WS-CUR-BAIXAS(WS-IDX) TO WS-CUR-BAIXAS(WS-POS-TOT)
                ADD WS-CUR-CUSTO(WS-IDX) TO WS-CUR-CUSTO(WS-POS-TOT)
            END-PERFORM
            ADD WS-QTD-OCIOSAS TO WS-CUR-TURMAS(WS-POS-TOT)
            ADD WS-HORAS-OCIOSAS TO WS-CUR-HORAS(WS-POS-TOT)
            ADD WS-CUSTO-OCIOSO TO WS-CUR-CUSTO(WS-POS-TOT).
       5000-FIM.
            EXIT.

      ******************************************************************
      * 7000-EMITE-RELATORIO  --  QUADRO DA RECEITA, QUADRO DO CUSTO E
      *                             DA MARGEM, TURMAS OCIOSAS E TURMAS
      *                             COM ENCONTRO SEM CUSTO.
      ******************************************************************
       7000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR O RELATORIO (' WS-RPT-DD ') FS='
                        WS-RPT-FS
                MOVE 8 TO RETURN-CODE
                GO TO 7000-FIM
            END-IF

            MOVE SPACES TO RPT-LINHA
            STRING 'MARGEM POR CURSO - RECEITA X CUSTO DOCENTE - '
                   'PERIODO ' WS-PERIODO
                   ' - EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE SPACES TO RPT-LINHA
            IF PERIODO-FECHADO
                STRING 'CORTE ' WS-DT-CORTE ' (FECHAMENTO DO PERIODO)'
                       ' - COMPETENCIAS ' WS-COMP-INICIO ' A '
                       WS-COMP-FIM ' - DIAS DE AULA '
                       WS-QTD-DIAS-AULA
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            ELSE
                STRING 'CORTE ' WS-DT-CORTE ' (PERIODO ABERTO - '
                       'POSICAO PARCIAL) - COMPETENCIAS '
                       WS-COMP-INICIO ' A ' WS-COMP-FIM
                       ' - DIAS DE AULA ' WS-QTD-DIAS-AULA
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM

            MOVE SPACES TO RPT-LINHA
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE 'RECEITA DE MENSALIDADES' TO RPT-LINHA
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE SPACES TO RPT-LINHA
            MOVE 'CURSO' TO RPT-LINHA(1:5)
            MOVE '       BRUTO' TO RPT-LINHA(8:12)
            MOVE '      BOLSAS' TO RPT-LINHA(22:12)
            MOVE '   DESCONTOS' TO RPT-LINHA(36:12)
            MOVE ' BAIXAS(PDD)' TO RPT-LINHA(50:12)
            MOVE '      LIQUIDO' TO RPT-LINHA(64:13)
            MOVE 'BOLSISTAS' TO RPT-LINHA(79:9)
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            PERFORM VARYING WS-POS-CUR FROM 1 BY 1
                    UNTIL WS-POS-CUR > WS-QTD-CUR
                PERFORM 7100-LINHA-RECEITA THRU 7100-FIM
            END-PERFORM
            MOVE WS-POS-TOT TO WS-POS-CUR
            PERFORM 7100-LINHA-RECEITA THRU 7100-FIM

            MOVE SPACES TO RPT-LINHA
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE 'CUSTO DOCENTE E MARGEM' TO RPT-LINHA
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE SPACES TO RPT-LINHA
            MOVE 'CURSO' TO RPT-LINHA(1:5)
            MOVE '      LIQUIDO' TO RPT-LINHA(8:13)
            MOVE 'CUSTO DOCENTE' TO RPT-LINHA(22:13)
            MOVE '       MARGEM' TO RPT-LINHA(36:13)
            MOVE 'MARGEM %' TO RPT-LINHA(51:8)
            MOVE 'HORAS-AULA' TO RPT-LINHA(61:10)
            MOVE 'ALUNOS' TO RPT-LINHA(72:6)
            MOVE ' TURMAS' TO RPT-LINHA(80:7)
            MOVE 'AL/TURMA' TO RPT-LINHA(88:8)
            MOVE ' CUSTO/ALUNO' TO RPT-LINHA(98:12)
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            PERFORM VARYING WS-POS-CUR FROM 1 BY 1
                    UNTIL WS-POS-CUR > WS-QTD-CUR
                PERFORM 7200-LINHA-MARGEM THRU 7200-FIM
            END-PERFORM
            MOVE WS-POS-TOT TO WS-POS-CUR
            PERFORM 7200-LINHA-MARGEM THRU 7200-FIM
            MOVE SPACES TO RPT-LINHA
            STRING 'TURMAS E HORAS-AULA DO CURSO SAO AS EQUIVALENTES '
                   'DO RATEIO PELOS INSCRITOS; NO TOTAL ENTRAM TAMBEM '
                   'AS TURMAS SEM INSCRITO.'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM

            PERFORM 7300-TURMAS-OCIOSAS THRU 7300-FIM
            PERFORM 7400-TURMAS-SEM-CUSTO THRU 7400-FIM

            CLOSE RELATORIO
            PERFORM 9800-ARQUIVA-RELATORIO THRU 9800-FIM.
       7000-FIM.
            EXIT.

       7100-LINHA-RECEITA.
            MOVE SPACES TO RPT-LINHA
            MOVE WS-CUR-CODIGO(WS-POS-CUR) TO RPT-LINHA(1:5)
            MOVE WS-CUR-BRUTO(WS-POS-CUR) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(8:12)
            MOVE WS-CUR-BOLSAS(WS-POS-CUR) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(22:12)
            MOVE WS-CUR-DESCONTOS(WS-POS-CUR) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(36:12)
            MOVE WS-CUR-BAIXAS(WS-POS-CUR) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(50:12)
            PERFORM 7500-CALCULA-LIQUIDO THRU 7500-FIM
            MOVE WS-LIQUIDO TO WS-SINAL-ED
            MOVE WS-SINAL-ED TO RPT-LINHA(64:13)
            MOVE WS-CUR-BOLSISTAS(WS-POS-CUR) TO WS-QTD-ED
            MOVE WS-QTD-ED TO RPT-LINHA(83:5)
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM.
       7100-FIM.
            EXIT.

       7200-LINHA-MARGEM.
            MOVE SPACES TO RPT-LINHA
            MOVE WS-CUR-CODIGO(WS-POS-CUR) TO RPT-LINHA(1:5)
            PERFORM 7500-CALCULA-LIQUIDO THRU 7500-FIM
            MOVE WS-LIQUIDO TO WS-SINAL-ED
            MOVE WS-SINAL-ED TO RPT-LINHA(8:13)
            MOVE WS-CUR-CUSTO(WS-POS-CUR) TO WS-VALOR-ED
            MOVE WS-VALOR-ED TO RPT-LINHA(23:12)
            COMPUTE WS-MARGEM = WS-LIQUIDO - WS-CUR-CUSTO(WS-POS-CUR)
            MOVE WS-MARGEM TO WS-SINAL-ED
            MOVE WS-SINAL-ED TO RPT-LINHA(36:13)
            IF WS-LIQUIDO > ZEROS
                COMPUTE WS-MARGEM-PERC ROUNDED =
                        WS-MARGEM * 100 / WS-LIQUIDO
                MOVE WS-MARGEM-PERC TO WS-PERC-ED
                MOVE WS-PERC-ED TO RPT-LINHA(51:8)
            ELSE
                MOVE '     N/D' TO RPT-LINHA(51:8)
            END-IF
            MOVE WS-CUR-HORAS(WS-POS-CUR) TO WS-HORAS-ED
            MOVE WS-HORAS-ED TO RPT-LINHA(61:10)
            MOVE WS-CUR-ALUNOS(WS-POS-CUR) TO WS-QTD-ED
            MOVE WS-QTD-ED TO RPT-LINHA(73:5)
            MOVE WS-CUR-TURMAS(WS-POS-CUR) TO WS-TURMAS-ED
            MOVE WS-TURMAS-ED TO RPT-LINHA(80:7)
            IF WS-CUR-TURMAS(WS-POS-CUR) > ZEROS
                COMPUTE WS-QUOCIENTE ROUNDED =
                        WS-CUR-INSCRICOES(WS-POS-CUR)
                        / WS-CUR-TURMAS(WS-POS-CUR)
                MOVE WS-QUOCIENTE TO WS-TURMAS-ED
                MOVE WS-TURMAS-ED TO RPT-LINHA(89:7)
            END-IF
            IF WS-CUR-ALUNOS(WS-POS-CUR) > ZEROS
                COMPUTE WS-QUOCIENTE ROUNDED =
                        WS-CUR-CUSTO(WS-POS-CUR)
                        / WS-CUR-ALUNOS(WS-POS-CUR)
                MOVE WS-QUOCIENTE TO WS-VALOR-ED
                MOVE WS-VALOR-ED TO RPT-LINHA(98:12)
            END-IF
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM.
       7200-FIM.
            EXIT.

      ******************************************************************
      * 7300-TURMAS-OCIOSAS  --  TURMAS DO PERIODO SEM INSCRITO, COM O
      *                            CUSTO QUE FICOU FORA DOS CURSOS.
      ******************************************************************
       7300-TURMAS-OCIOSAS.
            IF WS-QTD-OCIOSAS = 0
                GO TO 7300-FIM
            END-IF
            MOVE SPACES TO RPT-LINHA
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE 'TURMAS SEM INSCRITO (CUSTO SO NO TOTAL)' TO RPT-LINHA
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            PERFORM VARYING WS-POS-TUR FROM 1 BY 1
                    UNTIL WS-POS-TUR > WS-QTD-TUR
                IF WS-TUR-INSCRITOS(WS-POS-TUR) = 0
                    PERFORM 7600-LINHA-TURMA THRU 7600-FIM
                    MOVE WS-TUR-CUSTO(WS-POS-TUR) TO WS-VALOR-ED
                    MOVE WS-VALOR-ED TO RPT-LINHA(66:12)
                    PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
                END-IF
            END-PERFORM
            MOVE SPACES TO RPT-LINHA
            MOVE WS-CUSTO-OCIOSO TO WS-VALOR-ED
            STRING '  TOTAL: ' WS-QTD-OCIOSAS ' TURMA(S), CUSTO '
                   WS-VALOR-ED
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM.
       7300-FIM.
            EXIT.

      ******************************************************************
      * 7400-TURMAS-SEM-CUSTO  --  TURMAS COM ENCONTRO SEM PROFESSOR NA
      *                              DATA OU COM PROFESSOR SEM VALOR DA
      *                              HORA-AULA: O CUSTO DELAS ESTA
      *                              SUBESTIMADO.
      ******************************************************************
       7400-TURMAS-SEM-CUSTO.
            IF WS-QTD-TUR-SEM-CUSTO = 0
                GO TO 7400-FIM
            END-IF
            MOVE SPACES TO RPT-LINHA
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            MOVE 'ENCONTROS SEM PROFESSOR NA DATA OU SEM VALOR DA '
              TO RPT-LINHA
            MOVE 'HORA-AULA (HORAS SEM CUSTO)' TO RPT-LINHA(49:)
            PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
            PERFORM VARYING WS-POS-TUR FROM 1 BY 1
                    UNTIL WS-POS-TUR > WS-QTD-TUR
                IF WS-TUR-MIN-SEM-CUSTO(WS-POS-TUR) > 0
                    PERFORM 7600-LINHA-TURMA THRU 7600-FIM
                    COMPUTE WS-HORAS-TURMA ROUNDED =
                            WS-TUR-MIN-SEM-CUSTO(WS-POS-TUR) / 60
                    MOVE WS-HORAS-TURMA TO WS-HORAS-ED
                    MOVE WS-HORAS-ED TO RPT-LINHA(68:10)
                    PERFORM 7900-GRAVA-LINHA THRU 7900-FIM
                END-IF
            END-PERFORM.
       7400-FIM.
            EXIT.

       7500-CALCULA-LIQUIDO.
            COMPUTE WS-LIQUIDO = WS-CUR-BRUTO(WS-POS-CUR)
                               - WS-CUR-BOLSAS(WS-POS-CUR)
                               - WS-CUR-DESCONTOS(WS-POS-CUR)
                               - WS-CUR-BAIXAS(WS-POS-CUR).
       7500-FIM.
            EXIT.

       7600-LINHA-TURMA.
            COMPUTE WS-HORAS-TURMA ROUNDED =
                    WS-TUR-MINUTOS(WS-POS-TUR) / 60
            MOVE WS-HORAS-TURMA TO WS-HORAS-ED
            MOVE SPACES TO RPT-LINHA
            STRING '  ' WS-TUR-CODIGO(WS-POS-TUR) ' '
                   WS-TUR-MATERIA(WS-POS-TUR) ' '
                   WS-HORAS-ED ' H'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING.
       7600-FIM.
            EXIT.

       7900-GRAVA-LINHA.
            WRITE RPT-LINHA
            ADD 1 TO WS-QTD-LINHAS-RPT.
       7900-FIM.
            EXIT.

      ******************************************************************
      * 9800-ARQUIVA-RELATORIO  --  REGISTRA O RELATORIO EMITIDO NO
      *                               REPOSITORIO DE RELATORIOS.
      ******************************************************************
       9800-ARQUIVA-RELATORIO.
            MOVE 'RELATORIOMARGEM' TO REP-RELATORIO OF WS-REP-PARM
            MOVE WS-RPT-DD TO REP-ARQUIVO OF WS-REP-PARM
            MOVE WS-PERIODO TO REP-PERIODO OF WS-REP-PARM
            MOVE ZEROS TO REP-PAGINAS OF WS-REP-PARM
            MOVE WS-QTD-LINHAS-RPT TO REP-LINHAS OF WS-REP-PARM
            MOVE RETURN-CODE TO WS-RC-ARQUIVA
            CALL 'ARQUIVARELATORIO' USING WS-REP-PARM
            MOVE WS-RC-ARQUIVA TO RETURN-CODE.
       9800-FIM.
            EXIT.

       END PROGRAM RELATORIOMARGEM.
