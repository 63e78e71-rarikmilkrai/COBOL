      *         DE CONFLITOS VARRE A GRADE INTEIRA E APONTA TAMBEM OS
      *         ALUNOS INSCRITOS EM DUAS TURMAS QUE SE ENCONTRAM NO
      *         MESMO HORARIO - TODO PERIODO OS CONFLITOS SO APARECIAM
      *         NO PRIMEIRO DIA DE AULA. A TRANSACAO P CARREGA NA
      *         GRADE A PROPOSTA APROVADA DO GERAGRADEHORARIO
      *         (HORARIOS_PROPOSTA.TXT), TURMA A TURMA, COM AS MESMAS
      *         CONFERENCIAS DA INCLUSAO.
      * Tectonics: cobc
      * Modification History:
      * 02/09/26 RMS  Criacao.
      * 15/10/26 RMS  Sala ganhou o atributo de acessibilidade
      *               (transacao A e pergunta na inclusao). A
      *               inclusao de horario e o relatorio de conflitos
      *               avisam quando turma com aluno de adaptacao NEE
      *               de sala acessivel vigente (NEE.TXT) fica em sala
      *               nao acessivel.
      * 15/10/26 RMS  Unidade (campus) de sala e turma: a sala
      *               ganha a unidade na inclusao; o operador de uma
      *               unidade so mexe em sala/horario dela; sala e
      *               turma do horario tem de ser da mesma unidade;
      *               os choques de sala, professor e aluno so
      *               confrontam turmas da mesma unidade.
      * 15/10/26 RMS  Transacao P: carrega na grade a proposta
      *               aprovada do GERAGRADEHORARIO, turma a turma,
      *               com as conferencias da inclusao; as turmas
      *               recusadas ficam no arquivo da proposta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOHORARIO.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HOR-FS.

           SELECT PROPOSTA ASSIGN TO DYNAMIC WS-PRP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRP-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FS.

           SELECT NEE ASSIGN TO DYNAMIC WS-NEE-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NEE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD SALAS.
       FD HORARIOS.
          COPY FD_HORARIO_TURMA.

       FD PROPOSTA.
       01 REG-PROPOSTA                 PIC X(23).

       FD TURMAS.
          COPY FD_TURMA.

       FD CATALOGO-MATERIAS.
          COPY FD_CATALOGO_MATERIA.

       FD NEE.
          COPY FD_NEE.

       WORKING-STORAGE SECTION.
       01 WS-SAL-DD                PIC X(100) VALUE SPACES.
       01 WS-HOR-DD                PIC X(100) VALUE SPACES.
       01 WS-PRP-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-PM-DD                 PIC X(100) VALUE SPACES.
       01 WS-CAT-DD                PIC X(100) VALUE SPACES.
       01 WS-NEE-DD                PIC X(100) VALUE SPACES.
       77 WS-SAL-FS                PIC XX VALUE SPACES.
          88 SAL-FS-OK             VALUE '00'.
       77 WS-HOR-FS                PIC XX VALUE SPACES.
          88 HOR-FS-OK             VALUE '00'.
       77 WS-PRP-FS                PIC XX VALUE SPACES.
          88 PRP-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 PM-FS-OK              VALUE '00'.
       77 WS-CAT-FS                PIC XX VALUE SPACES.
          88 CAT-FS-OK             VALUE '00'.
       77 WS-NEE-FS                PIC XX VALUE SPACES.
          88 NEE-FS-OK             VALUE '00'.
       77 WS-SAL-EOF               PIC X VALUE 'N'.
          88 SAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-HOR-EOF               PIC X VALUE 'N'.
          88 HOR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PRP-EOF               PIC X VALUE 'N'.
          88 PRP-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 PM-FIM-ARQUIVO        VALUE 'F'.
       77 WS-CAT-EOF               PIC X VALUE 'N'.
          88 CAT-FIM-ARQUIVO       VALUE 'F'.
       77 WS-NEE-EOF               PIC X VALUE 'N'.
          88 NEE-FIM-ARQUIVO       VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-INCLUIR-SALA VALUE 'I' 'i'.
             88 TRANS-INATIVAR-SALA VALUE 'X' 'x'.
             88 TRANS-ACESSIBILIDADE VALUE 'A' 'a'.
             88 TRANS-INCLUIR-HOR  VALUE 'H' 'h'.
             88 TRANS-REMOVER-HOR  VALUE 'R' 'r'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-CONFLITOS    VALUE 'C' 'c'.
             88 TRANS-PROPOSTA     VALUE 'P' 'p'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-SALAS.
             10 WS-SAL-DESC        PIC X(30).
             10 WS-SAL-CAP         PIC 9(03).
             10 WS-SAL-SIT         PIC X(01).
             10 WS-SAL-ACES        PIC X(01).
             10 WS-SAL-UNIDADE     PIC X(02).

       01 WS-TABELA-HORARIOS.
          05 WS-QTD-HOR            PIC 9(04) VALUE 0.
             10 WS-HOR-FIM-H       PIC 9(04).
             10 WS-HOR-SALA        PIC X(06).

      * PROPOSTA DE GRADE (GERAGRADEHORARIO): SITUACAO C = CARREGADA,
      * R = RECUSADA (FICA NO ARQUIVO PARA NOVA TENTATIVA)
       01 WS-TABELA-PROPOSTA.
          05 WS-QTD-PRP            PIC 9(04) VALUE 0.
          05 WS-PRP-TAB OCCURS 1000 TIMES.
             10 WS-PRP-TURMA       PIC X(08).
             10 WS-PRP-DIA         PIC 9(01).
             10 WS-PRP-INI         PIC 9(04).
             10 WS-PRP-FIM-H       PIC 9(04).
             10 WS-PRP-SALA        PIC X(06).
             10 WS-PRP-SIT         PIC X(01).

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 100 TIMES.
             10 WS-TUR-MATERIA     PIC X(50).
             10 WS-TUR-PERIODO     PIC X(06).
             10 WS-TUR-STATUS      PIC X(01).
             10 WS-TUR-UNIDADE     PIC X(02).

       01 WS-TABELA-VINCULOS.
          05 WS-QTD-VINC           PIC 9(04) VALUE 0.
             10 WS-PM-MATERIA      PIC X(10).
             10 WS-PM-PERIODO      PIC X(06).

      * ADAPTACOES NEE VIGENTES DE SALA ACESSIVEL (ALUNO)
       01 WS-TABELA-NEE.
          05 WS-QTD-NEE            PIC 9(04) VALUE 0.
          05 WS-NEE-TAB OCCURS 1000 TIMES.
             10 WS-NE-CD           PIC 9(05).

       01 WS-TABELA-CATALOGO.
          05 WS-QTD-CATALOGO       PIC 9(03) VALUE 0.
          05 WS-CATALOGO-TAB OCCURS 100 TIMES.
       77 WS-CONFLITO              PIC 9 VALUE 0.
          88 HA-CONFLITO           VALUE 1.
       77 WS-QTD-CONFLITOS         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ALERTAS-NEE       PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-ACES-ALVO             PIC X(01) VALUE SPACE.
       77 WS-TURMA-NEE             PIC X(08) VALUE SPACES.
       77 WS-SALA-NEE              PIC X(06) VALUE SPACES.
       77 WS-IDX-NEE               PIC 9(04) VALUE ZEROS.
       77 WS-IDX-VNEE              PIC 9(04) VALUE ZEROS.
       77 WS-REPETIDO              PIC 9 VALUE 0.
       77 WS-UNIDADE-TRAB          PIC X(02) VALUE SPACES.
       77 WS-UNIDADE-PAR-1         PIC X(02) VALUE SPACES.
       77 WS-UNIDADE-PAR-2         PIC X(02) VALUE SPACES.
       77 WS-UNIDADE-PERMITIDA     PIC 9 VALUE 0.
          88 UNIDADE-PERMITIDA     VALUE 1.
       77 WS-CONFIRMA              PIC X(01) VALUE SPACE.
       77 WS-IDX-PRP               PIC 9(04) VALUE ZEROS.
       77 WS-INICIO-GRUPO          PIC 9(04) VALUE ZEROS.
       77 WS-FIM-GRUPO             PIC 9(04) VALUE ZEROS.
       77 WS-QTD-HOR-ANTES         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PRP-CARREGADAS    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PRP-RECUSADAS     PIC 9(04) VALUE ZEROS.
       77 WS-PROPOSTA-OK           PIC 9 VALUE 0.
          88 PROPOSTA-ACEITA       VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MANUTENCAO NEGADA - OPERADOR SEM '
            PERFORM 1300-CARREGA-VINCULOS THRU 1300-FIM
            PERFORM 1400-CARREGA-PROFESSORES THRU 1400-FIM
            PERFORM 1500-CARREGA-CATALOGO THRU 1500-FIM
            PERFORM 1700-CARREGA-NEE THRU 1700-FIM

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** MANUTENCAO DE SALAS E HORARIOS ***'
                DISPLAY '(I)NCLUIR SALA    (X) INATIVAR SALA'
                DISPLAY '(A)CESSIBILIDADE DA SALA'
                DISPLAY '(H)ORARIO INCLUIR (R)EMOVER HORARIO'
                DISPLAY '(P)ROPOSTA DE GRADE APROVADA - CARREGAR'
                DISPLAY '(L)ISTAR          (C)ONFLITOS  (F)IM'
                ACCEPT WS-COD-TRANS

                        PERFORM 2000-INCLUIR-SALA THRU 2000-FIM
                    WHEN TRANS-INATIVAR-SALA
                        PERFORM 2500-INATIVAR-SALA THRU 2500-FIM
                    WHEN TRANS-ACESSIBILIDADE
                        PERFORM 2600-ACESSIBILIDADE THRU 2600-FIM
                    WHEN TRANS-INCLUIR-HOR
                        PERFORM 3000-INCLUIR-HORARIO THRU 3000-FIM
                    WHEN TRANS-REMOVER-HOR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-CONFLITOS
                        PERFORM 8000-RELATORIO-CONFLITOS THRU 8000-FIM
                    WHEN TRANS-PROPOSTA
                        PERFORM 4500-CARREGA-PROPOSTA THRU 4500-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                            END-IF
                            MOVE SAL-STATUS TO
                                 WS-SAL-SIT(WS-QTD-SALAS)
                            MOVE SAL-ACESSIVEL TO
                                 WS-SAL-ACES(WS-QTD-SALAS)
                            MOVE SAL-UNIDADE TO
                                 WS-SAL-UNIDADE(WS-QTD-SALAS)
                            IF SAL-UNIDADE = SPACES
                                MOVE '01' TO
                                     WS-SAL-UNIDADE(WS-QTD-SALAS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
                                 WS-TUR-PERIODO(WS-QTD-TURMAS)
                            MOVE TURMA-STATUS TO
                                 WS-TUR-STATUS(WS-QTD-TURMAS)
                            MOVE TURMA-UNIDADE TO
                                 WS-TUR-UNIDADE(WS-QTD-TURMAS)
                            IF TURMA-UNIDADE = SPACES
                                MOVE '01' TO
                                     WS-TUR-UNIDADE(WS-QTD-TURMAS)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1700-CARREGA-NEE  --  CARREGA OS ALUNOS COM ADAPTACAO NEE DE
      *                         SALA ACESSIVEL VIGENTE NA DATA (ATIVA,
      *                         INICIO <= HOJE, FIM ZERADO OU >= HOJE).
      *                         SEM O REGISTRO (MANUTENCAONEE), A
      *                         CONFERENCIA DE ACESSIBILIDADE FICA
      *                         DESLIGADA.
      ******************************************************************
       1700-CARREGA-NEE.
            ACCEPT WS-NEE-DD FROM ENVIRONMENT 'DD_NEE'
            IF WS-NEE-DD = SPACES
                MOVE 'NEE.TXT' TO WS-NEE-DD
            END-IF
            OPEN INPUT NEE
            IF NOT NEE-FS-OK
                GO TO 1700-FIM
            END-IF
            MOVE 'N' TO WS-NEE-EOF
            PERFORM UNTIL NEE-FIM-ARQUIVO
                READ NEE
                    AT END
                        MOVE 'F' TO WS-NEE-EOF
                    NOT AT END
                        IF NEE-ATIVO
                           AND NEE-SALA-ACESSIVEL
                           AND NEE-DT-INICIO <= WS-DATA-HOJE
                           AND (NEE-DT-FIM = ZEROS
                                OR NEE-DT-FIM >= WS-DATA-HOJE)
                           AND WS-QTD-NEE < 1000
                            ADD 1 TO WS-QTD-NEE
                            MOVE NEE-CD-STUDENT TO
                                 WS-NE-CD(WS-QTD-NEE)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NEE.
       1700-FIM.
            EXIT.

      ******************************************************************
      * 2000-INCLUIR-SALA  --  CADASTRA UMA NOVA SALA.
      ******************************************************************
            DISPLAY 'CAPACIDADE (LUGARES).: '
            ACCEPT WS-SAL-CAP(WS-QTD-SALAS)
            MOVE 'A' TO WS-SAL-SIT(WS-QTD-SALAS)
            DISPLAY 'SALA ACESSIVEL (S/N).: '
            ACCEPT WS-ACES-ALVO
            IF WS-ACES-ALVO = 'S' OR WS-ACES-ALVO = 's'
                MOVE 'S' TO WS-SAL-ACES(WS-QTD-SALAS)
            ELSE
                MOVE 'N' TO WS-SAL-ACES(WS-QTD-SALAS)
            END-IF
            IF OPER-TODAS-UNIDADES OF WS-OPER-PARM
                DISPLAY 'UNIDADE (BRANCO = 01 SEDE): '
                MOVE SPACES TO WS-SAL-UNIDADE(WS-QTD-SALAS)
                ACCEPT WS-SAL-UNIDADE(WS-QTD-SALAS)
                IF WS-SAL-UNIDADE(WS-QTD-SALAS) = SPACES
                    MOVE '01' TO WS-SAL-UNIDADE(WS-QTD-SALAS)
                END-IF
            ELSE
                MOVE OPER-UNIDADE OF WS-OPER-PARM TO
                     WS-SAL-UNIDADE(WS-QTD-SALAS)
            END-IF
            PERFORM 7000-REGRAVA-SALAS THRU 7000-FIM
            DISPLAY 'SALA INCLUIDA: ' WS-SALA-ALVO

       1650-FIM.
            EXIT.

      ******************************************************************
      * 1660-CONFERE-UNIDADE  --  CONFERE SE A UNIDADE (CAMPUS) EM
      *                             WS-UNIDADE-TRAB, DA SALA OU DA
      *                             TURMA ALVO, E A DO OPERADOR;
      *                             OPERADOR SEM UNIDADE ATENDE TODAS.
      ******************************************************************
       1660-CONFERE-UNIDADE.
            MOVE 0 TO WS-UNIDADE-PERMITIDA
            IF OPER-TODAS-UNIDADES OF WS-OPER-PARM
               OR OPER-UNIDADE OF WS-OPER-PARM = WS-UNIDADE-TRAB
                MOVE 1 TO WS-UNIDADE-PERMITIDA
            ELSE
                DISPLAY 'CADASTRO DA UNIDADE ' WS-UNIDADE-TRAB
                        ' - OPERADOR DA UNIDADE '
                        OPER-UNIDADE OF WS-OPER-PARM
                        ': TRANSACAO NEGADA.'
            END-IF.
       1660-FIM.
            EXIT.

      ******************************************************************
      * 2500-INATIVAR-SALA  --  MARCA A SALA COMO INATIVA (O REGISTRO
      *                           NAO E REMOVIDO).
                DISPLAY 'SALA NAO ENCONTRADA.'
                GO TO 2500-FIM
            END-IF
            MOVE WS-SAL-UNIDADE(WS-POS-SALA) TO WS-UNIDADE-TRAB
            PERFORM 1660-CONFERE-UNIDADE THRU 1660-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 2500-FIM
            END-IF
            MOVE 'SALA-INATIVACAO' TO AUD-CAMPO
            MOVE WS-SAL-SIT(WS-POS-SALA) TO AUD-VALOR-ANTIGO
            MOVE WS-SALA-ALVO TO AUD-VALOR-NOVO
       2500-FIM.
            EXIT.

      ******************************************************************
      * 2600-ACESSIBILIDADE  --  MARCA/DESMARCA A SALA COMO ACESSIVEL
      *                            (AS SALAS CADASTRADAS ANTES DO
      *                            ATRIBUTO FICAM NAO ACESSIVEIS ATE
      *                            SEREM CONFERIDAS).
      ******************************************************************
       2600-ACESSIBILIDADE.
            DISPLAY 'CODIGO DA SALA.......: '
            ACCEPT WS-SALA-ALVO
            PERFORM 1600-LOCALIZA-SALA THRU 1600-FIM
            IF WS-POS-SALA = 0
                DISPLAY 'SALA NAO ENCONTRADA.'
                GO TO 2600-FIM
            END-IF
            MOVE WS-SAL-UNIDADE(WS-POS-SALA) TO WS-UNIDADE-TRAB
            PERFORM 1660-CONFERE-UNIDADE THRU 1660-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 2600-FIM
            END-IF
            DISPLAY 'SALA ACESSIVEL (S/N).: '
            ACCEPT WS-ACES-ALVO
            IF WS-ACES-ALVO = 's'
                MOVE 'S' TO WS-ACES-ALVO
            END-IF
            IF WS-ACES-ALVO = 'n'
                MOVE 'N' TO WS-ACES-ALVO
            END-IF
            IF WS-ACES-ALVO NOT = 'S' AND WS-ACES-ALVO NOT = 'N'
                DISPLAY 'RESPOSTA INVALIDA - SALA NAO ALTERADA.'
                GO TO 2600-FIM
            END-IF
            MOVE 'SALA-ACESSIVEL' TO AUD-CAMPO
            MOVE WS-SAL-ACES(WS-POS-SALA) TO AUD-VALOR-ANTIGO
            STRING WS-SALA-ALVO ' ' WS-ACES-ALVO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING
            MOVE WS-ACES-ALVO TO WS-SAL-ACES(WS-POS-SALA)
            PERFORM 7000-REGRAVA-SALAS THRU 7000-FIM
            DISPLAY 'SALA ' WS-SALA-ALVO ' ACESSIVEL: ' WS-ACES-ALVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2600-FIM.
            EXIT.

      ******************************************************************
      * 3000-INCLUIR-HORARIO  --  INCLUI UM ENCONTRO SEMANAL DE UMA
      *                             TURMA (DIA/HORA/SALA), RECUSANDO
                DISPLAY 'TURMA INATIVA.'
                GO TO 3000-FIM
            END-IF
            MOVE WS-TUR-UNIDADE(WS-POS-TURMA) TO WS-UNIDADE-TRAB
            PERFORM 1660-CONFERE-UNIDADE THRU 1660-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 3000-FIM
            END-IF
            DISPLAY 'DIA DA SEMANA (1=SEG..6=SAB): '
            ACCEPT WS-DIA-ALVO
            IF WS-DIA-ALVO < 1 OR WS-DIA-ALVO > 6
                DISPLAY 'SALA INATIVA.'
                GO TO 3000-FIM
            END-IF
            IF WS-SAL-UNIDADE(WS-POS-SALA) NOT =
               WS-TUR-UNIDADE(WS-POS-TURMA)
                DISPLAY 'SALA DA UNIDADE ' WS-SAL-UNIDADE(WS-POS-SALA)
                        ' - TURMA DA UNIDADE '
                        WS-TUR-UNIDADE(WS-POS-TURMA) '.'
                GO TO 3000-FIM
            END-IF

            PERFORM 3100-CONFERE-SALA THRU 3100-FIM
            IF HA-CONFLITO
            IF HA-CONFLITO
                GO TO 3000-FIM
            END-IF
            IF WS-SAL-ACES(WS-POS-SALA) NOT = 'S'
                MOVE WS-CODIGO-ALVO TO WS-TURMA-NEE
                MOVE WS-SALA-ALVO TO WS-SALA-NEE
                PERFORM 3300-CONFERE-ACESSIBILIDADE THRU 3300-FIM
            END-IF

            IF WS-QTD-HOR >= 1000
                DISPLAY 'TABELA DE HORARIOS CHEIA.'
      * 3150-MESMO-PERIODO  --  CONFERE SE A TURMA DO HORARIO CORRENTE
      *                           (WS-IDX) E DO MESMO PERIODO DA TURMA
      *                           ALVO (CHOQUE SO VALE DENTRO DO MESMO
      *                           PERIODO LETIVO E DA MESMA UNIDADE).
      ******************************************************************
       3150-MESMO-PERIODO.
            MOVE 0 TO WS-CONFLITO
                IF WS-TUR-CODIGO(WS-IDX-2) = WS-HOR-TURMA(WS-IDX)
                   AND WS-TUR-PERIODO(WS-IDX-2) =
                       WS-TUR-PERIODO(WS-POS-TURMA)
                   AND WS-TUR-UNIDADE(WS-IDX-2) =
                       WS-TUR-UNIDADE(WS-POS-TURMA)
                    MOVE 1 TO WS-CONFLITO
                    MOVE WS-QTD-TURMAS TO WS-IDX-2
                END-IF
      ******************************************************************
      * 3270-PROF-DA-TURMA  --  RESOLVE O PROFESSOR DA TURMA DO
      *                           HORARIO CORRENTE (WS-IDX), NO MESMO
      *                           PERIODO E NA MESMA UNIDADE DA TURMA
      *                           ALVO; DEVOLVE EM WS-PROF-OUTRO.
      ******************************************************************
       3270-PROF-DA-TURMA.
            MOVE SPACES TO WS-PROF-OUTRO
                IF WS-TUR-CODIGO(WS-IDX-2) = WS-HOR-TURMA(WS-IDX)
                   AND WS-TUR-PERIODO(WS-IDX-2) =
                       WS-TUR-PERIODO(WS-POS-TURMA)
                   AND WS-TUR-UNIDADE(WS-IDX-2) =
                       WS-TUR-UNIDADE(WS-POS-TURMA)
                    MOVE WS-TUR-MATERIA(WS-IDX-2) TO WS-MATERIA-TRAB
                    MOVE WS-TUR-PERIODO(WS-IDX-2) TO WS-PERIODO-TRAB
                    PERFORM 3250-RESOLVE-PROFESSOR THRU 3250-FIM
       3270-FIM.
            EXIT.

      ******************************************************************
      * 3300-CONFERE-ACESSIBILIDADE  --  AVISA (SEM RECUSAR) QUANDO A
      *                                    TURMA WS-TURMA-NEE OCUPA A
      *                                    SALA NAO ACESSIVEL
      *                                    WS-SALA-NEE E TEM ALUNO
      *                                    INSCRITO COM ADAPTACAO NEE
      *                                    DE SALA ACESSIVEL VIGENTE.
      ******************************************************************
       3300-CONFERE-ACESSIBILIDADE.
            PERFORM VARYING WS-IDX-VNEE FROM 1 BY 1
                    UNTIL WS-IDX-VNEE > WS-QTD-VINC
                IF WS-VINC-TURMA(WS-IDX-VNEE) = WS-TURMA-NEE
                   AND WS-VINC-SIT(WS-IDX-VNEE) NOT = 'C'
                    PERFORM VARYING WS-IDX-NEE FROM 1 BY 1
                            UNTIL WS-IDX-NEE > WS-QTD-NEE
                        IF WS-NE-CD(WS-IDX-NEE) =
                           WS-VINC-CD(WS-IDX-VNEE)
                            ADD 1 TO WS-QTD-ALERTAS-NEE
                            DISPLAY 'ATENCAO: ALUNO '
                                    WS-VINC-CD(WS-IDX-VNEE)
                                    ' DA TURMA ' WS-TURMA-NEE
                                    ' TEM ADAPTACAO NEE DE SALA '
                                    'ACESSIVEL - SALA '
                                    WS-SALA-NEE ' NAO ACESSIVEL.'
                            MOVE WS-QTD-NEE TO WS-IDX-NEE
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
       3300-FIM.
            EXIT.

      ******************************************************************
      * 4000-REMOVER-HORARIO  --  REMOVE UM ENCONTRO DA GRADE DA
      *                             TURMA (DIA/HORA EXATOS).
            ACCEPT WS-DIA-ALVO
            DISPLAY 'HORA INICIO (HHMM)...: '
            ACCEPT WS-INI-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA > 0
                MOVE WS-TUR-UNIDADE(WS-POS-TURMA) TO WS-UNIDADE-TRAB
                PERFORM 1660-CONFERE-UNIDADE THRU 1660-FIM
                IF NOT UNIDADE-PERMITIDA
                    GO TO 4000-FIM
                END-IF
            END-IF

            MOVE 0 TO WS-POS-HOR
            PERFORM VARYING WS-IDX FROM 1 BY 1
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'SALA   DESCRICAO                      CAP SIT '
                    'ACESSIVEL UN'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-SALAS
                DISPLAY WS-SAL-CODIGO(WS-IDX) ' '
                        WS-SAL-DESC(WS-IDX) ' '
                        WS-SAL-CAP(WS-IDX) ' '
                        WS-SAL-SIT(WS-IDX) '   '
                        WS-SAL-ACES(WS-IDX) '         '
                        WS-SAL-UNIDADE(WS-IDX)
            END-PERFORM
            DISPLAY ' '
            DISPLAY 'TURMA    DIA INICIO FIM  SALA'
      *                                 E ALUNO INSCRITO EM DUAS TURMAS
      *                                 QUE SE ENCONTRAM NO MESMO
      *                                 HORARIO (O PROFESSOR E BARRADO
      *                                 NA INCLUSAO). SO CONFRONTA
      *                                 TURMAS DA MESMA UNIDADE; O
      *                                 OPERADOR DE UMA UNIDADE VE SO
      *                                 OS CONFLITOS DELA.
      ******************************************************************
       8000-RELATORIO-CONFLITOS.
            MOVE 0 TO WS-QTD-CONFLITOS
                           WS-HOR-FIM-H(WS-IDX-2)
                       AND WS-HOR-TURMA(WS-IDX) NOT =
                           WS-HOR-TURMA(WS-IDX-2)
                        PERFORM 8050-UNIDADES-DO-PAR THRU 8050-FIM
                        IF WS-UNIDADE-PAR-1 = WS-UNIDADE-PAR-2
                           AND (OPER-TODAS-UNIDADES OF WS-OPER-PARM
                            OR OPER-UNIDADE OF WS-OPER-PARM =
                               WS-UNIDADE-PAR-1)
                            PERFORM 8080-CONFLITO-DO-PAR THRU 8080-FIM
                        END-IF
                    END-IF
                END-PERFORM
            END-PERFORM
                DISPLAY 'NENHUM CONFLITO ENCONTRADO.'
            ELSE
                DISPLAY 'CONFLITOS ENCONTRADOS: ' WS-QTD-CONFLITOS
            END-IF

            MOVE 0 TO WS-QTD-ALERTAS-NEE
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-HOR
                PERFORM 8200-ACESSIBILIDADE-GRADE THRU 8200-FIM
            END-PERFORM
            IF WS-QTD-ALERTAS-NEE > 0
                DISPLAY 'ALUNOS NEE EM SALA NAO ACESSIVEL: '
                        WS-QTD-ALERTAS-NEE
            END-IF.
       8000-FIM.
            EXIT.
       8100-FIM.
            EXIT.

      ******************************************************************
      * 8050-UNIDADES-DO-PAR  --  RESOLVE A UNIDADE DAS TURMAS DOS DOIS
      *                             HORARIOS DO PAR CORRENTE (WS-IDX E
      *                             WS-IDX-2); TURMA FORA DO CADASTRO
      *                             FICA NA SEDE (01).
      ******************************************************************
       8050-UNIDADES-DO-PAR.
            MOVE '01' TO WS-UNIDADE-PAR-1
            MOVE '01' TO WS-UNIDADE-PAR-2
            PERFORM VARYING WS-IDX-3 FROM 1 BY 1
                    UNTIL WS-IDX-3 > WS-QTD-TURMAS
                IF WS-TUR-CODIGO(WS-IDX-3) = WS-HOR-TURMA(WS-IDX)
                    MOVE WS-TUR-UNIDADE(WS-IDX-3) TO WS-UNIDADE-PAR-1
                END-IF
                IF WS-TUR-CODIGO(WS-IDX-3) = WS-HOR-TURMA(WS-IDX-2)
                    MOVE WS-TUR-UNIDADE(WS-IDX-3) TO WS-UNIDADE-PAR-2
                END-IF
            END-PERFORM.
       8050-FIM.
            EXIT.

      ******************************************************************
      * 8080-CONFLITO-DO-PAR  --  APONTA A SALA E OS ALUNOS EM CONFLITO
      *                             NO PAR DE HORARIOS SOBREPOSTOS
      *                             CORRENTE (WS-IDX E WS-IDX-2).
      ******************************************************************
       8080-CONFLITO-DO-PAR.
            IF WS-HOR-SALA(WS-IDX) = WS-HOR-SALA(WS-IDX-2)
                ADD 1 TO WS-QTD-CONFLITOS
                DISPLAY 'SALA ' WS-HOR-SALA(WS-IDX)
                        ' DIA ' WS-HOR-DIA(WS-IDX)
                        ': TURMAS '
                        WS-HOR-TURMA(WS-IDX) ' E '
                        WS-HOR-TURMA(WS-IDX-2)
                        ' SOBREPOSTAS.'
            END-IF
            PERFORM 8100-CONFLITO-ALUNOS THRU 8100-FIM.
       8080-FIM.
            EXIT.

      ******************************************************************
      * 8150-ALUNO-NA-OUTRA  --  CONFERE SE O ALUNO DO VINCULO CORRENTE
      *                            (WS-IDX-3) TAMBEM ESTA INSCRITO NA
       8150-FIM.
            EXIT.

      ******************************************************************
      * 8200-ACESSIBILIDADE-GRADE  --  CONFERE A ACESSIBILIDADE DO
      *                                  HORARIO CORRENTE (WS-IDX): SALA
      *                                  NAO ACESSIVEL COM ALUNO NEE DE
      *                                  SALA ACESSIVEL NA TURMA. CADA
      *                                  PAR TURMA/SALA E CONFERIDO UMA
      *                                  VEZ SO.
      ******************************************************************
       8200-ACESSIBILIDADE-GRADE.
            MOVE WS-HOR-SALA(WS-IDX) TO WS-SALA-ALVO
            PERFORM 8250-SALA-ACESSIVEL THRU 8250-FIM
            IF WS-ACES-ALVO = 'S'
                GO TO 8200-FIM
            END-IF
            MOVE 0 TO WS-REPETIDO
            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 >= WS-IDX
                IF WS-HOR-TURMA(WS-IDX-2) = WS-HOR-TURMA(WS-IDX)
                   AND WS-HOR-SALA(WS-IDX-2) = WS-HOR-SALA(WS-IDX)
                    MOVE 1 TO WS-REPETIDO
                    MOVE WS-IDX TO WS-IDX-2
                END-IF
            END-PERFORM
            IF WS-REPETIDO = 1
                GO TO 8200-FIM
            END-IF
            MOVE WS-HOR-TURMA(WS-IDX) TO WS-TURMA-NEE
            MOVE WS-HOR-SALA(WS-IDX) TO WS-SALA-NEE
            PERFORM 3300-CONFERE-ACESSIBILIDADE THRU 3300-FIM.
       8200-FIM.
            EXIT.

      ******************************************************************
      * 8250-SALA-ACESSIVEL  --  DEVOLVE EM WS-ACES-ALVO O ATRIBUTO DE
      *                            ACESSIBILIDADE DE WS-SALA-ALVO
      *                            (SALA FORA DO CADASTRO = NAO
      *                            ACESSIVEL).
      ******************************************************************
       8250-SALA-ACESSIVEL.
            MOVE 'N' TO WS-ACES-ALVO
            PERFORM VARYING WS-IDX-3 FROM 1 BY 1
                    UNTIL WS-IDX-3 > WS-QTD-SALAS
                IF WS-SAL-CODIGO(WS-IDX-3) = WS-SALA-ALVO
                    MOVE WS-SAL-ACES(WS-IDX-3) TO WS-ACES-ALVO
                    MOVE WS-QTD-SALAS TO WS-IDX-3
                END-IF
            END-PERFORM.
       8250-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-SALAS  --  REGRAVA O CADASTRO DE SALAS INTEIRO A
      *                           PARTIR DA TABELA.
                MOVE WS-SAL-DESC(WS-IDX)   TO SAL-DESCRICAO
                MOVE WS-SAL-CAP(WS-IDX)    TO SAL-CAPACIDADE
                MOVE WS-SAL-SIT(WS-IDX)    TO SAL-STATUS
                MOVE WS-SAL-ACES(WS-IDX)   TO SAL-ACESSIVEL
                MOVE WS-SAL-UNIDADE(WS-IDX) TO SAL-UNIDADE
                WRITE REG-SALA
            END-PERFORM
            CLOSE SALAS.
       9000-FIM.
            EXIT.

      ******************************************************************
      * 4500-CARREGA-PROPOSTA  --  CARREGA NA GRADE A PROPOSTA DO
      *                              GERAGRADEHORARIO DEPOIS DE
      *                              REVISADA E APROVADA. CADA TURMA
      *                              PASSA PELAS MESMAS CONFERENCIAS
      *                              DA INCLUSAO MANUAL E ENTRA INTEIRA
      *                              OU NAO ENTRA; AS RECUSADAS FICAM
      *                              NO ARQUIVO DA PROPOSTA, AS
      *                              CARREGADAS SAEM DELE.
      ******************************************************************
       4500-CARREGA-PROPOSTA.
            ACCEPT WS-PRP-DD FROM ENVIRONMENT 'DD_HORARIOS_PROPOSTA'
            IF WS-PRP-DD = SPACES
                MOVE 'HORARIOS_PROPOSTA.TXT' TO WS-PRP-DD
            END-IF
            MOVE 0 TO WS-QTD-PRP
            OPEN INPUT PROPOSTA
            IF NOT PRP-FS-OK
                DISPLAY 'PROPOSTA DE GRADE NAO ENCONTRADA (' WS-PRP-DD
                        ').'
                GO TO 4500-FIM
            END-IF
            MOVE 'N' TO WS-PRP-EOF
            PERFORM UNTIL PRP-FIM-ARQUIVO
                READ PROPOSTA INTO REG-HORARIO-TURMA
                    AT END
                        MOVE 'F' TO WS-PRP-EOF
                    NOT AT END
                        IF WS-QTD-PRP < 1000
                            ADD 1 TO WS-QTD-PRP
                            MOVE HOR-TURMA-CODIGO TO
                                 WS-PRP-TURMA(WS-QTD-PRP)
                            MOVE HOR-DIA-SEMANA TO
                                 WS-PRP-DIA(WS-QTD-PRP)
                            MOVE HOR-HORA-INICIO TO
                                 WS-PRP-INI(WS-QTD-PRP)
                            MOVE HOR-HORA-FIM TO
                                 WS-PRP-FIM-H(WS-QTD-PRP)
                            MOVE HOR-SALA TO
                                 WS-PRP-SALA(WS-QTD-PRP)
                            MOVE 'R' TO WS-PRP-SIT(WS-QTD-PRP)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROPOSTA
            IF WS-QTD-PRP = 0
                DISPLAY 'PROPOSTA DE GRADE VAZIA - NADA A CARREGAR.'
                GO TO 4500-FIM
            END-IF

            DISPLAY 'PROPOSTA COM ' WS-QTD-PRP ' ENCONTRO(S). '
                    'CONFIRMA A CARGA NA GRADE (S/N)? '
            MOVE SPACE TO WS-CONFIRMA
            ACCEPT WS-CONFIRMA
            IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                DISPLAY 'CARGA DA PROPOSTA CANCELADA.'
                GO TO 4500-FIM
            END-IF

            MOVE 0 TO WS-QTD-PRP-CARREGADAS
            MOVE 0 TO WS-QTD-PRP-RECUSADAS
            MOVE 1 TO WS-INICIO-GRUPO
            PERFORM UNTIL WS-INICIO-GRUPO > WS-QTD-PRP
                PERFORM 4550-CARREGA-TURMA THRU 4550-FIM
                COMPUTE WS-INICIO-GRUPO = WS-FIM-GRUPO + 1
            END-PERFORM

            IF WS-QTD-PRP-CARREGADAS > 0
                PERFORM 7100-REGRAVA-HORARIOS THRU 7100-FIM
                PERFORM VARYING WS-IDX-PRP FROM 1 BY 1
                        UNTIL WS-IDX-PRP > WS-QTD-PRP
                    IF WS-PRP-SIT(WS-IDX-PRP) = 'C'
                        MOVE 'HOR-PROPOSTA' TO AUD-CAMPO
                        MOVE SPACES TO AUD-VALOR-ANTIGO
                        MOVE SPACES TO AUD-VALOR-NOVO
                        STRING WS-PRP-TURMA(WS-IDX-PRP) ' D'
                               WS-PRP-DIA(WS-IDX-PRP) ' '
                               WS-PRP-SALA(WS-IDX-PRP)
                               DELIMITED BY SIZE INTO AUD-VALOR-NOVO
                        END-STRING
                        PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
                    END-IF
                END-PERFORM
            END-IF

            OPEN OUTPUT PROPOSTA
            PERFORM VARYING WS-IDX-PRP FROM 1 BY 1
                    UNTIL WS-IDX-PRP > WS-QTD-PRP
                IF WS-PRP-SIT(WS-IDX-PRP) = 'R'
                    MOVE WS-PRP-TURMA(WS-IDX-PRP) TO HOR-TURMA-CODIGO
                    MOVE WS-PRP-DIA(WS-IDX-PRP)   TO HOR-DIA-SEMANA
                    MOVE WS-PRP-INI(WS-IDX-PRP)   TO HOR-HORA-INICIO
                    MOVE WS-PRP-FIM-H(WS-IDX-PRP) TO HOR-HORA-FIM
                    MOVE WS-PRP-SALA(WS-IDX-PRP)  TO HOR-SALA
                    WRITE REG-PROPOSTA FROM REG-HORARIO-TURMA
                END-IF
            END-PERFORM
            CLOSE PROPOSTA

            DISPLAY 'TURMAS CARREGADAS NA GRADE: '
                    WS-QTD-PRP-CARREGADAS
            DISPLAY 'TURMAS RECUSADAS..........: '
                    WS-QTD-PRP-RECUSADAS
            IF WS-QTD-PRP-RECUSADAS > 0
                DISPLAY 'AS RECUSADAS FICARAM EM ' WS-PRP-DD
            END-IF.
       4500-FIM.
            EXIT.

      ******************************************************************
      * 4550-CARREGA-TURMA  --  DELIMITA AS LINHAS DA PROPOSTA DA TURMA
      *                           QUE COMECA EM WS-INICIO-GRUPO, CONFERE
      *                           E INCLUI NA TABELA DA GRADE; SE UM
      *                           ENCONTRO FOR RECUSADO, DESFAZ OS DA
      *                           MESMA TURMA JA INCLUIDOS.
      ******************************************************************
       4550-CARREGA-TURMA.
            MOVE WS-INICIO-GRUPO TO WS-FIM-GRUPO
            PERFORM VARYING WS-IDX-PRP FROM WS-INICIO-GRUPO BY 1
                    UNTIL WS-IDX-PRP > WS-QTD-PRP
                IF WS-PRP-TURMA(WS-IDX-PRP) =
                   WS-PRP-TURMA(WS-INICIO-GRUPO)
                    MOVE WS-IDX-PRP TO WS-FIM-GRUPO
                ELSE
                    MOVE WS-QTD-PRP TO WS-IDX-PRP
                END-IF
            END-PERFORM

            MOVE WS-QTD-HOR TO WS-QTD-HOR-ANTES
            PERFORM 4560-CONFERE-TURMA-PROPOSTA THRU 4560-FIM
            IF NOT PROPOSTA-ACEITA
                MOVE WS-QTD-HOR-ANTES TO WS-QTD-HOR
                ADD 1 TO WS-QTD-PRP-RECUSADAS
                DISPLAY 'PROPOSTA DA TURMA '
                        WS-PRP-TURMA(WS-INICIO-GRUPO) ' RECUSADA.'
                GO TO 4550-FIM
            END-IF
            PERFORM VARYING WS-IDX-PRP FROM WS-INICIO-GRUPO BY 1
                    UNTIL WS-IDX-PRP > WS-FIM-GRUPO
                MOVE 'C' TO WS-PRP-SIT(WS-IDX-PRP)
            END-PERFORM
            ADD 1 TO WS-QTD-PRP-CARREGADAS
            DISPLAY 'PROPOSTA DA TURMA ' WS-PRP-TURMA(WS-INICIO-GRUPO)
                    ' CARREGADA.'.
       4550-FIM.
            EXIT.

      ******************************************************************
      * 4560-CONFERE-TURMA-PROPOSTA  --  A TURMA TEM DE EXISTIR, ESTAR
      *                                    ATIVA, SER DA UNIDADE DO
      *                                    OPERADOR E AINDA NAO TER
      *                                    HORARIO NA GRADE; DEPOIS
      *                                    CADA ENCONTRO E CONFERIDO.
      ******************************************************************
       4560-CONFERE-TURMA-PROPOSTA.
            MOVE 0 TO WS-PROPOSTA-OK
            MOVE WS-PRP-TURMA(WS-INICIO-GRUPO) TO WS-CODIGO-ALVO
            PERFORM 1650-LOCALIZA-TURMA THRU 1650-FIM
            IF WS-POS-TURMA = 0
                DISPLAY 'TURMA ' WS-CODIGO-ALVO ' NAO ENCONTRADA.'
                GO TO 4560-FIM
            END-IF
            IF WS-TUR-STATUS(WS-POS-TURMA) NOT = 'A'
                DISPLAY 'TURMA ' WS-CODIGO-ALVO ' INATIVA.'
                GO TO 4560-FIM
            END-IF
            MOVE WS-TUR-UNIDADE(WS-POS-TURMA) TO WS-UNIDADE-TRAB
            PERFORM 1660-CONFERE-UNIDADE THRU 1660-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 4560-FIM
            END-IF
            MOVE 0 TO WS-CONFLITO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-HOR-ANTES
                IF WS-HOR-TURMA(WS-IDX) = WS-CODIGO-ALVO
                    MOVE 1 TO WS-CONFLITO
                    MOVE WS-QTD-HOR-ANTES TO WS-IDX
                END-IF
            END-PERFORM
            IF HA-CONFLITO
                DISPLAY 'TURMA ' WS-CODIGO-ALVO ' JA TEM HORARIO NA '
                        'GRADE.'
                GO TO 4560-FIM
            END-IF

            PERFORM VARYING WS-IDX-PRP FROM WS-INICIO-GRUPO BY 1
                    UNTIL WS-IDX-PRP > WS-FIM-GRUPO OR HA-CONFLITO
                PERFORM 4570-CONFERE-ENCONTRO THRU 4570-FIM
            END-PERFORM
            IF HA-CONFLITO
                GO TO 4560-FIM
            END-IF
            MOVE 1 TO WS-PROPOSTA-OK.
       4560-FIM.
            EXIT.

      ******************************************************************
      * 4570-CONFERE-ENCONTRO  --  CONFERE O ENCONTRO WS-IDX-PRP DA
      *                              PROPOSTA COMO NA INCLUSAO MANUAL
      *                              (SALA, UNIDADE, CHOQUE DE SALA E
      *                              DE PROFESSOR, AVISO NEE) E O
      *                              INCLUI NA TABELA DA GRADE.
      *                              RECUSADO, LIGA WS-CONFLITO.
      ******************************************************************
       4570-CONFERE-ENCONTRO.
            MOVE WS-PRP-DIA(WS-IDX-PRP) TO WS-DIA-ALVO
            MOVE WS-PRP-INI(WS-IDX-PRP) TO WS-INI-ALVO
            MOVE WS-PRP-FIM-H(WS-IDX-PRP) TO WS-FIM-ALVO
            MOVE WS-PRP-SALA(WS-IDX-PRP) TO WS-SALA-ALVO
            IF WS-DIA-ALVO < 1 OR WS-DIA-ALVO > 6
               OR WS-FIM-ALVO <= WS-INI-ALVO
                DISPLAY 'TURMA ' WS-CODIGO-ALVO ': DIA/HORARIO '
                        'INVALIDO NA PROPOSTA.'
                MOVE 1 TO WS-CONFLITO
                GO TO 4570-FIM
            END-IF
            PERFORM 1600-LOCALIZA-SALA THRU 1600-FIM
            IF WS-POS-SALA = 0
                DISPLAY 'SALA ' WS-SALA-ALVO ' NAO CADASTRADA.'
                MOVE 1 TO WS-CONFLITO
                GO TO 4570-FIM
            END-IF
            IF WS-SAL-SIT(WS-POS-SALA) = 'I'
                DISPLAY 'SALA ' WS-SALA-ALVO ' INATIVA.'
                MOVE 1 TO WS-CONFLITO
                GO TO 4570-FIM
            END-IF
            IF WS-SAL-UNIDADE(WS-POS-SALA) NOT =
               WS-TUR-UNIDADE(WS-POS-TURMA)
                DISPLAY 'SALA DA UNIDADE ' WS-SAL-UNIDADE(WS-POS-SALA)
                        ' - TURMA DA UNIDADE '
                        WS-TUR-UNIDADE(WS-POS-TURMA) '.'
                MOVE 1 TO WS-CONFLITO
                GO TO 4570-FIM
            END-IF

            PERFORM 3100-CONFERE-SALA THRU 3100-FIM
            IF HA-CONFLITO
                GO TO 4570-FIM
            END-IF
            PERFORM 3200-CONFERE-PROFESSOR THRU 3200-FIM
            IF HA-CONFLITO
                GO TO 4570-FIM
            END-IF
            IF WS-SAL-ACES(WS-POS-SALA) NOT = 'S'
                MOVE WS-CODIGO-ALVO TO WS-TURMA-NEE
                MOVE WS-SALA-ALVO TO WS-SALA-NEE
                PERFORM 3300-CONFERE-ACESSIBILIDADE THRU 3300-FIM
            END-IF

            IF WS-QTD-HOR >= 1000
                DISPLAY 'TABELA DE HORARIOS CHEIA.'
                MOVE 1 TO WS-CONFLITO
                GO TO 4570-FIM
            END-IF
            ADD 1 TO WS-QTD-HOR
            MOVE WS-CODIGO-ALVO TO WS-HOR-TURMA(WS-QTD-HOR)
            MOVE WS-DIA-ALVO TO WS-HOR-DIA(WS-QTD-HOR)
            MOVE WS-INI-ALVO TO WS-HOR-INI(WS-QTD-HOR)
            MOVE WS-FIM-ALVO TO WS-HOR-FIM-H(WS-QTD-HOR)
            MOVE WS-SALA-ALVO TO WS-HOR-SALA(WS-QTD-HOR).
       4570-FIM.
            EXIT.

       END PROGRAM MANUTENCAOHORARIO.
