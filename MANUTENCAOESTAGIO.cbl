      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:CADASTRO DE CONTRATOS DE ESTAGIO SUPERVISIONADO
      *         (ESTAGIOS.TXT, FD_ESTAGIO): (I)NCLUI O TERMO DE
      *         COMPROMISSO (ALUNO ATIVO, EMPRESA COM CNPJ VALIDO VIA
      *         VALIDACNPJ, SUPERVISOR ATIVO DO CADASTRO DE
      *         PROFESSORES, VIGENCIA DE ATE 2 ANOS, JORNADA DE ATE 30
      *         HORAS SEMANAIS E APOLICE DE SEGURO - LEI 11.788/2008);
      *         (H)ORAS LANCA O RELATORIO MENSAL DE HORAS DO CONTRATO
      *         (ESTAGIO_HORAS.TXT, UMA COMPETENCIA POR CONTRATO, NO
      *         MAXIMO 5 SEMANAS DA JORNADA) E ACUMULA NO CONTRATO;
      *         (E)NCERRA OU RESCINDE O CONTRATO; (V)ENCIMENTOS EMITE O
      *         RELATORIO DE CONTRATOS ATIVOS VENCIDOS OU A VENCER EM
      *         DD_DIAS_AVISO_ESTAGIO DIAS (PADRAO 30) EM
      *         DD_RELATORIO_ESTAGIO; E (L)ISTA OS CONTRATOS. OS
      *         NUMEROS DE CONTRATO VEM DA SERIE ESTAGIO DO GERATICKET
      *         E TUDO PASSA POR VALIDAOPERADOR E GRAVAAUDITORIA. AS
      *         HORAS ACUMULADAS SAO CONFERIDAS PELO VERIFICAFORMATURA
      *         CONTRA O REQUISITO DO CURSO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOESTAGIO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTAGIOS ASSIGN TO DYNAMIC WS-ETG-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ETG-FS.

           SELECT ESTAGIO-HORAS ASSIGN TO DYNAMIC WS-EHR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EHR-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PROF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROF-FS.

           SELECT RELATORIO-ESTAGIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTAGIOS.
          COPY FD_ESTAGIO.

       FD ESTAGIO-HORAS.
          COPY FD_ESTAGIO_HORAS.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD PROFESSORES.
          COPY FD_PROFESSOR.

       FD RELATORIO-ESTAGIO.
       01 RPT-LINHA                     PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ETG-DD                PIC X(100) VALUE SPACES.
       01 WS-EHR-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-PROF-DD               PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       77 WS-ETG-FS                PIC XX VALUE SPACES.
          88 ETG-FS-OK             VALUE '00'.
       77 WS-EHR-FS                PIC XX VALUE SPACES.
          88 EHR-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-PROF-FS               PIC XX VALUE SPACES.
          88 PROF-FS-OK            VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
          88 RPT-FS-OK             VALUE '00'.
       77 WS-ETG-EOF               PIC X VALUE 'N'.
          88 ETG-FIM-ARQUIVO       VALUE 'F'.
       77 WS-EHR-EOF               PIC X VALUE 'N'.
          88 EHR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-PROF-EOF              PIC X VALUE 'N'.
          88 PROF-FIM-ARQUIVO      VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.

       01 WS-CNPJ-PARM.
          03 WS-CNPJ-PARM-CNPJ     PIC 9(14) VALUE 0.
          03 WS-CNPJ-PARM-RETORNO  PIC 99 VALUE 0.
             88 CNPJ-PARM-VALIDO   VALUE 0.
             88 CNPJ-PARM-INVALIDO VALUE 1.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-INCLUIR      VALUE 'I' 'i'.
             88 TRANS-HORAS        VALUE 'H' 'h'.
             88 TRANS-ENCERRAR     VALUE 'E' 'e'.
             88 TRANS-VENCIMENTOS  VALUE 'V' 'v'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

      * CONTRATOS EM MEMORIA, NO MESMO LAYOUT DO ARQUIVO
       01 WS-TABELA-CONTRATOS.
          05 WS-QTD-ETG            PIC 9(03) VALUE 0.
          05 WS-ET OCCURS 500 TIMES.
             10 WS-ET-CONTRATO     PIC 9(06).
             10 WS-ET-CD           PIC 9(05).
             10 WS-ET-EMPRESA      PIC X(40).
             10 WS-ET-CNPJ         PIC 9(14).
             10 WS-ET-SUPERVISOR   PIC X(06).
             10 WS-ET-DT-INICIO    PIC 9(08).
             10 WS-ET-DT-FIM       PIC 9(08).
             10 WS-ET-HORAS-SEM    PIC 9(02).
             10 WS-ET-APOLICE      PIC X(20).
             10 WS-ET-SIT          PIC X(01).
             10 WS-ET-DT-ENCERRA   PIC 9(08).
             10 WS-ET-HORAS-CUMP   PIC 9(04).
       77 WS-ETG-ESTOUROU          PIC 9 VALUE 0.
          88 CONTRATOS-ESTOURARAM  VALUE 1.

       01 WS-NOVO-CONTRATO.
          03 WS-NV-CD              PIC 9(05) VALUE ZEROS.
          03 WS-NV-EMPRESA         PIC X(40) VALUE SPACES.
          03 WS-NV-CNPJ            PIC 9(14) VALUE ZEROS.
          03 WS-NV-SUPERVISOR      PIC X(06) VALUE SPACES.
          03 WS-NV-DT-INICIO       PIC 9(08) VALUE ZEROS.
          03 WS-NV-DT-FIM          PIC 9(08) VALUE ZEROS.
          03 WS-NV-HORAS-SEM       PIC 9(02) VALUE ZEROS.
          03 WS-NV-APOLICE         PIC X(20) VALUE SPACES.

       01 WS-DT-TRABALHO           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-TRABALHO.
          03 WS-DT-AAAA            PIC 9(04).
          03 WS-DT-MM              PIC 9(02).
          03 WS-DT-DD              PIC 9(02).
       77 WS-DT-VALIDA             PIC 9 VALUE 0.
          88 DATA-VALIDA           VALUE 1.
          88 DATA-INVALIDA         VALUE 0.
       77 WS-DIAS-NO-MES           PIC 9(02) VALUE ZEROS.
       77 WS-RESTO-4               PIC 9(04) VALUE ZEROS.

       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAAMM        PIC 9(06).
          03 WS-HOJE-DD            PIC 9(02).
       01 WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       01 FILLER REDEFINES WS-COMPETENCIA.
          03 WS-COMP-AAAA          PIC 9(04).
          03 WS-COMP-MM            PIC 9(02).
       77 WS-DIAS-HOJE             PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-FIM              PIC 9(07) VALUE ZEROS.
       77 WS-DIAS-RESTANTES        PIC S9(07) VALUE ZEROS.
       77 WS-DIAS-AVISO            PIC 9(03) VALUE 30.
       77 WS-DIAS-AVISO-TXT        PIC X(03) VALUE SPACES.
       77 WS-DIAS-ED               PIC -(6)9.

       77 WS-CONTRATO-ALVO         PIC 9(06) VALUE ZEROS.
       77 WS-POS-ETG               PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 REGISTRO-ACHADO       VALUE 1.
       77 WS-HORAS-MES             PIC 9(03) VALUE ZEROS.
       77 WS-HORAS-MAX-MES         PIC 9(03) VALUE ZEROS.
       77 WS-HORAS-ANTIGAS         PIC 9(04) VALUE ZEROS.
       77 WS-DESFECHO              PIC X(01) VALUE SPACE.
          88 DESFECHO-ENCERRADO    VALUE 'E' 'e'.
          88 DESFECHO-RESCINDIDO   VALUE 'R' 'r'.
       77 WS-NOME-TRAB             PIC X(20) VALUE SPACES.
       77 WS-QTD-LISTADOS          PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MANUTENCAOESTAGIO - ESTAGIO SUPERVISIONADO  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            COMPUTE WS-DIAS-HOJE = FUNCTION INTEGER-OF-DATE
                                   (WS-DATA-HOJE)
            ACCEPT WS-DIAS-AVISO-TXT FROM ENVIRONMENT
                   'DD_DIAS_AVISO_ESTAGIO'
            IF WS-DIAS-AVISO-TXT NOT = SPACES
               AND WS-DIAS-AVISO-TXT NUMERIC
                MOVE WS-DIAS-AVISO-TXT TO WS-DIAS-AVISO
            END-IF

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'CADASTRO DE ESTAGIO NEGADO - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-ETG-DD FROM ENVIRONMENT 'DD_ESTAGIOS'
            IF WS-ETG-DD = SPACES
                MOVE 'ESTAGIOS.TXT' TO WS-ETG-DD
            END-IF
            ACCEPT WS-EHR-DD FROM ENVIRONMENT 'DD_ESTAGIO_HORAS'
            IF WS-EHR-DD = SPACES
                MOVE 'ESTAGIO_HORAS.TXT' TO WS-EHR-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-PROF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PROF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PROF-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_ESTAGIO'
            IF WS-RPT-DD = SPACES
                MOVE 'ESTAGIOS_VENCENDO.RPT' TO WS-RPT-DD
            END-IF

            PERFORM 1000-CARREGA-CONTRATOS THRU 1000-FIM
      * ARQUIVO ALEM DA TABELA: REGRAVAR A CARGA TRUNCADA APAGARIA OS
      * CONTRATOS EXCEDENTES - A RODADA E RECUSADA E O ARQUIVO FICA
      * INTACTO.
            IF CONTRATOS-ESTOURARAM
                DISPLAY 'ARQUIVO DE ESTAGIOS COM MAIS DE 500 LINHAS - '
                        'RODADA RECUSADA, ARQUIVO PRESERVADO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** ESTAGIO SUPERVISIONADO ***'
                DISPLAY '(I)NCLUIR CONTRATO  (H)ORAS DO MES  '
                        '(E)NCERRAR  (V)ENCIMENTOS  (L)ISTAR  (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-INCLUIR
                        PERFORM 2000-INCLUIR-CONTRATO THRU 2000-FIM
                    WHEN TRANS-HORAS
                        PERFORM 3000-LANCAR-HORAS THRU 3000-FIM
                    WHEN TRANS-ENCERRAR
                        PERFORM 4000-ENCERRAR-CONTRATO THRU 4000-FIM
                    WHEN TRANS-VENCIMENTOS
                        PERFORM 5000-RELATORIO-VENCIMENTOS
                             THRU 5000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0600-VALIDA-OPERADOR  --  EXIGE OPERADOR/SENHA AUTORIZADOS VIA
      *                             VALIDAOPERADOR.
      ******************************************************************
       0600-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'
            IF WS-OPERADOR = SPACES
                MOVE 'OPERADOR DESCONHECIDO' TO WS-OPERADOR
            END-IF
            ACCEPT WS-SENHA FROM ENVIRONMENT 'DD_OPERADOR_SENHA'
            IF WS-SENHA = SPACES
                DISPLAY 'SENHA DO OPERADOR: '
                ACCEPT WS-SENHA
            END-IF
            MOVE WS-OPERADOR TO OPER-ID OF WS-OPER-PARM
            MOVE WS-SENHA TO OPER-SENHA OF WS-OPER-PARM
            CALL 'VALIDAOPERADOR' USING WS-OPER-PARM
            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
            END-IF.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-CONTRATOS  --  CARREGA O ARQUIVO DE CONTRATOS
      *                               INTEIRO EM MEMORIA.
      ******************************************************************
       1000-CARREGA-CONTRATOS.
            MOVE 0 TO WS-ETG-ESTOUROU
            OPEN INPUT ESTAGIOS
            IF NOT ETG-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ETG-EOF
            PERFORM UNTIL ETG-FIM-ARQUIVO
                READ ESTAGIOS
                    AT END
                        MOVE 'F' TO WS-ETG-EOF
                    NOT AT END
                        IF WS-QTD-ETG < 500
                            ADD 1 TO WS-QTD-ETG
                            MOVE REG-ESTAGIO TO WS-ET(WS-QTD-ETG)
                        ELSE
                            MOVE 1 TO WS-ETG-ESTOUROU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTAGIOS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1500-VALIDA-DATA  --  CONFERE SE WS-DT-TRABALHO E UMA DATA REAL
      *                         (ANO PLAUSIVEL, MES 1-12, DIA DENTRO DO
      *                         MES, FEVEREIRO COM BISSEXTO).
      ******************************************************************
       1500-VALIDA-DATA.
            SET DATA-INVALIDA TO TRUE
            IF WS-DT-AAAA < 2000 OR WS-DT-AAAA > 2099
                GO TO 1500-FIM
            END-IF
            IF WS-DT-MM < 1 OR WS-DT-MM > 12
                GO TO 1500-FIM
            END-IF
            EVALUATE WS-DT-MM
                WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                    MOVE 31 TO WS-DIAS-NO-MES
                WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO WS-DIAS-NO-MES
                WHEN OTHER
                    COMPUTE WS-RESTO-4 = WS-DT-AAAA
                        - (4 * (WS-DT-AAAA / 4))
                    IF WS-RESTO-4 = 0
                        MOVE 29 TO WS-DIAS-NO-MES
                    ELSE
                        MOVE 28 TO WS-DIAS-NO-MES
                    END-IF
            END-EVALUATE
            IF WS-DT-DD < 1 OR WS-DT-DD > WS-DIAS-NO-MES
                GO TO 1500-FIM
            END-IF
            SET DATA-VALIDA TO TRUE.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-LOCALIZA-CONTRATO  --  POSICIONA WS-POS-ETG NO CONTRATO
      *                               WS-CONTRATO-ALVO (ZERO QUANDO NAO
      *                               ENCONTRADO).
      ******************************************************************
       1600-LOCALIZA-CONTRATO.
            MOVE 0 TO WS-POS-ETG
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ETG
                IF WS-ET-CONTRATO(WS-IDX) = WS-CONTRATO-ALVO
                    MOVE WS-IDX TO WS-POS-ETG
                    MOVE WS-QTD-ETG TO WS-IDX
                END-IF
            END-PERFORM.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 2000-INCLUIR-CONTRATO  --  INCLUI UM TERMO DE COMPROMISSO DE
      *                              ESTAGIO, COM AS EXIGENCIAS DA LEI
      *                              DO ESTAGIO CONFERIDAS NA ENTRADA.
      ******************************************************************
       2000-INCLUIR-CONTRATO.
            INITIALIZE WS-NOVO-CONTRATO
            DISPLAY 'CD-STUDENT DO ESTAGIARIO: '
            ACCEPT WS-NV-CD
            IF NOT ESTUDANTE-ABERTO
                DISPLAY 'CADASTRO DE ESTUDANTES INDISPONIVEL.'
                GO TO 2000-FIM
            END-IF
            MOVE WS-NV-CD TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO CADASTRADO.'
                    GO TO 2000-FIM
            END-READ
            IF NOT STUDENT-ATIVO
                DISPLAY 'ESTUDANTE NAO ESTA ATIVO (SITUACAO '
                        STUDENT-STATUS ') - CONTRATO RECUSADO.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'ALUNO: ' NM-STUDENT ' CURSO ' COURSE-CODE

            DISPLAY 'EMPRESA CONCEDENTE......: '
            ACCEPT WS-NV-EMPRESA
            IF WS-NV-EMPRESA = SPACES
                DISPLAY 'EMPRESA EM BRANCO.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'CNPJ (14 DIGITOS).......: '
            ACCEPT WS-NV-CNPJ
            MOVE WS-NV-CNPJ TO WS-CNPJ-PARM-CNPJ
            CALL 'VALIDACNPJ' USING WS-CNPJ-PARM
            IF CNPJ-PARM-INVALIDO
                DISPLAY 'CNPJ INVALIDO - CONTRATO RECUSADO.'
                GO TO 2000-FIM
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ETG
                IF WS-ET-CD(WS-IDX) = WS-NV-CD
                   AND WS-ET-CNPJ(WS-IDX) = WS-NV-CNPJ
                   AND WS-ET-SIT(WS-IDX) = 'A'
                    DISPLAY 'ALUNO JA TEM O CONTRATO ATIVO '
                            WS-ET-CONTRATO(WS-IDX)
                            ' COM ESTA EMPRESA.'
                    GO TO 2000-FIM
                END-IF
            END-PERFORM

            DISPLAY 'PROFESSOR SUPERVISOR....: '
            ACCEPT WS-NV-SUPERVISOR
            PERFORM 2100-CONFERE-SUPERVISOR THRU 2100-FIM
            IF NOT REGISTRO-ACHADO
                DISPLAY 'SUPERVISOR NAO CADASTRADO OU INATIVO - '
                        'CONTRATO RECUSADO.'
                GO TO 2000-FIM
            END-IF

            DISPLAY 'INICIO (AAAAMMDD).......: '
            ACCEPT WS-NV-DT-INICIO
            MOVE WS-NV-DT-INICIO TO WS-DT-TRABALHO
            PERFORM 1500-VALIDA-DATA THRU 1500-FIM
            IF DATA-INVALIDA
                DISPLAY 'DATA DE INICIO INVALIDA.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'FIM (AAAAMMDD)..........: '
            ACCEPT WS-NV-DT-FIM
            MOVE WS-NV-DT-FIM TO WS-DT-TRABALHO
            PERFORM 1500-VALIDA-DATA THRU 1500-FIM
            IF DATA-INVALIDA
                DISPLAY 'DATA DE FIM INVALIDA.'
                GO TO 2000-FIM
            END-IF
            IF WS-NV-DT-FIM <= WS-NV-DT-INICIO
                DISPLAY 'FIM DEVE SER POSTERIOR AO INICIO.'
                GO TO 2000-FIM
            END-IF
      * LEI 11.788/2008, ART. 11: ATE 2 ANOS NA MESMA CONCEDENTE
            IF FUNCTION INTEGER-OF-DATE(WS-NV-DT-FIM)
               - FUNCTION INTEGER-OF-DATE(WS-NV-DT-INICIO) > 730
                DISPLAY 'VIGENCIA ACIMA DE 2 ANOS - CONTRATO '
                        'RECUSADO.'
                GO TO 2000-FIM
            END-IF

      * LEI 11.788/2008, ART. 10: ATE 30 HORAS SEMANAIS NO SUPERIOR
            DISPLAY 'HORAS SEMANAIS (1-30)...: '
            ACCEPT WS-NV-HORAS-SEM
            IF WS-NV-HORAS-SEM < 1 OR WS-NV-HORAS-SEM > 30
                DISPLAY 'JORNADA SEMANAL FORA DO LIMITE LEGAL.'
                GO TO 2000-FIM
            END-IF
            DISPLAY 'APOLICE DO SEGURO.......: '
            ACCEPT WS-NV-APOLICE
            IF WS-NV-APOLICE = SPACES
                DISPLAY 'APOLICE DE SEGURO OBRIGATORIA - CONTRATO '
                        'RECUSADO.'
                GO TO 2000-FIM
            END-IF

            IF WS-QTD-ETG >= 500
                DISPLAY 'TABELA DE CONTRATOS CHEIA.'
                GO TO 2000-FIM
            END-IF
            MOVE 'ESTAGIO' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERO DE CONTRATO INDISPONIVEL - TENTE DE '
                        'NOVO.'
                GO TO 2000-FIM
            END-IF

            ADD 1 TO WS-QTD-ETG
            INITIALIZE WS-ET(WS-QTD-ETG)
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO
                 WS-ET-CONTRATO(WS-QTD-ETG)
            MOVE WS-NV-CD TO WS-ET-CD(WS-QTD-ETG)
            MOVE WS-NV-EMPRESA TO WS-ET-EMPRESA(WS-QTD-ETG)
            MOVE WS-NV-CNPJ TO WS-ET-CNPJ(WS-QTD-ETG)
            MOVE WS-NV-SUPERVISOR TO WS-ET-SUPERVISOR(WS-QTD-ETG)
            MOVE WS-NV-DT-INICIO TO WS-ET-DT-INICIO(WS-QTD-ETG)
            MOVE WS-NV-DT-FIM TO WS-ET-DT-FIM(WS-QTD-ETG)
            MOVE WS-NV-HORAS-SEM TO WS-ET-HORAS-SEM(WS-QTD-ETG)
            MOVE WS-NV-APOLICE TO WS-ET-APOLICE(WS-QTD-ETG)
            MOVE 'A' TO WS-ET-SIT(WS-QTD-ETG)
            MOVE ZEROS TO WS-ET-DT-ENCERRA(WS-QTD-ETG)
            MOVE ZEROS TO WS-ET-HORAS-CUMP(WS-QTD-ETG)
            PERFORM 7000-REGRAVA-CONTRATOS THRU 7000-FIM
            DISPLAY 'CONTRATO INCLUIDO - NUMERO '
                    WS-ET-CONTRATO(WS-QTD-ETG)

            MOVE 'ESTAGIO-INCLUI' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-ET-CONTRATO(WS-QTD-ETG) TO AUD-VALOR-NOVO
            MOVE WS-NV-CD TO AUD-CD-STUDENT
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CONFERE-SUPERVISOR  --  O SUPERVISOR TEM DE ESTAR NO
      *                                CADASTRO DE PROFESSORES E ATIVO.
      ******************************************************************
       2100-CONFERE-SUPERVISOR.
            MOVE 0 TO WS-ACHOU
            OPEN INPUT PROFESSORES
            IF NOT PROF-FS-OK
                GO TO 2100-FIM
            END-IF
            MOVE 'N' TO WS-PROF-EOF
            PERFORM UNTIL PROF-FIM-ARQUIVO
                READ PROFESSORES
                    AT END
                        MOVE 'F' TO WS-PROF-EOF
                    NOT AT END
                        IF PROF-CODIGO = WS-NV-SUPERVISOR
                            IF PROF-ATIVO
                                MOVE 1 TO WS-ACHOU
                                DISPLAY 'SUPERVISOR: ' PROF-NOME
                            END-IF
                            MOVE 'F' TO WS-PROF-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFESSORES.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-LANCAR-HORAS  --  LANCA O RELATORIO MENSAL DE HORAS DE UM
      *                          CONTRATO ATIVO: UMA COMPETENCIA POR
      *                          CONTRATO, DENTRO DA VIGENCIA E NAO
      *                          FUTURA, NO MAXIMO 5 SEMANAS DA JORNADA.
      ******************************************************************
       3000-LANCAR-HORAS.
            DISPLAY 'NUMERO DO CONTRATO......: '
            ACCEPT WS-CONTRATO-ALVO
            PERFORM 1600-LOCALIZA-CONTRATO THRU 1600-FIM
            IF WS-POS-ETG = 0
                DISPLAY 'CONTRATO NAO ENCONTRADO.'
                GO TO 3000-FIM
            END-IF
            IF WS-ET-SIT(WS-POS-ETG) NOT = 'A'
                DISPLAY 'CONTRATO NAO ESTA ATIVO (SITUACAO '
                        WS-ET-SIT(WS-POS-ETG) ').'
                GO TO 3000-FIM
            END-IF

            DISPLAY 'COMPETENCIA (AAAAMM)....: '
            ACCEPT WS-COMPETENCIA
            IF WS-COMP-MM < 1 OR WS-COMP-MM > 12
                DISPLAY 'COMPETENCIA INVALIDA.'
                GO TO 3000-FIM
            END-IF
            IF WS-COMPETENCIA < WS-ET-DT-INICIO(WS-POS-ETG)(1:6)
               OR WS-COMPETENCIA > WS-ET-DT-FIM(WS-POS-ETG)(1:6)
                DISPLAY 'COMPETENCIA FORA DA VIGENCIA DO CONTRATO.'
                GO TO 3000-FIM
            END-IF
            IF WS-COMPETENCIA > WS-HOJE-AAAAMM
                DISPLAY 'COMPETENCIA FUTURA - HORAS SO APOS O MES.'
                GO TO 3000-FIM
            END-IF

            PERFORM 3100-CONFERE-LANCAMENTO THRU 3100-FIM
            IF REGISTRO-ACHADO
                DISPLAY 'HORAS DESTA COMPETENCIA JA LANCADAS PARA O '
                        'CONTRATO.'
                GO TO 3000-FIM
            END-IF

            COMPUTE WS-HORAS-MAX-MES = WS-ET-HORAS-SEM(WS-POS-ETG) * 5
            DISPLAY 'HORAS NO MES (ATE ' WS-HORAS-MAX-MES '): '
            ACCEPT WS-HORAS-MES
            IF WS-HORAS-MES = 0 OR WS-HORAS-MES > WS-HORAS-MAX-MES
                DISPLAY 'HORAS FORA DO LIMITE DA JORNADA DO CONTRATO.'
                GO TO 3000-FIM
            END-IF

            OPEN EXTEND ESTAGIO-HORAS
            IF NOT EHR-FS-OK
                OPEN OUTPUT ESTAGIO-HORAS
            END-IF
            IF NOT EHR-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-EHR-DD ' - FILE STATUS: '
                        WS-EHR-FS
                GO TO 3000-FIM
            END-IF
            MOVE WS-CONTRATO-ALVO TO EHR-CONTRATO
            MOVE WS-ET-CD(WS-POS-ETG) TO EHR-CD-STUDENT
            MOVE WS-COMPETENCIA TO EHR-COMPETENCIA
            MOVE WS-HORAS-MES TO EHR-HORAS
            MOVE WS-DATA-HOJE TO EHR-DT-LANCAMENTO
            MOVE WS-OPERADOR TO EHR-OPERADOR
            WRITE REG-ESTAGIO-HORAS
            CLOSE ESTAGIO-HORAS

            MOVE WS-ET-HORAS-CUMP(WS-POS-ETG) TO WS-HORAS-ANTIGAS
            IF WS-ET-HORAS-CUMP(WS-POS-ETG) + WS-HORAS-MES > 9999
                MOVE 9999 TO WS-ET-HORAS-CUMP(WS-POS-ETG)
            ELSE
                ADD WS-HORAS-MES TO WS-ET-HORAS-CUMP(WS-POS-ETG)
            END-IF
            PERFORM 7000-REGRAVA-CONTRATOS THRU 7000-FIM
            DISPLAY 'HORAS LANCADAS - ACUMULADO DO CONTRATO: '
                    WS-ET-HORAS-CUMP(WS-POS-ETG)

            MOVE 'ESTAGIO-HORAS' TO AUD-CAMPO
            MOVE WS-HORAS-ANTIGAS TO AUD-VALOR-ANTIGO
            MOVE WS-ET-HORAS-CUMP(WS-POS-ETG) TO AUD-VALOR-NOVO
            MOVE WS-ET-CD(WS-POS-ETG) TO AUD-CD-STUDENT
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3100-CONFERE-LANCAMENTO  --  JA EXISTE RELATORIO DE HORAS DO
      *                                CONTRATO NA COMPETENCIA?
      ******************************************************************
       3100-CONFERE-LANCAMENTO.
            MOVE 0 TO WS-ACHOU
            OPEN INPUT ESTAGIO-HORAS
            IF NOT EHR-FS-OK
                GO TO 3100-FIM
            END-IF
            MOVE 'N' TO WS-EHR-EOF
            PERFORM UNTIL EHR-FIM-ARQUIVO
                READ ESTAGIO-HORAS
                    AT END
                        MOVE 'F' TO WS-EHR-EOF
                    NOT AT END
                        IF EHR-CONTRATO = WS-CONTRATO-ALVO
                           AND EHR-COMPETENCIA = WS-COMPETENCIA
                            MOVE 1 TO WS-ACHOU
                            MOVE 'F' TO WS-EHR-EOF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTAGIO-HORAS.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 4000-ENCERRAR-CONTRATO  --  FECHA UM CONTRATO ATIVO COMO
      *                               (E)NCERRADO (CUMPRIDO) OU
      *                               (R)ESCINDIDO, COM A DATA DE HOJE.
      *                               AS HORAS JA LANCADAS CONTINUAM
      *                               VALENDO PARA A FORMATURA.
      ******************************************************************
       4000-ENCERRAR-CONTRATO.
            DISPLAY 'NUMERO DO CONTRATO......: '
            ACCEPT WS-CONTRATO-ALVO
            PERFORM 1600-LOCALIZA-CONTRATO THRU 1600-FIM
            IF WS-POS-ETG = 0
                DISPLAY 'CONTRATO NAO ENCONTRADO.'
                GO TO 4000-FIM
            END-IF
            IF WS-ET-SIT(WS-POS-ETG) NOT = 'A'
                DISPLAY 'CONTRATO JA FECHADO (SITUACAO '
                        WS-ET-SIT(WS-POS-ETG) ').'
                GO TO 4000-FIM
            END-IF
            DISPLAY 'ALUNO ' WS-ET-CD(WS-POS-ETG) ' EMPRESA '
                    WS-ET-EMPRESA(WS-POS-ETG)
            DISPLAY 'DESFECHO (E=ENCERRADO / R=RESCINDIDO): '
            ACCEPT WS-DESFECHO
            EVALUATE TRUE
                WHEN DESFECHO-ENCERRADO
                    MOVE 'E' TO WS-ET-SIT(WS-POS-ETG)
                WHEN DESFECHO-RESCINDIDO
                    MOVE 'R' TO WS-ET-SIT(WS-POS-ETG)
                WHEN OTHER
                    DISPLAY 'DESFECHO INVALIDO.'
                    GO TO 4000-FIM
            END-EVALUATE
            MOVE WS-DATA-HOJE TO WS-ET-DT-ENCERRA(WS-POS-ETG)
            PERFORM 7000-REGRAVA-CONTRATOS THRU 7000-FIM
            DISPLAY 'CONTRATO ' WS-CONTRATO-ALVO ' FECHADO.'

            MOVE 'ESTAGIO-SITUAC' TO AUD-CAMPO
            MOVE 'A' TO AUD-VALOR-ANTIGO
            MOVE WS-ET-SIT(WS-POS-ETG) TO AUD-VALOR-NOVO
            MOVE WS-ET-CD(WS-POS-ETG) TO AUD-CD-STUDENT
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 5000-RELATORIO-VENCIMENTOS  --  CONTRATOS ATIVOS JA VENCIDOS OU
      *                                   QUE VENCEM NOS PROXIMOS WS-
      *                                   DIAS-AVISO DIAS, PARA A
      *                                   COORDENACAO RENOVAR O TERMO
      *                                   (E A APOLICE) OU ENCERRAR.
      ******************************************************************
       5000-RELATORIO-VENCIMENTOS.
            OPEN OUTPUT RELATORIO-ESTAGIO
            IF NOT RPT-FS-OK
                DISPLAY 'ERRO AO ABRIR ' WS-RPT-DD ' - FILE STATUS: '
                        WS-RPT-FS
                GO TO 5000-FIM
            END-IF
            MOVE SPACES TO RPT-LINHA
            STRING 'CONTRATOS DE ESTAGIO VENCIDOS OU A VENCER EM '
                   WS-DIAS-AVISO ' DIAS - '
                   CAB-DATA-FORMATADA OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE 'CONTR. ALUNO NOME                 EMPRESA'
              TO RPT-LINHA
            MOVE 'FIM      APOLICE              SITUACAO'
              TO RPT-LINHA(84:)
            WRITE RPT-LINHA

            MOVE ZEROS TO WS-QTD-LISTADOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ETG
                IF WS-ET-SIT(WS-IDX) = 'A'
                    COMPUTE WS-DIAS-FIM = FUNCTION INTEGER-OF-DATE
                                          (WS-ET-DT-FIM(WS-IDX))
                    COMPUTE WS-DIAS-RESTANTES = WS-DIAS-FIM
                                              - WS-DIAS-HOJE
                    IF WS-DIAS-RESTANTES <= WS-DIAS-AVISO
                        PERFORM 5100-LINHA-VENCIMENTO THRU 5100-FIM
                    END-IF
                END-IF
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'TOTAL DE CONTRATOS NO RELATORIO: ' WS-QTD-LISTADOS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO-ESTAGIO
            DISPLAY 'RELATORIO DE VENCIMENTOS GERADO EM ' WS-RPT-DD
                    ' - ' WS-QTD-LISTADOS ' CONTRATO(S).'.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-LINHA-VENCIMENTO  --  UMA LINHA DO RELATORIO PARA O
      *                              CONTRATO WS-IDX.
      ******************************************************************
       5100-LINHA-VENCIMENTO.
            ADD 1 TO WS-QTD-LISTADOS
            MOVE '(SEM CADASTRO)' TO WS-NOME-TRAB
            IF ESTUDANTE-ABERTO
                MOVE WS-ET-CD(WS-IDX) TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE NM-STUDENT TO WS-NOME-TRAB
                END-READ
            END-IF
            MOVE WS-DIAS-RESTANTES TO WS-DIAS-ED
            MOVE SPACES TO RPT-LINHA
            IF WS-DIAS-RESTANTES < 0
                STRING WS-ET-CONTRATO(WS-IDX) ' '
                       WS-ET-CD(WS-IDX) ' '
                       WS-NOME-TRAB ' '
                       WS-ET-EMPRESA(WS-IDX) ' '
                       WS-ET-DT-FIM(WS-IDX) ' '
                       WS-ET-APOLICE(WS-IDX) ' '
                       'VENCIDO E ATIVO'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            ELSE
                STRING WS-ET-CONTRATO(WS-IDX) ' '
                       WS-ET-CD(WS-IDX) ' '
                       WS-NOME-TRAB ' '
                       WS-ET-EMPRESA(WS-IDX) ' '
                       WS-ET-DT-FIM(WS-IDX) ' '
                       WS-ET-APOLICE(WS-IDX) ' '
                       'VENCE EM' WS-DIAS-ED ' DIA(S)'
                       DELIMITED BY SIZE INTO RPT-LINHA
                END-STRING
            END-IF
            WRITE RPT-LINHA.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA OS CONTRATOS DE ESTAGIO.
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'CONTR. ALUNO EMPRESA                        '
                    'SUPERV INICIO   FIM      H/S SIT HORAS'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ETG
                DISPLAY WS-ET-CONTRATO(WS-IDX) ' '
                        WS-ET-CD(WS-IDX) ' '
                        WS-ET-EMPRESA(WS-IDX)(1:30) ' '
                        WS-ET-SUPERVISOR(WS-IDX) ' '
                        WS-ET-DT-INICIO(WS-IDX) ' '
                        WS-ET-DT-FIM(WS-IDX) ' '
                        WS-ET-HORAS-SEM(WS-IDX) '  '
                        WS-ET-SIT(WS-IDX) '   '
                        WS-ET-HORAS-CUMP(WS-IDX)
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-CONTRATOS  --  REGRAVA O ARQUIVO DE CONTRATOS
      *                               INTEIRO A PARTIR DA TABELA.
      ******************************************************************
       7000-REGRAVA-CONTRATOS.
            OPEN OUTPUT ESTAGIOS
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ETG
                MOVE WS-ET(WS-IDX) TO REG-ESTAGIO
                WRITE REG-ESTAGIO
            END-PERFORM
            CLOSE ESTAGIOS.
       7000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DO CADASTRO DE
      *                            ESTAGIO (TRANSACAO A - ALTERACAO).
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'A' TO AUD-COD-TRANS
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MANUTENCAOESTAGIO.
