      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:TROCA INTERNA DE CURSO: PARA UM CD-STUDENT ATIVO, UM
      *         CURSO DESTINO E O PERIODO DA TROCA, CONFERE A VAGA E O
      *         PRAZO NO QUADRO DE VAGAS DA TROCA (FD_VAGA_TROCA,
      *         CONTANDO AS TROCAS JA EFETIVADAS NO REGISTRO
      *         FD_TROCA_CURSO), MAPEIA CADA MATERIA APROVADA VIGENTE
      *         DO HISTORICO (VIVO E ARQUIVO MORTO, ESTORNO ANULA,
      *         MEDIA >= MINIMA E FREQUENCIA >= 75%) PARA A GRADE DO
      *         CURSO NOVO - PELO NOME (APROVEITAMENTO DIRETO) OU PELA
      *         TABELA DE EQUIVALENCIA COM A INSTITUICAO INTERNA
      *         (CODIGO DO CATALOGO DE ORIGEM -> CODIGO DE DESTINO) -
      *         E MOSTRA O QUE E APROVEITADO, O QUE SE PERDE E O QUE
      *         FALTA CURSAR, ALEM DAS MENSALIDADES FUTURAS EM ABERTO
      *         REPRECIFICADAS PELO VALOR-CURSO DO CURSO NOVO. A FOLHA
      *         DE ORIENTACAO ANTES/DEPOIS SAI EM 132 COLUNAS PARA O
      *         ALUNO ASSINAR. SEM DD_TROCA_EFETIVA=S SO SIMULA; COM
      *         ELA, TROCA O COURSE-CODE PELO CAMINHO AUDITADO, GRAVA O
      *         HISTORICO DE STATUS (MOTIVO TCU), POSTA AS
      *         EQUIVALENCIAS NO HISTORICO DE NOTAS (TIPO Q), REGRAVA
      *         AS MENSALIDADES E REGISTRA A TROCA. ATE HOJE A TROCA
      *         ERA UMA ALTERACAO DE CURSO NO MANUTENCAOESTUDANTE, SEM
      *         VAGA, SEM PRAZO E COM AS MENSALIDADES NO PRECO ANTIGO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  O aluno entra no curso novo na versao da
      *               matriz curricular em vigor na troca
      *               (RESOLVEMATRIZ): a grade do mapeamento e a
      *               dessa versao e a efetivacao grava e audita
      *               a STUDENT-VERSAO-MATRIZ junto com o curso.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TROCACURSO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT HISTORICO-NOTAS ASSIGN TO DYNAMIC WS-HIST-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIDX-CHAVE
              FILE STATUS IS WS-HIST-FS.

           SELECT HISTORICO-ARQUIVO ASSIGN TO DYNAMIC WS-HARQ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HARQ-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT VAGAS-TROCA ASSIGN TO DYNAMIC WS-VTR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VTR-FS.

           SELECT TROCAS-CURSO ASSIGN TO DYNAMIC WS-TRC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRC-FS.

           SELECT CURRICULO ASSIGN TO DYNAMIC WS-CUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CUR-FS.

           SELECT PARAM-MATERIAS ASSIGN TO DYNAMIC WS-PARAM-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARAM-FS.

           SELECT CATALOGO-MATERIAS ASSIGN TO DYNAMIC WS-CAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FS.

           SELECT EQUIVALENCIAS ASSIGN TO DYNAMIC WS-EQV-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EQV-FS.

           SELECT VALOR-CURSO ASSIGN TO DYNAMIC WS-VC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VC-FS.

           SELECT DOCUMENTO ASSIGN TO DYNAMIC WS-DOC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOC-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

       FD HISTORICO-ARQUIVO.
       01 REG-HIST-ARQUIVO             PIC X(157).

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD VAGAS-TROCA.
          COPY FD_VAGA_TROCA.

       FD TROCAS-CURSO.
          COPY FD_TROCA_CURSO.

       FD CURRICULO.
          COPY FD_CURRICULO.

       FD PARAM-MATERIAS.
          COPY FD_PARAM_MATERIA.

       FD CATALOGO-MATERIAS.
          COPY FD_CATALOGO_MATERIA.

       FD EQUIVALENCIAS.
          COPY FD_EQUIVALENCIA.

       FD VALOR-CURSO.
          COPY FD_VALOR_CURSO.

       FD DOCUMENTO.
       01 DOC-LINHA                    PIC X(132).

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-HARQ-DD               PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-VTR-DD                PIC X(100) VALUE SPACES.
       01 WS-TRC-DD                PIC X(100) VALUE SPACES.
       01 WS-CUR-DD                PIC X(100) VALUE SPACES.
       01 WS-PARAM-DD              PIC X(100) VALUE SPACES.
       01 WS-CAT-DD                PIC X(100) VALUE SPACES.
       01 WS-EQV-DD                PIC X(100) VALUE SPACES.
       01 WS-VC-DD                 PIC X(100) VALUE SPACES.
       01 WS-DOC-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-HIST-FS               PIC XX VALUE SPACES.
          88 HIST-FS-OK            VALUE '00'.
       77 WS-HARQ-FS               PIC XX VALUE SPACES.
          88 HARQ-FS-OK            VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-VTR-FS                PIC XX VALUE SPACES.
          88 VTR-FS-OK             VALUE '00'.
       77 WS-TRC-FS                PIC XX VALUE SPACES.
          88 TRC-FS-OK             VALUE '00'.
       77 WS-CUR-FS                PIC XX VALUE SPACES.
          88 CUR-FS-OK             VALUE '00'.
       77 WS-PARAM-FS              PIC XX VALUE SPACES.
          88 PARAM-FS-OK           VALUE '00'.
       77 WS-CAT-FS                PIC XX VALUE SPACES.
          88 CAT-FS-OK             VALUE '00'.
       77 WS-EQV-FS                PIC XX VALUE SPACES.
          88 EQV-FS-OK             VALUE '00'.
       77 WS-VC-FS                 PIC XX VALUE SPACES.
          88 VC-FS-OK              VALUE '00'.
       77 WS-DOC-FS                PIC XX VALUE SPACES.
          88 DOC-FS-OK             VALUE '00'.
       77 WS-EOF                   PIC X VALUE 'N'.
          88 FIM-ARQUIVO           VALUE 'F'.

       01 WS-EMI-PARM.
          COPY EMISSAO_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-SHI-PARM.
          COPY STATUSHIST_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.
       77 WS-EFETIVA               PIC X VALUE SPACE.
          88 TROCA-EFETIVA         VALUE 'S' 's'.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-CD-TEXTO              PIC X(05) VALUE SPACES.
       77 WS-CURSO-ANTIGO          PIC X(05) VALUE SPACES.
       77 WS-CURSO-NOVO            PIC X(05) VALUE SPACES.
       77 WS-VERSAO-ANTIGA         PIC X(04) VALUE SPACES.
       77 WS-VERSAO-NOVA           PIC X(04) VALUE SPACES.
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.
       77 WS-PERIODO               PIC X(06) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-TROCA-GRAVADA         PIC 9 VALUE 0.
          88 TROCA-GRAVADA         VALUE 1.

      * QUADRO DE VAGAS DO CURSO DESTINO NO PERIODO
       77 WS-VAGAS-OFERTA          PIC 9(04) VALUE ZEROS.
       77 WS-VAGAS-USADAS          PIC 9(04) VALUE ZEROS.
       77 WS-DT-LIMITE             PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU-VAGA            PIC 9 VALUE 0.
          88 ACHOU-VAGA            VALUE 1.

       01 WS-TABELA-PARAMETROS.
          05 WS-QTD-PARAM          PIC 9(03) VALUE 0.
          05 WS-PARAM-TAB OCCURS 50 TIMES.
             10 WS-PARAM-NOME      PIC X(50).
             10 WS-PARAM-MIN       PIC 9(3)V9(2).
             10 WS-PARAM-VIG       PIC 9(08).
       77 WS-POS-PRM               PIC 9(03) VALUE ZEROS.
       77 WS-NOTA-MINIMA           PIC 9(3)V9(2) VALUE 6.
       77 WS-FREQ-MINIMA           PIC 9(03) VALUE 75.

      * GRADE DO CURSO NOVO (COBERTA = JA CUMPRIDA NA TROCA)
       01 WS-TABELA-CURRICULO.
          05 WS-QTD-CUR            PIC 9(03) VALUE 0.
          05 WS-CUR-TAB OCCURS 200 TIMES.
             10 WS-CUR-MAT         PIC X(50).
             10 WS-CUR-TIPO-T      PIC X(01).
             10 WS-CUR-COBERTA     PIC 9(01).

       01 WS-TABELA-CATALOGO.
          05 WS-QTD-CAT            PIC 9(04) VALUE 0.
          05 WS-CAT-TAB OCCURS 1000 TIMES.
             10 WS-CAT-CODIGO      PIC X(10).
             10 WS-CAT-NOME        PIC X(50).

      * EQUIVALENCIAS INTERNAS (CODIGO DE ORIGEM -> CODIGO DESTINO)
       01 WS-TABELA-EQUIVALENCIAS.
          05 WS-QTD-EQV            PIC 9(03) VALUE 0.
          05 WS-EQV-TAB OCCURS 300 TIMES.
             10 WS-EQV-ORIGEM      PIC X(10).
             10 WS-EQV-DESTINO     PIC X(10).
       77 WS-INSTITUICAO-INTERNA   PIC X(10) VALUE 'INTERNA'.

       01 WS-TABELA-VALORES.
          05 WS-QTD-VALORES        PIC 9(03) VALUE 0.
          05 WS-VAL-TAB OCCURS 200 TIMES.
             10 WS-VAL-CURSO       PIC X(05).
             10 WS-VAL-VALOR       PIC 9(5)V9(2).
             10 WS-VAL-VIGENCIA    PIC 9(08).

      * LANCAMENTO VIGENTE POR MATERIA DO ALUNO E O SEU DESTINO NA
      * TROCA: D DIRETA, Q EQUIVALENCIA, J EQUIVALENTE JA CURSADA,
      * P PERDIDA, N NAO APROVADA (FICA FORA DA FOLHA)
       01 WS-TABELA-VIGENTES.
          05 WS-QTD-VIG            PIC 9(03) VALUE 0.
          05 WS-VIG-TAB OCCURS 200 TIMES.
             10 WS-VIG-MATERIA     PIC X(50).
             10 WS-VIG-PERIODO     PIC X(06).
             10 WS-VIG-MEDIA       PIC 9(3)V9(2).
             10 WS-VIG-CONCEITO    PIC X(01).
             10 WS-VIG-FREQ        PIC 9(03).
             10 WS-VIG-ATIVO       PIC 9(01).
             10 WS-VIG-DESTINO     PIC X(01).
             10 WS-VIG-MAT-NOVA    PIC X(50).
       77 WS-POS-VIG               PIC 9(03) VALUE ZEROS.

       01 WS-TABELA-REPRECO.
          05 WS-QTD-REP            PIC 9(03) VALUE 0.
          05 WS-REP-TAB OCCURS 60 TIMES.
             10 WS-REP-COMPETENCIA PIC 9(06).
             10 WS-REP-VENCIMENTO  PIC 9(08).
             10 WS-REP-VALOR-ANT   PIC 9(5)V9(2).
             10 WS-REP-VALOR-NOVO  PIC 9(5)V9(2).
             10 WS-REP-OBS         PIC X(20).

       77 WS-IDX                   PIC 9(04) VALUE ZEROS.
       77 WS-IDX-2                 PIC 9(04) VALUE ZEROS.
       77 WS-CODIGO-ORIGEM         PIC X(10) VALUE SPACES.
       77 WS-CODIGO-DESTINO        PIC X(10) VALUE SPACES.
       77 WS-NOME-DESTINO          PIC X(50) VALUE SPACES.
       77 WS-QTD-DIRETAS           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EQUIV             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-JA-CURSADAS       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PERDIDAS          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-A-CURSAR          PIC 9(03) VALUE ZEROS.
       77 WS-HIDX-ULT-SEQ          PIC 9(07) VALUE ZEROS.

      * REPRECIFICACAO
       77 WS-CHAVE-COMP            PIC 9(08) VALUE ZEROS.
       77 WS-CURSO-PRECO           PIC X(05) VALUE SPACES.
       77 WS-PRECO-ACHADO          PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-VIGENCIA-ESCOLHIDA    PIC 9(08) VALUE ZEROS.
       77 WS-PRECO-ANTIGO          PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-PRECO-NOVO            PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-FATOR                 PIC 9(3)V9(6) VALUE ZEROS.
       77 WS-TOTAL-ANTES           PIC 9(7)V9(2) VALUE ZEROS.
       77 WS-TOTAL-DEPOIS          PIC 9(7)V9(2) VALUE ZEROS.

       77 WS-MEDIA-ED              PIC ZZ9.99.
       77 WS-VALOR-ED              PIC ZZZZ9.99.
       77 WS-VALOR-ED-2            PIC ZZZZ9.99.
       77 WS-TOTAL-ED              PIC ZZZZZZ9.99.
       77 WS-TOTAL-ED-2            PIC ZZZZZZ9.99.
       77 WS-SITUACAO-ED           PIC X(22) VALUE SPACES.
       01 WS-DATA-ED.
          05 WS-DATA-ED-DIA        PIC 9(02).
          05 FILLER                PIC X(01) VALUE '/'.
          05 WS-DATA-ED-MES        PIC 9(02).
          05 FILLER                PIC X(01) VALUE '/'.
          05 WS-DATA-ED-ANO        PIC 9(04).
       01 WS-DATA-TRAB             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-TRAB.
          05 WS-DATA-TRAB-ANO      PIC 9(04).
          05 WS-DATA-TRAB-MES      PIC 9(02).
          05 WS-DATA-TRAB-DIA      PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* TROCACURSO - TROCA INTERNA DE CURSO         *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'TROCA NEGADA - OPERADOR SEM AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-CD-TEXTO FROM ENVIRONMENT 'DD_CD_TROCA'
            IF WS-CD-TEXTO = SPACES
                DISPLAY 'CD-STUDENT QUE TROCA DE CURSO: '
                ACCEPT WS-CD-ALVO
            ELSE
                MOVE FUNCTION NUMVAL(WS-CD-TEXTO) TO WS-CD-ALVO
            END-IF
            ACCEPT WS-CURSO-NOVO FROM ENVIRONMENT 'DD_CURSO_DESTINO'
            IF WS-CURSO-NOVO = SPACES
                DISPLAY 'CURSO DESTINO: '
                ACCEPT WS-CURSO-NOVO
            END-IF
            ACCEPT WS-PERIODO FROM ENVIRONMENT 'DD_PERIODO_TROCA'
            IF WS-PERIODO = SPACES
                DISPLAY 'PERIODO DA TROCA: '
                ACCEPT WS-PERIODO
            END-IF
            IF WS-CURSO-NOVO = SPACES OR WS-PERIODO = SPACES
                DISPLAY 'CURSO DESTINO/PERIODO NAO INFORMADOS - '
                        'TROCA NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            ACCEPT WS-EFETIVA FROM ENVIRONMENT 'DD_TROCA_EFETIVA'

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-HIST-DD FROM ENVIRONMENT 'DD_HISTORICO_NOTAS'
            IF WS-HIST-DD = SPACES
                MOVE 'HISTORICO_NOTAS.DAT' TO WS-HIST-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-DOC-DD FROM ENVIRONMENT 'DD_TROCA_CURSO_DOC'
            IF WS-DOC-DD = SPACES
                MOVE 'TROCA_CURSO.RPT' TO WS-DOC-DD
            END-IF

            OPEN I-O ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 'TROCACURSO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            MOVE WS-CD-ALVO TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO EXISTE: ' WS-CD-ALVO
                    MOVE 4 TO RETURN-CODE
                    CLOSE ESTUDANTE
                    GO TO FIM-DO-PROGRAMA
            END-READ
            IF NOT STUDENT-ATIVO
                DISPLAY 'ESTUDANTE ' WS-CD-ALVO ' NAO ESTA ATIVO '
                        '(SITUACAO: ' STUDENT-STATUS ') - TROCA NAO '
                        'PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF
            MOVE COURSE-CODE TO WS-CURSO-ANTIGO
            IF WS-CURSO-NOVO = WS-CURSO-ANTIGO
                DISPLAY 'O ALUNO JA ESTA NO CURSO ' WS-CURSO-NOVO
                        ' - TROCA NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 1000-CONFERE-VAGA THRU 1000-FIM
            IF RETURN-CODE NOT = 0
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF

      * NO CURSO NOVO O ALUNO ENTRA NA MATRIZ EM VIGOR NA TROCA
            MOVE STUDENT-VERSAO-MATRIZ TO WS-VERSAO-ANTIGA
            MOVE WS-CURSO-NOVO TO MTZ-P-COURSE-CODE
            MOVE WS-DATA-HOJE TO MTZ-P-DT-INGRESSO
            MOVE SPACES TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO WS-VERSAO-NOVA

            PERFORM 1100-CARREGA-PARAMETROS THRU 1100-FIM
            PERFORM 1200-CARREGA-CURRICULO THRU 1200-FIM
            IF WS-QTD-CUR = 0
                DISPLAY 'SEM GRADE CURRICULAR PARA O CURSO '
                        WS-CURSO-NOVO ' - TROCA NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1300-CARREGA-CATALOGO THRU 1300-FIM
            PERFORM 1400-CARREGA-EQUIVALENCIAS THRU 1400-FIM
            PERFORM 1500-CARREGA-VALORES THRU 1500-FIM

            PERFORM 2000-CARREGA-VIGENTES THRU 2000-FIM
            PERFORM 3000-MAPEIA-MATERIAS THRU 3000-FIM

            IF TROCA-EFETIVA
                PERFORM 6000-EFETIVA-TROCA THRU 6000-FIM
                IF NOT TROCA-GRAVADA
                    DISPLAY 'TROCA NAO EFETIVADA - VER O LOG DE ERROS.'
                    CLOSE ESTUDANTE
                    GO TO FIM-DO-PROGRAMA
                END-IF
            END-IF
            PERFORM 4000-REPRECIFICA THRU 4000-FIM
            PERFORM 5000-EMITE-FOLHA THRU 5000-FIM
            CLOSE ESTUDANTE

            DISPLAY 'APROVEITADAS DIRETAS.....: ' WS-QTD-DIRETAS
            DISPLAY 'APROVEITADAS POR EQUIV...: ' WS-QTD-EQUIV
            DISPLAY 'EQUIVALENTES JA CURSADAS.: ' WS-QTD-JA-CURSADAS
            DISPLAY 'PERDIDAS.................: ' WS-QTD-PERDIDAS
            DISPLAY 'A CURSAR NO CURSO NOVO...: ' WS-QTD-A-CURSAR
            DISPLAY 'MENSALIDADES REPRECIFIC..: ' WS-QTD-REP
            IF TROCA-GRAVADA
                DISPLAY 'TROCA EFETIVADA - CURSO ' WS-CURSO-ANTIGO
                        ' -> ' WS-CURSO-NOVO '.'
            ELSE
                DISPLAY 'SIMULACAO - NADA FOI GRAVADO (USE '
                        'DD_TROCA_EFETIVA=S PARA EFETIVAR).'
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
      * 1000-CONFERE-VAGA  --  LOCALIZA O CURSO DESTINO NO QUADRO DE
      *                          VAGAS DO PERIODO, CONFERE O PRAZO E
      *                          CONTA AS TROCAS JA EFETIVADAS PARA
      *                          ELE NO PERIODO. SEM LINHA, FORA DO
      *                          PRAZO OU SEM VAGA: RC 4.
      ******************************************************************
       1000-CONFERE-VAGA.
            ACCEPT WS-VTR-DD FROM ENVIRONMENT 'DD_VAGAS_TROCA'
            IF WS-VTR-DD = SPACES
                MOVE 'VAGAS_TROCA_CURSO.TXT' TO WS-VTR-DD
            END-IF
            ACCEPT WS-TRC-DD FROM ENVIRONMENT 'DD_TROCAS_CURSO'
            IF WS-TRC-DD = SPACES
                MOVE 'TROCAS_CURSO.TXT' TO WS-TRC-DD
            END-IF

            OPEN INPUT VAGAS-TROCA
            IF NOT VTR-FS-OK
                DISPLAY 'QUADRO DE VAGAS DA TROCA AUSENTE: ' WS-VTR-DD
                        ' - TROCA NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ VAGAS-TROCA
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF VTR-PERIODO = WS-PERIODO
                           AND VTR-COURSE-CODE = WS-CURSO-NOVO
                            MOVE 1 TO WS-ACHOU-VAGA
                            MOVE VTR-QTD-VAGAS TO WS-VAGAS-OFERTA
                            MOVE VTR-DT-LIMITE TO WS-DT-LIMITE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VAGAS-TROCA

            IF NOT ACHOU-VAGA
                DISPLAY 'CURSO ' WS-CURSO-NOVO ' SEM VAGAS DE TROCA '
                        'ABERTAS NO PERIODO ' WS-PERIODO
                        ' - TROCA NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF
            IF WS-DATA-HOJE > WS-DT-LIMITE
                MOVE WS-DT-LIMITE TO WS-DATA-TRAB
                PERFORM 9900-EDITA-DATA THRU 9900-FIM
                DISPLAY 'PRAZO DE TROCA PARA O PERIODO ' WS-PERIODO
                        ' ENCERRADO EM ' WS-DATA-ED
                        ' - TROCA NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
                GO TO 1000-FIM
            END-IF

            OPEN INPUT TROCAS-CURSO
            IF TRC-FS-OK
                MOVE 'N' TO WS-EOF
                PERFORM UNTIL FIM-ARQUIVO
                    READ TROCAS-CURSO
                        AT END
                            MOVE 'F' TO WS-EOF
                        NOT AT END
                            IF TRC-PERIODO = WS-PERIODO
                               AND TRC-CURSO-NOVO = WS-CURSO-NOVO
                                ADD 1 TO WS-VAGAS-USADAS
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TROCAS-CURSO
            END-IF
            IF WS-VAGAS-USADAS >= WS-VAGAS-OFERTA
                DISPLAY 'VAGAS DE TROCA ESGOTADAS PARA O CURSO '
                        WS-CURSO-NOVO ' NO PERIODO ' WS-PERIODO ' ('
                        WS-VAGAS-USADAS ' DE ' WS-VAGAS-OFERTA
                        ') - TROCA NAO PROCESSADA.'
                MOVE 4 TO RETURN-CODE
            END-IF.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PARAMETROS  --  CARREGA A NOTA MINIMA POR MATERIA
      *                                EM VIGOR HOJE (PADRAO 6 QUANDO
      *                                AUSENTE), COMO NO
      *                                VERIFICAFORMATURA.
      ******************************************************************
       1100-CARREGA-PARAMETROS.
            ACCEPT WS-PARAM-DD FROM ENVIRONMENT 'DD_PARAM_MATERIA'
            IF WS-PARAM-DD = SPACES
                MOVE 'MATERIA_NOTA_MINIMA.TXT' TO WS-PARAM-DD
            END-IF
            OPEN INPUT PARAM-MATERIAS
            IF NOT PARAM-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ PARAM-MATERIAS
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        PERFORM 1150-ACOMODA-PARAMETRO
                             THRU 1150-FIM
                END-READ
            END-PERFORM
            CLOSE PARAM-MATERIAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1150-ACOMODA-PARAMETRO  --  FICA COM A VERSAO DE MAIOR
      *                               VIGENCIA QUE NAO PASSE DE HOJE.
      ******************************************************************
       1150-ACOMODA-PARAMETRO.
            IF PARAM-DT-VIGENCIA NOT NUMERIC
                MOVE ZEROS TO PARAM-DT-VIGENCIA
            END-IF
            IF PARAM-DT-VIGENCIA > WS-DATA-HOJE
                GO TO 1150-FIM
            END-IF
            MOVE 0 TO WS-POS-PRM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PARAM
                IF WS-PARAM-NOME(WS-IDX) = PARAM-MATERIA
                    MOVE WS-IDX TO WS-POS-PRM
                    MOVE WS-QTD-PARAM TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-POS-PRM = 0
                IF WS-QTD-PARAM >= 50
                    GO TO 1150-FIM
                END-IF
                ADD 1 TO WS-QTD-PARAM
                MOVE WS-QTD-PARAM TO WS-POS-PRM
                MOVE PARAM-MATERIA TO WS-PARAM-NOME(WS-POS-PRM)
                MOVE PARAM-NOTA-MINIMA TO WS-PARAM-MIN(WS-POS-PRM)
                MOVE PARAM-DT-VIGENCIA TO WS-PARAM-VIG(WS-POS-PRM)
                GO TO 1150-FIM
            END-IF
            IF PARAM-DT-VIGENCIA >= WS-PARAM-VIG(WS-POS-PRM)
                MOVE PARAM-NOTA-MINIMA TO WS-PARAM-MIN(WS-POS-PRM)
                MOVE PARAM-DT-VIGENCIA TO WS-PARAM-VIG(WS-POS-PRM)
            END-IF.
       1150-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-CURRICULO  --  CARREGA A GRADE DO CURSO DESTINO,
      *                               NA VERSAO DA MATRIZ EM VIGOR.
      ******************************************************************
       1200-CARREGA-CURRICULO.
            ACCEPT WS-CUR-DD FROM ENVIRONMENT 'DD_CURRICULO'
            IF WS-CUR-DD = SPACES
                MOVE 'CURRICULO.TXT' TO WS-CUR-DD
            END-IF
            OPEN INPUT CURRICULO
            IF NOT CUR-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ CURRICULO
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF CUR-COURSE-CODE = WS-CURSO-NOVO
                           AND CUR-VERSAO = WS-VERSAO-NOVA
                           AND WS-QTD-CUR < 200
                            ADD 1 TO WS-QTD-CUR
                            MOVE CUR-MATERIA TO WS-CUR-MAT(WS-QTD-CUR)
                            IF CUR-ELETIVA
                                MOVE 'E' TO WS-CUR-TIPO-T(WS-QTD-CUR)
                            ELSE
                                MOVE 'O' TO WS-CUR-TIPO-T(WS-QTD-CUR)
                            END-IF
                            MOVE 0 TO WS-CUR-COBERTA(WS-QTD-CUR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CURRICULO.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-CATALOGO  --  CARREGA CODIGO E NOME OFICIAL DAS
      *                              MATERIAS DO CATALOGO.
      ******************************************************************
       1300-CARREGA-CATALOGO.
            ACCEPT WS-CAT-DD FROM ENVIRONMENT 'DD_CATALOGO_MATERIA'
            IF WS-CAT-DD = SPACES
                MOVE 'CATALOGO_MATERIA.TXT' TO WS-CAT-DD
            END-IF
            OPEN INPUT CATALOGO-MATERIAS
            IF NOT CAT-FS-OK
                GO TO 1300-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ CATALOGO-MATERIAS
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF WS-QTD-CAT < 1000
                            ADD 1 TO WS-QTD-CAT
                            MOVE CATALOGO-COD-MATERIA
                              TO WS-CAT-CODIGO(WS-QTD-CAT)
                            MOVE CATALOGO-NOME-MATERIA
                              TO WS-CAT-NOME(WS-QTD-CAT)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO-MATERIAS.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1400-CARREGA-EQUIVALENCIAS  --  CARREGA DA TABELA DE
      *                                   EQUIVALENCIA SO AS LINHAS DA
      *                                   INSTITUICAO INTERNA: O CURSO
      *                                   EXTERNO TRAZ O CODIGO DO
      *                                   NOSSO CATALOGO DE ORIGEM.
      ******************************************************************
       1400-CARREGA-EQUIVALENCIAS.
            ACCEPT WS-EQV-DD FROM ENVIRONMENT 'DD_EQUIVALENCIA'
            IF WS-EQV-DD = SPACES
                MOVE 'EQUIVALENCIAS.TXT' TO WS-EQV-DD
            END-IF
            OPEN INPUT EQUIVALENCIAS
            IF NOT EQV-FS-OK
                GO TO 1400-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ EQUIVALENCIAS
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF EQV-INSTITUICAO = WS-INSTITUICAO-INTERNA
                           AND WS-QTD-EQV < 300
                            ADD 1 TO WS-QTD-EQV
                            MOVE EQV-CURSO-EXTERNO
                              TO WS-EQV-ORIGEM(WS-QTD-EQV)
                            MOVE EQV-COD-MATERIA
                              TO WS-EQV-DESTINO(WS-QTD-EQV)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE EQUIVALENCIAS.
       1400-FIM.
            EXIT.

      ******************************************************************
      * 1500-CARREGA-VALORES  --  CARREGA AS VERSOES DATADAS DO VALOR
      *                             DA MENSALIDADE POR CURSO.
      ******************************************************************
       1500-CARREGA-VALORES.
            ACCEPT WS-VC-DD FROM ENVIRONMENT 'DD_VALOR_CURSO'
            IF WS-VC-DD = SPACES
                MOVE 'VALOR_CURSO.TXT' TO WS-VC-DD
            END-IF
            OPEN INPUT VALOR-CURSO
            IF NOT VC-FS-OK
                DISPLAY 'TABELA DE VALORES AUSENTE: ' WS-VC-DD
                        ' - MENSALIDADES NAO REPRECIFICADAS.'
                GO TO 1500-FIM
            END-IF
            MOVE 'N' TO WS-EOF
            PERFORM UNTIL FIM-ARQUIVO
                READ VALOR-CURSO
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF WS-QTD-VALORES < 200
                            ADD 1 TO WS-QTD-VALORES
                            MOVE VC-COURSE-CODE TO
                                 WS-VAL-CURSO(WS-QTD-VALORES)
                            MOVE VC-VALOR TO
                                 WS-VAL-VALOR(WS-QTD-VALORES)
                            IF VC-DT-VIGENCIA NUMERIC
                                MOVE VC-DT-VIGENCIA TO
                                     WS-VAL-VIGENCIA(WS-QTD-VALORES)
                            ELSE
                                MOVE ZEROS TO
                                     WS-VAL-VIGENCIA(WS-QTD-VALORES)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE VALOR-CURSO.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 2000-CARREGA-VIGENTES  --  MONTA O LANCAMENTO VIGENTE DE CADA
      *                              MATERIA DO ALUNO, PRIMEIRO DO
      *                              ARQUIVO MORTO E DEPOIS DO VIVO
      *                              (ESTORNO ANULA, POSTERIOR
      *                              SUBSTITUI).
      ******************************************************************
       2000-CARREGA-VIGENTES.
            ACCEPT WS-HARQ-DD FROM ENVIRONMENT 'DD_HISTORICO_ARQUIVO'
            IF WS-HARQ-DD NOT = SPACES
                OPEN INPUT HISTORICO-ARQUIVO
                IF HARQ-FS-OK
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL FIM-ARQUIVO
                        READ HISTORICO-ARQUIVO
                            AT END
                                MOVE 'F' TO WS-EOF
                            NOT AT END
                                MOVE REG-HIST-ARQUIVO TO REG-HISTORICO
                                IF HIST-CD-STUDENT = WS-CD-ALVO
                                    PERFORM 2100-REGISTRA-NO-MAPA
                                         THRU 2100-FIM
                                END-IF
                        END-READ
                    END-PERFORM
                    CLOSE HISTORICO-ARQUIVO
                END-IF
            END-IF

            OPEN INPUT HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE WS-CD-ALVO TO HIDX-CD-STUDENT
            MOVE ZEROS TO HIDX-SEQ
            MOVE 'N' TO WS-EOF
            START HISTORICO-NOTAS KEY >= HIDX-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-EOF
            END-START
            PERFORM UNTIL FIM-ARQUIVO
                READ HISTORICO-NOTAS NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF HIDX-CD-STUDENT NOT = WS-CD-ALVO
                            MOVE 'F' TO WS-EOF
                        ELSE
                            MOVE HIDX-IMAGEM TO REG-HISTORICO
                            PERFORM 2100-REGISTRA-NO-MAPA
                                 THRU 2100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-REGISTRA-NO-MAPA  --  ATUALIZA O LANCAMENTO VIGENTE DA
      *                              MATERIA CORRENTE.
      ******************************************************************
       2100-REGISTRA-NO-MAPA.
            MOVE 0 TO WS-POS-VIG
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VIG
                IF WS-VIG-MATERIA(WS-IDX) = HIST-MATERIA
                    MOVE WS-IDX TO WS-POS-VIG
                    MOVE WS-QTD-VIG TO WS-IDX
                END-IF
            END-PERFORM

            IF WS-POS-VIG = 0
                IF HIST-LANC-ESTORNO OR WS-QTD-VIG >= 200
                    GO TO 2100-FIM
                END-IF
                ADD 1 TO WS-QTD-VIG
                MOVE WS-QTD-VIG TO WS-POS-VIG
                MOVE HIST-MATERIA TO WS-VIG-MATERIA(WS-POS-VIG)
            END-IF

            IF HIST-LANC-ESTORNO
                MOVE 0 TO WS-VIG-ATIVO(WS-POS-VIG)
            ELSE
                MOVE 1 TO WS-VIG-ATIVO(WS-POS-VIG)
                MOVE HIST-PERIODO TO WS-VIG-PERIODO(WS-POS-VIG)
                MOVE HIST-MEDIA TO WS-VIG-MEDIA(WS-POS-VIG)
                MOVE HIST-CONCEITO TO WS-VIG-CONCEITO(WS-POS-VIG)
                MOVE HIST-FREQUENCIA TO WS-VIG-FREQ(WS-POS-VIG)
            END-IF.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 3000-MAPEIA-MATERIAS  --  CLASSIFICA CADA MATERIA VIGENTE:
      *                             APROVADA E NA GRADE NOVA (DIRETA),
      *                             APROVADA COM EQUIVALENCIA INTERNA
      *                             PARA A GRADE NOVA, OU PERDIDA; E
      *                             CONTA O QUE FALTA CURSAR.
      ******************************************************************
       3000-MAPEIA-MATERIAS.
      * PRIMEIRO AS DIRETAS, PARA A EQUIVALENCIA NAO DUPLICAR UMA
      * MATERIA QUE O ALUNO JA TEM APROVADA COM O MESMO NOME
            PERFORM VARYING WS-POS-VIG FROM 1 BY 1
                    UNTIL WS-POS-VIG > WS-QTD-VIG
                MOVE 'N' TO WS-VIG-DESTINO(WS-POS-VIG)
                MOVE SPACES TO WS-VIG-MAT-NOVA(WS-POS-VIG)
                IF WS-VIG-ATIVO(WS-POS-VIG) = 1
                    PERFORM 3050-CONFERE-APROVACAO THRU 3050-FIM
                END-IF
                IF WS-VIG-DESTINO(WS-POS-VIG) = 'P'
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                            UNTIL WS-IDX > WS-QTD-CUR
                        IF WS-CUR-MAT(WS-IDX) =
                           WS-VIG-MATERIA(WS-POS-VIG)
                            MOVE 'D' TO WS-VIG-DESTINO(WS-POS-VIG)
                            MOVE WS-CUR-MAT(WS-IDX)
                              TO WS-VIG-MAT-NOVA(WS-POS-VIG)
                            MOVE 1 TO WS-CUR-COBERTA(WS-IDX)
                            ADD 1 TO WS-QTD-DIRETAS
                            MOVE WS-QTD-CUR TO WS-IDX
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM

            PERFORM VARYING WS-POS-VIG FROM 1 BY 1
                    UNTIL WS-POS-VIG > WS-QTD-VIG
                IF WS-VIG-DESTINO(WS-POS-VIG) = 'P'
                    PERFORM 3100-BUSCA-EQUIVALENCIA THRU 3100-FIM
                END-IF
                IF WS-VIG-DESTINO(WS-POS-VIG) = 'P'
                    ADD 1 TO WS-QTD-PERDIDAS
                END-IF
            END-PERFORM

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-COBERTA(WS-IDX) = 0
                    ADD 1 TO WS-QTD-A-CURSAR
                END-IF
            END-PERFORM.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 3050-CONFERE-APROVACAO  --  MARCA COMO P (A MAPEAR) A MATERIA
      *                               VIGENTE COM MEDIA >= MINIMA DA
      *                               MATERIA E FREQUENCIA >= 75%.
      ******************************************************************
       3050-CONFERE-APROVACAO.
            MOVE 6 TO WS-NOTA-MINIMA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PARAM
                IF WS-PARAM-NOME(WS-IDX) = WS-VIG-MATERIA(WS-POS-VIG)
                    MOVE WS-PARAM-MIN(WS-IDX) TO WS-NOTA-MINIMA
                    MOVE WS-QTD-PARAM TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-VIG-MEDIA(WS-POS-VIG) >= WS-NOTA-MINIMA
               AND WS-VIG-FREQ(WS-POS-VIG) >= WS-FREQ-MINIMA
                MOVE 'P' TO WS-VIG-DESTINO(WS-POS-VIG)
            END-IF.
       3050-FIM.
            EXIT.

      ******************************************************************
      * 3100-BUSCA-EQUIVALENCIA  --  NOME DA MATERIA -> CODIGO NO
      *                                CATALOGO -> EQUIVALENCIA
      *                                INTERNA -> NOME DO CODIGO
      *                                DESTINO, QUE PRECISA ESTAR NA
      *                                GRADE NOVA. DESTINO JA COBERTO
      *                                POR APROVACAO DIRETA FICA COMO
      *                                J (NAO E POSTADO DE NOVO).
      ******************************************************************
       3100-BUSCA-EQUIVALENCIA.
            MOVE SPACES TO WS-CODIGO-ORIGEM
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAT
                IF WS-CAT-NOME(WS-IDX) = WS-VIG-MATERIA(WS-POS-VIG)
                    MOVE WS-CAT-CODIGO(WS-IDX) TO WS-CODIGO-ORIGEM
                    MOVE WS-QTD-CAT TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-CODIGO-ORIGEM = SPACES
                GO TO 3100-FIM
            END-IF

            PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                    UNTIL WS-IDX-2 > WS-QTD-EQV
                IF WS-EQV-ORIGEM(WS-IDX-2) = WS-CODIGO-ORIGEM
                    MOVE WS-EQV-DESTINO(WS-IDX-2) TO WS-CODIGO-DESTINO
                    PERFORM 3150-CONFERE-DESTINO THRU 3150-FIM
                    IF WS-VIG-DESTINO(WS-POS-VIG) NOT = 'P'
                        MOVE WS-QTD-EQV TO WS-IDX-2
                    END-IF
                END-IF
            END-PERFORM.
       3100-FIM.
            EXIT.

      ******************************************************************
      * 3150-CONFERE-DESTINO  --  RESOLVE O CODIGO DESTINO NO CATALOGO
      *                             E PROCURA O NOME NA GRADE NOVA.
      ******************************************************************
       3150-CONFERE-DESTINO.
            MOVE SPACES TO WS-NOME-DESTINO
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CAT
                IF WS-CAT-CODIGO(WS-IDX) = WS-CODIGO-DESTINO
                    MOVE WS-CAT-NOME(WS-IDX) TO WS-NOME-DESTINO
                    MOVE WS-QTD-CAT TO WS-IDX
                END-IF
            END-PERFORM
            IF WS-NOME-DESTINO = SPACES
                GO TO 3150-FIM
            END-IF

            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-MAT(WS-IDX) = WS-NOME-DESTINO
                    MOVE WS-NOME-DESTINO TO WS-VIG-MAT-NOVA(WS-POS-VIG)
                    IF WS-CUR-COBERTA(WS-IDX) = 1
                        MOVE 'J' TO WS-VIG-DESTINO(WS-POS-VIG)
                        ADD 1 TO WS-QTD-JA-CURSADAS
                    ELSE
                        MOVE 'Q' TO WS-VIG-DESTINO(WS-POS-VIG)
                        MOVE 1 TO WS-CUR-COBERTA(WS-IDX)
                        ADD 1 TO WS-QTD-EQUIV
                    END-IF
                    MOVE WS-QTD-CUR TO WS-IDX
                END-IF
            END-PERFORM.
       3150-FIM.
            EXIT.

      ******************************************************************
      * 4000-REPRECIFICA  --  PERCORRE AS MENSALIDADES DO ALUNO E
      *                         REPRECIFICA AS FUTURAS EM ABERTO (TIPO
      *                         MENSALIDADE, FORA DE ACORDO) PELA RAZAO
      *                         ENTRE O VALOR-CURSO NOVO E O ANTIGO EM
      *                         VIGOR NA COMPETENCIA - OS DESCONTOS
      *                         (BOLSA, IRMAO, PONTUALIDADE) SAO
      *                         PERCENTUAIS E ACOMPANHAM A MESMA
      *                         RAZAO. COBRANCA PIX JA EMITIDA TEM O
      *                         TXID LIMPO PARA O GERACOBRANCAPIX
      *                         EMITIR DE NOVO NO VALOR CERTO. SO
      *                         REGRAVA NA TROCA EFETIVADA.
      ******************************************************************
       4000-REPRECIFICA.
            IF TROCA-GRAVADA
                OPEN I-O MENSALIDADES
            ELSE
                OPEN INPUT MENSALIDADES
            END-IF
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES AUSENTES: ' WS-MEN-DD
                        ' - NADA A REPRECIFICAR.'
                GO TO 4000-FIM
            END-IF
            MOVE WS-CD-ALVO TO MEN-CD-STUDENT
            MOVE ZEROS TO MEN-COMPETENCIA
            MOVE 'N' TO WS-EOF
            START MENSALIDADES KEY >= MEN-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-EOF
            END-START
            PERFORM UNTIL FIM-ARQUIVO
                READ MENSALIDADES NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF MEN-CD-STUDENT NOT = WS-CD-ALVO
                            MOVE 'F' TO WS-EOF
                        ELSE
                            IF MEN-ABERTA AND MEN-TIPO-MENSALIDADE
                               AND MEN-ACORDO-ID = ZEROS
                               AND MEN-DT-VENCIMENTO > WS-DATA-HOJE
                                PERFORM 4100-REPRECIFICA-ITEM
                                     THRU 4100-FIM
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 4100-REPRECIFICA-ITEM  --  CALCULA (E, NA EFETIVACAO, REGRAVA)
      *                              O VALOR NOVO DA MENSALIDADE LIDA.
      ******************************************************************
       4100-REPRECIFICA-ITEM.
            IF WS-QTD-REP >= 60
                GO TO 4100-FIM
            END-IF
            ADD 1 TO WS-QTD-REP
            MOVE MEN-COMPETENCIA TO WS-REP-COMPETENCIA(WS-QTD-REP)
            MOVE MEN-DT-VENCIMENTO TO WS-REP-VENCIMENTO(WS-QTD-REP)
            MOVE MEN-VALOR TO WS-REP-VALOR-ANT(WS-QTD-REP)
            MOVE MEN-VALOR TO WS-REP-VALOR-NOVO(WS-QTD-REP)
            MOVE SPACES TO WS-REP-OBS(WS-QTD-REP)

            COMPUTE WS-CHAVE-COMP = MEN-COMPETENCIA * 100 + 10
            MOVE WS-CURSO-ANTIGO TO WS-CURSO-PRECO
            PERFORM 4200-RESOLVE-PRECO THRU 4200-FIM
            MOVE WS-PRECO-ACHADO TO WS-PRECO-ANTIGO
            MOVE WS-CURSO-NOVO TO WS-CURSO-PRECO
            PERFORM 4200-RESOLVE-PRECO THRU 4200-FIM
            MOVE WS-PRECO-ACHADO TO WS-PRECO-NOVO
            IF WS-PRECO-ANTIGO = ZEROS OR WS-PRECO-NOVO = ZEROS
                MOVE 'SEM PRECO - MANTIDA' TO WS-REP-OBS(WS-QTD-REP)
                ADD MEN-VALOR TO WS-TOTAL-ANTES
                ADD MEN-VALOR TO WS-TOTAL-DEPOIS
                GO TO 4100-FIM
            END-IF

            COMPUTE WS-FATOR ROUNDED = WS-PRECO-NOVO / WS-PRECO-ANTIGO
            ADD MEN-VALOR TO WS-TOTAL-ANTES
            COMPUTE MEN-VALOR ROUNDED = MEN-VALOR * WS-FATOR
            COMPUTE MEN-DESC-BOLSA ROUNDED = MEN-DESC-BOLSA * WS-FATOR
            COMPUTE MEN-DESC-IRMAO ROUNDED = MEN-DESC-IRMAO * WS-FATOR
            COMPUTE MEN-DESC-PONTUAL ROUNDED =
                    MEN-DESC-PONTUAL * WS-FATOR
            ADD MEN-VALOR TO WS-TOTAL-DEPOIS
            MOVE MEN-VALOR TO WS-REP-VALOR-NOVO(WS-QTD-REP)
            IF MEN-PIX-TXID NOT = SPACES
                MOVE 'PIX SERA REEMITIDO' TO WS-REP-OBS(WS-QTD-REP)
                MOVE SPACES TO MEN-PIX-TXID
            END-IF

            IF NOT TROCA-GRAVADA
                GO TO 4100-FIM
            END-IF
            REWRITE REG-MENSALIDADE
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR MENSALIDADE ' MEN-CHAVE
                    MOVE 'TROCACURSO' TO LOG-PROGRAMA OF WS-LOG-PARM
                    MOVE '4100-REPRECIFICA-ITEM' TO LOG-PARAGRAFO
                                                     OF WS-LOG-PARM
                    MOVE 'ERRO AO REGRAVAR MENSALIDADE REPRECIFICADA'
                        TO LOG-MENSAGEM OF WS-LOG-PARM
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    MOVE 'ERRO AO REGRAVAR' TO WS-REP-OBS(WS-QTD-REP)
                    MOVE 4 TO RETURN-CODE
            END-REWRITE.
       4100-FIM.
            EXIT.

      ******************************************************************
      * 4200-RESOLVE-PRECO  --  VALOR DO CURSO EM WS-CURSO-PRECO EM
      *                           VIGOR NA COMPETENCIA (MESMA REGRA DO
      *                           GERAMENSALIDADE: VIGENCIA ATE O DIA
      *                           10 DA COMPETENCIA, A MAIS RECENTE).
      ******************************************************************
       4200-RESOLVE-PRECO.
            MOVE ZEROS TO WS-PRECO-ACHADO
            MOVE ZEROS TO WS-VIGENCIA-ESCOLHIDA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-VALORES
                IF WS-VAL-CURSO(WS-IDX) = WS-CURSO-PRECO
                   AND WS-VAL-VIGENCIA(WS-IDX) <= WS-CHAVE-COMP
                   AND (WS-VIGENCIA-ESCOLHIDA = 0 OR
                        WS-VAL-VIGENCIA(WS-IDX) >=
                        WS-VIGENCIA-ESCOLHIDA)
                    MOVE WS-VAL-VALOR(WS-IDX) TO WS-PRECO-ACHADO
                    MOVE WS-VAL-VIGENCIA(WS-IDX) TO
                         WS-VIGENCIA-ESCOLHIDA
                    IF WS-VIGENCIA-ESCOLHIDA = 0
                        MOVE 1 TO WS-VIGENCIA-ESCOLHIDA
                    END-IF
                END-IF
            END-PERFORM.
       4200-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-FOLHA  --  MONTA A FOLHA DE ORIENTACAO DA TROCA EM
      *                         132 COLUNAS: ANTES (MATERIAS APROVADAS
      *                         NO CURSO ATUAL) X DEPOIS (DESTINO NA
      *                         GRADE NOVA), O QUE FALTA CURSAR, AS
      *                         MENSALIDADES REPRECIFICADAS E AS
      *                         ASSINATURAS. NA EFETIVACAO SAI COM O
      *                         CODIGO DE VERIFICACAO REGISTRADO.
      ******************************************************************
       5000-EMITE-FOLHA.
            OPEN OUTPUT DOCUMENTO
            MOVE SPACES TO DOC-LINHA
            IF TROCA-GRAVADA
                STRING 'FOLHA DE ORIENTACAO - TROCA DE CURSO - '
                       'EMITIDA EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                       ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
            ELSE
                STRING 'FOLHA DE ORIENTACAO - TROCA DE CURSO '
                       '(SIMULACAO) - EMITIDA EM '
                       CAB-DATA-FORMATADA OF WS-CAB-PARM
                       ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
            END-IF
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'MATRICULA.......: ' CD-STUDENT
                   '  NOME: ' NM-STUDENT
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE WS-DT-LIMITE TO WS-DATA-TRAB
            PERFORM 9900-EDITA-DATA THRU 9900-FIM
            MOVE SPACES TO DOC-LINHA
            STRING 'CURSO ATUAL.....: ' WS-CURSO-ANTIGO
                   '   CURSO NOVO: ' WS-CURSO-NOVO
                   '   PERIODO: ' WS-PERIODO
                   '   PRAZO: ' WS-DATA-ED
                   '   VAGAS USADAS: ' WS-VAGAS-USADAS
                   ' DE ' WS-VAGAS-OFERTA
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'MATRIZ ATUAL....: ' WS-VERSAO-ANTIGA
                   '    MATRIZ NOVA: ' WS-VERSAO-NOVA
                   '  (EM BRANCO = MATRIZ ORIGINAL DO CURSO)'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE 'ANTES - MATERIAS APROVADAS' TO DOC-LINHA
            MOVE 'DEPOIS - NO CURSO NOVO' TO DOC-LINHA(85:)
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'PERIODO  MATERIA'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            MOVE 'MEDIA SITUACAO' TO DOC-LINHA(61:)
            MOVE 'MATERIA' TO DOC-LINHA(85:)
            WRITE DOC-LINHA
            PERFORM VARYING WS-POS-VIG FROM 1 BY 1
                    UNTIL WS-POS-VIG > WS-QTD-VIG
                IF WS-VIG-DESTINO(WS-POS-VIG) NOT = 'N'
                    PERFORM 5100-LINHA-MATERIA THRU 5100-FIM
                END-IF
            END-PERFORM

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'A CURSAR NO CURSO NOVO (' WS-QTD-A-CURSAR ')'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-CUR
                IF WS-CUR-COBERTA(WS-IDX) = 0
                    MOVE SPACES TO DOC-LINHA
                    MOVE WS-CUR-MAT(WS-IDX) TO DOC-LINHA(10:50)
                    IF WS-CUR-TIPO-T(WS-IDX) = 'E'
                        MOVE 'ELETIVA' TO DOC-LINHA(61:)
                    ELSE
                        MOVE 'OBRIGATORIA' TO DOC-LINHA(61:)
                    END-IF
                    WRITE DOC-LINHA
                END-IF
            END-PERFORM

            PERFORM 5200-BLOCO-MENSALIDADES THRU 5200-FIM

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'DECLARO TER SIDO ORIENTADO SOBRE O APROVEITAMENTO '
                   'DE ESTUDOS E OS NOVOS VALORES ACIMA.'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING '________________________________      '
                   '________________________________      '
                   '________________________________'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'ALUNO                                 '
                   'SECRETARIA ACADEMICA                  '
                   'COORDENACAO DO CURSO'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA

            IF NOT TROCA-GRAVADA
                MOVE SPACES TO DOC-LINHA
                WRITE DOC-LINHA
                MOVE 'SIMULACAO - SEM VALOR DE TROCA EFETIVADA.'
                  TO DOC-LINHA
                WRITE DOC-LINHA
                GO TO 5000-FECHA
            END-IF
            MOVE 'TROCACUR' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-OK OF WS-TICKET-PARM
                MOVE SPACES TO DOC-LINHA
                STRING 'CODIGO DE VERIFICACAO: '
                       TICKET-NUMERO OF WS-TICKET-PARM
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
                WRITE DOC-LINHA
                MOVE TICKET-NUMERO OF WS-TICKET-PARM
                  TO EMI-CODIGO OF WS-EMI-PARM
                MOVE 'TROCACUR' TO EMI-SERIE OF WS-EMI-PARM
                MOVE WS-CD-ALVO TO EMI-CD-STUDENT OF WS-EMI-PARM
                MOVE 'TRC' TO EMI-TIPO-DOC OF WS-EMI-PARM
                MOVE WS-OPERADOR TO EMI-OPERADOR OF WS-EMI-PARM
                CALL 'REGISTRAEMISSAO' USING WS-EMI-PARM
            END-IF.
       5000-FECHA.
            CLOSE DOCUMENTO
            DISPLAY 'FOLHA DE ORIENTACAO EMITIDA EM ' WS-DOC-DD.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 5100-LINHA-MATERIA  --  UMA LINHA ANTES/DEPOIS DA MATERIA
      *                           APROVADA CORRENTE.
      ******************************************************************
       5100-LINHA-MATERIA.
            EVALUATE WS-VIG-DESTINO(WS-POS-VIG)
                WHEN 'D'
                    MOVE 'APROVEITADA' TO WS-SITUACAO-ED
                WHEN 'Q'
                    MOVE 'EQUIVALENCIA' TO WS-SITUACAO-ED
                WHEN 'J'
                    MOVE 'JA CURSADA' TO WS-SITUACAO-ED
                WHEN OTHER
                    MOVE 'PERDIDA' TO WS-SITUACAO-ED
            END-EVALUATE
            MOVE WS-VIG-MEDIA(WS-POS-VIG) TO WS-MEDIA-ED
            MOVE SPACES TO DOC-LINHA
            STRING WS-VIG-PERIODO(WS-POS-VIG)
                   '   '
                   WS-VIG-MATERIA(WS-POS-VIG)
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            STRING WS-MEDIA-ED ' ' WS-SITUACAO-ED
                   DELIMITED BY SIZE INTO DOC-LINHA(60:)
            END-STRING
            IF WS-VIG-DESTINO(WS-POS-VIG) = 'P'
                MOVE '-' TO DOC-LINHA(85:)
            ELSE
                MOVE WS-VIG-MAT-NOVA(WS-POS-VIG)(1:48)
                  TO DOC-LINHA(85:)
            END-IF
            WRITE DOC-LINHA.
       5100-FIM.
            EXIT.

      ******************************************************************
      * 5200-BLOCO-MENSALIDADES  --  MENSALIDADES FUTURAS EM ABERTO
      *                                ANTES E DEPOIS DA TROCA.
      ******************************************************************
       5200-BLOCO-MENSALIDADES.
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'MENSALIDADES FUTURAS EM ABERTO (' WS-QTD-REP ')'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            IF WS-QTD-REP = 0
                GO TO 5200-FIM
            END-IF
            MOVE 'COMPET.  VENCIMENTO       ANTES      DEPOIS  OBS'
              TO DOC-LINHA
            WRITE DOC-LINHA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-REP
                MOVE WS-REP-VENCIMENTO(WS-IDX) TO WS-DATA-TRAB
                PERFORM 9900-EDITA-DATA THRU 9900-FIM
                MOVE WS-REP-VALOR-ANT(WS-IDX) TO WS-VALOR-ED
                MOVE WS-REP-VALOR-NOVO(WS-IDX) TO WS-VALOR-ED-2
                MOVE SPACES TO DOC-LINHA
                STRING WS-REP-COMPETENCIA(WS-IDX) '   '
                       WS-DATA-ED '   '
                       WS-VALOR-ED '    '
                       WS-VALOR-ED-2 '  '
                       WS-REP-OBS(WS-IDX)
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
                WRITE DOC-LINHA
            END-PERFORM
            MOVE WS-TOTAL-ANTES TO WS-TOTAL-ED
            MOVE WS-TOTAL-DEPOIS TO WS-TOTAL-ED-2
            MOVE SPACES TO DOC-LINHA
            STRING 'TOTAL               ' WS-TOTAL-ED '  '
                   WS-TOTAL-ED-2
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA.
       5200-FIM.
            EXIT.

      ******************************************************************
      * 6000-EFETIVA-TROCA  --  TROCA O COURSE-CODE PELO CAMINHO
      *                           AUDITADO, GRAVA O HISTORICO DE STATUS
      *                           (SITUACAO MANTIDA, MOTIVO TCU), POSTA
      *                           AS EQUIVALENCIAS E REGISTRA A TROCA.
      ******************************************************************
       6000-EFETIVA-TROCA.
            MOVE WS-CURSO-NOVO TO COURSE-CODE
            MOVE WS-VERSAO-NOVA TO STUDENT-VERSAO-MATRIZ
            REWRITE REG-ESTUDANTE
                INVALID KEY
                    DISPLAY 'ERRO AO REGRAVAR ESTUDANTE ' CD-STUDENT
                    MOVE 'TROCACURSO' TO LOG-PROGRAMA OF WS-LOG-PARM
                    MOVE '6000-EFETIVA-TROCA' TO LOG-PARAGRAFO
                                                  OF WS-LOG-PARM
                    MOVE 'ERRO AO REGRAVAR O CURSO NA TROCA'
                        TO LOG-MENSAGEM OF WS-LOG-PARM
                    CALL 'LOGERRO' USING WS-LOG-PARM
                    MOVE WS-CURSO-ANTIGO TO COURSE-CODE
                    MOVE WS-VERSAO-ANTIGA TO STUDENT-VERSAO-MATRIZ
                    MOVE 4 TO RETURN-CODE
                    GO TO 6000-FIM
            END-REWRITE
            MOVE 1 TO WS-TROCA-GRAVADA

            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'A' TO AUD-COD-TRANS
            MOVE CD-STUDENT TO AUD-CD-STUDENT
            MOVE 'COURSE-CODE' TO AUD-CAMPO
            MOVE WS-CURSO-ANTIGO TO AUD-VALOR-ANTIGO
            MOVE WS-CURSO-NOVO TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM
            IF WS-VERSAO-NOVA NOT = WS-VERSAO-ANTIGA
                MOVE 'VERSAO-MATRIZ' TO AUD-CAMPO
                MOVE WS-VERSAO-ANTIGA TO AUD-VALOR-ANTIGO
                MOVE WS-VERSAO-NOVA TO AUD-VALOR-NOVO
                CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM
            END-IF
            MOVE CD-STUDENT TO SHI-CD-STUDENT
            MOVE STUDENT-STATUS TO SHI-STATUS-ANTIGO
            MOVE STUDENT-STATUS TO SHI-STATUS-NOVO
            MOVE 'TCU' TO SHI-MOTIVO
            MOVE WS-OPERADOR TO SHI-OPERADOR
            CALL 'GRAVASTATUSHIST' USING WS-SHI-PARM

            IF WS-QTD-EQUIV > 0
                PERFORM 6100-POSTA-EQUIVALENCIAS THRU 6100-FIM
            END-IF

            OPEN EXTEND TROCAS-CURSO
            IF NOT TRC-FS-OK
                OPEN OUTPUT TROCAS-CURSO
            END-IF
            MOVE WS-DATA-HOJE TO TRC-DATA
            MOVE WS-CD-ALVO TO TRC-CD-STUDENT
            MOVE WS-PERIODO TO TRC-PERIODO
            MOVE WS-CURSO-ANTIGO TO TRC-CURSO-ANTIGO
            MOVE WS-CURSO-NOVO TO TRC-CURSO-NOVO
            MOVE WS-QTD-DIRETAS TO TRC-QTD-DIRETAS
            MOVE WS-QTD-EQUIV TO TRC-QTD-EQUIVALENTES
            MOVE WS-QTD-PERDIDAS TO TRC-QTD-PERDIDAS
            MOVE WS-OPERADOR TO TRC-OPERADOR
            WRITE REG-TROCA-CURSO
            CLOSE TROCAS-CURSO
            ADD 1 TO WS-VAGAS-USADAS.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 6100-POSTA-EQUIVALENCIAS  --  POSTA NO HISTORICO DE NOTAS, COM
      *                                 O NOME DA MATERIA DO CURSO NOVO
      *                                 E TIPO Q, CADA APROVACAO
      *                                 APROVEITADA POR EQUIVALENCIA
      *                                 (MEDIA, CONCEITO, FREQUENCIA E
      *                                 PERIODO DE ORIGEM).
      ******************************************************************
       6100-POSTA-EQUIVALENCIAS.
            OPEN I-O HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                DISPLAY 'ERRO AO ABRIR HISTORICO DE NOTAS - '
                        'EQUIVALENCIAS NAO POSTADAS.'
                MOVE 'TROCACURSO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '6100-POSTA-EQUIVALENCIAS' TO LOG-PARAGRAFO
                                                    OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O HISTORICO PARA AS EQUIVALENCIAS'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO 6100-FIM
            END-IF
            PERFORM VARYING WS-POS-VIG FROM 1 BY 1
                    UNTIL WS-POS-VIG > WS-QTD-VIG
                IF WS-VIG-DESTINO(WS-POS-VIG) = 'Q'
                    MOVE WS-CD-ALVO TO HIST-CD-STUDENT
                    MOVE NM-STUDENT TO HIST-NOME-ALUNO
                    MOVE WS-VIG-MAT-NOVA(WS-POS-VIG) TO HIST-MATERIA
                    MOVE WS-VIG-PERIODO(WS-POS-VIG) TO HIST-PERIODO
                    MOVE ZEROS TO HIST-NOTA-1
                    MOVE ZEROS TO HIST-NOTA-2
                    MOVE ZEROS TO HIST-NOTA-3
                    MOVE ZEROS TO HIST-NOTA-4
                    MOVE WS-VIG-MEDIA(WS-POS-VIG) TO HIST-MEDIA
                    MOVE WS-VIG-CONCEITO(WS-POS-VIG) TO HIST-CONCEITO
                    MOVE WS-VIG-FREQ(WS-POS-VIG) TO HIST-FREQUENCIA
                    MOVE 'Q' TO HIST-TIPO-LANC
                    MOVE SPACES TO HIST-TURMA
                    MOVE SPACES TO HIST-LOTE-ID
                    PERFORM 9800-GRAVA-HISTORICO THRU 9800-FIM
                END-IF
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       6100-FIM.
            EXIT.

      ******************************************************************
      * 9800-GRAVA-HISTORICO  --  GRAVA REG-HISTORICO NO HISTORICO
      *                             INDEXADO NA PROXIMA SEQUENCIA DO
      *                             ALUNO (COMO NO IMPORTAEQUIVALENCIA).
      ******************************************************************
       9800-GRAVA-HISTORICO.
            MOVE ZEROS TO WS-HIDX-ULT-SEQ
            MOVE HIST-CD-STUDENT TO HIDX-CD-STUDENT
            MOVE ZEROS TO HIDX-SEQ
            MOVE 'N' TO WS-EOF
            START HISTORICO-NOTAS KEY >= HIDX-CHAVE
                INVALID KEY
                    MOVE 'F' TO WS-EOF
            END-START
            PERFORM UNTIL FIM-ARQUIVO
                READ HISTORICO-NOTAS NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-EOF
                    NOT AT END
                        IF HIDX-CD-STUDENT NOT = HIST-CD-STUDENT
                            MOVE 'F' TO WS-EOF
                        ELSE
                            MOVE HIDX-SEQ TO WS-HIDX-ULT-SEQ
                        END-IF
                END-READ
            END-PERFORM
            MOVE HIST-CD-STUDENT TO HIDX-CD-STUDENT
            COMPUTE HIDX-SEQ = WS-HIDX-ULT-SEQ + 1
            MOVE REG-HISTORICO TO HIDX-IMAGEM
            WRITE REG-HISTORICO-IDX
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O HISTORICO INDEXADO - '
                            'CHAVE ' HIDX-CHAVE
                    MOVE 4 TO RETURN-CODE
            END-WRITE.
       9800-FIM.
            EXIT.

      ******************************************************************
      * 9900-EDITA-DATA  --  WS-DATA-TRAB (AAAAMMDD) -> DD/MM/AAAA.
      ******************************************************************
       9900-EDITA-DATA.
            MOVE WS-DATA-TRAB-DIA TO WS-DATA-ED-DIA
            MOVE WS-DATA-TRAB-MES TO WS-DATA-ED-MES
            MOVE WS-DATA-TRAB-ANO TO WS-DATA-ED-ANO.
       9900-FIM.
            EXIT.

       END PROGRAM TROCACURSO.
