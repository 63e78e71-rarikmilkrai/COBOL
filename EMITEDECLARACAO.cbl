      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:EMISSAO DAS DECLARACOES DE MATRICULA E DE FREQUENCIA:
      *         CONFERE QUE O ALUNO ESTA ATIVO NO CADASTRO E INSCRITO
      *         EM PELO MENOS UMA TURMA DO PERIODO LETIVO CORRENTE
      *         (TURMA_ALUNO, DD_PERIODO_LETIVO OU O SEMESTRE DA DATA
      *         DE HOJE), LISTA AS DISCIPLINAS DAS TURMAS E, NA
      *         DECLARACAO DE FREQUENCIA, IMPRIME O PERCENTUAL GERAL
      *         DE PRESENCA DO PERIODO (FREQUENCIA.TXT). CADA
      *         DECLARACAO E NUMERADA PELO GERATICKET (SERIES
      *         DECMATRI/DECFREQU) E GRAVADA NO REGISTRO CENTRAL DE
      *         DOCUMENTOS (REGISTRAEMISSAO, TIPO DEC), PESQUISAVEL
      *         PELO CONSULTAVERIFICACAO.
      *         MODO AVULSO: DD_CD_DECLARACAO + DD_TIPO_DECLARACAO
      *         (M MATRICULA / F FREQUENCIA).
      *         MODO DE FILA (DD_FILA_TRANSCRICAO): ATENDE OS PEDIDOS
      *         PENDENTES DO PORTAL CUJA FIL-FINALIDADE COMECA POR
      *         DECLARACAO (FREQUENCIA NO TEXTO = DECLARACAO DE
      *         FREQUENCIA), UM DOCUMENTO POR PEDIDO
      *         (DECLARACAO_<ID>.RPT); OS DEMAIS PEDIDOS FICAM PARA O
      *         EMITEHISTORICOESCOLAR.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao - as declaracoes de matricula e de
      *               frequencia eram digitadas num editor de texto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITEDECLARACAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT FREQUENCIA ASSIGN TO DYNAMIC WS-FREQ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FREQ-FS.

           SELECT DOCUMENTO ASSIGN TO DYNAMIC WS-DOC-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DOC-FS.

           SELECT FILA-TRANSCRICAO ASSIGN TO DYNAMIC WS-FILA-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FILA-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD TURMAS.
          COPY FD_TURMA.

       FD FREQUENCIA.
          COPY FD_FREQUENCIA.

       FD DOCUMENTO.
       01 DOC-LINHA                    PIC X(132).

       FD FILA-TRANSCRICAO.
          COPY FD_FILA_TRANSCRICAO.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-FREQ-DD               PIC X(100) VALUE SPACES.
       01 WS-DOC-DD                PIC X(100) VALUE SPACES.
       01 WS-FILA-DD               PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-FREQ-FS               PIC XX VALUE SPACES.
          88 FREQ-FS-OK            VALUE '00'.
       77 WS-DOC-FS                PIC XX VALUE SPACES.
          88 DOC-FS-OK             VALUE '00'.
       77 WS-FILA-FS               PIC XX VALUE SPACES.
          88 FILA-FS-OK            VALUE '00'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 TAL-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-FREQ-EOF              PIC X VALUE 'N'.
          88 FREQ-FIM-ARQUIVO      VALUE 'F'.
       77 WS-FILA-EOF              PIC X VALUE 'N'.
          88 FILA-FIM-ARQUIVO      VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-AUD-PARM.
          COPY AUDITORIA_PARM.
       01 WS-EMI-PARM.
          COPY EMISSAO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-CD-TEXTO              PIC X(05) VALUE SPACES.
       77 WS-TIPO-DECLARACAO       PIC X(01) VALUE SPACES.
          88 DECL-MATRICULA        VALUE 'M' 'm'.
          88 DECL-FREQUENCIA       VALUE 'F' 'f'.
       77 WS-FINALIDADE            PIC X(30) VALUE SPACES.
       77 WS-SERIE                 PIC X(08) VALUE SPACES.
       77 WS-TITULO                PIC X(24) VALUE SPACES.
       77 WS-NUMERO                PIC 9(09) VALUE ZEROS.
       77 WS-EMISSAO-OK            PIC 9 VALUE 0.
       77 WS-MOTIVO-RECUSA         PIC X(20) VALUE SPACES.
       77 WS-QTD-FREQ-TEXTO        PIC 9(02) VALUE ZEROS.

       01 WS-DATA-HOJE.
          03 WS-HOJE-AAAA          PIC 9(04).
          03 WS-HOJE-MM            PIC 9(02).
          03 WS-HOJE-DD            PIC 9(02).
       01 WS-DATA-HOJE-N REDEFINES WS-DATA-HOJE PIC 9(08).
       77 WS-PERIODO-CORRENTE      PIC X(06) VALUE SPACES.

      * TURMAS DO ALUNO NO PERIODO, COM A DISCIPLINA RESOLVIDA PELO
      * CADASTRO DE TURMAS.
       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 40 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-MATERIA     PIC X(50).
       77 WS-QTD-TURMAS-EXCEDE     PIC 9(03) VALUE ZEROS.
       77 WS-IDX-TUR               PIC 9(03) VALUE ZEROS.

       77 WS-SOMA-DADAS            PIC 9(06) VALUE ZEROS.
       77 WS-SOMA-PRESENTES        PIC 9(06) VALUE ZEROS.
       77 WS-PERC-FREQ             PIC 9(03)V9 VALUE ZEROS.
       77 WS-PERC-ED               PIC ZZ9.9.
       77 WS-DADAS-ED              PIC ZZZZZ9.
       77 WS-PRESENTES-ED          PIC ZZZZZ9.
       77 WS-EXCEDE-ED             PIC ZZ9.

      * FILA DE PEDIDOS EM MEMORIA, REGRAVADA POR COMPLETO COM AS
      * SITUACOES ATUALIZADAS DEPOIS DO ATENDIMENTO.
       01 WS-TAB-FILA.
          03 WS-FILA-REG OCCURS 500 TIMES PIC X(80).
       77 WS-QTD-FILA              PIC 9(03) COMP VALUE ZEROS.
       77 WS-FILA-ESTOUROU         PIC 9 VALUE 0.
          88 FILA-ESTOUROU         VALUE 1.
       77 WS-IDX-FILA              PIC 9(03) COMP VALUE ZEROS.
       77 WS-QTD-ATENDIDOS         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-RECUSADOS         PIC 9(03) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* EMITEDECLARACAO - DECLARACAO DE MATRICULA / *'
            DISPLAY '*                   FREQUENCIA                *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'EMISSAO NEGADA - OPERADOR SEM AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

      * SEM DD_PERIODO_LETIVO, O PERIODO CORRENTE E O SEMESTRE DA
      * DATA DE HOJE (JAN-JUN = AAAA-1, JUL-DEZ = AAAA-2).
            ACCEPT WS-PERIODO-CORRENTE FROM ENVIRONMENT
                                            'DD_PERIODO_LETIVO'
            IF WS-PERIODO-CORRENTE = SPACES
                IF WS-HOJE-MM <= 6
                    STRING WS-HOJE-AAAA '-1' DELIMITED BY SIZE
                           INTO WS-PERIODO-CORRENTE
                    END-STRING
                ELSE
                    STRING WS-HOJE-AAAA '-2' DELIMITED BY SIZE
                           INTO WS-PERIODO-CORRENTE
                    END-STRING
                END-IF
            END-IF
            DISPLAY 'PERIODO LETIVO: ' WS-PERIODO-CORRENTE

            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-FREQ-DD FROM ENVIRONMENT 'DD_FREQUENCIA'
            IF WS-FREQ-DD = SPACES
                MOVE 'FREQUENCIA.TXT' TO WS-FREQ-DD
            END-IF

            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 'EMITEDECLARACAO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE 'MAIN-PROCEDURE' TO LOG-PARAGRAFO OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-FILA-DD FROM ENVIRONMENT 'DD_FILA_TRANSCRICAO'
            IF WS-FILA-DD NOT = SPACES
                PERFORM 8000-ATENDE-FILA THRU 8000-FIM
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-CD-TEXTO FROM ENVIRONMENT 'DD_CD_DECLARACAO'
            IF WS-CD-TEXTO = SPACES
                DISPLAY 'CD-STUDENT DA DECLARACAO: '
                ACCEPT WS-CD-ALVO
            ELSE
                MOVE FUNCTION NUMVAL(WS-CD-TEXTO) TO WS-CD-ALVO
            END-IF
            ACCEPT WS-TIPO-DECLARACAO FROM ENVIRONMENT
                                           'DD_TIPO_DECLARACAO'
            IF WS-TIPO-DECLARACAO = SPACES
                DISPLAY 'TIPO DA DECLARACAO (M MATRICULA / '
                        'F FREQUENCIA): '
                ACCEPT WS-TIPO-DECLARACAO
            END-IF
            IF NOT DECL-MATRICULA AND NOT DECL-FREQUENCIA
                DISPLAY 'TIPO DE DECLARACAO INVALIDO: '
                        WS-TIPO-DECLARACAO
                MOVE 4 TO RETURN-CODE
                CLOSE ESTUDANTE
                GO TO FIM-DO-PROGRAMA
            END-IF
            ACCEPT WS-FINALIDADE FROM ENVIRONMENT
                                      'DD_FINALIDADE_DECLARACAO'
            ACCEPT WS-DOC-DD FROM ENVIRONMENT 'DD_DECLARACAO_DOC'
            IF WS-DOC-DD = SPACES
                MOVE 'DECLARACAO.RPT' TO WS-DOC-DD
            END-IF

            PERFORM 0900-EMITE-DECLARACAO THRU 0900-FIM
            IF WS-EMISSAO-OK NOT = 1
                DISPLAY 'DECLARACAO NAO EMITIDA - ' WS-MOTIVO-RECUSA
                MOVE 4 TO RETURN-CODE
            END-IF
            CLOSE ESTUDANTE.

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
      * 0900-EMITE-DECLARACAO  --  EMITE UMA DECLARACAO PARA WS-CD-ALVO
      *                              DO TIPO WS-TIPO-DECLARACAO EM
      *                              WS-DOC-DD. DEVOLVE WS-EMISSAO-OK
      *                              E, NA RECUSA, WS-MOTIVO-RECUSA.
      ******************************************************************
       0900-EMITE-DECLARACAO.
            MOVE 0 TO WS-EMISSAO-OK
            MOVE SPACES TO WS-MOTIVO-RECUSA

            MOVE WS-CD-ALVO TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO EXISTE: ' WS-CD-ALVO
                    MOVE 'ALUNO INEXISTENTE' TO WS-MOTIVO-RECUSA
                    GO TO 0900-FIM
            END-READ
            IF NOT STUDENT-ATIVO
                DISPLAY 'ALUNO ' WS-CD-ALVO ' - ' NM-STUDENT
                        ' NAO ESTA ATIVO (SITUACAO '
                        STUDENT-STATUS ').'
                MOVE 'ALUNO NAO ATIVO' TO WS-MOTIVO-RECUSA
                GO TO 0900-FIM
            END-IF

            PERFORM 1000-CARREGA-TURMAS THRU 1000-FIM
            IF WS-QTD-TURMAS = 0
                DISPLAY 'ALUNO ' WS-CD-ALVO ' - ' NM-STUDENT
                        ' SEM TURMA NO PERIODO '
                        WS-PERIODO-CORRENTE '.'
                MOVE 'SEM MATRICULA' TO WS-MOTIVO-RECUSA
                GO TO 0900-FIM
            END-IF
            PERFORM 1100-RESOLVE-MATERIAS THRU 1100-FIM

            IF DECL-FREQUENCIA
                PERFORM 1200-SOMA-FREQUENCIA THRU 1200-FIM
                MOVE 'DECFREQU' TO WS-SERIE
                MOVE 'DECLARACAO DE FREQUENCIA' TO WS-TITULO
            ELSE
                MOVE 'DECMATRI' TO WS-SERIE
                MOVE 'DECLARACAO DE MATRICULA' TO WS-TITULO
            END-IF

            PERFORM 2000-RESERVA-NUMERO THRU 2000-FIM
            IF WS-NUMERO = 0
                MOVE 'NUMERO INDISPONIVEL' TO WS-MOTIVO-RECUSA
                GO TO 0900-FIM
            END-IF
            PERFORM 5000-EMITE-DOCUMENTO THRU 5000-FIM
            IF NOT DOC-FS-OK
                MOVE 'ERRO NO DOCUMENTO' TO WS-MOTIVO-RECUSA
                GO TO 0900-FIM
            END-IF
            PERFORM 6000-REGISTRA-EMISSAO THRU 6000-FIM
            MOVE 1 TO WS-EMISSAO-OK.
       0900-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-TURMAS  --  TURMAS DO ALUNO NO PERIODO CORRENTE
      *                            (INSCRICOES SEM PERIODO, ANTERIORES
      *                            AO CAMPO, VALEM COMO CORRENTES -
      *                            MESMA REGRA DO CONSULTAORIENTACAO);
      *                            INSCRICAO CANCELADA NAO CONTA.
      ******************************************************************
       1000-CARREGA-TURMAS.
            MOVE 0 TO WS-QTD-TURMAS
            MOVE 0 TO WS-QTD-TURMAS-EXCEDE
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-TAL-EOF
            PERFORM UNTIL TAL-FIM-ARQUIVO
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-TAL-EOF
                    NOT AT END
                        IF TAL-CD-STUDENT = WS-CD-ALVO
                           AND TAL-MATRICULADO
                           AND (TAL-PERIODO = WS-PERIODO-CORRENTE
                                OR TAL-PERIODO = SPACES)
                            IF WS-QTD-TURMAS < 40
                                ADD 1 TO WS-QTD-TURMAS
                                MOVE TAL-TURMA-CODIGO TO
                                     WS-TUR-CODIGO(WS-QTD-TURMAS)
                                MOVE SPACES TO
                                     WS-TUR-MATERIA(WS-QTD-TURMAS)
                            ELSE
                                ADD 1 TO WS-QTD-TURMAS-EXCEDE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-RESOLVE-MATERIAS  --  BUSCA A DISCIPLINA DE CADA TURMA NO
      *                              CADASTRO DE TURMAS. TURMA NAO
      *                              ENCONTRADA SAI SO COM O CODIGO.
      ******************************************************************
       1100-RESOLVE-MATERIAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                                UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                            IF WS-TUR-CODIGO(WS-IDX-TUR) = TURMA-CODIGO
                                MOVE TURMA-MATERIA TO
                                     WS-TUR-MATERIA(WS-IDX-TUR)
                            END-IF
                        END-PERFORM
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-SOMA-FREQUENCIA  --  SOMA AS AULAS DADAS E AS PRESENCAS DO
      *                             ALUNO EM TODAS AS DISCIPLINAS DO
      *                             PERIODO E CALCULA O PERCENTUAL
      *                             GERAL DE FREQUENCIA.
      ******************************************************************
       1200-SOMA-FREQUENCIA.
            MOVE ZEROS TO WS-SOMA-DADAS
            MOVE ZEROS TO WS-SOMA-PRESENTES
            MOVE ZEROS TO WS-PERC-FREQ
            OPEN INPUT FREQUENCIA
            IF NOT FREQ-FS-OK
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-FREQ-EOF
            PERFORM UNTIL FREQ-FIM-ARQUIVO
                READ FREQUENCIA
                    AT END
                        MOVE 'F' TO WS-FREQ-EOF
                    NOT AT END
                        IF FREQ-CD-STUDENT = WS-CD-ALVO
                           AND FREQ-PERIODO = WS-PERIODO-CORRENTE
                            ADD FREQ-AULAS-DADAS TO WS-SOMA-DADAS
                            ADD FREQ-AULAS-PRESENTES
                                TO WS-SOMA-PRESENTES
                        END-IF
                END-READ
            END-PERFORM
            CLOSE FREQUENCIA
            IF WS-SOMA-DADAS > 0
                COMPUTE WS-PERC-FREQ ROUNDED =
                        WS-SOMA-PRESENTES * 100 / WS-SOMA-DADAS
            END-IF.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 2000-RESERVA-NUMERO  --  RESERVA O NUMERO DA DECLARACAO NA
      *                            SERIE DO TIPO (DECMATRI/DECFREQU)
      *                            DO GERATICKET.
      ******************************************************************
       2000-RESERVA-NUMERO.
            MOVE ZEROS TO WS-NUMERO
            MOVE WS-SERIE TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERO DA DECLARACAO INDISPONIVEL - '
                        'DECLARACAO NAO EMITIDA.'
                MOVE 'EMITEDECLARACAO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '2000-RESERVA-NUMERO' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                MOVE 'SERIE DE DECLARACAO DO GERATICKET INDISPONIVEL'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 2000-FIM
            END-IF
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO WS-NUMERO.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 5000-EMITE-DOCUMENTO  --  MONTA A DECLARACAO DE 132 COLUNAS COM
      *                             AS DISCIPLINAS DO PERIODO, A
      *                             FREQUENCIA (QUANDO PEDIDA), O
      *                             NUMERO/CODIGO DE VERIFICACAO E A
      *                             ASSINATURA.
      ******************************************************************
       5000-EMITE-DOCUMENTO.
            OPEN OUTPUT DOCUMENTO
            IF NOT DOC-FS-OK
                DISPLAY 'ERRO AO CRIAR ' WS-DOC-DD
                        ' - FILE STATUS: ' WS-DOC-FS
                GO TO 5000-FIM
            END-IF

            MOVE SPACES TO DOC-LINHA
            STRING WS-TITULO DELIMITED BY '  '
                   ' NUMERO ' WS-NUMERO
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'EMITIDA EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                   ' POR ' CAB-OPERADOR OF WS-CAB-PARM
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA

            MOVE SPACES TO DOC-LINHA
            STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE O(A) '
                   'ALUNO(A) ' NM-STUDENT
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'MATRICULA ' CD-STUDENT
                   '  CURSO ' COURSE-CODE
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'ESTA REGULARMENTE MATRICULADO(A) NO PERIODO '
                   'LETIVO ' WS-PERIODO-CORRENTE
                   ', CURSANDO AS DISCIPLINAS:'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA

            PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                    UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                MOVE SPACES TO DOC-LINHA
                STRING '   ' WS-TUR-CODIGO(WS-IDX-TUR)
                       '  ' WS-TUR-MATERIA(WS-IDX-TUR)
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
                WRITE DOC-LINHA
            END-PERFORM
            IF WS-QTD-TURMAS-EXCEDE > 0
                MOVE WS-QTD-TURMAS-EXCEDE TO WS-EXCEDE-ED
                MOVE SPACES TO DOC-LINHA
                STRING '   E MAIS ' WS-EXCEDE-ED ' TURMA(S).'
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
                WRITE DOC-LINHA
            END-IF

            IF DECL-FREQUENCIA
                MOVE SPACES TO DOC-LINHA
                WRITE DOC-LINHA
                MOVE SPACES TO DOC-LINHA
                IF WS-SOMA-DADAS > 0
                    MOVE WS-PERC-FREQ TO WS-PERC-ED
                    MOVE WS-SOMA-DADAS TO WS-DADAS-ED
                    MOVE WS-SOMA-PRESENTES TO WS-PRESENTES-ED
                    STRING 'COM FREQUENCIA GERAL DE ' WS-PERC-ED
                           '% NO PERIODO (' WS-PRESENTES-ED
                           ' PRESENCAS EM ' WS-DADAS-ED
                           ' AULAS DADAS).'
                           DELIMITED BY SIZE INTO DOC-LINHA
                    END-STRING
                ELSE
                    STRING 'SEM AULAS REGISTRADAS NO PERIODO ATE '
                           'ESTA DATA.'
                           DELIMITED BY SIZE INTO DOC-LINHA
                    END-STRING
                END-IF
                WRITE DOC-LINHA
            END-IF

            IF WS-FINALIDADE NOT = SPACES
                MOVE SPACES TO DOC-LINHA
                WRITE DOC-LINHA
                MOVE SPACES TO DOC-LINHA
                STRING 'FINALIDADE: ' WS-FINALIDADE
                       DELIMITED BY SIZE INTO DOC-LINHA
                END-STRING
                WRITE DOC-LINHA
            END-IF

            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING '________________________________'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'SECRETARIA ACADEMICA'
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA
            MOVE SPACES TO DOC-LINHA
            STRING 'CODIGO DE VERIFICACAO: ' WS-NUMERO
                   DELIMITED BY SIZE INTO DOC-LINHA
            END-STRING
            WRITE DOC-LINHA

            CLOSE DOCUMENTO
            DISPLAY WS-TITULO ' ' WS-NUMERO
                    ' EMITIDA EM ' WS-DOC-DD.
       5000-FIM.
            EXIT.

      ******************************************************************
      * 6000-REGISTRA-EMISSAO  --  GRAVA A DECLARACAO NA TRILHA DE
      *                              AUDITORIA E NO REGISTRO CENTRAL
      *                              DE DOCUMENTOS EMITIDOS.
      ******************************************************************
       6000-REGISTRA-EMISSAO.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'D' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'DECLARACAO' TO AUD-CAMPO
            MOVE WS-SERIE TO AUD-VALOR-ANTIGO
            MOVE WS-NUMERO TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            MOVE WS-NUMERO TO EMI-CODIGO OF WS-EMI-PARM
            MOVE WS-SERIE TO EMI-SERIE OF WS-EMI-PARM
            MOVE WS-CD-ALVO TO EMI-CD-STUDENT OF WS-EMI-PARM
            MOVE 'DEC' TO EMI-TIPO-DOC OF WS-EMI-PARM
            MOVE WS-OPERADOR TO EMI-OPERADOR OF WS-EMI-PARM
            CALL 'REGISTRAEMISSAO' USING WS-EMI-PARM
            IF EMI-FALHA OF WS-EMI-PARM
                MOVE 'EMITEDECLARACAO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '6000-REGISTRA-EMISSAO' TO LOG-PARAGRAFO
                                                 OF WS-LOG-PARM
                MOVE 'DECLARACAO NAO GRAVADA NO REGISTRO DE EMISSOES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                MOVE 4 TO RETURN-CODE
            END-IF.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 8000-ATENDE-FILA  --  CARREGA A FILA DO PORTAL, ATENDE OS
      *                         PEDIDOS PENDENTES DE DECLARACAO E
      *                         REGRAVA A FILA COM AS SITUACOES.
      ******************************************************************
       8000-ATENDE-FILA.
            MOVE ZEROS TO WS-QTD-FILA
            MOVE 0 TO WS-FILA-ESTOUROU
            OPEN INPUT FILA-TRANSCRICAO
            IF NOT FILA-FS-OK
                DISPLAY 'FILA DE PEDIDOS AUSENTE - NADA A ATENDER.'
                GO TO 8000-FIM
            END-IF
            MOVE 'N' TO WS-FILA-EOF
            PERFORM 8100-LE-PEDIDO THRU 8100-FIM
                UNTIL FILA-FIM-ARQUIVO
            CLOSE FILA-TRANSCRICAO

      * FILA ALEM DA TABELA: REGRAVAR A PARTIR DA CARGA TRUNCADA
      * APAGARIA OS PEDIDOS EXCEDENTES - A RODADA E RECUSADA INTEIRA.
            IF FILA-ESTOUROU
                DISPLAY 'FILA COM MAIS DE 500 PEDIDOS - RODADA '
                        'RECUSADA, FILA PRESERVADA. DIVIDA O '
                        'ARQUIVO E RODE DE NOVO.'
                MOVE 4 TO RETURN-CODE
                GO TO 8000-FIM
            END-IF

            PERFORM 8200-ATENDE-PEDIDO THRU 8200-FIM
                VARYING WS-IDX-FILA FROM 1 BY 1
                UNTIL WS-IDX-FILA > WS-QTD-FILA

            OPEN OUTPUT FILA-TRANSCRICAO
            PERFORM 8300-REGRAVA-PEDIDO THRU 8300-FIM
                VARYING WS-IDX-FILA FROM 1 BY 1
                UNTIL WS-IDX-FILA > WS-QTD-FILA
            CLOSE FILA-TRANSCRICAO

            DISPLAY ' '
            DISPLAY '*** ATENDIMENTO DA FILA - DECLARACOES ***'
            DISPLAY 'PEDIDOS NA FILA.....: ' WS-QTD-FILA
            DISPLAY 'PEDIDOS ATENDIDOS...: ' WS-QTD-ATENDIDOS
            DISPLAY 'PEDIDOS RECUSADOS...: ' WS-QTD-RECUSADOS
            IF WS-QTD-RECUSADOS > ZEROS
                MOVE 4 TO RETURN-CODE
            END-IF.
       8000-FIM.
            EXIT.

       8100-LE-PEDIDO.
            READ FILA-TRANSCRICAO
                AT END
                    MOVE 'F' TO WS-FILA-EOF
                NOT AT END
                    IF WS-QTD-FILA < 500
                        ADD 1 TO WS-QTD-FILA
                        MOVE REG-FILA-TRANSCRICAO TO
                             WS-FILA-REG(WS-QTD-FILA)
                    ELSE
                        MOVE 1 TO WS-FILA-ESTOUROU
                    END-IF
            END-READ.
       8100-FIM.
            EXIT.

      ******************************************************************
      * 8200-ATENDE-PEDIDO  --  SO PEDIDOS PENDENTES DE DECLARACAO; O
      *                           TEXTO FREQUENCIA NA FINALIDADE PEDE A
      *                           DECLARACAO DE FREQUENCIA, QUALQUER
      *                           OUTRO A DE MATRICULA.
      ******************************************************************
       8200-ATENDE-PEDIDO.
            MOVE WS-FILA-REG(WS-IDX-FILA) TO REG-FILA-TRANSCRICAO
            IF NOT FIL-PENDENTE OR NOT FIL-PEDE-DECLARACAO
                GO TO 8200-FIM
            END-IF
            IF FIL-CD-STUDENT NOT NUMERIC
                MOVE 'R' TO FIL-SITUACAO
                MOVE 'PEDIDO INVALIDO' TO FIL-MOTIVO-RECUSA
                MOVE WS-DATA-HOJE-N TO FIL-DT-ATENDIMENTO
                ADD 1 TO WS-QTD-RECUSADOS
                MOVE REG-FILA-TRANSCRICAO TO
                     WS-FILA-REG(WS-IDX-FILA)
                GO TO 8200-FIM
            END-IF

            MOVE FIL-CD-STUDENT TO WS-CD-ALVO
            MOVE FIL-FINALIDADE TO WS-FINALIDADE
            MOVE ZEROS TO WS-QTD-FREQ-TEXTO
            INSPECT FIL-FINALIDADE TALLYING WS-QTD-FREQ-TEXTO
                FOR ALL 'FREQUENCIA'
            IF WS-QTD-FREQ-TEXTO > 0
                MOVE 'F' TO WS-TIPO-DECLARACAO
            ELSE
                MOVE 'M' TO WS-TIPO-DECLARACAO
            END-IF
            MOVE SPACES TO WS-DOC-DD
            STRING 'DECLARACAO_'
                   FUNCTION TRIM(FIL-ID-PEDIDO)
                   '.RPT' DELIMITED BY SIZE
               INTO WS-DOC-DD
            END-STRING

            PERFORM 0900-EMITE-DECLARACAO THRU 0900-FIM

            MOVE WS-FILA-REG(WS-IDX-FILA) TO REG-FILA-TRANSCRICAO
            IF WS-EMISSAO-OK = 1
                MOVE 'A' TO FIL-SITUACAO
                MOVE SPACES TO FIL-MOTIVO-RECUSA
                ADD 1 TO WS-QTD-ATENDIDOS
            ELSE
                MOVE 'R' TO FIL-SITUACAO
                MOVE WS-MOTIVO-RECUSA TO FIL-MOTIVO-RECUSA
                ADD 1 TO WS-QTD-RECUSADOS
            END-IF
            MOVE WS-DATA-HOJE-N TO FIL-DT-ATENDIMENTO
            MOVE REG-FILA-TRANSCRICAO TO WS-FILA-REG(WS-IDX-FILA).
       8200-FIM.
            EXIT.

       8300-REGRAVA-PEDIDO.
            MOVE WS-FILA-REG(WS-IDX-FILA) TO REG-FILA-TRANSCRICAO
            WRITE REG-FILA-TRANSCRICAO.
       8300-FIM.
            EXIT.

       END PROGRAM EMITEDECLARACAO.
