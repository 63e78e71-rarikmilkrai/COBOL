      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:BATCH NOTURNO DE INTEGRIDADE REFERENCIAL ENTRE OS
      *         ARQUIVOS DO SISTEMA. CARREGA OS CADASTROS MESTRES
      *         (STUDENT.DAT, TURMAS.TXT, CATALOGO_MATERIA.TXT E
      *         PROFESSORES.TXT) E VARRE CADA ARQUIVO DEPENDENTE
      *         CONTRA ELES, UMA REGRA POR VINCULO:
      *           R01 TURMA_ALUNO     TURMA INEXISTENTE
      *           R02 TURMA_ALUNO     ALUNO INEXISTENTE
      *           R03 HISTORICO_NOTAS MATERIA FORA DO CATALOGO
      *           R04 HISTORICO_NOTAS ALUNO INEXISTENTE
      *           R05 MENSALIDADES    ALUNO INEXISTENTE
      *           R06 PROF_TURMA      PROFESSOR INEXISTENTE
      *           R07 PROF_TURMA      PROFESSOR INATIVO EM VINCULO
      *                               VIGENTE (FIM ZERADO OU FUTURO)
      *           R08 PROF_TURMA      TURMA INEXISTENTE
      *           R09 ENDERECOS       ALUNO INEXISTENTE
      *           R10 TURMAS          MATERIA FORA DO CATALOGO
      *         A MATERIA E CONFERIDA PELO NOME (CATALOGO-NOME-
      *         MATERIA), QUE E COMO O HISTORICO E A TURMA A GRAVAM.
      *         O RELATORIO (INTEGRIDADE.RPT) TRAZ POR REGRA OS
      *         REGISTROS CONFERIDOS, OS VINCULOS QUEBRADOS E ATE
      *         CINCO CHAVES DE EXEMPLO; OS TOTAIS DE CADA REGRA VAO
      *         PARA O INTEGRIDADE_HISTORICO.TXT
      *         (FD_INTEGRIDADE_HISTORICO) PARA ACOMPANHAR A TENDENCIA.
      *         RC 8 QUANDO HA VINCULO QUEBRADO OU CADASTRO MESTRE
      *         AUSENTE (O ORQUESTRACADEIA RETEM OS DEPENDENTES), RC 4
      *         QUANDO ALGUM ARQUIVO DEPENDENTE NAO PODE SER CONFERIDO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAINTEGRIDADE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT CATALOGO ASSIGN TO DYNAMIC WS-CAT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAT-FS.

           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PRF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRF-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT HISTORICO-NOTAS ASSIGN TO DYNAMIC WS-HIST-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HIDX-CHAVE
              FILE STATUS IS WS-HIST-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

           SELECT ENDERECOS ASSIGN TO DYNAMIC WS-END-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-END-FS.

           SELECT RELATORIO ASSIGN TO DYNAMIC WS-RPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

           SELECT INTEGRIDADE-HIST ASSIGN TO DYNAMIC WS-INH-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD TURMAS.
          COPY FD_TURMA.

       FD CATALOGO.
          COPY FD_CATALOGO_MATERIA.

       FD PROFESSORES.
          COPY FD_PROFESSOR.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD HISTORICO-NOTAS.
          COPY FD_HISTORICO_IDX.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       FD ENDERECOS.
          COPY FD_ENDERECO.

       FD RELATORIO.
       01 RPT-LINHA                     PIC X(132).

       FD INTEGRIDADE-HIST.
          COPY FD_INTEGRIDADE_HISTORICO.

       WORKING-STORAGE SECTION.
          COPY FD_HISTORICO.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-CAT-DD                PIC X(100) VALUE SPACES.
       01 WS-PRF-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-HIST-DD               PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       01 WS-END-DD                PIC X(100) VALUE SPACES.
       01 WS-RPT-DD                PIC X(100) VALUE SPACES.
       01 WS-INH-DD                PIC X(100) VALUE SPACES.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-CAT-FS                PIC XX VALUE SPACES.
          88 CAT-FS-OK             VALUE '00'.
       77 WS-PRF-FS                PIC XX VALUE SPACES.
          88 PRF-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-HIST-FS               PIC XX VALUE SPACES.
          88 HIST-FS-OK            VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-END-FS                PIC XX VALUE SPACES.
          88 END-FS-OK             VALUE '00'.
       77 WS-RPT-FS                PIC XX VALUE SPACES.
       77 WS-INH-FS                PIC XX VALUE SPACES.
          88 INH-FS-OK             VALUE '00'.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA            PIC 9(08) VALUE ZEROS.

      * ALUNOS CADASTRADOS, MARCADOS PELA PROPRIA POSICAO DO
      * CD-STUDENT ('S' = EXISTE NO STUDENT.DAT).
       01 WS-TAB-ALUNO.
          03 WS-ALUNO-EXISTE       PIC X(01) OCCURS 99999 TIMES.
       77 WS-QTD-ALUNO             PIC 9(05) VALUE ZEROS.

       01 WS-TAB-TURMA.
          03 WS-TUR-CODIGO         PIC X(08) OCCURS 3000 TIMES.
       77 WS-QTD-TUR               PIC 9(04) VALUE ZEROS.

       01 WS-TAB-MATERIA.
          03 WS-MAT-NOME           PIC X(50) OCCURS 1000 TIMES.
       77 WS-QTD-MAT               PIC 9(04) VALUE ZEROS.

       01 WS-TAB-PROF.
          03 WS-PRF-ENT OCCURS 1000 TIMES.
             05 WS-PRF-CODIGO      PIC X(06).
             05 WS-PRF-STATUS      PIC X(01).
       77 WS-QTD-PRF               PIC 9(04) VALUE ZEROS.
       77 WS-POS-PRF               PIC 9(04) COMP VALUE ZEROS.

       77 WS-IDX                   PIC 9(04) COMP VALUE ZEROS.
       77 WS-IDX-AMO               PIC 9(01) COMP VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 ACHOU                 VALUE 1.
       77 WS-CAPACIDADE            PIC 9 VALUE 0.
          88 TABELA-ESTOURADA      VALUE 1.
       77 WS-ERRO-MESTRE           PIC 9 VALUE 0.
          88 MESTRE-COM-ERRO       VALUE 1.
       77 WS-BUSCA-MATERIA         PIC X(50) VALUE SPACES.
       77 WS-BUSCA-TURMA           PIC X(08) VALUE SPACES.
       77 WS-BUSCA-ALUNO           PIC 9(05) VALUE ZEROS.
       77 WS-BUSCA-PROFESSOR       PIC X(06) VALUE SPACES.

      * REGRAS DE INTEGRIDADE: SITUACAO (V VERIFICADA / N ARQUIVO
      * AUSENTE), REGISTROS CONFERIDOS, QUEBRAS E AS CINCO PRIMEIRAS
      * CHAVES QUEBRADAS COMO EXEMPLO.
       77 WS-QTD-REGRA             PIC 9(02) COMP VALUE 10.
       01 WS-TAB-REGRA.
          03 WS-REG-ENT OCCURS 10 TIMES.
             05 WS-REG-CODIGO      PIC X(03).
             05 WS-REG-ARQUIVO     PIC X(16).
             05 WS-REG-DESCRICAO   PIC X(40).
             05 WS-REG-SITUACAO    PIC X(01).
             05 WS-REG-CONFERIDOS  PIC 9(07).
             05 WS-REG-QUEBRAS     PIC 9(07).
             05 WS-REG-AMOSTRA     PIC X(60) OCCURS 5 TIMES.
       77 WS-IDX-REGRA             PIC 9(02) COMP VALUE ZEROS.
       77 WS-REGRA                 PIC 9(02) COMP VALUE ZEROS.
       77 WS-CHAVE-AMOSTRA         PIC X(60) VALUE SPACES.

       77 WS-TOT-QUEBRAS           PIC 9(07) VALUE ZEROS.
       77 WS-QTD-NAO-VERIFICADAS   PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* VERIFICAINTEGRIDADE - INTEGRIDADE DOS DADOS *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA FROM TIME

            PERFORM 0500-PARAMETROS THRU 0500-FIM
            PERFORM 0600-DEFINE-REGRAS THRU 0600-FIM

            PERFORM 1000-CARREGA-ALUNOS THRU 1000-FIM
            IF MESTRE-COM-ERRO
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1100-CARREGA-CATALOGO THRU 1100-FIM
            IF MESTRE-COM-ERRO
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1200-CARREGA-PROFESSORES THRU 1200-FIM
            IF MESTRE-COM-ERRO
                GO TO FIM-DO-PROGRAMA
            END-IF
            PERFORM 1300-CARREGA-TURMAS THRU 1300-FIM
            IF MESTRE-COM-ERRO
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 2000-CONFERE-TURMA-ALUNO THRU 2000-FIM
            PERFORM 2100-CONFERE-HISTORICO THRU 2100-FIM
            PERFORM 2200-CONFERE-MENSALIDADES THRU 2200-FIM
            PERFORM 2300-CONFERE-PROF-TURMA THRU 2300-FIM
            PERFORM 2400-CONFERE-ENDERECOS THRU 2400-FIM

            PERFORM 3000-EMITE-RELATORIO THRU 3000-FIM
            PERFORM 4000-GRAVA-HISTORICO THRU 4000-FIM

            DISPLAY 'VINCULOS QUEBRADOS.......: ' WS-TOT-QUEBRAS
            DISPLAY 'REGRAS NAO VERIFICADAS...: ' WS-QTD-NAO-VERIFICADAS
            IF WS-TOT-QUEBRAS > ZEROS
                DISPLAY 'VER VINCULOS QUEBRADOS EM ' WS-RPT-DD
                MOVE 8 TO RETURN-CODE
            ELSE
                IF WS-QTD-NAO-VERIFICADAS > ZEROS
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0500-PARAMETROS  --  NOMES DOS ARQUIVOS.
      ******************************************************************
       0500-PARAMETROS.
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-CAT-DD FROM ENVIRONMENT 'DD_CATALOGO_MATERIA'
            IF WS-CAT-DD = SPACES
                MOVE 'CATALOGO_MATERIA.TXT' TO WS-CAT-DD
            END-IF
            ACCEPT WS-PRF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PRF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PRF-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-HIST-DD FROM ENVIRONMENT 'DD_HISTORICO_NOTAS'
            IF WS-HIST-DD = SPACES
                MOVE 'HISTORICO_NOTAS.DAT' TO WS-HIST-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            ACCEPT WS-END-DD FROM ENVIRONMENT 'DD_ENDERECOS'
            IF WS-END-DD = SPACES
                MOVE 'ENDERECOS.TXT' TO WS-END-DD
            END-IF
            ACCEPT WS-RPT-DD FROM ENVIRONMENT 'DD_RELATORIO_INTEGRIDADE'
            IF WS-RPT-DD = SPACES
                MOVE 'INTEGRIDADE.RPT' TO WS-RPT-DD
            END-IF
            ACCEPT WS-INH-DD FROM ENVIRONMENT
                                'DD_INTEGRIDADE_HISTORICO'
            IF WS-INH-DD = SPACES
                MOVE 'INTEGRIDADE_HISTORICO.TXT' TO WS-INH-DD
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 0600-DEFINE-REGRAS  --  CODIGO, ARQUIVO E DESCRICAO DE CADA
      *                           REGRA, NA ORDEM DO RELATORIO.
      ******************************************************************
       0600-DEFINE-REGRAS.
            MOVE 'R01' TO WS-REG-CODIGO(1)
            MOVE 'TURMA_ALUNO' TO WS-REG-ARQUIVO(1)
            MOVE 'TURMA INEXISTENTE NO TURMAS'
                 TO WS-REG-DESCRICAO(1)
            MOVE 'R02' TO WS-REG-CODIGO(2)
            MOVE 'TURMA_ALUNO' TO WS-REG-ARQUIVO(2)
            MOVE 'ALUNO INEXISTENTE NO STUDENT'
                 TO WS-REG-DESCRICAO(2)
            MOVE 'R03' TO WS-REG-CODIGO(3)
            MOVE 'HISTORICO_NOTAS' TO WS-REG-ARQUIVO(3)
            MOVE 'MATERIA FORA DO CATALOGO'
                 TO WS-REG-DESCRICAO(3)
            MOVE 'R04' TO WS-REG-CODIGO(4)
            MOVE 'HISTORICO_NOTAS' TO WS-REG-ARQUIVO(4)
            MOVE 'ALUNO INEXISTENTE NO STUDENT'
                 TO WS-REG-DESCRICAO(4)
            MOVE 'R05' TO WS-REG-CODIGO(5)
            MOVE 'MENSALIDADES' TO WS-REG-ARQUIVO(5)
            MOVE 'ALUNO INEXISTENTE NO STUDENT'
                 TO WS-REG-DESCRICAO(5)
            MOVE 'R06' TO WS-REG-CODIGO(6)
            MOVE 'PROF_TURMA' TO WS-REG-ARQUIVO(6)
            MOVE 'PROFESSOR INEXISTENTE NO PROFESSORES'
                 TO WS-REG-DESCRICAO(6)
            MOVE 'R07' TO WS-REG-CODIGO(7)
            MOVE 'PROF_TURMA' TO WS-REG-ARQUIVO(7)
            MOVE 'PROFESSOR INATIVO EM VINCULO VIGENTE'
                 TO WS-REG-DESCRICAO(7)
            MOVE 'R08' TO WS-REG-CODIGO(8)
            MOVE 'PROF_TURMA' TO WS-REG-ARQUIVO(8)
            MOVE 'TURMA INEXISTENTE NO TURMAS'
                 TO WS-REG-DESCRICAO(8)
            MOVE 'R09' TO WS-REG-CODIGO(9)
            MOVE 'ENDERECOS' TO WS-REG-ARQUIVO(9)
            MOVE 'ALUNO INEXISTENTE NO STUDENT'
                 TO WS-REG-DESCRICAO(9)
            MOVE 'R10' TO WS-REG-CODIGO(10)
            MOVE 'TURMAS' TO WS-REG-ARQUIVO(10)
            MOVE 'MATERIA FORA DO CATALOGO'
                 TO WS-REG-DESCRICAO(10)
            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRA
                MOVE 'N' TO WS-REG-SITUACAO(WS-IDX-REGRA)
                MOVE ZEROS TO WS-REG-CONFERIDOS(WS-IDX-REGRA)
                MOVE ZEROS TO WS-REG-QUEBRAS(WS-IDX-REGRA)
                PERFORM VARYING WS-IDX-AMO FROM 1 BY 1
                        UNTIL WS-IDX-AMO > 5
                    MOVE SPACES TO
                         WS-REG-AMOSTRA(WS-IDX-REGRA WS-IDX-AMO)
                END-PERFORM
            END-PERFORM.
       0600-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-ALUNOS  --  MARCA OS ALUNOS DO STUDENT.DAT.
      *                            CADASTRO AUSENTE ENCERRA COM RC 8:
      *                            SEM O MESTRE TODO VINCULO SAIRIA
      *                            QUEBRADO.
      ******************************************************************
       1000-CARREGA-ALUNOS.
            MOVE SPACES TO WS-TAB-ALUNO
            OPEN INPUT ESTUDANTE
            IF NOT EST-FS-OK
                DISPLAY 'CADASTRO DE ESTUDANTES AUSENTE: '
                        WS-STUDENT-DD ' FS ' WS-EST-FS
                MOVE 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                PERFORM 9000-ERRO-MESTRE THRU 9000-FIM
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ESTUDANTE NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF CD-STUDENT NUMERIC AND CD-STUDENT > ZEROS
                            MOVE 'S' TO WS-ALUNO-EXISTE(CD-STUDENT)
                            ADD 1 TO WS-QTD-ALUNO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ESTUDANTE.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-CATALOGO  --  NOMES DAS MATERIAS DO CATALOGO.
      ******************************************************************
       1100-CARREGA-CATALOGO.
            MOVE 0 TO WS-CAPACIDADE
            OPEN INPUT CATALOGO
            IF NOT CAT-FS-OK
                DISPLAY 'CATALOGO DE MATERIAS AUSENTE: ' WS-CAT-DD
                MOVE 'ERRO AO ABRIR O CATALOGO DE MATERIAS'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                PERFORM 9000-ERRO-MESTRE THRU 9000-FIM
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CATALOGO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-MAT < 1000
                            ADD 1 TO WS-QTD-MAT
                            MOVE CATALOGO-NOME-MATERIA
                                 TO WS-MAT-NOME(WS-QTD-MAT)
                        ELSE
                            MOVE 1 TO WS-CAPACIDADE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CATALOGO
            IF TABELA-ESTOURADA
                DISPLAY 'CATALOGO COM MAIS DE 1000 MATERIAS.'
                MOVE 'CATALOGO ACIMA DA CAPACIDADE DA TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                PERFORM 9000-ERRO-MESTRE THRU 9000-FIM
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1200-CARREGA-PROFESSORES  --  CODIGO E SITUACAO DE CADA
      *                                 PROFESSOR.
      ******************************************************************
       1200-CARREGA-PROFESSORES.
            MOVE 0 TO WS-CAPACIDADE
            OPEN INPUT PROFESSORES
            IF NOT PRF-FS-OK
                DISPLAY 'CADASTRO DE PROFESSORES AUSENTE: ' WS-PRF-DD
                MOVE 'ERRO AO ABRIR O CADASTRO DE PROFESSORES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                PERFORM 9000-ERRO-MESTRE THRU 9000-FIM
                GO TO 1200-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROFESSORES
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-PRF < 1000
                            ADD 1 TO WS-QTD-PRF
                            MOVE PROF-CODIGO
                                 TO WS-PRF-CODIGO(WS-QTD-PRF)
                            MOVE PROF-STATUS
                                 TO WS-PRF-STATUS(WS-QTD-PRF)
                        ELSE
                            MOVE 1 TO WS-CAPACIDADE
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFESSORES
            IF TABELA-ESTOURADA
                DISPLAY 'CADASTRO COM MAIS DE 1000 PROFESSORES.'
                MOVE 'PROFESSORES ACIMA DA CAPACIDADE DA TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                PERFORM 9000-ERRO-MESTRE THRU 9000-FIM
            END-IF.
       1200-FIM.
            EXIT.

      ******************************************************************
      * 1300-CARREGA-TURMAS  --  CODIGOS DAS TURMAS; NA MESMA LEITURA
      *                          CONFERE A MATERIA DE CADA TURMA NO
      *                          CATALOGO (R10).
      ******************************************************************
       1300-CARREGA-TURMAS.
            MOVE 0 TO WS-CAPACIDADE
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'CADASTRO DE TURMAS AUSENTE: ' WS-TUR-DD
                MOVE 'ERRO AO ABRIR O CADASTRO DE TURMAS'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                PERFORM 9000-ERRO-MESTRE THRU 9000-FIM
                GO TO 1300-FIM
            END-IF
            MOVE 'V' TO WS-REG-SITUACAO(10)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-TUR < 3000
                            ADD 1 TO WS-QTD-TUR
                            MOVE TURMA-CODIGO
                                 TO WS-TUR-CODIGO(WS-QTD-TUR)
                        ELSE
                            MOVE 1 TO WS-CAPACIDADE
                        END-IF
                        ADD 1 TO WS-REG-CONFERIDOS(10)
                        MOVE TURMA-MATERIA TO WS-BUSCA-MATERIA
                        PERFORM 8100-LOCALIZA-MATERIA THRU 8100-FIM
                        IF NOT ACHOU
                            MOVE 10 TO WS-REGRA
                            MOVE SPACES TO WS-CHAVE-AMOSTRA
                            STRING TURMA-CODIGO ' ' TURMA-MATERIA
                                   DELIMITED BY SIZE
                                   INTO WS-CHAVE-AMOSTRA
                            END-STRING
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS
            IF TABELA-ESTOURADA
                DISPLAY 'CADASTRO COM MAIS DE 3000 TURMAS.'
                MOVE 'TURMAS ACIMA DA CAPACIDADE DA TABELA'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                PERFORM 9000-ERRO-MESTRE THRU 9000-FIM
            END-IF.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 2000-CONFERE-TURMA-ALUNO  --  TURMA (R01) E ALUNO (R02) DE
      *                                 CADA INSCRICAO.
      ******************************************************************
       2000-CONFERE-TURMA-ALUNO.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                DISPLAY 'TURMA_ALUNO AUSENTE - R01/R02 NAO VERIFICADAS.'
                GO TO 2000-FIM
            END-IF
            MOVE 'V' TO WS-REG-SITUACAO(1)
            MOVE 'V' TO WS-REG-SITUACAO(2)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-REG-CONFERIDOS(1)
                        ADD 1 TO WS-REG-CONFERIDOS(2)
                        MOVE SPACES TO WS-CHAVE-AMOSTRA
                        STRING TAL-TURMA-CODIGO ' ' TAL-CD-STUDENT
                               ' ' TAL-PERIODO
                               DELIMITED BY SIZE INTO WS-CHAVE-AMOSTRA
                        END-STRING
                        MOVE TAL-TURMA-CODIGO TO WS-BUSCA-TURMA
                        PERFORM 8200-LOCALIZA-TURMA THRU 8200-FIM
                        IF NOT ACHOU
                            MOVE 1 TO WS-REGRA
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        END-IF
                        MOVE TAL-CD-STUDENT TO WS-BUSCA-ALUNO
                        PERFORM 8300-LOCALIZA-ALUNO THRU 8300-FIM
                        IF NOT ACHOU
                            MOVE 2 TO WS-REGRA
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CONFERE-HISTORICO  --  MATERIA (R03) E ALUNO (R04) DE
      *                               CADA LANCAMENTO DO HISTORICO.
      ******************************************************************
       2100-CONFERE-HISTORICO.
            OPEN INPUT HISTORICO-NOTAS
            IF NOT HIST-FS-OK
                DISPLAY 'HISTORICO_NOTAS AUSENTE - R03/R04 NAO '
                        'VERIFICADAS.'
                GO TO 2100-FIM
            END-IF
            MOVE 'V' TO WS-REG-SITUACAO(3)
            MOVE 'V' TO WS-REG-SITUACAO(4)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ HISTORICO-NOTAS NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        MOVE HIDX-IMAGEM TO REG-HISTORICO
                        ADD 1 TO WS-REG-CONFERIDOS(3)
                        ADD 1 TO WS-REG-CONFERIDOS(4)
                        MOVE SPACES TO WS-CHAVE-AMOSTRA
                        STRING HIST-CD-STUDENT ' ' HIST-PERIODO
                               ' ' HIST-MATERIA
                               DELIMITED BY SIZE INTO WS-CHAVE-AMOSTRA
                        END-STRING
                        MOVE HIST-MATERIA TO WS-BUSCA-MATERIA
                        PERFORM 8100-LOCALIZA-MATERIA THRU 8100-FIM
                        IF NOT ACHOU
                            MOVE 3 TO WS-REGRA
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        END-IF
                        MOVE HIST-CD-STUDENT TO WS-BUSCA-ALUNO
                        PERFORM 8300-LOCALIZA-ALUNO THRU 8300-FIM
                        IF NOT ACHOU
                            MOVE 4 TO WS-REGRA
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE HISTORICO-NOTAS.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-CONFERE-MENSALIDADES  --  ALUNO DE CADA MENSALIDADE (R05).
      ******************************************************************
       2200-CONFERE-MENSALIDADES.
            OPEN INPUT MENSALIDADES
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES AUSENTE - R05 NAO VERIFICADA.'
                GO TO 2200-FIM
            END-IF
            MOVE 'V' TO WS-REG-SITUACAO(5)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ MENSALIDADES NEXT RECORD
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-REG-CONFERIDOS(5)
                        MOVE MEN-CD-STUDENT TO WS-BUSCA-ALUNO
                        PERFORM 8300-LOCALIZA-ALUNO THRU 8300-FIM
                        IF NOT ACHOU
                            MOVE 5 TO WS-REGRA
                            MOVE SPACES TO WS-CHAVE-AMOSTRA
                            STRING MEN-CD-STUDENT ' ' MEN-COMPETENCIA
                                   DELIMITED BY SIZE
                                   INTO WS-CHAVE-AMOSTRA
                            END-STRING
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE MENSALIDADES.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2300-CONFERE-PROF-TURMA  --  PROFESSOR (R06), PROFESSOR ATIVO
      *                                NO VINCULO VIGENTE (R07) E
      *                                TURMA (R08) DE CADA ATRIBUICAO.
      *                                VINCULO JA ENCERRADO DE
      *                                PROFESSOR HOJE INATIVO E
      *                                HISTORICO LEGITIMO.
      ******************************************************************
       2300-CONFERE-PROF-TURMA.
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                DISPLAY 'PROF_TURMA AUSENTE - R06/R07/R08 NAO '
                        'VERIFICADAS.'
                GO TO 2300-FIM
            END-IF
            MOVE 'V' TO WS-REG-SITUACAO(6)
            MOVE 'V' TO WS-REG-SITUACAO(7)
            MOVE 'V' TO WS-REG-SITUACAO(8)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-REG-CONFERIDOS(6)
                        ADD 1 TO WS-REG-CONFERIDOS(7)
                        ADD 1 TO WS-REG-CONFERIDOS(8)
                        MOVE SPACES TO WS-CHAVE-AMOSTRA
                        STRING PTU-PROF-CODIGO ' ' PTU-TURMA-CODIGO
                               ' ' PTU-DT-INICIO ' ' PTU-DT-FIM
                               DELIMITED BY SIZE INTO WS-CHAVE-AMOSTRA
                        END-STRING
                        MOVE PTU-PROF-CODIGO TO WS-BUSCA-PROFESSOR
                        MOVE PTU-TURMA-CODIGO TO WS-BUSCA-TURMA
                        PERFORM 8400-LOCALIZA-PROFESSOR THRU 8400-FIM
                        IF WS-POS-PRF = ZEROS
                            MOVE 6 TO WS-REGRA
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        ELSE
                            IF WS-PRF-STATUS(WS-POS-PRF) NOT = 'A'
                               AND (PTU-DT-FIM = ZEROS
                                    OR PTU-DT-FIM >= WS-DATA-HOJE)
                                MOVE 7 TO WS-REGRA
                                PERFORM 8000-REGISTRA-QUEBRA
                                   THRU 8000-FIM
                            END-IF
                        END-IF
                        PERFORM 8200-LOCALIZA-TURMA THRU 8200-FIM
                        IF NOT ACHOU
                            MOVE 8 TO WS-REGRA
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA.
       2300-FIM.
            EXIT.

      ******************************************************************
      * 2400-CONFERE-ENDERECOS  --  ALUNO DE CADA ENDERECO (R09).
      ******************************************************************
       2400-CONFERE-ENDERECOS.
            OPEN INPUT ENDERECOS
            IF NOT END-FS-OK
                DISPLAY 'ENDERECOS AUSENTE - R09 NAO VERIFICADA.'
                GO TO 2400-FIM
            END-IF
            MOVE 'V' TO WS-REG-SITUACAO(9)
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ ENDERECOS
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        ADD 1 TO WS-REG-CONFERIDOS(9)
                        MOVE END-CD-STUDENT TO WS-BUSCA-ALUNO
                        PERFORM 8300-LOCALIZA-ALUNO THRU 8300-FIM
                        IF NOT ACHOU
                            MOVE 9 TO WS-REGRA
                            MOVE SPACES TO WS-CHAVE-AMOSTRA
                            STRING END-CD-STUDENT ' ' END-CIDADE
                                   ' ' END-UF
                                   DELIMITED BY SIZE
                                   INTO WS-CHAVE-AMOSTRA
                            END-STRING
                            PERFORM 8000-REGISTRA-QUEBRA THRU 8000-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENDERECOS.
       2400-FIM.
            EXIT.

      ******************************************************************
      * 3000-EMITE-RELATORIO  --  UMA LINHA POR REGRA COM CONFERIDOS E
      *                           QUEBRAS, SEGUIDA DAS CHAVES DE
      *                           EXEMPLO.
      ******************************************************************
       3000-EMITE-RELATORIO.
            OPEN OUTPUT RELATORIO
            MOVE 'INTEGRIDADE REFERENCIAL DOS ARQUIVOS' TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'APURADO EM ' WS-DATA-HOJE ' AS '
                   WS-HORA-AGORA(1:6)
                   ' - ALUNOS ' WS-QTD-ALUNO
                   ' TURMAS ' WS-QTD-TUR
                   ' MATERIAS ' WS-QTD-MAT
                   ' PROFESSORES ' WS-QTD-PRF
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'REGRA ARQUIVO          CONFERIDOS  QUEBRAS  '
                   'DESCRICAO'
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA

            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRA
                MOVE SPACES TO RPT-LINHA
                IF WS-REG-SITUACAO(WS-IDX-REGRA) = 'V'
                    STRING WS-REG-CODIGO(WS-IDX-REGRA) '   '
                           WS-REG-ARQUIVO(WS-IDX-REGRA) ' '
                           WS-REG-CONFERIDOS(WS-IDX-REGRA) '     '
                           WS-REG-QUEBRAS(WS-IDX-REGRA) '  '
                           WS-REG-DESCRICAO(WS-IDX-REGRA)
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                ELSE
                    ADD 1 TO WS-QTD-NAO-VERIFICADAS
                    STRING WS-REG-CODIGO(WS-IDX-REGRA) '   '
                           WS-REG-ARQUIVO(WS-IDX-REGRA) ' '
                           'NAO VERIFICADA - ARQUIVO AUSENTE'
                           DELIMITED BY SIZE INTO RPT-LINHA
                    END-STRING
                END-IF
                WRITE RPT-LINHA
                ADD WS-REG-QUEBRAS(WS-IDX-REGRA) TO WS-TOT-QUEBRAS
                PERFORM VARYING WS-IDX-AMO FROM 1 BY 1
                        UNTIL WS-IDX-AMO > 5
                    IF WS-REG-AMOSTRA(WS-IDX-REGRA WS-IDX-AMO)
                       NOT = SPACES
                        MOVE SPACES TO RPT-LINHA
                        STRING '      EX: '
                               WS-REG-AMOSTRA(WS-IDX-REGRA WS-IDX-AMO)
                               DELIMITED BY SIZE INTO RPT-LINHA
                        END-STRING
                        WRITE RPT-LINHA
                    END-IF
                END-PERFORM
            END-PERFORM

            MOVE SPACES TO RPT-LINHA
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'VINCULOS QUEBRADOS.......: ' WS-TOT-QUEBRAS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            MOVE SPACES TO RPT-LINHA
            STRING 'REGRAS NAO VERIFICADAS...: ' WS-QTD-NAO-VERIFICADAS
                   DELIMITED BY SIZE INTO RPT-LINHA
            END-STRING
            WRITE RPT-LINHA
            CLOSE RELATORIO.
       3000-FIM.
            EXIT.

      ******************************************************************
      * 4000-GRAVA-HISTORICO  --  ACRESCENTA OS TOTAIS DE CADA REGRA AO
      *                           HISTORICO DE TENDENCIA.
      ******************************************************************
       4000-GRAVA-HISTORICO.
            OPEN EXTEND INTEGRIDADE-HIST
            IF NOT INH-FS-OK
                OPEN OUTPUT INTEGRIDADE-HIST
            END-IF
            IF NOT INH-FS-OK
                DISPLAY 'HISTORICO DE INTEGRIDADE INDISPONIVEL ('
                        WS-INH-DD ') - FS ' WS-INH-FS
                GO TO 4000-FIM
            END-IF
            PERFORM VARYING WS-IDX-REGRA FROM 1 BY 1
                    UNTIL WS-IDX-REGRA > WS-QTD-REGRA
                MOVE WS-DATA-HOJE TO INH-DT-EXECUCAO
                MOVE WS-HORA-AGORA(1:6) TO INH-HORA-EXECUCAO
                MOVE WS-REG-CODIGO(WS-IDX-REGRA) TO INH-REGRA
                MOVE WS-REG-ARQUIVO(WS-IDX-REGRA) TO INH-ARQUIVO
                MOVE WS-REG-SITUACAO(WS-IDX-REGRA) TO INH-SITUACAO
                MOVE WS-REG-CONFERIDOS(WS-IDX-REGRA) TO INH-CONFERIDOS
                MOVE WS-REG-QUEBRAS(WS-IDX-REGRA) TO INH-QUEBRAS
                WRITE REG-INTEGRIDADE-HISTORICO
            END-PERFORM
            CLOSE INTEGRIDADE-HIST.
       4000-FIM.
            EXIT.

      ******************************************************************
      * 8000-REGISTRA-QUEBRA  --  CONTA A QUEBRA NA REGRA WS-REGRA E
      *                           GUARDA A CHAVE COMO EXEMPLO ENQUANTO
      *                           HOUVER VAGA.
      ******************************************************************
       8000-REGISTRA-QUEBRA.
            ADD 1 TO WS-REG-QUEBRAS(WS-REGRA)
            IF WS-REG-QUEBRAS(WS-REGRA) <= 5
                MOVE WS-REG-QUEBRAS(WS-REGRA) TO WS-IDX-AMO
                MOVE WS-CHAVE-AMOSTRA
                     TO WS-REG-AMOSTRA(WS-REGRA WS-IDX-AMO)
            END-IF.
       8000-FIM.
            EXIT.

      ******************************************************************
      * 8100-LOCALIZA-MATERIA  --  WS-BUSCA-MATERIA NO CATALOGO.
      ******************************************************************
       8100-LOCALIZA-MATERIA.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-MAT
                IF WS-MAT-NOME(WS-IDX) = WS-BUSCA-MATERIA
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-MAT TO WS-IDX
                END-IF
            END-PERFORM.
       8100-FIM.
            EXIT.

      ******************************************************************
      * 8200-LOCALIZA-TURMA  --  WS-BUSCA-TURMA NO CADASTRO DE
      *                          TURMAS.
      ******************************************************************
       8200-LOCALIZA-TURMA.
            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TUR
                IF WS-TUR-CODIGO(WS-IDX) = WS-BUSCA-TURMA
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-TUR TO WS-IDX
                END-IF
            END-PERFORM.
       8200-FIM.
            EXIT.

      ******************************************************************
      * 8300-LOCALIZA-ALUNO  --  WS-BUSCA-ALUNO NO CADASTRO DE
      *                          ESTUDANTES.
      ******************************************************************
       8300-LOCALIZA-ALUNO.
            MOVE 0 TO WS-ACHOU
            IF WS-BUSCA-ALUNO NUMERIC AND WS-BUSCA-ALUNO > ZEROS
                IF WS-ALUNO-EXISTE(WS-BUSCA-ALUNO) = 'S'
                    MOVE 1 TO WS-ACHOU
                END-IF
            END-IF.
       8300-FIM.
            EXIT.

      ******************************************************************
      * 8400-LOCALIZA-PROFESSOR  --  POSICAO DE WS-BUSCA-PROFESSOR NA
      *                              TABELA (0 = INEXISTENTE).
      ******************************************************************
       8400-LOCALIZA-PROFESSOR.
            MOVE 0 TO WS-POS-PRF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PRF
                IF WS-PRF-CODIGO(WS-IDX) = WS-BUSCA-PROFESSOR
                    MOVE WS-IDX TO WS-POS-PRF
                    MOVE WS-QTD-PRF TO WS-IDX
                END-IF
            END-PERFORM.
       8400-FIM.
            EXIT.

      ******************************************************************
      * 9000-ERRO-MESTRE  --  CADASTRO MESTRE AUSENTE OU INCOMPLETO:
      *                       REGISTRA NO LOG CENTRAL E ENCERRA COM
      *                       RC 8 PARA A CADEIA RETER OS DEPENDENTES.
      ******************************************************************
       9000-ERRO-MESTRE.
            MOVE 'VERIFICAINTEGRIDADE' TO LOG-PROGRAMA OF WS-LOG-PARM
            MOVE 'CARGA DOS MESTRES' TO LOG-PARAGRAFO OF WS-LOG-PARM
            CALL 'LOGERRO' USING WS-LOG-PARM
            MOVE 1 TO WS-ERRO-MESTRE
            MOVE 8 TO RETURN-CODE.
       9000-FIM.
            EXIT.

       END PROGRAM VERIFICAINTEGRIDADE.
