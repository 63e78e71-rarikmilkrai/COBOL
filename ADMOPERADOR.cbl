      *               senha legivel por qualquer um que abrisse o
      *               arquivo, e VALIDAOPERADOR aceitava a mesma senha
      *               errada para sempre.
      * 15/10/26 RMS  Incluida a opcao V: vincula o operador ao codigo
      *               do professor (conferido em DD_PROFESSORES) e
      *               define o perfil P (professor) / S (secretaria),
      *               base do lancamento de notas restrito a turma
      *               atribuida; a alteracao vai para a auditoria.
      * 15/10/26 RMS  Incluida a opcao U: define a unidade (campus)
      *               do operador (branco = todas), com auditoria.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMOPERADOR.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ANT-FS.

           SELECT PROFESSORES ASSIGN TO DYNAMIC WS-PROF-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
          03 ANT-OPER-ID                    PIC X(20).
          03 ANT-OPER-SENHA                 PIC X(10).

       FD PROFESSORES.
          COPY FD_PROFESSOR.

       WORKING-STORAGE SECTION.
       01 WS-OPER-DD               PIC X(100) VALUE SPACES.
       01 WS-ANT-DD                PIC X(100) VALUE SPACES.
       01 WS-PROF-DD               PIC X(100) VALUE SPACES.
       77 WS-OPER-FS               PIC XX VALUE SPACES.
          88 OPER-FS-OK            VALUE '00'.
       77 WS-ANT-FS                PIC XX VALUE SPACES.
          88 ANT-FS-OK             VALUE '00'.
       77 WS-PROF-FS               PIC XX VALUE SPACES.
          88 PROF-FS-OK            VALUE '00'.
       77 WS-PROF-EOF              PIC X VALUE 'N'.
          88 PROF-FIM-ARQUIVO      VALUE 'F'.
       77 WS-OPER-EOF              PIC X VALUE 'N'.
          88 OPER-FIM-ARQUIVO      VALUE 'F'.
       77 WS-ANT-EOF               PIC X VALUE 'N'.
             10 WS-TAB-STATUS      PIC X(01).
             10 WS-TAB-DT-TROCA    PIC 9(08).
             10 WS-TAB-FALHAS      PIC 9(02).
             10 WS-TAB-PROF-CODIGO PIC X(06).
             10 WS-TAB-PERFIL      PIC X(01).
             10 WS-TAB-UNIDADE     PIC X(02).

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-RESET        VALUE 'D' 'd'.
             88 TRANS-TROCA        VALUE 'T' 't'.
             88 TRANS-MIGRAR       VALUE 'M' 'm'.
             88 TRANS-VINCULAR     VALUE 'V' 'v'.
             88 TRANS-UNIDADE      VALUE 'U' 'u'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       77 WS-LAYOUT-ANTIGO         PIC 9 VALUE 0.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77 WS-QTD-MIGRADOS          PIC 9(03) VALUE ZEROS.
       77 WS-PROF-NOVO             PIC X(06) VALUE SPACES.
       77 WS-PERFIL-NOVO           PIC X(01) VALUE SPACE.
          88 PERFIL-VALIDO         VALUE 'P' 'S' ' '.
       77 WS-UNIDADE-NOVA          PIC X(02) VALUE SPACES.
       77 WS-PROF-ACHADO           PIC 9 VALUE 0.
          88 PROF-ACHADO           VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                DISPLAY ' '
                DISPLAY '*** ADMINISTRACAO DE OPERADORES ***'
                DISPLAY '(I)NCLUIR (R)EVOGAR (D)ESBLOQUEIA/RESET'
                DISPLAY '(T)ROCAR SENHA (M)IGRAR LAYOUT'
                DISPLAY '(V)INCULAR PROFESSOR/PERFIL (U)NIDADE (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                        PERFORM 5000-TROCA-SENHA THRU 5000-FIM
                    WHEN TRANS-MIGRAR
                        PERFORM 6000-MIGRA-LAYOUT THRU 6000-FIM
                    WHEN TRANS-VINCULAR
                        PERFORM 6500-VINCULA-PROFESSOR THRU 6500-FIM
                    WHEN TRANS-UNIDADE
                        PERFORM 6700-DEFINE-UNIDADE THRU 6700-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                                 WS-TAB-DT-TROCA(WS-QTD-OPER)
                            MOVE REG-OPER-FALHAS TO
                                 WS-TAB-FALHAS(WS-QTD-OPER)
                            MOVE REG-OPER-PROF-CODIGO TO
                                 WS-TAB-PROF-CODIGO(WS-QTD-OPER)
                            MOVE REG-OPER-PERFIL TO
                                 WS-TAB-PERFIL(WS-QTD-OPER)
                            MOVE REG-OPER-UNIDADE TO
                                 WS-TAB-UNIDADE(WS-QTD-OPER)
                        END-IF
                END-READ
            END-PERFORM
            MOVE 'A' TO WS-TAB-STATUS(WS-QTD-OPER)
            MOVE WS-DATA-HOJE TO WS-TAB-DT-TROCA(WS-QTD-OPER)
            MOVE ZEROS TO WS-TAB-FALHAS(WS-QTD-OPER)
            MOVE SPACES TO WS-TAB-PROF-CODIGO(WS-QTD-OPER)
            MOVE SPACE TO WS-TAB-PERFIL(WS-QTD-OPER)
            MOVE SPACES TO WS-TAB-UNIDADE(WS-QTD-OPER)

            PERFORM 7000-REGRAVA-OPERADORES THRU 7000-FIM
            DISPLAY 'OPERADOR INCLUIDO: ' WS-ID-ALVO
                            MOVE WS-DATA-HOJE TO
                                 WS-TAB-DT-TROCA(WS-QTD-OPER)
                            MOVE ZEROS TO WS-TAB-FALHAS(WS-QTD-OPER)
                            MOVE SPACES TO
                                 WS-TAB-PROF-CODIGO(WS-QTD-OPER)
                            MOVE SPACE TO WS-TAB-PERFIL(WS-QTD-OPER)
                            MOVE SPACES TO
                                 WS-TAB-UNIDADE(WS-QTD-OPER)
                        END-IF
                END-READ
            END-PERFORM
       6000-FIM.
            EXIT.

      ******************************************************************
      * 6500-VINCULA-PROFESSOR  --  VINCULA O OPERADOR AO CODIGO DO
      *                              PROFESSOR (CONFERIDO NO CADASTRO
      *                              DE PROFESSORES ATIVOS) E DEFINE O
      *                              PERFIL: P = PROFESSOR (SO LANCA
      *                              NOTAS DAS TURMAS ATRIBUIDAS A
      *                              ELE), S = SECRETARIA (PODE LANCAR
      *                              FORA DA ATRIBUICAO, COM REGISTRO
      *                              NA AUDITORIA), BRANCO = GERAL.
      ******************************************************************
       6500-VINCULA-PROFESSOR.
            DISPLAY 'ID DO OPERADOR.......: '
            ACCEPT WS-ID-ALVO
            PERFORM 1500-LOCALIZA-ALVO THRU 1500-FIM
            IF WS-POS-ALVO = 0
                DISPLAY 'OPERADOR NAO ENCONTRADO.'
                GO TO 6500-FIM
            END-IF
            DISPLAY 'VINCULO ATUAL: PROFESSOR '
                    WS-TAB-PROF-CODIGO(WS-POS-ALVO)
                    ' PERFIL ' WS-TAB-PERFIL(WS-POS-ALVO)
            DISPLAY 'PERFIL (P=PROFESSOR S=SECRETARIA BRANCO=GERAL): '
            MOVE SPACE TO WS-PERFIL-NOVO
            ACCEPT WS-PERFIL-NOVO
            INSPECT WS-PERFIL-NOVO CONVERTING 'ps' TO 'PS'
            IF NOT PERFIL-VALIDO
                DISPLAY 'PERFIL INVALIDO.'
                GO TO 6500-FIM
            END-IF
            DISPLAY 'CODIGO DO PROFESSOR (BRANCO = SEM VINCULO): '
            MOVE SPACES TO WS-PROF-NOVO
            ACCEPT WS-PROF-NOVO
            IF WS-PERFIL-NOVO = 'P' AND WS-PROF-NOVO = SPACES
                DISPLAY 'PERFIL PROFESSOR EXIGE O CODIGO DO PROFESSOR.'
                GO TO 6500-FIM
            END-IF
            IF WS-PROF-NOVO NOT = SPACES
                PERFORM 6600-CONFERE-PROFESSOR THRU 6600-FIM
                IF NOT PROF-ACHADO
                    DISPLAY 'PROFESSOR NAO CADASTRADO OU INATIVO: '
                            WS-PROF-NOVO
                    GO TO 6500-FIM
                END-IF
            END-IF

            MOVE 'OPER-VINCULO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            STRING WS-TAB-PROF-CODIGO(WS-POS-ALVO) '/'
                   WS-TAB-PERFIL(WS-POS-ALVO)
                   DELIMITED BY SIZE INTO AUD-VALOR-ANTIGO
            END-STRING
            MOVE SPACES TO AUD-VALOR-NOVO
            STRING WS-PROF-NOVO '/' WS-PERFIL-NOVO ' '
                   WS-ID-ALVO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING

            MOVE WS-PROF-NOVO TO WS-TAB-PROF-CODIGO(WS-POS-ALVO)
            MOVE WS-PERFIL-NOVO TO WS-TAB-PERFIL(WS-POS-ALVO)
            PERFORM 7000-REGRAVA-OPERADORES THRU 7000-FIM
            DISPLAY 'VINCULO GRAVADO: ' WS-ID-ALVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       6500-FIM.
            EXIT.

      ******************************************************************
      * 6600-CONFERE-PROFESSOR  --  PROCURA O CODIGO INFORMADO ENTRE OS
      *                              PROFESSORES ATIVOS DO CADASTRO
      *                              (DD_PROFESSORES).
      ******************************************************************
       6600-CONFERE-PROFESSOR.
            MOVE 0 TO WS-PROF-ACHADO
            ACCEPT WS-PROF-DD FROM ENVIRONMENT 'DD_PROFESSORES'
            IF WS-PROF-DD = SPACES
                MOVE 'PROFESSORES.TXT' TO WS-PROF-DD
            END-IF
            OPEN INPUT PROFESSORES
            IF NOT PROF-FS-OK
                GO TO 6600-FIM
            END-IF
            MOVE 'N' TO WS-PROF-EOF
            PERFORM UNTIL PROF-FIM-ARQUIVO OR PROF-ACHADO
                READ PROFESSORES
                    AT END
                        MOVE 'F' TO WS-PROF-EOF
                    NOT AT END
                        IF PROF-CODIGO = WS-PROF-NOVO
                           AND PROF-ATIVO
                            MOVE 1 TO WS-PROF-ACHADO
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROFESSORES.
       6600-FIM.
            EXIT.

      ******************************************************************
      * 6700-DEFINE-UNIDADE  --  DEFINE A UNIDADE (CAMPUS) DO OPERADOR:
      *                           COM UNIDADE, O OPERADOR SO FAZ
      *                           MANUTENCAO DE ALUNOS, TURMAS E SALAS
      *                           DAQUELA UNIDADE; EM BRANCO, DE TODAS.
      ******************************************************************
       6700-DEFINE-UNIDADE.
            DISPLAY 'ID DO OPERADOR.......: '
            ACCEPT WS-ID-ALVO
            PERFORM 1500-LOCALIZA-ALVO THRU 1500-FIM
            IF WS-POS-ALVO = 0
                DISPLAY 'OPERADOR NAO ENCONTRADO.'
                GO TO 6700-FIM
            END-IF
            DISPLAY 'UNIDADE ATUAL: ' WS-TAB-UNIDADE(WS-POS-ALVO)
            DISPLAY 'UNIDADE (2 DIGITOS, BRANCO = TODAS): '
            MOVE SPACES TO WS-UNIDADE-NOVA
            ACCEPT WS-UNIDADE-NOVA
            IF WS-UNIDADE-NOVA NOT = SPACES
               AND WS-UNIDADE-NOVA NOT NUMERIC
                DISPLAY 'UNIDADE INVALIDA.'
                GO TO 6700-FIM
            END-IF

            MOVE 'OPER-UNIDADE' TO AUD-CAMPO
            MOVE WS-TAB-UNIDADE(WS-POS-ALVO) TO AUD-VALOR-ANTIGO
            MOVE SPACES TO AUD-VALOR-NOVO
            STRING WS-UNIDADE-NOVA ' ' WS-ID-ALVO
                   DELIMITED BY SIZE INTO AUD-VALOR-NOVO
            END-STRING

            MOVE WS-UNIDADE-NOVA TO WS-TAB-UNIDADE(WS-POS-ALVO)
            PERFORM 7000-REGRAVA-OPERADORES THRU 7000-FIM
            DISPLAY 'UNIDADE GRAVADA: ' WS-ID-ALVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       6700-FIM.
            EXIT.

      ******************************************************************
      * 7000-REGRAVA-OPERADORES  --  REGRAVA O ARQUIVO DE OPERADORES
      *                                INTEIRO A PARTIR DA TABELA.
                MOVE WS-TAB-STATUS(WS-IDX)   TO REG-OPER-STATUS
                MOVE WS-TAB-DT-TROCA(WS-IDX) TO REG-OPER-DT-TROCA
                MOVE WS-TAB-FALHAS(WS-IDX)   TO REG-OPER-FALHAS
                MOVE WS-TAB-PROF-CODIGO(WS-IDX)
                                             TO REG-OPER-PROF-CODIGO
                MOVE WS-TAB-PERFIL(WS-IDX)   TO REG-OPER-PERFIL
                MOVE WS-TAB-UNIDADE(WS-IDX)  TO REG-OPER-UNIDADE
                WRITE REG-OPERADOR
            END-PERFORM
            CLOSE OPERADORES.
