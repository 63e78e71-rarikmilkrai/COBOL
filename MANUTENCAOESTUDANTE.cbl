      *               completa esses campos nos alunos ja cadastrados,
      *               tudo com auditoria de/para - o EXPORTACENSO
      *               depende desses campos.
      * 15/10/26 RMS  A transacao E passou a pedir a recusa de SMS
      *               (END-SMS-OPTOUT), com auditoria de/para.
      * 15/10/26 RMS  A alteracao (2000) deixou de trocar o curso:
      *               a troca passa pelo TROCACURSO, com vaga,
      *               prazo, aproveitamento de materias e
      *               mensalidades reprecificadas.
      * 15/10/26 RMS  A inclusao passou a vincular o aluno a versao
      *               da matriz curricular em vigor no ingresso
      *               (RESOLVEMATRIZ pela data de matricula),
      *               gravada em STUDENT-VERSAO-MATRIZ e auditada.
      * 15/10/26 RMS  Incluida a transacao (S) NOME SOCIAL:
      *               registro, alteracao ou retirada do nome social
      *               do aluno (NOMES_SOCIAIS.TXT, FD_NOME_SOCIAL),
      *               com auditoria de/para; o nome civil continua
      *               em NM-STUDENT.
      * 15/10/26 RMS  Unidade (campus) do aluno: gravada na inclusao
      *               (a do operador ou, para operador de todas as
      *               unidades, a informada), alteravel em (A) so por
      *               operador de todas as unidades, auditada; toda
      *               transacao sobre aluno de outra unidade que a do
      *               operador e negada (0800-CONFERE-UNIDADE).
      * 15/10/26 RMS  Inclusao grava o aluno como regular
      *               (STUDENT-TIPO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAOESTUDANTE.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMG-FS.

           SELECT NOMES-SOCIAIS ASSIGN TO DYNAMIC WS-NSO-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NSO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD ESTUDANTE.
       FD EMERGENCIAS.
          COPY FD_EMERGENCIA.

       FD NOMES-SOCIAIS.
          COPY FD_NOME_SOCIAL.

       WORKING-STORAGE SECTION.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       77 WS-FS                    PIC 99.
             88 TRANS-RESPONSAVEL  VALUE 'R' 'r'.
             88 TRANS-EMERGENCIA   VALUE 'M' 'm'.
             88 TRANS-DEMOGRAFIA   VALUE 'D' 'd'.
             88 TRANS-NOME-SOCIAL  VALUE 'S' 's'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       77 WS-DEMO-SEXO-ANT       PIC X(01) VALUE SPACE.

       01 WS-TICKET-PARM.
          COPY TICKET_PARM.
       01 WS-MTZ-PARM.
          COPY MATRIZ_PARM.

       01 WS-TRAVA-PARM.
          COPY TRAVA_PARM.
       77 WS-COURSE-CODE-ANTIGO     PIC X(05) VALUE SPACES.
       77 WS-COURSE-CODE-NOVO       PIC X(05) VALUE SPACES.
       77 WS-STATUS-ANTIGO          PIC X(01) VALUE SPACE.
       77 WS-UNIDADE-ANTIGA         PIC X(02) VALUE SPACES.
       77 WS-UNIDADE-NOVA           PIC X(02) VALUE SPACES.
       77 WS-UNIDADE-ALUNO          PIC X(02) VALUE SPACES.
       77 WS-UNIDADE-PERMITIDA      PIC 9     VALUE 0.
          88 UNIDADE-PERMITIDA      VALUE 1.
       01 WS-SHI-PARM.
          COPY STATUSHIST_PARM.
       77 WS-MOTIVO-STATUS          PIC X(03) VALUE SPACES.
             10 WS-END-DEV-DATA     PIC 9(08).
             10 WS-END-EMAIL-TAB    PIC X(50).
             10 WS-END-CANAL-TAB    PIC X(01).
             10 WS-END-OPTOUT-TAB   PIC X(01).
       77 WS-NOVO-EMAIL             PIC X(50) VALUE SPACES.
       77 WS-NOVO-CANAL             PIC X(01) VALUE SPACE.
       77 WS-NOVO-OPTOUT            PIC X(01) VALUE SPACE.
       77 WS-POS-END                PIC 9(04) VALUE ZEROS.
       77 WS-IDX-END                PIC 9(04) VALUE ZEROS.
       01 WS-ENDERECO-NOVO.
       77 WS-POS-EMG               PIC 9(03) VALUE 0.
       77 WS-IDX-EMG               PIC 9(03) VALUE 0.

       01 WS-NSO-DD                PIC X(100) VALUE SPACES.
       77 WS-NSO-FS                PIC XX VALUE SPACES.
          88 NSO-FS-OK             VALUE '00'.
       77 WS-NSO-EOF               PIC X VALUE 'N'.
          88 NSO-FIM-ARQUIVO       VALUE 'F'.
       01 WS-TABELA-NOMES-SOCIAIS.
          05 WS-QTD-NSO            PIC 9(04) VALUE 0.
          05 WS-NSO-TAB OCCURS 2000 TIMES.
             10 WS-TN-CD           PIC 9(05).
             10 WS-TN-NOME         PIC X(20).
             10 WS-TN-DATA         PIC 9(08).
       77 WS-POS-NSO               PIC 9(04) VALUE 0.
       77 WS-IDX-NSO               PIC 9(04) VALUE 0.
       77 WS-NSO-ANTIGO            PIC X(20) VALUE SPACES.
       77 WS-NSO-NOVO              PIC X(20) VALUE SPACES.

       01 WS-TABELA-RESPONSAVEIS.
          05 WS-QTD-RSP            PIC 9(03) VALUE 0.
          05 WS-RSP-TAB OCCURS 500 TIMES.
               DISPLAY '*** MANUTENCAO DE ESTUDANTES ***'
               DISPLAY '(I)NCLUIR (A)LTERAR (X) INATIVAR '
                       '(E)NDERECO (R)ESPONSAVEL (M) EMERGENCIA '
                       '(D)EMOGRAFIA (S) NOME SOCIAL (F)IM'
               ACCEPT WS-COD-TRANS

               EVALUATE TRUE
                     IF OPERADOR-AUTORIZADO
                        PERFORM 4900-DEMOGRAFIA THRU 4900-FIM
                     END-IF
                  WHEN TRANS-NOME-SOCIAL
                     PERFORM 0700-EXIGE-AUTORIZACAO THRU 0700-FIM
                     IF OPERADOR-AUTORIZADO
                        PERFORM 4960-NOME-SOCIAL THRU 4960-FIM
                     END-IF
                  WHEN TRANS-SAIR
                     CONTINUE
                  WHEN OTHER
       0700-FIM.
            EXIT.

      ******************************************************************
      * 0800-CONFERE-UNIDADE  --  CONFERE SE O ALUNO LIDO E DA UNIDADE
      *                             (CAMPUS) DO OPERADOR. OPERADOR SEM
      *                             UNIDADE ATENDE TODAS; ALUNO COM A
      *                             UNIDADE EM BRANCO E DA SEDE (01).
      ******************************************************************
       0800-CONFERE-UNIDADE.
            MOVE 0 TO WS-UNIDADE-PERMITIDA
            MOVE STUDENT-UNIDADE TO WS-UNIDADE-ALUNO
            IF WS-UNIDADE-ALUNO = SPACES
                MOVE '01' TO WS-UNIDADE-ALUNO
            END-IF
            IF OPER-TODAS-UNIDADES OF WS-OPER-PARM
               OR OPER-UNIDADE OF WS-OPER-PARM = WS-UNIDADE-ALUNO
                MOVE 1 TO WS-UNIDADE-PERMITIDA
            ELSE
                DISPLAY 'ALUNO DA UNIDADE ' WS-UNIDADE-ALUNO
                        ' - OPERADOR DA UNIDADE '
                        OPER-UNIDADE OF WS-OPER-PARM
                        ': TRANSACAO NEGADA.'
            END-IF.
       0800-FIM.
            EXIT.

      ******************************************************************
      * 1000-INCLUIR  --  CADASTRA UM NOVO ESTUDANTE.
      ******************************************************************
            DISPLAY 'DATA DE NASCIMENTO(AAAAMMDD): '
            ACCEPT STUDENT-DT-NASCIMENTO
            PERFORM 4950-PEDE-DEMOGRAFIA THRU 4950-FIM
            IF OPER-TODAS-UNIDADES OF WS-OPER-PARM
                DISPLAY 'UNIDADE (BRANCO = 01 SEDE): '
                MOVE SPACES TO STUDENT-UNIDADE
                ACCEPT STUDENT-UNIDADE
                IF STUDENT-UNIDADE = SPACES
                    MOVE '01' TO STUDENT-UNIDADE
                END-IF
            ELSE
                MOVE OPER-UNIDADE OF WS-OPER-PARM TO STUDENT-UNIDADE
            END-IF
            SET STUDENT-ATIVO TO TRUE
            SET STUDENT-REGULAR TO TRUE
      * VINCULA O ALUNO A MATRIZ CURRICULAR EM VIGOR NO INGRESSO
            MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
            MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
            MOVE SPACES TO MTZ-P-VERSAO-ALUNO
            CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
            MOVE MTZ-P-VERSAO TO STUDENT-VERSAO-MATRIZ

            MOVE STUDENT-CPF TO WS-CPF-PARM-CPF
            CALL 'VALIDACPF' USING WS-CPF-PARM
            MOVE COURSE-CODE TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM

            MOVE 'VERSAO-MATRIZ' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE STUDENT-VERSAO-MATRIZ TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM

            MOVE 'UNIDADE' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE STUDENT-UNIDADE TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM

            MOVE 'ENROLLMENT-DATE' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE ENROLLMENT-DATE TO AUD-VALOR-NOVO
            EXIT.

      ******************************************************************
      * 2000-ALTERAR  --  CORRIGE O NOME DE UM ESTUDANTE EXISTENTE (O
      *                    CURSO SO MUDA PELA TROCA DE CURSO).
      ******************************************************************
       2000-ALTERAR.
            DISPLAY 'CD-STUDENT A ALTERAR: '
                 INVALID KEY
                     DISPLAY 'ESTUDANTE NAO EXISTE.'
                 NOT INVALID KEY
                     PERFORM 0800-CONFERE-UNIDADE THRU 0800-FIM
                     IF NOT UNIDADE-PERMITIDA
                         PERFORM 8100-DESTRAVA-REGISTRO THRU 8100-FIM
                         GO TO 2000-FIM
                     END-IF
                     MOVE NM-STUDENT TO WS-NM-STUDENT-ANTIGO
                     MOVE COURSE-CODE TO WS-COURSE-CODE-ANTIGO
                     MOVE STUDENT-UNIDADE TO WS-UNIDADE-ANTIGA

                     DISPLAY 'NOME ATUAL...........: ' NM-STUDENT
                     DISPLAY 'NOVO NOME (BRANCO=MANTEM): '
                     END-IF

                     DISPLAY 'CURSO ATUAL..........: ' COURSE-CODE
                     DISPLAY '(TROCA DE CURSO SO PELO TROCACURSO)'

                     IF OPER-TODAS-UNIDADES OF WS-OPER-PARM
                         DISPLAY 'UNIDADE ATUAL........: '
                                 WS-UNIDADE-ALUNO
                         DISPLAY 'NOVA UNIDADE (BRANCO=MANTEM): '
                         MOVE SPACES TO WS-UNIDADE-NOVA
                         ACCEPT WS-UNIDADE-NOVA
                         IF WS-UNIDADE-NOVA NOT = SPACES
                             MOVE WS-UNIDADE-NOVA TO STUDENT-UNIDADE
                         END-IF
                     END-IF

                     REWRITE REG-ESTUDANTE
                MOVE WS-COURSE-CODE-ANTIGO TO AUD-VALOR-ANTIGO
                MOVE COURSE-CODE TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF

            IF STUDENT-UNIDADE NOT = WS-UNIDADE-ANTIGA
                MOVE 'UNIDADE' TO AUD-CAMPO
                MOVE WS-UNIDADE-ANTIGA TO AUD-VALOR-ANTIGO
                MOVE STUDENT-UNIDADE TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF.
       2100-FIM.
            EXIT.
                 INVALID KEY
                     DISPLAY 'ESTUDANTE NAO EXISTE.'
                 NOT INVALID KEY
                     PERFORM 0800-CONFERE-UNIDADE THRU 0800-FIM
                     IF NOT UNIDADE-PERMITIDA
                         PERFORM 8100-DESTRAVA-REGISTRO THRU 8100-FIM
                         GO TO 3000-FIM
                     END-IF
                     MOVE STUDENT-STATUS TO WS-STATUS-ANTIGO
                     SET STUDENT-TRANCADO TO TRUE

                     PERFORM 8100-DESTRAVA-REGISTRO THRU 8100-FIM
                     GO TO 4000-FIM
            END-READ
            PERFORM 0800-CONFERE-UNIDADE THRU 0800-FIM
            IF NOT UNIDADE-PERMITIDA
                PERFORM 8100-DESTRAVA-REGISTRO THRU 8100-FIM
                GO TO 4000-FIM
            END-IF

            DISPLAY 'RUA..................: '
            ACCEPT WS-NOVO-RUA
               AND WS-NOVO-CANAL NOT = 'E'
                MOVE 'P' TO WS-NOVO-CANAL
            END-IF
            DISPLAY 'RECUSA SMS (S/N).....: '
            ACCEPT WS-NOVO-OPTOUT
            IF WS-NOVO-OPTOUT NOT = 'S'
                MOVE SPACE TO WS-NOVO-OPTOUT
            END-IF
            IF WS-NOVO-CANAL = 'E' AND WS-NOVO-EMAIL = SPACES
                DISPLAY 'CANAL E-MAIL SEM E-MAIL - ENDERECO '
                        'RECUSADO.'
                MOVE ZEROS  TO WS-END-DEV-DATA(WS-POS-END)
                MOVE SPACES TO WS-END-EMAIL-TAB(WS-POS-END)
                MOVE SPACE  TO WS-END-CANAL-TAB(WS-POS-END)
                MOVE SPACE  TO WS-END-OPTOUT-TAB(WS-POS-END)
            END-IF

            MOVE 'E' TO AUD-COD-TRANS
                MOVE WS-NOVO-CANAL TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF
            IF WS-END-OPTOUT-TAB(WS-POS-END) NOT = WS-NOVO-OPTOUT
                MOVE 'END-SMS-OPTOUT' TO AUD-CAMPO
                MOVE WS-END-OPTOUT-TAB(WS-POS-END)
                    TO AUD-VALOR-ANTIGO
                MOVE WS-NOVO-OPTOUT TO AUD-VALOR-NOVO
                PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            END-IF

            MOVE WS-NOVO-TEL    TO WS-END-TEL(WS-POS-END)
            MOVE WS-NOVO-RUA    TO WS-END-RUA-TAB(WS-POS-END)
            MOVE WS-NOVO-CEP    TO WS-END-CEP-TAB(WS-POS-END)
            MOVE WS-NOVO-EMAIL  TO WS-END-EMAIL-TAB(WS-POS-END)
            MOVE WS-NOVO-CANAL  TO WS-END-CANAL-TAB(WS-POS-END)
            MOVE WS-NOVO-OPTOUT TO WS-END-OPTOUT-TAB(WS-POS-END)
            IF WS-END-DEVOLUCAO(WS-POS-END) = 'D'
                DISPLAY 'MARCA DE DEVOLUCAO LIMPA - ENDERECO VOLTA '
                        'PARA AS MALAS DIRETAS.'
                                 WS-END-EMAIL-TAB(WS-QTD-END)
                            MOVE END-CANAL TO
                                 WS-END-CANAL-TAB(WS-QTD-END)
                            MOVE END-SMS-OPTOUT TO
                                 WS-END-OPTOUT-TAB(WS-QTD-END)
                        END-IF
                END-READ
            END-PERFORM
                MOVE WS-END-DEV-DATA(WS-IDX-END)   TO END-DEV-DATA
                MOVE WS-END-EMAIL-TAB(WS-IDX-END)  TO END-E-MAIL
                MOVE WS-END-CANAL-TAB(WS-IDX-END)  TO END-CANAL
                MOVE WS-END-OPTOUT-TAB(WS-IDX-END) TO END-SMS-OPTOUT
                WRITE REG-ENDERECO
            END-PERFORM
            CLOSE ENDERECOS.
                    DISPLAY 'ESTUDANTE NAO EXISTE.'
                    GO TO 4500-FIM
            END-READ
            PERFORM 0800-CONFERE-UNIDADE THRU 0800-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 4500-FIM
            END-IF

            PERFORM 4600-CARREGA-RESPONSAVEIS THRU 4600-FIM
            MOVE 0 TO WS-POS-RSP
                    DISPLAY 'ESTUDANTE NAO EXISTE.'
                    GO TO 4800-FIM
            END-READ
            PERFORM 0800-CONFERE-UNIDADE THRU 0800-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 4800-FIM
            END-IF

            PERFORM 4850-CARREGA-EMERGENCIAS THRU 4850-FIM
            MOVE 0 TO WS-POS-EMG
                     DISPLAY 'ESTUDANTE NAO ENCONTRADO.'
                     GO TO 4900-FIM
            END-READ
            PERFORM 0800-CONFERE-UNIDADE THRU 0800-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 4900-FIM
            END-IF

            MOVE STUDENT-SEXO TO WS-DEMO-SEXO-ANT
            MOVE STUDENT-NACIONALIDADE TO WS-DEMO-NACIO-ANT
       4950-FIM.
            EXIT.

      ******************************************************************
      * 4960-NOME-SOCIAL  --  REGISTRA, ALTERA OU RETIRA (NOME EM
      *                         BRANCO) O NOME SOCIAL DO ALUNO EM
      *                         NOMES_SOCIAIS.TXT, COM AUDITORIA
      *                         DE/PARA. O NOME CIVIL (NM-STUDENT) NAO
      *                         MUDA: CONTINUA NO DIPLOMA, NO HISTORICO
      *                         ESCOLAR E NO CENSO.
      ******************************************************************
       4960-NOME-SOCIAL.
            DISPLAY 'CD-STUDENT DO NOME SOCIAL: '
            ACCEPT CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'ESTUDANTE NAO EXISTE.'
                    GO TO 4960-FIM
            END-READ
            PERFORM 0800-CONFERE-UNIDADE THRU 0800-FIM
            IF NOT UNIDADE-PERMITIDA
                GO TO 4960-FIM
            END-IF

            PERFORM 4970-CARREGA-NOMES-SOCIAIS THRU 4970-FIM
            MOVE 0 TO WS-POS-NSO
            MOVE SPACES TO WS-NSO-ANTIGO
            PERFORM VARYING WS-IDX-NSO FROM 1 BY 1
                    UNTIL WS-IDX-NSO > WS-QTD-NSO
                IF WS-TN-CD(WS-IDX-NSO) = CD-STUDENT
                    MOVE WS-IDX-NSO TO WS-POS-NSO
                    MOVE WS-TN-NOME(WS-IDX-NSO) TO WS-NSO-ANTIGO
                    MOVE WS-QTD-NSO TO WS-IDX-NSO
                END-IF
            END-PERFORM

            DISPLAY 'NOME CIVIL...........: ' NM-STUDENT
            DISPLAY 'NOME SOCIAL ATUAL....: ' WS-NSO-ANTIGO
            DISPLAY 'NOVO NOME SOCIAL (EM BRANCO = RETIRA): '
            MOVE SPACES TO WS-NSO-NOVO
            ACCEPT WS-NSO-NOVO
            IF WS-NSO-NOVO = WS-NSO-ANTIGO
                DISPLAY 'NOME SOCIAL SEM ALTERACAO.'
                GO TO 4960-FIM
            END-IF

            IF WS-NSO-NOVO = SPACES
                MOVE 0 TO WS-TN-CD(WS-POS-NSO)
            ELSE
                IF WS-POS-NSO = 0
                    IF WS-QTD-NSO >= 2000
                        DISPLAY 'TABELA DE NOMES SOCIAIS CHEIA.'
                        GO TO 4960-FIM
                    END-IF
                    ADD 1 TO WS-QTD-NSO
                    MOVE WS-QTD-NSO TO WS-POS-NSO
                    MOVE CD-STUDENT TO WS-TN-CD(WS-POS-NSO)
                END-IF
                MOVE WS-NSO-NOVO TO WS-TN-NOME(WS-POS-NSO)
                ACCEPT WS-TN-DATA(WS-POS-NSO) FROM DATE YYYYMMDD
            END-IF

            PERFORM 4980-REGRAVA-NOMES-SOCIAIS THRU 4980-FIM
            IF WS-NSO-NOVO = SPACES
                DISPLAY 'NOME SOCIAL RETIRADO DO ALUNO ' CD-STUDENT
            ELSE
                DISPLAY 'NOME SOCIAL GRAVADO PARA O ALUNO ' CD-STUDENT
            END-IF

            MOVE 'A' TO AUD-COD-TRANS
            MOVE CD-STUDENT TO AUD-CD-STUDENT
            MOVE 'NOME-SOCIAL' TO AUD-CAMPO
            MOVE WS-NSO-ANTIGO TO AUD-VALOR-ANTIGO
            MOVE WS-NSO-NOVO TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       4960-FIM.
            EXIT.

      ******************************************************************
      * 4970-CARREGA-NOMES-SOCIAIS  --  CARREGA O REGISTRO DE NOMES
      *                                   SOCIAIS INTEIRO EM MEMORIA
      *                                   (RECARREGADO A CADA
      *                                   TRANSACAO, COMO O ENDERECO).
      ******************************************************************
       4970-CARREGA-NOMES-SOCIAIS.
            MOVE 0 TO WS-QTD-NSO
            ACCEPT WS-NSO-DD FROM ENVIRONMENT 'DD_NOMES_SOCIAIS'
            IF WS-NSO-DD = SPACES
                MOVE 'NOMES_SOCIAIS.TXT' TO WS-NSO-DD
            END-IF
            OPEN INPUT NOMES-SOCIAIS
            IF NOT NSO-FS-OK
                GO TO 4970-FIM
            END-IF
            MOVE 'N' TO WS-NSO-EOF
            PERFORM UNTIL NSO-FIM-ARQUIVO
                READ NOMES-SOCIAIS
                    AT END
                        MOVE 'F' TO WS-NSO-EOF
                    NOT AT END
                        IF WS-QTD-NSO < 2000
                            ADD 1 TO WS-QTD-NSO
                            MOVE NSO-CD-STUDENT TO WS-TN-CD(WS-QTD-NSO)
                            MOVE NSO-NOME-SOCIAL
                              TO WS-TN-NOME(WS-QTD-NSO)
                            MOVE NSO-DT-REGISTRO
                              TO WS-TN-DATA(WS-QTD-NSO)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE NOMES-SOCIAIS.
       4970-FIM.
            EXIT.

      ******************************************************************
      * 4980-REGRAVA-NOMES-SOCIAIS  --  REGRAVA O REGISTRO DE NOMES
      *                                   SOCIAIS A PARTIR DA TABELA;
      *                                   LINHA RETIRADA (CD ZERADO)
      *                                   NAO E GRAVADA.
      ******************************************************************
       4980-REGRAVA-NOMES-SOCIAIS.
            OPEN OUTPUT NOMES-SOCIAIS
            PERFORM VARYING WS-IDX-NSO FROM 1 BY 1
                    UNTIL WS-IDX-NSO > WS-QTD-NSO
                IF WS-TN-CD(WS-IDX-NSO) NOT = 0
                    MOVE WS-TN-CD(WS-IDX-NSO) TO NSO-CD-STUDENT
                    MOVE WS-TN-NOME(WS-IDX-NSO) TO NSO-NOME-SOCIAL
                    MOVE WS-TN-DATA(WS-IDX-NSO) TO NSO-DT-REGISTRO
                    WRITE REG-NOME-SOCIAL
                END-IF
            END-PERFORM
            CLOSE NOMES-SOCIAIS.
       4980-FIM.
            EXIT.

       END PROGRAM MANUTENCAOESTUDANTE.
