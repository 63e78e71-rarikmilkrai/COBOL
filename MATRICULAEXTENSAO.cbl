      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:MATRICULA EM CURSO LIVRE / EXTENSAO: INSCREVE UM
      *         PARTICIPANTE EM UMA OFERTA DE EXTENSAO (TURMA DO
      *         FD_TURMA COM TURMA-TIPO E, CRIADA NO MANUTENCAOTURMA)
      *         E LANCA A COBRANCA DO CURSO. PARTICIPANTE SEM
      *         CADASTRO E INCLUIDO NO ARQUIVO ESTUDANTE COM
      *         STUDENT-TIPO E (FORA DE MEDIA, PROBACAO, CENSO,
      *         FORMATURA E MENSALIDADE) E CURSO EXTEN; ALUNO REGULAR
      *         TAMBEM PODE SE INSCREVER, SEM MUDAR DE TIPO. O VINCULO
      *         VAI PARA O TURMA_ALUNO.TXT, COMO NA INSCRICAO EM
      *         DISCIPLINA, E A FREQUENCIA SEGUE PELO LANCASESSAO. A
      *         COBRANCA (TURMA-VALOR-CURSO) SAI A VISTA OU EM ATE 8
      *         PARCELAS MENSAIS, ITENS MEN-TIPO X NO ARQUIVO INDEXADO
      *         DE MENSALIDADES NA FAIXA RESERVADA DE EXTENSAO (MES
      *         13 A 20 DO ANO CORRENTE) - DAI EM DIANTE SEGUE PELA
      *         MESMA ESTEIRA DE BAIXA, INADIMPLENCIA E FECHAMENTO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      * 15/10/26 RMS  Item gravado sem lote de faturamento (MEN-LOTE-
      *               FATURAMENTO em branco): o lote e so das
      *               mensalidades geradas pelo GERAMENSALIDADE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRICULAEXTENSAO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS ASSIGN TO DYNAMIC WS-TUR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TUR-FS.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT MENSALIDADES ASSIGN TO DYNAMIC WS-MEN-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MEN-CHAVE
              FILE STATUS IS WS-MEN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD TURMAS.
          COPY FD_TURMA.

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD MENSALIDADES.
          COPY FD_MENSALIDADE.

       WORKING-STORAGE SECTION.
       01 WS-TUR-DD                PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-MEN-DD                PIC X(100) VALUE SPACES.
       77 WS-TUR-FS                PIC XX VALUE SPACES.
          88 TUR-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-MEN-FS                PIC XX VALUE SPACES.
          88 MEN-FS-OK             VALUE '00'.
       77 WS-TUR-EOF               PIC X VALUE 'N'.
          88 TUR-FIM-ARQUIVO       VALUE 'F'.
       77 WS-TAL-EOF               PIC X VALUE 'N'.
          88 TAL-FIM-ARQUIVO       VALUE 'F'.
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
       01 WS-SHI-PARM.
          COPY STATUSHIST_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       01 WS-CPF-PARM.
          03 WS-CPF-PARM-CPF       PIC 9(11) VALUE 0.
          03 WS-CPF-PARM-RETORNO   PIC 99 VALUE 0.
             88 CPF-PARM-VALIDO    VALUE 0.
             88 CPF-PARM-INVALIDO  VALUE 1.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       01 WS-TRANSACAO.
          03 WS-COD-TRANS          PIC X.
             88 TRANS-MATRICULAR   VALUE 'M' 'm'.
             88 TRANS-LISTAR       VALUE 'L' 'l'.
             88 TRANS-SAIR         VALUE 'F' 'f'.

       01 WS-TABELA-TURMAS.
          05 WS-QTD-TURMAS         PIC 9(03) VALUE 0.
          05 WS-TUR-TAB OCCURS 100 TIMES.
             10 WS-TUR-CODIGO      PIC X(08).
             10 WS-TUR-MATERIA     PIC X(50).
             10 WS-TUR-PERIODO     PIC X(06).
             10 WS-TUR-STATUS      PIC X(01).
             10 WS-TUR-CAP         PIC 9(03).
             10 WS-TUR-UNIDADE     PIC X(02).
             10 WS-TUR-TIPO        PIC X(01).
             10 WS-TUR-VALOR       PIC 9(5)V9(2).
             10 WS-TUR-FREQ-MIN    PIC 9(03).

       77 WS-CODIGO-ALVO           PIC X(08) VALUE SPACES.
       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-POS-TURMA             PIC 9(03) VALUE ZEROS.
       77 WS-IDX                   PIC 9(03) VALUE ZEROS.
       77 WS-QTD-NA-TURMA          PIC 9(03) VALUE ZEROS.
       77 WS-JA-INSCRITO           PIC 9 VALUE 0.
          88 PARTICIPANTE-JA-INSCRITO VALUE 1.
       77 WS-PARTICIPANTE-OK       PIC 9 VALUE 0.
          88 PARTICIPANTE-OK       VALUE 1.
       77 WS-UNIDADE-TURMA         PIC X(02) VALUE SPACES.
       01 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-AAAA          PIC 9(04).
          03 WS-HOJE-MM            PIC 9(02).
          03 WS-HOJE-DD            PIC 9(02).

      * PARCELAMENTO DO CURSO - ATE 8 PARCELAS, FAIXA MES 13 A 20
       77 WS-QTD-PARCELAS          PIC 9(02) VALUE ZEROS.
       77 WS-MAX-PARCELAS          PIC 9(02) VALUE 8.
       77 WS-PARCELA               PIC 9(02) VALUE ZEROS.
       77 WS-VALOR-PARCELA         PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-VALOR-ULTIMA          PIC 9(5)V9(2) VALUE ZEROS.
       77 WS-MES-EXT               PIC 9(02) VALUE ZEROS.
       77 WS-COMP-EXT              PIC 9(06) VALUE ZEROS.
       01 WS-TABELA-SLOTS.
          05 WS-QTD-SLOTS          PIC 9(02) VALUE 0.
          05 WS-SLOT-MES OCCURS 8 TIMES PIC 9(02).
       01 WS-DT-VENCIMENTO         PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WS-DT-VENCIMENTO.
          03 WS-VENC-AAAA          PIC 9(04).
          03 WS-VENC-MM            PIC 9(02).
          03 WS-VENC-DD            PIC 9(02).
       77 WS-VALOR-ED              PIC ZZZZ9.99.
       77 WS-MIN-ED                PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* MATRICULAEXTENSAO - CURSOS LIVRES/EXTENSAO  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0600-VALIDA-OPERADOR THRU 0600-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'MATRICULA NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            ACCEPT WS-TUR-DD FROM ENVIRONMENT 'DD_TURMAS'
            IF WS-TUR-DD = SPACES
                MOVE 'TURMAS.TXT' TO WS-TUR-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-MEN-DD FROM ENVIRONMENT 'DD_MENSALIDADES'
            IF WS-MEN-DD = SPACES
                MOVE 'MENSALIDADES.DAT' TO WS-MEN-DD
            END-IF

            PERFORM 1000-CARREGA-TURMAS THRU 1000-FIM
            PERFORM 1300-ABRE-ESTUDANTE THRU 1300-FIM
            IF NOT ESTUDANTE-ABERTO
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM UNTIL TRANS-SAIR
                DISPLAY ' '
                DISPLAY '*** CURSOS LIVRES / EXTENSAO ***'
                DISPLAY '(M)ATRICULAR  (L)ISTAR OFERTAS  (F)IM'
                ACCEPT WS-COD-TRANS

                EVALUATE TRUE
                    WHEN TRANS-MATRICULAR
                        PERFORM 2000-MATRICULAR THRU 2000-FIM
                    WHEN TRANS-LISTAR
                        PERFORM 6000-LISTAR THRU 6000-FIM
                    WHEN TRANS-SAIR
                        CONTINUE
                    WHEN OTHER
                        DISPLAY 'OPCAO INVALIDA.'
                END-EVALUATE
            END-PERFORM

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
      * 1000-CARREGA-TURMAS  --  CARREGA O CADASTRO DE TURMAS INTEIRO
      *                            EM MEMORIA (REGULARES E DE EXTENSAO;
      *                            SO AS DE EXTENSAO ACEITAM MATRICULA
      *                            AQUI).
      ******************************************************************
       1000-CARREGA-TURMAS.
            OPEN INPUT TURMAS
            IF NOT TUR-FS-OK
                DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL ('
                        WS-TUR-DD ').'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-TUR-EOF
            PERFORM UNTIL TUR-FIM-ARQUIVO
                READ TURMAS
                    AT END
                        MOVE 'F' TO WS-TUR-EOF
                    NOT AT END
                        IF WS-QTD-TURMAS < 100
                            ADD 1 TO WS-QTD-TURMAS
                            PERFORM 1100-GUARDA-TURMA THRU 1100-FIM
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMAS.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-GUARDA-TURMA  --  COPIA A TURMA LIDA PARA A TABELA. TURMA
      *                          ANTIGA, SEM TIPO/VALOR/FREQUENCIA,
      *                          VALE COMO REGULAR.
      ******************************************************************
       1100-GUARDA-TURMA.
            MOVE TURMA-CODIGO TO WS-TUR-CODIGO(WS-QTD-TURMAS)
            MOVE TURMA-MATERIA TO WS-TUR-MATERIA(WS-QTD-TURMAS)
            MOVE TURMA-PERIODO TO WS-TUR-PERIODO(WS-QTD-TURMAS)
            MOVE TURMA-STATUS TO WS-TUR-STATUS(WS-QTD-TURMAS)
            IF TURMA-CAPACIDADE NUMERIC
                MOVE TURMA-CAPACIDADE TO WS-TUR-CAP(WS-QTD-TURMAS)
            ELSE
                MOVE ZEROS TO WS-TUR-CAP(WS-QTD-TURMAS)
            END-IF
            IF TURMA-UNIDADE = SPACES
                MOVE '01' TO WS-TUR-UNIDADE(WS-QTD-TURMAS)
            ELSE
                MOVE TURMA-UNIDADE TO WS-TUR-UNIDADE(WS-QTD-TURMAS)
            END-IF
            MOVE TURMA-TIPO TO WS-TUR-TIPO(WS-QTD-TURMAS)
            IF TURMA-VALOR-CURSO NUMERIC
                MOVE TURMA-VALOR-CURSO TO WS-TUR-VALOR(WS-QTD-TURMAS)
            ELSE
                MOVE ZEROS TO WS-TUR-VALOR(WS-QTD-TURMAS)
            END-IF
            IF TURMA-FREQ-MINIMA NUMERIC
                MOVE TURMA-FREQ-MINIMA TO
                     WS-TUR-FREQ-MIN(WS-QTD-TURMAS)
            ELSE
                MOVE ZEROS TO WS-TUR-FREQ-MIN(WS-QTD-TURMAS)
            END-IF.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 1300-ABRE-ESTUDANTE  --  ABRE O CADASTRO DE ESTUDANTES PARA
      *                            LEITURA E INCLUSAO DE PARTICIPANTES,
      *                            CRIANDO O ARQUIVO SE AINDA NAO
      *                            EXISTIR.
      ******************************************************************
       1300-ABRE-ESTUDANTE.
            OPEN I-O ESTUDANTE
            IF WS-EST-FS = '35'
                OPEN OUTPUT ESTUDANTE
                CLOSE ESTUDANTE
                OPEN I-O ESTUDANTE
            END-IF
            IF NOT EST-FS-OK
                DISPLAY 'ERRO AO ABRIR ESTUDANTE - FILE STATUS: '
                        WS-EST-FS
                MOVE 'MATRICULAEXTENSAO' TO LOG-PROGRAMA OF WS-LOG-PARM
                MOVE '1300-ABRE-ESTUDANTE' TO LOG-PARAGRAFO
                                               OF WS-LOG-PARM
                MOVE 'ERRO AO ABRIR O CADASTRO DE ESTUDANTES'
                    TO LOG-MENSAGEM OF WS-LOG-PARM
                CALL 'LOGERRO' USING WS-LOG-PARM
                GO TO 1300-FIM
            END-IF
            MOVE 1 TO WS-EST-ABERTO.
       1300-FIM.
            EXIT.

      ******************************************************************
      * 1500-LOCALIZA-TURMA  --  PROCURA WS-CODIGO-ALVO NA TABELA.
      ******************************************************************
       1500-LOCALIZA-TURMA.
            MOVE 0 TO WS-POS-TURMA
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                IF WS-TUR-CODIGO(WS-IDX) = WS-CODIGO-ALVO
                    MOVE WS-IDX TO WS-POS-TURMA
                    MOVE WS-QTD-TURMAS TO WS-IDX
                END-IF
            END-PERFORM.
       1500-FIM.
            EXIT.

      ******************************************************************
      * 1600-CONTA-INSCRITOS  --  LE O TURMA_ALUNO.TXT CONTANDO OS
      *                             INSCRITOS ATIVOS DA OFERTA E
      *                             CONFERINDO SE O PARTICIPANTE JA
      *                             ESTA NELA (WS-CD-ALVO ZERO = AINDA
      *                             SEM CADASTRO, SO CONTA).
      ******************************************************************
       1600-CONTA-INSCRITOS.
            MOVE 0 TO WS-QTD-NA-TURMA
            MOVE 0 TO WS-JA-INSCRITO
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                GO TO 1600-FIM
            END-IF
            MOVE 'N' TO WS-TAL-EOF
            PERFORM UNTIL TAL-FIM-ARQUIVO
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-TAL-EOF
                    NOT AT END
                        IF TAL-TURMA-CODIGO = WS-CODIGO-ALVO
                           AND NOT TAL-CANCELADO
                            ADD 1 TO WS-QTD-NA-TURMA
                            IF WS-CD-ALVO > 0
                               AND TAL-CD-STUDENT = WS-CD-ALVO
                                MOVE 1 TO WS-JA-INSCRITO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       1600-FIM.
            EXIT.

      ******************************************************************
      * 2000-MATRICULAR  --  CONFERE A OFERTA (EXTENSAO, ATIVA, DA
      *                        UNIDADE DO OPERADOR, COM VAGA),
      *                        IDENTIFICA OU CADASTRA O PARTICIPANTE,
      *                        GRAVA O VINCULO E LANCA A COBRANCA.
      ******************************************************************
       2000-MATRICULAR.
            DISPLAY 'CODIGO DA OFERTA (TURMA): '
            ACCEPT WS-CODIGO-ALVO
            PERFORM 1500-LOCALIZA-TURMA THRU 1500-FIM
            IF WS-POS-TURMA = 0
                DISPLAY 'TURMA NAO ENCONTRADA.'
                GO TO 2000-FIM
            END-IF
            IF WS-TUR-TIPO(WS-POS-TURMA) NOT = 'E'
                DISPLAY 'TURMA ' WS-CODIGO-ALVO ' NAO E OFERTA DE '
                        'EXTENSAO - USE A INSCRICAO EM DISCIPLINA.'
                GO TO 2000-FIM
            END-IF
            IF WS-TUR-STATUS(WS-POS-TURMA) NOT = 'A'
                DISPLAY 'OFERTA INATIVA - MATRICULA NAO PERMITIDA.'
                GO TO 2000-FIM
            END-IF
            MOVE WS-TUR-UNIDADE(WS-POS-TURMA) TO WS-UNIDADE-TURMA
            IF NOT OPER-TODAS-UNIDADES OF WS-OPER-PARM
               AND OPER-UNIDADE OF WS-OPER-PARM NOT = WS-UNIDADE-TURMA
                DISPLAY 'OFERTA DA UNIDADE ' WS-UNIDADE-TURMA
                        ' - OPERADOR DA UNIDADE '
                        OPER-UNIDADE OF WS-OPER-PARM '.'
                GO TO 2000-FIM
            END-IF

            MOVE ZEROS TO WS-CD-ALVO
            PERFORM 1600-CONTA-INSCRITOS THRU 1600-FIM
            IF WS-TUR-CAP(WS-POS-TURMA) > 0
               AND WS-QTD-NA-TURMA >= WS-TUR-CAP(WS-POS-TURMA)
                DISPLAY 'OFERTA LOTADA (' WS-QTD-NA-TURMA ' DE '
                        WS-TUR-CAP(WS-POS-TURMA) ' VAGAS).'
                GO TO 2000-FIM
            END-IF

            DISPLAY 'CD-STUDENT (0 = NOVO PARTICIPANTE): '
            ACCEPT WS-CD-ALVO
            MOVE 0 TO WS-PARTICIPANTE-OK
            IF WS-CD-ALVO = 0
                PERFORM 2100-CADASTRA-PARTICIPANTE THRU 2100-FIM
            ELSE
                PERFORM 2200-CONFERE-PARTICIPANTE THRU 2200-FIM
            END-IF
            IF NOT PARTICIPANTE-OK
                GO TO 2000-FIM
            END-IF

            PERFORM 1600-CONTA-INSCRITOS THRU 1600-FIM
            IF PARTICIPANTE-JA-INSCRITO
                DISPLAY 'PARTICIPANTE ' WS-CD-ALVO ' JA INSCRITO '
                        'NA OFERTA ' WS-CODIGO-ALVO '.'
                GO TO 2000-FIM
            END-IF

            PERFORM 2300-GRAVA-VINCULO THRU 2300-FIM
            PERFORM 2400-LANCA-COBRANCA THRU 2400-FIM.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 2100-CADASTRA-PARTICIPANTE  --  INCLUI NO CADASTRO DE
      *                                   ESTUDANTES O PARTICIPANTE
      *                                   SEM VINCULO ACADEMICO
      *                                   (STUDENT-TIPO E, CURSO
      *                                   EXTEN), NA UNIDADE DA OFERTA.
      ******************************************************************
       2100-CADASTRA-PARTICIPANTE.
            MOVE 'ESTUDANT' TO TICKET-SERIE OF WS-TICKET-PARM
            CALL 'GERATICKET' USING WS-TICKET-PARM
            IF TICKET-INDISPONIVEL OF WS-TICKET-PARM
                DISPLAY 'NUMERACAO EM USO POR OUTRO OPERADOR - '
                        'TENTE NOVAMENTE.'
                GO TO 2100-FIM
            END-IF
            MOVE SPACES TO REG-ESTUDANTE
            MOVE TICKET-NUMERO OF WS-TICKET-PARM TO CD-STUDENT
            DISPLAY 'CD-STUDENT (NOVO)....: ' CD-STUDENT
            DISPLAY 'NOME.................: '
            ACCEPT NM-STUDENT
            DISPLAY 'CPF (11 DIGITOS)....: '
            ACCEPT STUDENT-CPF
            DISPLAY 'DATA DE NASCIMENTO(AAAAMMDD): '
            ACCEPT STUDENT-DT-NASCIMENTO
            MOVE 'EXTEN' TO COURSE-CODE
            MOVE WS-DATA-HOJE TO ENROLLMENT-DATE
            MOVE ZEROS TO STUDENT-MUNICIPIO-NASC
            MOVE WS-UNIDADE-TURMA TO STUDENT-UNIDADE
            SET STUDENT-ATIVO TO TRUE
            SET STUDENT-EXTENSAO TO TRUE

            MOVE STUDENT-CPF TO WS-CPF-PARM-CPF
            CALL 'VALIDACPF' USING WS-CPF-PARM
            IF CPF-PARM-INVALIDO
                DISPLAY 'CPF INVALIDO - PARTICIPANTE NAO INCLUIDO.'
                GO TO 2100-FIM
            END-IF

            WRITE REG-ESTUDANTE
                INVALID KEY
                    DISPLAY 'CD-STUDENT JA CADASTRADO.'
                    GO TO 2100-FIM
            END-WRITE
            MOVE CD-STUDENT TO WS-CD-ALVO
            MOVE 1 TO WS-PARTICIPANTE-OK
            DISPLAY 'PARTICIPANTE INCLUIDO: ' WS-CD-ALVO

            MOVE 'I' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'NM-STUDENT' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE NM-STUDENT TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'STUDENT-TIPO' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE STUDENT-TIPO TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'UNIDADE' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE STUDENT-UNIDADE TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM
            MOVE 'STUDENT-CPF' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE STUDENT-CPF TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM

            MOVE WS-CD-ALVO TO SHI-CD-STUDENT
            MOVE SPACE TO SHI-STATUS-ANTIGO
            MOVE STUDENT-STATUS TO SHI-STATUS-NOVO
            MOVE 'INC' TO SHI-MOTIVO
            MOVE WS-OPERADOR TO SHI-OPERADOR
            CALL 'GRAVASTATUSHIST' USING WS-SHI-PARM.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 2200-CONFERE-PARTICIPANTE  --  CD-STUDENT INFORMADO: TEM DE
      *                                  EXISTIR E ESTAR ATIVO. ALUNO
      *                                  REGULAR SE INSCREVE SEM MUDAR
      *                                  DE TIPO.
      ******************************************************************
       2200-CONFERE-PARTICIPANTE.
            MOVE WS-CD-ALVO TO CD-STUDENT
            READ ESTUDANTE
                INVALID KEY
                    DISPLAY 'CD-STUDENT NAO CADASTRADO.'
                    GO TO 2200-FIM
            END-READ
            IF NOT STUDENT-ATIVO
                DISPLAY 'CD-STUDENT ' WS-CD-ALVO ' NAO ESTA ATIVO '
                        '(SITUACAO: ' STUDENT-STATUS ').'
                GO TO 2200-FIM
            END-IF
            DISPLAY 'PARTICIPANTE: ' NM-STUDENT
            MOVE 1 TO WS-PARTICIPANTE-OK.
       2200-FIM.
            EXIT.

      ******************************************************************
      * 2300-GRAVA-VINCULO  --  ACRESCENTA O VINCULO PARTICIPANTE x
      *                           OFERTA AO TURMA_ALUNO.TXT, NO PERIODO
      *                           DA TURMA.
      ******************************************************************
       2300-GRAVA-VINCULO.
            OPEN EXTEND TURMA-ALUNO
            IF NOT TAL-FS-OK
                OPEN OUTPUT TURMA-ALUNO
            END-IF
            MOVE WS-CODIGO-ALVO TO TAL-TURMA-CODIGO
            MOVE WS-CD-ALVO TO TAL-CD-STUDENT
            MOVE WS-TUR-PERIODO(WS-POS-TURMA) TO TAL-PERIODO
            MOVE 'M' TO TAL-SITUACAO
            MOVE WS-DATA-HOJE TO TAL-DT-INSCRICAO
            WRITE REG-TURMA-ALUNO
            CLOSE TURMA-ALUNO
            DISPLAY 'PARTICIPANTE ' WS-CD-ALVO ' MATRICULADO NA '
                    'OFERTA ' WS-CODIGO-ALVO ' - '
                    WS-TUR-MATERIA(WS-POS-TURMA)

            MOVE 'N' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'EXT-MATRICULA' TO AUD-CAMPO
            MOVE SPACES TO AUD-VALOR-ANTIGO
            MOVE WS-CODIGO-ALVO TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2300-FIM.
            EXIT.

      ******************************************************************
      * 2400-LANCA-COBRANCA  --  LANCA O VALOR DO CURSO A VISTA OU
      *                            PARCELADO (1 A 8) COMO ITENS MEN-TIPO
      *                            X NOS SLOTS LIVRES DA FAIXA DE
      *                            EXTENSAO (MES 13 A 20 DO ANO). A
      *                            PRIMEIRA PARCELA VENCE HOJE E AS
      *                            SEGUINTES NO MESMO DIA DOS MESES
      *                            SEGUINTES (DIA LIMITADO A 28); A
      *                            ULTIMA ABSORVE OS CENTAVOS DA
      *                            DIVISAO. OFERTA SEM VALOR E GRATUITA.
      ******************************************************************
       2400-LANCA-COBRANCA.
            IF WS-TUR-VALOR(WS-POS-TURMA) = 0
                DISPLAY 'OFERTA GRATUITA - NENHUMA COBRANCA LANCADA.'
                GO TO 2400-FIM
            END-IF
            MOVE WS-TUR-VALOR(WS-POS-TURMA) TO WS-VALOR-ED
            DISPLAY 'VALOR DO CURSO.......: ' WS-VALOR-ED
            DISPLAY 'QUANTIDADE DE PARCELAS (1 A 8, 1 = A VISTA): '
            ACCEPT WS-QTD-PARCELAS
            IF WS-QTD-PARCELAS = 0
                MOVE 1 TO WS-QTD-PARCELAS
            END-IF
            IF WS-QTD-PARCELAS > WS-MAX-PARCELAS
                DISPLAY 'MAXIMO DE 8 PARCELAS - COBRANCA LANCADA EM 8.'
                MOVE WS-MAX-PARCELAS TO WS-QTD-PARCELAS
            END-IF

            OPEN I-O MENSALIDADES
            IF NOT MEN-FS-OK
                OPEN OUTPUT MENSALIDADES
                CLOSE MENSALIDADES
                OPEN I-O MENSALIDADES
            END-IF
            IF NOT MEN-FS-OK
                DISPLAY 'MENSALIDADES INDISPONIVEL (' WS-MEN-DD
                        ') - COBRANCA NAO LANCADA, LANCAR DEPOIS '
                        'COMO TAXA.'
                MOVE 4 TO RETURN-CODE
                GO TO 2400-FIM
            END-IF

      * LEVANTA OS SLOTS LIVRES ANTES DE GRAVAR, PARA NAO DEIXAR
      * PARCELAMENTO PELA METADE
            MOVE 0 TO WS-QTD-SLOTS
            PERFORM VARYING WS-MES-EXT FROM 13 BY 1
                    UNTIL WS-MES-EXT > 20
                COMPUTE WS-COMP-EXT = WS-HOJE-AAAA * 100 + WS-MES-EXT
                MOVE WS-CD-ALVO TO MEN-CD-STUDENT
                MOVE WS-COMP-EXT TO MEN-COMPETENCIA
                READ MENSALIDADES
                    INVALID KEY
                        ADD 1 TO WS-QTD-SLOTS
                        MOVE WS-MES-EXT TO WS-SLOT-MES(WS-QTD-SLOTS)
                END-READ
            END-PERFORM
            IF WS-QTD-SLOTS < WS-QTD-PARCELAS
                DISPLAY 'FAIXA DE EXTENSAO DO ANO COM SO '
                        WS-QTD-SLOTS ' SLOT(S) LIVRE(S) PARA O '
                        'PARTICIPANTE - COBRANCA NAO LANCADA.'
                CLOSE MENSALIDADES
                MOVE 4 TO RETURN-CODE
                GO TO 2400-FIM
            END-IF

            COMPUTE WS-VALOR-PARCELA =
                WS-TUR-VALOR(WS-POS-TURMA) / WS-QTD-PARCELAS
            COMPUTE WS-VALOR-ULTIMA = WS-TUR-VALOR(WS-POS-TURMA)
                - (WS-VALOR-PARCELA * (WS-QTD-PARCELAS - 1))
            MOVE WS-DATA-HOJE TO WS-DT-VENCIMENTO
            IF WS-VENC-DD > 28
                MOVE 28 TO WS-VENC-DD
            END-IF

            PERFORM VARYING WS-PARCELA FROM 1 BY 1
                    UNTIL WS-PARCELA > WS-QTD-PARCELAS
                PERFORM 2500-GRAVA-PARCELA THRU 2500-FIM
            END-PERFORM
            CLOSE MENSALIDADES.
       2400-FIM.
            EXIT.

      ******************************************************************
      * 2500-GRAVA-PARCELA  --  GRAVA A PARCELA WS-PARCELA NO SLOT
      *                           LIVRE CORRESPONDENTE, VENCENDO UM
      *                           MES DEPOIS DA ANTERIOR.
      ******************************************************************
       2500-GRAVA-PARCELA.
            IF WS-PARCELA > 1
                ADD 1 TO WS-VENC-MM
                IF WS-VENC-MM > 12
                    MOVE 1 TO WS-VENC-MM
                    ADD 1 TO WS-VENC-AAAA
                END-IF
            END-IF
            COMPUTE WS-COMP-EXT = WS-HOJE-AAAA * 100
                + WS-SLOT-MES(WS-PARCELA)
            MOVE WS-CD-ALVO TO MEN-CD-STUDENT
            MOVE WS-COMP-EXT TO MEN-COMPETENCIA
            IF WS-PARCELA = WS-QTD-PARCELAS
                MOVE WS-VALOR-ULTIMA TO MEN-VALOR
            ELSE
                MOVE WS-VALOR-PARCELA TO MEN-VALOR
            END-IF
            MOVE WS-DT-VENCIMENTO TO MEN-DT-VENCIMENTO
            MOVE 'A' TO MEN-SITUACAO
            MOVE ZEROS TO MEN-DT-PAGAMENTO
            MOVE ZEROS TO MEN-VALOR-PAGO
            MOVE ZEROS TO MEN-MULTA
            MOVE 'X' TO MEN-TIPO
            MOVE ZEROS TO MEN-ACORDO-ID
            MOVE SPACES TO MEN-PIX-TXID
            MOVE ZEROS TO MEN-DESC-BOLSA
            MOVE ZEROS TO MEN-DESC-IRMAO
            MOVE ZEROS TO MEN-DESC-PONTUAL
            MOVE SPACES TO MEN-LOTE-FATURAMENTO
            WRITE REG-MENSALIDADE
                INVALID KEY
                    DISPLAY 'PARCELA ' WS-PARCELA ' NAO GRAVADA - '
                            'COMPETENCIA ' WS-COMP-EXT ' OCUPADA.'
                    MOVE 4 TO RETURN-CODE
                    GO TO 2500-FIM
            END-WRITE
            MOVE MEN-VALOR TO WS-VALOR-ED
            DISPLAY 'PARCELA ' WS-PARCELA '/' WS-QTD-PARCELAS
                    ' COMPETENCIA ' WS-COMP-EXT ' VENCIMENTO '
                    WS-DT-VENCIMENTO ' VALOR ' WS-VALOR-ED

            MOVE '$' TO AUD-COD-TRANS
            MOVE WS-CD-ALVO TO AUD-CD-STUDENT
            MOVE 'EXT-PARCELA' TO AUD-CAMPO
            MOVE WS-CODIGO-ALVO TO AUD-VALOR-ANTIGO
            MOVE WS-COMP-EXT TO AUD-VALOR-NOVO
            PERFORM 9000-GRAVA-AUDITORIA THRU 9000-FIM.
       2500-FIM.
            EXIT.

      ******************************************************************
      * 6000-LISTAR  --  LISTA AS OFERTAS DE EXTENSAO ATIVAS DA
      *                    UNIDADE DO OPERADOR (TODAS, SE ELE ATENDE
      *                    TODAS AS UNIDADES).
      ******************************************************************
       6000-LISTAR.
            DISPLAY ' '
            DISPLAY 'OFERTA   UN PERIODO     VALOR FREQ CURSO'
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-TURMAS
                IF WS-TUR-TIPO(WS-IDX) = 'E'
                   AND WS-TUR-STATUS(WS-IDX) = 'A'
                   AND (OPER-TODAS-UNIDADES OF WS-OPER-PARM
                    OR OPER-UNIDADE OF WS-OPER-PARM =
                       WS-TUR-UNIDADE(WS-IDX))
                    MOVE WS-TUR-VALOR(WS-IDX) TO WS-VALOR-ED
                    IF WS-TUR-FREQ-MIN(WS-IDX) = 0
                        MOVE 75 TO WS-MIN-ED
                    ELSE
                        MOVE WS-TUR-FREQ-MIN(WS-IDX) TO WS-MIN-ED
                    END-IF
                    DISPLAY WS-TUR-CODIGO(WS-IDX) ' '
                            WS-TUR-UNIDADE(WS-IDX) ' '
                            WS-TUR-PERIODO(WS-IDX) ' '
                            WS-VALOR-ED ' '
                            WS-MIN-ED '% '
                            WS-TUR-MATERIA(WS-IDX)
                END-IF
            END-PERFORM.
       6000-FIM.
            EXIT.

      ******************************************************************
      * 9000-GRAVA-AUDITORIA  --  AUDITA UMA TRANSACAO DA MATRICULA
      *                            DE EXTENSAO.
      ******************************************************************
       9000-GRAVA-AUDITORIA.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       9000-FIM.
            EXIT.

       END PROGRAM MATRICULAEXTENSAO.
