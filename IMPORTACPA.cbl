      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:IMPORTACAO DAS RESPOSTAS DO QUESTIONARIO DA AVALIACAO
      *         INSTITUCIONAL (CPA) EXPORTADAS PELO PORTAL
      *         (FD_CPA_RESPOSTA_PORTAL, CPA_PORTAL.TXT). CADA
      *         RESPOSTA E CRITICADA: NOTAS DE 0 A 5 COM PELO MENOS UMA
      *         QUESTAO RESPONDIDA (NOT), ALUNO CADASTRADO (ALU),
      *         ALUNO INSCRITO NA TURMA NAQUELE PERIODO NO
      *         TURMA_ALUNO.TXT (INS) E UMA SO RESPOSTA POR ALUNO E
      *         TURMA (DUP). A ACEITA PERDE A IDENTIFICACAO AQUI MESMO:
      *         AS NOTAS VAO PARA O CPA_RESPOSTAS.TXT SO COM TURMA,
      *         PERIODO E CURSO DO ALUNO (FD_CPA_RESPOSTA), E A
      *         PARTICIPACAO VAI PARA O CPA_PARTICIPACAO.TXT COMO UM
      *         CODIGO EMBARALHADO PELO GERAHASHSENHA SOBRE A CHAVE DA
      *         COMISSAO (DD_CPA_CHAVE) E O CD-STUDENT
      *         (FD_CPA_PARTICIPACAO). OS DOIS ARQUIVOS SAO REGRAVADOS
      *         POR SORT EM ORDENS DIFERENTES (NOTAS E CODIGO), PARA
      *         NAO HAVER COMO CASAR A POSICAO DE UMA RESPOSTA COM A
      *         DE UM PARTICIPANTE. AS RECUSADAS VAO PARA O ARQUIVO DE
      *         REJEITADAS COM O MOTIVO, O ALUNO E A TURMA - SEM AS
      *         NOTAS. A COMISSAO TABULAVA OS FORMULARIOS A MAO.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTACPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPA-PORTAL ASSIGN TO DYNAMIC WS-CPP-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CPP-FS.

           SELECT CPA-RESPOSTAS ASSIGN TO DYNAMIC WS-CPR-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CPR-FS.

           SELECT CPA-PARTICIPACAO ASSIGN TO DYNAMIC WS-CPT-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CPT-FS.

           SELECT RESP-ORDENACAO ASSIGN TO DYNAMIC WS-WORK-DD.

           SELECT PART-ORDENACAO ASSIGN TO DYNAMIC WS-WORK-DD.

           SELECT TURMA-ALUNO ASSIGN TO DYNAMIC WS-TAL-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAL-FS.

           SELECT ESTUDANTE ASSIGN TO DYNAMIC WS-STUDENT-DD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CD-STUDENT
              FILE STATUS IS WS-EST-FS.

           SELECT REJEITADAS ASSIGN TO DYNAMIC WS-REJ-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REJ-FS.

       DATA DIVISION.
       FILE SECTION.
       FD CPA-PORTAL.
          COPY FD_CPA_RESPOSTA_PORTAL.

       FD CPA-RESPOSTAS.
          COPY FD_CPA_RESPOSTA.

       FD CPA-PARTICIPACAO.
          COPY FD_CPA_PARTICIPACAO.

       SD RESP-ORDENACAO.
       01 REG-RESP-ORDENACAO.
          03 ORR-PERIODO                    PIC X(06).
          03 ORR-TURMA                      PIC X(08).
          03 ORR-COURSE-CODE                PIC X(05).
          03 ORR-NOTAS                      PIC X(10).
          03 ORR-DT-CARGA                   PIC 9(08).

       SD PART-ORDENACAO.
       01 REG-PART-ORDENACAO.
          03 ORP-PERIODO                    PIC X(06).
          03 ORP-TURMA                      PIC X(08).
          03 ORP-CODIGO                     PIC 9(10).

       FD TURMA-ALUNO.
          COPY FD_TURMA_ALUNO.

       FD ESTUDANTE.
          COPY FD_ESTUDANTE.

       FD REJEITADAS.
       01 REJ-LINHA                   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CPP-DD                PIC X(100) VALUE SPACES.
       01 WS-CPR-DD                PIC X(100) VALUE SPACES.
       01 WS-CPT-DD                PIC X(100) VALUE SPACES.
       01 WS-WORK-DD               PIC X(100) VALUE SPACES.
       01 WS-TAL-DD                PIC X(100) VALUE SPACES.
       01 WS-STUDENT-DD            PIC X(100) VALUE SPACES.
       01 WS-REJ-DD                PIC X(100) VALUE SPACES.
       77 WS-CPP-FS                PIC XX VALUE SPACES.
          88 CPP-FS-OK             VALUE '00'.
       77 WS-CPR-FS                PIC XX VALUE SPACES.
          88 CPR-FS-OK             VALUE '00'.
       77 WS-CPT-FS                PIC XX VALUE SPACES.
          88 CPT-FS-OK             VALUE '00'.
       77 WS-TAL-FS                PIC XX VALUE SPACES.
          88 TAL-FS-OK             VALUE '00'.
       77 WS-EST-FS                PIC XX VALUE SPACES.
          88 EST-FS-OK             VALUE '00'.
       77 WS-REJ-FS                PIC XX VALUE SPACES.
       77 WS-ARQ-EOF               PIC X VALUE 'N'.
          88 ARQ-FIM               VALUE 'F'.
       77 WS-EST-ABERTO            PIC 9 VALUE 0.
          88 ESTUDANTE-ABERTO      VALUE 1.
       77 WS-SORT-RETURN           PIC S9(04) VALUE ZEROS.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-OPER-PARM.
          COPY OPERADOR_PARM.
       01 WS-HASH-PARM.
          COPY HASH_PARM.
       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.

       77 WS-OPERADOR              PIC X(20) VALUE SPACES.
       77 WS-SENHA                 PIC X(10) VALUE SPACES.
       77 WS-OPER-AUTORIZADO       PIC 9 VALUE 0.
          88 OPERADOR-AUTORIZADO   VALUE 1.

       77 WS-CHAVE-CPA             PIC X(05) VALUE SPACES.
      * O CD-STUDENT VEM ANTES DA CHAVE: NO FIM DA ENTRADA, ALUNOS DE
      * CODIGO VIZINHO GERARIAM CODIGOS DE PARTICIPACAO VIZINHOS.
       01 WS-ENTRADA-HASH.
          03 WS-EH-CD-STUDENT          PIC 9(05).
          03 WS-EH-CHAVE               PIC X(05).

      * INSCRICOES ATIVAS (TURMA_ALUNO.TXT).
       01 WS-TAB-INSCRICAO.
          03 WS-INS-ENT OCCURS 20000 TIMES.
             05 WS-INS-TURMA           PIC X(08).
             05 WS-INS-CD-STUDENT      PIC 9(05).
             05 WS-INS-PERIODO         PIC X(06).
       77 WS-QTD-INS               PIC 9(05) COMP VALUE ZEROS.

      * PARTICIPACOES JA REGISTRADAS E AS DESTA CARGA.
       01 WS-TAB-PARTICIPACAO.
          03 WS-PAR-ENT OCCURS 20000 TIMES.
             05 WS-PAR-PERIODO         PIC X(06).
             05 WS-PAR-TURMA           PIC X(08).
             05 WS-PAR-CODIGO          PIC 9(10).
       77 WS-QTD-PAR               PIC 9(05) COMP VALUE ZEROS.

      * RESPOSTAS ACEITAS NESTA CARGA, JA SEM O ALUNO.
       01 WS-TAB-ACEITAS.
          03 WS-ACE-ENT OCCURS 5000 TIMES.
             05 WS-ACE-PERIODO         PIC X(06).
             05 WS-ACE-TURMA           PIC X(08).
             05 WS-ACE-COURSE-CODE     PIC X(05).
             05 WS-ACE-NOTAS           PIC X(10).
       77 WS-QTD-ACE               PIC 9(04) COMP VALUE ZEROS.

       77 WS-IDX                   PIC 9(05) COMP VALUE ZEROS.
       77 WS-IDX-NOTA              PIC 9(02) COMP VALUE ZEROS.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 ACHOU                 VALUE 1.
       77 WS-QTD-RESPONDIDAS       PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO                PIC X(03) VALUE SPACES.
       77 WS-CURSO                 PIC X(05) VALUE SPACES.
       77 WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.

       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ACEITAS           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJEITADAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DUPLICADAS        PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            CALL 'CABECALHOJOB' USING WS-CAB-PARM
            DISPLAY '***********************************************'
            DISPLAY '* IMPORTACPA - AVALIACAO INSTITUCIONAL (CPA)  *'
            DISPLAY '* EMITIDO EM ' CAB-DATA-FORMATADA OF WS-CAB-PARM
                    ' POR ' CAB-OPERADOR OF WS-CAB-PARM
            DISPLAY '***********************************************'

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM 0300-VALIDA-OPERADOR THRU 0300-FIM
            IF NOT OPERADOR-AUTORIZADO
                DISPLAY 'IMPORTACAO DA CPA NEGADA - OPERADOR SEM '
                        'AUTORIZACAO.'
                MOVE 4 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF

            PERFORM 0500-PARAMETROS THRU 0500-FIM
            OPEN INPUT CPA-PORTAL
            IF NOT CPP-FS-OK
                DISPLAY 'ARQUIVO DE RESPOSTAS DO PORTAL AUSENTE: '
                        WS-CPP-DD
                MOVE 8 TO RETURN-CODE
                GO TO FIM-DO-PROGRAMA
            END-IF
            CLOSE CPA-PORTAL

            PERFORM 1000-CARREGA-INSCRICOES THRU 1000-FIM
            PERFORM 1100-CARREGA-PARTICIPACOES THRU 1100-FIM

            OPEN INPUT ESTUDANTE
            IF EST-FS-OK
                MOVE 1 TO WS-EST-ABERTO
            ELSE
                DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL (' WS-EST-FS
                        ') - RESPOSTAS SEM CURSO.'
            END-IF

            PERFORM 2000-IMPORTA-RESPOSTAS THRU 2000-FIM

            IF ESTUDANTE-ABERTO
                CLOSE ESTUDANTE
            END-IF

            IF WS-QTD-ACEITAS > ZEROS
                PERFORM 4000-REGRAVA-ARQUIVOS THRU 4000-FIM
            END-IF

            DISPLAY ' '
            DISPLAY '*** RESUMO DO IMPORTACPA ***'
            DISPLAY 'RESPOSTAS LIDAS.......: ' WS-QTD-LIDAS
            DISPLAY 'ACEITAS...............: ' WS-QTD-ACEITAS
            DISPLAY 'REJEITADAS............: ' WS-QTD-REJEITADAS
            DISPLAY '  DAS QUAIS REPETIDAS.: ' WS-QTD-DUPLICADAS
            IF WS-QTD-REJEITADAS > ZEROS
                DISPLAY 'VER REJEITADAS EM ' WS-REJ-DD
                IF RETURN-CODE = ZEROS
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 0300-VALIDA-OPERADOR  --  CONFERE, VIA VALIDAOPERADOR, SE O
      *                             OPERADOR PODE CARREGAR A CPA.
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
      * 0500-PARAMETROS  --  NOMES DOS ARQUIVOS E CHAVE DA COMISSAO
      *                        PARA O CODIGO DE PARTICIPACAO.
      ******************************************************************
       0500-PARAMETROS.
            ACCEPT WS-CPP-DD FROM ENVIRONMENT 'DD_CPA_PORTAL'
            IF WS-CPP-DD = SPACES
                MOVE 'CPA_PORTAL.TXT' TO WS-CPP-DD
            END-IF
            ACCEPT WS-CPR-DD FROM ENVIRONMENT 'DD_CPA_RESPOSTAS'
            IF WS-CPR-DD = SPACES
                MOVE 'CPA_RESPOSTAS.TXT' TO WS-CPR-DD
            END-IF
            ACCEPT WS-CPT-DD FROM ENVIRONMENT 'DD_CPA_PARTICIPACAO'
            IF WS-CPT-DD = SPACES
                MOVE 'CPA_PARTICIPACAO.TXT' TO WS-CPT-DD
            END-IF
            ACCEPT WS-TAL-DD FROM ENVIRONMENT 'DD_TURMA_ALUNO'
            IF WS-TAL-DD = SPACES
                MOVE 'TURMA_ALUNO.TXT' TO WS-TAL-DD
            END-IF
            ACCEPT WS-STUDENT-DD FROM ENVIRONMENT 'DD_STUDENT'
            IF WS-STUDENT-DD = SPACES
                MOVE 'STUDENT.DAT' TO WS-STUDENT-DD
            END-IF
            ACCEPT WS-REJ-DD FROM ENVIRONMENT 'DD_REJEITADAS_CPA'
            IF WS-REJ-DD = SPACES
                MOVE 'REJEITADAS_CPA.TXT' TO WS-REJ-DD
            END-IF
            MOVE 'CPASORTWORK.TMP' TO WS-WORK-DD

            ACCEPT WS-CHAVE-CPA FROM ENVIRONMENT 'DD_CPA_CHAVE'
            IF WS-CHAVE-CPA = SPACES
                DISPLAY 'ATENCAO: CHAVE DA COMISSAO (DD_CPA_CHAVE) NAO '
                        'INFORMADA - CODIGO DE PARTICIPACAO SEM CHAVE.'
            END-IF.
       0500-FIM.
            EXIT.

      ******************************************************************
      * 1000-CARREGA-INSCRICOES  --  CARREGA AS INSCRICOES ATIVAS EM
      *                                TURMA.
      ******************************************************************
       1000-CARREGA-INSCRICOES.
            OPEN INPUT TURMA-ALUNO
            IF NOT TAL-FS-OK
                DISPLAY 'INSCRICOES EM TURMA INDISPONIVEIS ('
                        WS-TAL-DD ') - NENHUMA RESPOSTA SERA ACEITA.'
                GO TO 1000-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ TURMA-ALUNO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF TAL-MATRICULADO AND WS-QTD-INS < 20000
                            ADD 1 TO WS-QTD-INS
                            MOVE TAL-TURMA-CODIGO TO
                                 WS-INS-TURMA(WS-QTD-INS)
                            MOVE TAL-CD-STUDENT TO
                                 WS-INS-CD-STUDENT(WS-QTD-INS)
                            MOVE TAL-PERIODO TO
                                 WS-INS-PERIODO(WS-QTD-INS)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE TURMA-ALUNO.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 1100-CARREGA-PARTICIPACOES  --  CARREGA OS CODIGOS DE QUEM JA
      *                                   RESPONDEU EM CARGAS
      *                                   ANTERIORES.
      ******************************************************************
       1100-CARREGA-PARTICIPACOES.
            OPEN INPUT CPA-PARTICIPACAO
            IF NOT CPT-FS-OK
                GO TO 1100-FIM
            END-IF
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                READ CPA-PARTICIPACAO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        IF WS-QTD-PAR < 20000
                            ADD 1 TO WS-QTD-PAR
                            MOVE CPT-PERIODO TO
                                 WS-PAR-PERIODO(WS-QTD-PAR)
                            MOVE CPT-TURMA TO WS-PAR-TURMA(WS-QTD-PAR)
                            MOVE CPT-CODIGO TO
                                 WS-PAR-CODIGO(WS-QTD-PAR)
                        END-IF
                END-READ
            END-PERFORM
            CLOSE CPA-PARTICIPACAO
            DISPLAY 'PARTICIPACOES JA REGISTRADAS: ' WS-QTD-PAR.
       1100-FIM.
            EXIT.

      ******************************************************************
      * 2000-IMPORTA-RESPOSTAS  --  CRITICA CADA RESPOSTA DO PORTAL E
      *                               GUARDA AS ACEITAS SEM O ALUNO.
      ******************************************************************
       2000-IMPORTA-RESPOSTAS.
            OPEN INPUT CPA-PORTAL
            OPEN OUTPUT REJEITADAS
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM 2100-CRITICA-RESPOSTA THRU 2100-FIM
                UNTIL ARQ-FIM
            CLOSE REJEITADAS
            CLOSE CPA-PORTAL.
       2000-FIM.
            EXIT.

       2100-CRITICA-RESPOSTA.
            READ CPA-PORTAL
                AT END
                    MOVE 'F' TO WS-ARQ-EOF
                    GO TO 2100-FIM
            END-READ
            ADD 1 TO WS-QTD-LIDAS
            MOVE SPACES TO WS-MOTIVO

            MOVE 0 TO WS-QTD-RESPONDIDAS
            PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                    UNTIL WS-IDX-NOTA > 10
                IF CPP-NOTA(WS-IDX-NOTA) NOT NUMERIC
                   OR CPP-NOTA(WS-IDX-NOTA) > 5
                    MOVE 'NOT' TO WS-MOTIVO
                ELSE
                    IF CPP-NOTA(WS-IDX-NOTA) > 0
                        ADD 1 TO WS-QTD-RESPONDIDAS
                    END-IF
                END-IF
            END-PERFORM
            IF WS-QTD-RESPONDIDAS = 0
                MOVE 'NOT' TO WS-MOTIVO
            END-IF
            IF WS-MOTIVO NOT = SPACES
                GO TO 2100-REJEITA
            END-IF

            MOVE SPACES TO WS-CURSO
            IF ESTUDANTE-ABERTO
                MOVE CPP-CD-STUDENT TO CD-STUDENT
                READ ESTUDANTE
                    INVALID KEY
                        MOVE 'ALU' TO WS-MOTIVO
                    NOT INVALID KEY
                        MOVE COURSE-CODE TO WS-CURSO
                END-READ
                IF WS-MOTIVO NOT = SPACES
                    GO TO 2100-REJEITA
                END-IF
            END-IF

            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-INS
                IF WS-INS-TURMA(WS-IDX) = CPP-TURMA
                   AND WS-INS-CD-STUDENT(WS-IDX) = CPP-CD-STUDENT
                   AND WS-INS-PERIODO(WS-IDX) = CPP-PERIODO
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-INS TO WS-IDX
                END-IF
            END-PERFORM
            IF NOT ACHOU
                MOVE 'INS' TO WS-MOTIVO
                GO TO 2100-REJEITA
            END-IF

            MOVE WS-CHAVE-CPA TO WS-EH-CHAVE
            MOVE CPP-CD-STUDENT TO WS-EH-CD-STUDENT
            MOVE WS-ENTRADA-HASH TO HASH-SENHA OF WS-HASH-PARM
            CALL 'GERAHASHSENHA' USING WS-HASH-PARM

            MOVE 0 TO WS-ACHOU
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PAR
                IF WS-PAR-TURMA(WS-IDX) = CPP-TURMA
                   AND WS-PAR-PERIODO(WS-IDX) = CPP-PERIODO
                   AND WS-PAR-CODIGO(WS-IDX) =
                       HASH-VALOR OF WS-HASH-PARM
                    MOVE 1 TO WS-ACHOU
                    MOVE WS-QTD-PAR TO WS-IDX
                END-IF
            END-PERFORM
            IF ACHOU
                MOVE 'DUP' TO WS-MOTIVO
                ADD 1 TO WS-QTD-DUPLICADAS
                GO TO 2100-REJEITA
            END-IF

            IF WS-QTD-PAR >= 20000 OR WS-QTD-ACE >= 5000
                MOVE 'CAP' TO WS-MOTIVO
                GO TO 2100-REJEITA
            END-IF

            ADD 1 TO WS-QTD-PAR
            MOVE CPP-PERIODO TO WS-PAR-PERIODO(WS-QTD-PAR)
            MOVE CPP-TURMA TO WS-PAR-TURMA(WS-QTD-PAR)
            MOVE HASH-VALOR OF WS-HASH-PARM TO
                 WS-PAR-CODIGO(WS-QTD-PAR)

            ADD 1 TO WS-QTD-ACE
            MOVE CPP-PERIODO TO WS-ACE-PERIODO(WS-QTD-ACE)
            MOVE CPP-TURMA TO WS-ACE-TURMA(WS-QTD-ACE)
            MOVE WS-CURSO TO WS-ACE-COURSE-CODE(WS-QTD-ACE)
            MOVE REG-CPA-RESPOSTA-PORTAL(28:10) TO
                 WS-ACE-NOTAS(WS-QTD-ACE)
            ADD 1 TO WS-QTD-ACEITAS
            GO TO 2100-FIM.

       2100-REJEITA.
            ADD 1 TO WS-QTD-REJEITADAS
            MOVE SPACES TO REJ-LINHA
            STRING WS-MOTIVO ' ' CPP-CD-STUDENT ' ' CPP-TURMA ' '
                   CPP-PERIODO
                   DELIMITED BY SIZE INTO REJ-LINHA
            END-STRING
            WRITE REJ-LINHA.
       2100-FIM.
            EXIT.

      ******************************************************************
      * 4000-REGRAVA-ARQUIVOS  --  REGRAVA RESPOSTAS E PARTICIPACOES
      *                              (ANTERIORES MAIS AS DESTA CARGA)
      *                              EM ORDENS INDEPENDENTES.
      ******************************************************************
       4000-REGRAVA-ARQUIVOS.
            SORT RESP-ORDENACAO
                 ON ASCENDING KEY ORR-PERIODO ORR-TURMA ORR-NOTAS
                                  ORR-COURSE-CODE
                 INPUT PROCEDURE IS 4100-LIBERA-RESPOSTAS
                                THRU 4100-FIM
                 OUTPUT PROCEDURE IS 4200-GRAVA-RESPOSTAS
                                 THRU 4200-FIM
            MOVE SORT-RETURN TO WS-SORT-RETURN
            IF WS-SORT-RETURN NOT = ZERO
                PERFORM 4900-ERRO-ORDENACAO THRU 4900-FIM
                GO TO 4000-FIM
            END-IF

            SORT PART-ORDENACAO
                 ON ASCENDING KEY ORP-PERIODO ORP-TURMA ORP-CODIGO
                 INPUT PROCEDURE IS 4300-LIBERA-PARTICIPACOES
                                THRU 4300-FIM
                 OUTPUT PROCEDURE IS 4400-GRAVA-PARTICIPACOES
                                 THRU 4400-FIM
            MOVE SORT-RETURN TO WS-SORT-RETURN
            IF WS-SORT-RETURN NOT = ZERO
                PERFORM 4900-ERRO-ORDENACAO THRU 4900-FIM
            END-IF.
       4000-FIM.
            EXIT.

       4100-LIBERA-RESPOSTAS.
            OPEN INPUT CPA-RESPOSTAS
            IF CPR-FS-OK
                MOVE 'N' TO WS-ARQ-EOF
                PERFORM UNTIL ARQ-FIM
                    READ CPA-RESPOSTAS
                        AT END
                            MOVE 'F' TO WS-ARQ-EOF
                        NOT AT END
                            MOVE REG-CPA-RESPOSTA TO
                                 REG-RESP-ORDENACAO
                            RELEASE REG-RESP-ORDENACAO
                    END-READ
                END-PERFORM
                CLOSE CPA-RESPOSTAS
            END-IF
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ACE
                MOVE WS-ACE-PERIODO(WS-IDX) TO ORR-PERIODO
                MOVE WS-ACE-TURMA(WS-IDX) TO ORR-TURMA
                MOVE WS-ACE-COURSE-CODE(WS-IDX) TO ORR-COURSE-CODE
                MOVE WS-ACE-NOTAS(WS-IDX) TO ORR-NOTAS
                MOVE WS-DATA-HOJE TO ORR-DT-CARGA
                RELEASE REG-RESP-ORDENACAO
            END-PERFORM.
       4100-FIM.
            EXIT.

       4200-GRAVA-RESPOSTAS.
            OPEN OUTPUT CPA-RESPOSTAS
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                RETURN RESP-ORDENACAO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        MOVE REG-RESP-ORDENACAO TO REG-CPA-RESPOSTA
                        WRITE REG-CPA-RESPOSTA
                END-RETURN
            END-PERFORM
            CLOSE CPA-RESPOSTAS.
       4200-FIM.
            EXIT.

       4300-LIBERA-PARTICIPACOES.
            PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-PAR
                MOVE WS-PAR-PERIODO(WS-IDX) TO ORP-PERIODO
                MOVE WS-PAR-TURMA(WS-IDX) TO ORP-TURMA
                MOVE WS-PAR-CODIGO(WS-IDX) TO ORP-CODIGO
                RELEASE REG-PART-ORDENACAO
            END-PERFORM.
       4300-FIM.
            EXIT.

       4400-GRAVA-PARTICIPACOES.
            OPEN OUTPUT CPA-PARTICIPACAO
            MOVE 'N' TO WS-ARQ-EOF
            PERFORM UNTIL ARQ-FIM
                RETURN PART-ORDENACAO
                    AT END
                        MOVE 'F' TO WS-ARQ-EOF
                    NOT AT END
                        MOVE REG-PART-ORDENACAO TO
                             REG-CPA-PARTICIPACAO
                        WRITE REG-CPA-PARTICIPACAO
                END-RETURN
            END-PERFORM
            CLOSE CPA-PARTICIPACAO.
       4400-FIM.
            EXIT.

      ******************************************************************
      * 4900-ERRO-ORDENACAO  --  REGISTRA NO LOG DE ERROS A FALHA DO
      *                            SORT DE REGRAVACAO.
      ******************************************************************
       4900-ERRO-ORDENACAO.
            DISPLAY 'ERRO NA REGRAVACAO DA CPA - SORT-RETURN: '
                    WS-SORT-RETURN
            MOVE 'IMPORTACPA' TO LOG-PROGRAMA OF WS-LOG-PARM
            MOVE '4000-REGRAVA-ARQUIVOS' TO LOG-PARAGRAFO
                                             OF WS-LOG-PARM
            STRING 'ERRO NA REGRAVACAO DA CPA - SORT-RETURN: '
                   WS-SORT-RETURN
                   DELIMITED BY SIZE
                   INTO LOG-MENSAGEM OF WS-LOG-PARM
            END-STRING
            CALL 'LOGERRO' USING WS-LOG-PARM
            MOVE 8 TO RETURN-CODE.
       4900-FIM.
            EXIT.

       END PROGRAM IMPORTACPA.
