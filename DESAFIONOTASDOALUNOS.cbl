      *               a decisao e da coordenacao. O relatorio de
      *               repetentes por periodo sai do novo
      *               RELATORIOREPETENTES.
      * 15/10/26 RMS  Lancamento restrito ao professor atribuido a
      *               turma: o operador e vinculado a um professor
      *               (ADMOPERADOR, opcao V) e a nota so e aceita
      *               quando esse professor esta atribuido a turma na
      *               data de referencia do lancamento (PROF_TURMA.TXT,
      *               substituicoes inclusive, via CONFEREPROFTURMA);
      *               senao e recusada (motivo PRF). A linha de lote
      *               do portal traz o operador que lancou
      *               (LOTE-OPER-ID) e e conferida pelo professor
      *               dele. Fora da atribuicao, so a secretaria lanca,
      *               com override (DD_OVERRIDE_SECRETARIA=S no job ou
      *               confirmacao no interativo) gravado na auditoria
      *               (transacao J). Sem PROF_TURMA.TXT a conferencia
      *               fica desligada.
      * 15/10/26 RMS  Controle de lotes postados passa ao copybook
      *               FD_LOTE_POSTADO e grava a data/hora da
      *               ultima postagem de cada lote, para o relatorio
      *               de anomalias de notas.
      * 15/10/26 RMS  Pre-requisito com curso (PRE-COURSE-CODE/
      *               PRE-VERSAO) passa a valer so para alunos do
      *               curso na versao da matriz curricular deles
      *               (RESOLVEMATRIZ na validacao do aluno).
      * 15/10/26 RMS  Controle de lotes postados guarda o operador
      *               da primeira postagem (LP-OPERADOR), para a
      *               segregacao de funcoes (RELATORIOSOD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULARNOTAS.
          03 BLQ-CD-STUDENT PIC 9(05).

       FD LOTES-POSTADOS.
          COPY FD_LOTE_POSTADO.

       FD PREREQUISITOS.
          COPY FD_PREREQUISITO.
                               INDEXED BY WS-IDX-PRE.
                 10 WS-PRE-MATERIA PIC X(50).
                 10 WS-PRE-REQUISITO PIC X(50).
                 10 WS-PRE-CURSO PIC X(05).
                 10 WS-PRE-VERSAO PIC X(04).
           01 WS-MTZ-PARM.
              COPY MATRIZ_PARM.
           01 WS-CURSO-ALUNO PIC X(05) VALUE SPACES.
           01 WS-VERSAO-ALUNO PIC X(04) VALUE SPACES.
           01 WS-PREREQ-FALTANTE PIC X(50) VALUE SPACES.
           01 WS-PREREQ-OK PIC 9 VALUE 1.
              88 PREREQ-ATENDIDOS VALUE 1.
           01 WS-MATERIA-SALVA PIC X(50) VALUE SPACES.
           01 WS-MINIMA-SALVA PIC 9(3)V9(2) VALUE 0.

           01 WS-PTC-PARM.
              COPY PROFTURMA_PARM.
           01 WS-AUD-PARM.
              COPY AUDITORIA_PARM.
           01 WS-OPER-PROF-CODIGO PIC X(06) VALUE SPACES.
           01 WS-OPER-PERFIL PIC X(01) VALUE SPACE.
              88 OPERADOR-SECRETARIA VALUE 'S'.
           01 WS-LANCADOR PIC X(20) VALUE SPACES.
           01 WS-SECR-OVR PIC X VALUE SPACE.
              88 SECRETARIA-OVERRIDE VALUE 'S' 's'.
           01 WS-PROF-OK PIC 9 VALUE 1.
              88 PROFESSOR-ATRIBUIDO VALUE 1.
              88 PROFESSOR-NAO-ATRIBUIDO VALUE 0.

           01 WS-LP-DD PIC X(100) VALUE SPACES.
           01 WS-LP-FS PIC XX VALUE SPACES.
              88 LP-FS-OK VALUE '00'.
                 10 WS-LP-ID PIC X(08).
                 10 WS-LP-QTD PIC 9(05).
                 10 WS-LP-SIT PIC X(01).
                 10 WS-LP-DT PIC 9(08).
                 10 WS-LP-HR PIC 9(06).
                 10 WS-LP-OPER PIC X(20).
           01 WS-POS-LP PIC 9(03) VALUE 0.
           01 WS-LP-ESTOUROU PIC 9 VALUE 0.
              88 LOTES-ESTOURARAM VALUE 1.
           01 WS-LP-STATUS-DESEJADO PIC X(01) VALUE SPACE.
           01 WS-IDX-LP PIC 9(03) VALUE 0.
           01 WS-LP-HR-AGORA PIC X(08) VALUE SPACES.

           01 WS-LOTE-ID PIC X(08) VALUE SPACES.
           01 WS-LOTE-TEM-CABECALHO PIC 9 VALUE 0.
      *                             TEM OPERADOR PARA RESPONDER A UM
      *                             ACCEPT. O RESULTADO FICA EM
      *                             WS-OPER-AUTORIZADO PARA O RESTO DA
      *                             EXECUCAO, E O PROFESSOR VINCULADO E
      *                             O PERFIL DO OPERADOR SAO GUARDADOS
      *                             (WS-OPER-PARM E REAPROVEITADO NA
      *                             AUTORIZACAO DE SUPERVISOR).
      ******************************************************************
       0300-VALIDA-OPERADOR.
            ACCEPT WS-OPERADOR FROM ENVIRONMENT 'USER'

            IF OPER-AUTORIZADO OF WS-OPER-PARM
                MOVE 1 TO WS-OPER-AUTORIZADO
                MOVE OPER-PROF-CODIGO OF WS-OPER-PARM
                    TO WS-OPER-PROF-CODIGO
                MOVE OPER-PERFIL OF WS-OPER-PARM TO WS-OPER-PERFIL
            ELSE
                MOVE 0 TO WS-OPER-AUTORIZADO
                DISPLAY "OPERADOR/SENHA NAO AUTORIZADOS PARA "
                                     WS-PRE-MATERIA(WS-QTD-PREREQ)
                                MOVE PRE-REQUISITO TO
                                     WS-PRE-REQUISITO(WS-QTD-PREREQ)
                                MOVE PRE-COURSE-CODE TO
                                     WS-PRE-CURSO(WS-QTD-PREREQ)
                                MOVE PRE-VERSAO TO
                                     WS-PRE-VERSAO(WS-QTD-PREREQ)
                            END-IF
                    END-READ
                END-PERFORM
                END-IF
            END-IF

            IF NOTAS-VALIDAS
                PERFORM 5085-CONFERE-PROFESSOR THRU 5085-FIM
                IF PROFESSOR-NAO-ATRIBUIDO
                    SET NOTAS-INVALIDAS TO TRUE
                    IF WS-MOTIVO-REJEICAO = SPACES
                        MOVE 'PRF' TO WS-MOTIVO-REJEICAO
                    END-IF
                END-IF
            END-IF

            IF NOTAS-VALIDAS
                PERFORM 5095-CONFERE-TENTATIVAS THRU 5095-FIM
            END-IF
      *                              ESTAR NA SITUACAO STUDENT-ATIVO.
      *                              QUANDO VALIDO, O NOME DO ALUNO
      *                              PASSA A SER O NM-STUDENT DO
      *                              CADASTRO, NAO MAIS UM TEXTO LIVRE,
      *                              E O CURSO E A VERSAO DA MATRIZ DO
      *                              ALUNO FICAM GUARDADOS PARA OS
      *                              PRE-REQUISITOS.
      ******************************************************************
       5020-VALIDA-ESTUDANTE.
            SET ESTUDANTE-INVALIDO TO TRUE
            MOVE SPACES TO WS-CURSO-ALUNO WS-VERSAO-ALUNO

            IF NOT ESTUDANTE-ABERTO
                DISPLAY "Cadastro de estudantes indisponivel."
                    IF STUDENT-ATIVO
                        SET ESTUDANTE-VALIDO TO TRUE
                        MOVE NM-STUDENT TO NOME-ALUNO
                        MOVE COURSE-CODE TO WS-CURSO-ALUNO
                        MOVE COURSE-CODE TO MTZ-P-COURSE-CODE
                        MOVE ENROLLMENT-DATE TO MTZ-P-DT-INGRESSO
                        MOVE STUDENT-VERSAO-MATRIZ
                          TO MTZ-P-VERSAO-ALUNO
                        CALL 'RESOLVEMATRIZ' USING WS-MTZ-PARM
                        MOVE MTZ-P-VERSAO TO WS-VERSAO-ALUNO
                        PERFORM 5030-AVISA-BLOQUEIO THRU 5030-FIM
                    ELSE
                        DISPLAY "Estudante " CD-ALUNO
      *                                  PRE-REQUISITO E FREQUENCIA >=
      *                                  75%, ESTORNO ANULA). O
      *                                  PRIMEIRO PENDENTE FICA EM
      *                                  WS-PREREQ-FALTANTE. LINHA COM
      *                                  CURSO SO VALE PARA O CURSO E A
      *                                  VERSAO DA MATRIZ DO ALUNO.
      ******************************************************************
       5060-VALIDA-PREREQUISITOS.
            SET PREREQ-ATENDIDOS TO TRUE
            PERFORM UNTIL WS-IDX-PRE > WS-QTD-PREREQ
                         OR PREREQ-PENDENTE
                IF WS-PRE-MATERIA(WS-IDX-PRE) = MATERIA
                   AND (WS-PRE-CURSO(WS-IDX-PRE) = SPACES
                        OR (WS-PRE-CURSO(WS-IDX-PRE) = WS-CURSO-ALUNO
                            AND WS-PRE-VERSAO(WS-IDX-PRE) =
                                WS-VERSAO-ALUNO))
                    PERFORM 5070-CONFERE-UM-PREREQ THRU 5070-FIM
                    IF WS-PREREQ-APROVADO = 0
                        SET PREREQ-PENDENTE TO TRUE
       5065-FIM.
            EXIT.

      ******************************************************************
      * 5085-CONFERE-PROFESSOR  --  SO O PROFESSOR ATRIBUIDO A TURMA NA
      *                              DATA DE REFERENCIA DO LANCAMENTO
      *                              (PROF_TURMA.TXT, SUBSTITUICOES
      *                              INCLUSIVE, VIA CONFEREPROFTURMA)
      *                              PODE LANCAR AS NOTAS DELA. A LINHA
      *                              DE LOTE VINDA DO PORTAL TRAZ O
      *                              OPERADOR QUE LANCOU (LOTE-OPER-ID)
      *                              E E CONFERIDA PELO PROFESSOR DELE -
      *                              SO UM OPERADOR DA SECRETARIA POSTA
      *                              LANCAMENTO DE OUTRO OPERADOR. FORA
      *                              DA ATRIBUICAO (OU SEM TURMA), SO A
      *                              SECRETARIA, PELO OVERRIDE. SEM
      *                              PROF_TURMA.TXT A CONFERENCIA FICA
      *                              DESLIGADA.
      ******************************************************************
       5085-CONFERE-PROFESSOR.
            SET PROFESSOR-NAO-ATRIBUIDO TO TRUE
            IF WS-LANCADOR NOT = SPACES
               AND WS-LANCADOR NOT = WS-OPERADOR
                IF NOT OPERADOR-SECRETARIA
                    DISPLAY "Lancamento do operador " WS-LANCADOR
                            " so pode ser postado pela secretaria."
                    GO TO 5085-FIM
                END-IF
                MOVE WS-LANCADOR TO PTC-OPER-ID OF WS-PTC-PARM
                MOVE SPACES TO PTC-PROF-CODIGO OF WS-PTC-PARM
            ELSE
                MOVE WS-OPERADOR TO PTC-OPER-ID OF WS-PTC-PARM
                MOVE WS-OPER-PROF-CODIGO TO PTC-PROF-CODIGO
                                            OF WS-PTC-PARM
                MOVE WS-OPER-PERFIL TO PTC-PERFIL OF WS-PTC-PARM
            END-IF
            MOVE TURMA-ALUNO TO PTC-TURMA OF WS-PTC-PARM
            MOVE WS-DATA-REFERENCIA TO PTC-DATA OF WS-PTC-PARM
            CALL 'CONFEREPROFTURMA' USING WS-PTC-PARM

            IF PTC-ATRIBUIDO OF WS-PTC-PARM
               OR PTC-SEM-ATRIBUICOES OF WS-PTC-PARM
                SET PROFESSOR-ATRIBUIDO TO TRUE
                GO TO 5085-FIM
            END-IF

            IF PTC-SECRETARIA OF WS-PTC-PARM
                PERFORM 5086-OVERRIDE-SECRETARIA THRU 5086-FIM
                GO TO 5085-FIM
            END-IF

            IF PTC-SEM-VINCULO OF WS-PTC-PARM
                DISPLAY "Operador " PTC-OPER-ID OF WS-PTC-PARM
                        " sem professor vinculado - lancamento "
                        "nao permitido."
            ELSE
                DISPLAY "Professor " PTC-PROF-CODIGO OF WS-PTC-PARM
                        " nao atribuido a turma '" TURMA-ALUNO
                        "' em " WS-DATA-REFERENCIA "."
            END-IF.
       5085-FIM.
            EXIT.

      ******************************************************************
      * 5086-OVERRIDE-SECRETARIA  --  LANCAMENTO DA SECRETARIA FORA DA
      *                                ATRIBUICAO: NO JOB, EXIGE
      *                                DD_OVERRIDE_SECRETARIA=S; NO
      *                                INTERATIVO, CONFIRMACAO DO
      *                                OPERADOR. TODO OVERRIDE E GRAVADO
      *                                NA TRILHA DE AUDITORIA
      *                                (TRANSACAO 'J') EM NOME DO
      *                                OPERADOR DA SECRETARIA.
      ******************************************************************
       5086-OVERRIDE-SECRETARIA.
            MOVE SPACE TO WS-SECR-OVR
            IF MODO-INTERATIVO
                DISPLAY "Turma '" TURMA-ALUNO "' fora da atribuicao "
                        "do operador. Lancar pela secretaria? (S/N)"
                ACCEPT WS-SECR-OVR
            ELSE
                ACCEPT WS-SECR-OVR FROM ENVIRONMENT
                                       'DD_OVERRIDE_SECRETARIA'
            END-IF

            IF NOT SECRETARIA-OVERRIDE
                DISPLAY "Lancamento fora da atribuicao sem override "
                        "da secretaria - recusado."
                GO TO 5086-FIM
            END-IF

            SET PROFESSOR-ATRIBUIDO TO TRUE
            DISPLAY "Lancamento fora da atribuicao autorizado pela "
                    "secretaria (" PTC-OPER-ID OF WS-PTC-PARM ")."
            MOVE PTC-OPER-ID OF WS-PTC-PARM TO AUD-OPERADOR
            MOVE 'J' TO AUD-COD-TRANS
            MOVE CD-ALUNO TO AUD-CD-STUDENT
            MOVE 'OVR-PROF-TURMA' TO AUD-CAMPO
            MOVE TURMA-ALUNO TO AUD-VALOR-ANTIGO
            IF TURMA-ALUNO = SPACES
                MOVE 'SEM TURMA' TO AUD-VALOR-ANTIGO
            END-IF
            MOVE MATERIA TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       5086-FIM.
            EXIT.

      ******************************************************************
      * 5090-VALIDA-INSCRICAO  --  CONFERE SE O ALUNO TEM INSCRICAO
      *                              MATRICULADA (NAO CANCELADA) EM UMA
            MOVE LOTE-NOTA-4     TO REJ-NOTA-4
            MOVE LOTE-TURMA      TO REJ-TURMA
            MOVE WS-MOTIVO-REJEICAO TO REJ-MOTIVO
            MOVE LOTE-OPER-ID    TO REJ-OPER-ID
            WRITE REG-LOTE-REJEITO
            ADD 1 TO WS-QTD-REJ-GRAVADOS.
       5400-FIM.
            MOVE LOTE-CD-STUDENT TO CD-ALUNO
            MOVE LOTE-NOME-ALUNO TO NOME-ALUNO
            MOVE LOTE-TURMA      TO TURMA-ALUNO
            MOVE LOTE-OPER-ID    TO WS-LANCADOR
            MOVE LOTE-MATERIA    TO MATERIA
            MOVE LOTE-NOTA-1     TO NOTA-1
            MOVE LOTE-NOTA-2     TO NOTA-2
                            MOVE LP-QTD-PROCESSADA TO
                                 WS-LP-QTD(WS-QTD-LP)
                            MOVE LP-STATUS TO WS-LP-SIT(WS-QTD-LP)
                            IF LP-DT-POSTAGEM NUMERIC
                               AND LP-HR-POSTAGEM NUMERIC
                                MOVE LP-DT-POSTAGEM TO
                                     WS-LP-DT(WS-QTD-LP)
                                MOVE LP-HR-POSTAGEM TO
                                     WS-LP-HR(WS-QTD-LP)
                            ELSE
                                MOVE ZEROS TO WS-LP-DT(WS-QTD-LP)
                                MOVE ZEROS TO WS-LP-HR(WS-QTD-LP)
                            END-IF
                            MOVE LP-OPERADOR TO WS-LP-OPER(WS-QTD-LP)
                        ELSE
                            MOVE 1 TO WS-LP-ESTOUROU
                        END-IF
      *                            CORRENTE NA TABELA DE CONTROLE E
      *                            REGRAVA O ARQUIVO INTEIRO, COM O
      *                            STATUS PEDIDO PELO CHAMADOR EM
      *                            WS-LP-STATUS-DESEJADO E A DATA/
      *                            HORA DESTA POSTAGEM. O OPERADOR QUE
      *                            POSTOU O LOTE E O DA PRIMEIRA
      *                            POSTAGEM (A RETOMADA NAO O TROCA).
      ******************************************************************
       6450-GRAVA-CONTROLE.
            MOVE 0 TO WS-POS-LP
                ADD 1 TO WS-QTD-LP
                MOVE WS-QTD-LP TO WS-POS-LP
                MOVE WS-LOTE-ID TO WS-LP-ID(WS-POS-LP)
                MOVE SPACES TO WS-LP-OPER(WS-POS-LP)
            END-IF
            IF WS-POS-LP = 0
                IF NOT LOTES-ESTOURARAM
            END-IF
            MOVE WS-LOTE-QTD-LIDA TO WS-LP-QTD(WS-POS-LP)
            MOVE WS-LP-STATUS-DESEJADO TO WS-LP-SIT(WS-POS-LP)
            ACCEPT WS-LP-DT(WS-POS-LP) FROM DATE YYYYMMDD
            ACCEPT WS-LP-HR-AGORA FROM TIME
            MOVE WS-LP-HR-AGORA(1:6) TO WS-LP-HR(WS-POS-LP)
            IF WS-LP-OPER(WS-POS-LP) = SPACES
                MOVE WS-OPERADOR TO WS-LP-OPER(WS-POS-LP)
            END-IF

            OPEN OUTPUT LOTES-POSTADOS
            IF NOT LP-FS-OK
                MOVE WS-LP-ID(WS-IDX-LP)  TO LP-LOTE-ID
                MOVE WS-LP-QTD(WS-IDX-LP) TO LP-QTD-PROCESSADA
                MOVE WS-LP-SIT(WS-IDX-LP) TO LP-STATUS
                MOVE WS-LP-DT(WS-IDX-LP)  TO LP-DT-POSTAGEM
                MOVE WS-LP-HR(WS-IDX-LP)  TO LP-HR-POSTAGEM
                MOVE WS-LP-OPER(WS-IDX-LP) TO LP-OPERADOR
                WRITE REG-LOTE-POSTADO
            END-PERFORM
            CLOSE LOTES-POSTADOS.
