      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:CONFERE SE UM PROFESSOR ESTA ATRIBUIDO A UMA TURMA NA
      *         DATA DE UM LANCAMENTO DE NOTAS, PELA ATRIBUICAO POR
      *         TURMA (PROF_TURMA.TXT): VALE A LINHA COM INICIO ATE A
      *         DATA E FIM ZERADO OU A PARTIR DA DATA - O SUBSTITUTO
      *         PASSA A LANCAR NO DIA DA SUBSTITUICAO E O TITULAR DEIXA
      *         DE LANCAR NO DIA SEGUINTE AO FIM. SEM PROFESSOR
      *         INFORMADO, O PROFESSOR E O PERFIL SAO BUSCADOS PELO ID
      *         DO OPERADOR EM OPERADORES.TXT (SO OPERADOR ATIVO), PARA
      *         O LANCAMENTO VINDO DO PORTAL, QUE NAO PASSA POR SENHA.
      *         OPERADOR SEM PROFESSOR VINCULADO VOLTA SEM VINCULO;
      *         SEM PROF_TURMA.TXT (OU VAZIO) VOLTA SEM ATRIBUICOES,
      *         PARA O CHAMADOR DESLIGAR A CONFERENCIA NO AMBIENTE
      *         AINDA NAO ALIMENTADO.
      *         CHAMADA PELO CALCULARNOTAS E PELO IMPORTANOTASJSON.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFEREPROFTURMA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO DYNAMIC WS-OPER-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-OPER-FS.

           SELECT PROF-TURMA ASSIGN TO DYNAMIC WS-PTU-DD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PTU-FS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
          COPY FD_OPERADOR.

       FD PROF-TURMA.
          COPY FD_PROF_TURMA.

       WORKING-STORAGE SECTION.
       01 WS-OPER-DD               PIC X(100) VALUE SPACES.
       01 WS-PTU-DD                PIC X(100) VALUE SPACES.
       77 WS-OPER-FS               PIC XX VALUE SPACES.
          88 OPER-FS-OK            VALUE '00'.
       77 WS-PTU-FS                PIC XX VALUE SPACES.
          88 PTU-FS-OK             VALUE '00'.
       77 WS-OPER-EOF              PIC X VALUE 'N'.
          88 OPER-FIM-ARQUIVO      VALUE 'F'.
       77 WS-PTU-EOF               PIC X VALUE 'N'.
          88 PTU-FIM-ARQUIVO       VALUE 'F'.
       77 WS-ACHOU                 PIC 9 VALUE 0.
          88 JA-ACHOU              VALUE 1.
       77 WS-QTD-LIDAS             PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
       01 PARAMETRES.
           COPY PROFTURMA_PARM.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            SET PTC-NAO-ATRIBUIDO TO TRUE

            IF PTC-PROF-CODIGO = SPACES
                MOVE SPACE TO PTC-PERFIL
                IF PTC-OPER-ID NOT = SPACES
                    PERFORM 1000-BUSCA-OPERADOR THRU 1000-FIM
                END-IF
            END-IF

            PERFORM 2000-CONFERE-ATRIBUICAO THRU 2000-FIM
            EVALUATE TRUE
                WHEN WS-QTD-LIDAS = 0
                    SET PTC-SEM-ATRIBUICOES TO TRUE
                WHEN PTC-PROF-CODIGO = SPACES
                    SET PTC-SEM-VINCULO TO TRUE
                WHEN JA-ACHOU
                    SET PTC-ATRIBUIDO TO TRUE
                WHEN OTHER
                    SET PTC-NAO-ATRIBUIDO TO TRUE
            END-EVALUATE

            GOBACK.

      ******************************************************************
      * 1000-BUSCA-OPERADOR  --  LOCALIZA O OPERADOR ATIVO EM
      *                           OPERADORES.TXT E DEVOLVE O PROFESSOR
      *                           VINCULADO E O PERFIL.
      ******************************************************************
       1000-BUSCA-OPERADOR.
            ACCEPT WS-OPER-DD FROM ENVIRONMENT 'DD_OPERADORES'
            IF WS-OPER-DD = SPACES
                MOVE 'OPERADORES.TXT' TO WS-OPER-DD
            END-IF
            OPEN INPUT OPERADORES
            IF NOT OPER-FS-OK
                GO TO 1000-FIM
            END-IF
            MOVE 0 TO WS-ACHOU
            MOVE 'N' TO WS-OPER-EOF
            PERFORM UNTIL OPER-FIM-ARQUIVO OR JA-ACHOU
                READ OPERADORES
                    AT END
                        MOVE 'F' TO WS-OPER-EOF
                    NOT AT END
                        IF REG-OPER-ID = PTC-OPER-ID
                            MOVE 1 TO WS-ACHOU
                            IF REG-OPER-ATIVO
                                MOVE REG-OPER-PROF-CODIGO
                                    TO PTC-PROF-CODIGO
                                MOVE REG-OPER-PERFIL TO PTC-PERFIL
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
            CLOSE OPERADORES.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-CONFERE-ATRIBUICAO  --  PROCURA EM PROF_TURMA.TXT UMA
      *                               ATRIBUICAO DO PROFESSOR A TURMA
      *                               VIGENTE NA DATA DO LANCAMENTO.
      ******************************************************************
       2000-CONFERE-ATRIBUICAO.
            MOVE 0 TO WS-ACHOU
            MOVE ZEROS TO WS-QTD-LIDAS
            ACCEPT WS-PTU-DD FROM ENVIRONMENT 'DD_PROF_TURMA'
            IF WS-PTU-DD = SPACES
                MOVE 'PROF_TURMA.TXT' TO WS-PTU-DD
            END-IF
            OPEN INPUT PROF-TURMA
            IF NOT PTU-FS-OK
                GO TO 2000-FIM
            END-IF
            MOVE 'N' TO WS-PTU-EOF
            PERFORM UNTIL PTU-FIM-ARQUIVO OR JA-ACHOU
                READ PROF-TURMA
                    AT END
                        MOVE 'F' TO WS-PTU-EOF
                    NOT AT END
                        ADD 1 TO WS-QTD-LIDAS
                        IF PTU-TURMA-CODIGO = PTC-TURMA
                           AND PTC-TURMA NOT = SPACES
                           AND PTC-PROF-CODIGO NOT = SPACES
                           AND PTU-PROF-CODIGO = PTC-PROF-CODIGO
                           AND PTU-DT-INICIO <= PTC-DATA
                           AND (PTU-DT-FIM = 0
                                OR PTU-DT-FIM >= PTC-DATA)
                            MOVE 1 TO WS-ACHOU
                        END-IF
                END-READ
            END-PERFORM
            CLOSE PROF-TURMA.
       2000-FIM.
            EXIT.

       END PROGRAM CONFEREPROFTURMA.
