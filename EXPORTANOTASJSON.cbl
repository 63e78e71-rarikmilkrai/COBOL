      *         O TIPO DO LANCAMENTO ACOMPANHA CADA OBJETO: O ESTORNO
      *         (E) TAMBEM E EXPORTADO, PARA O PORTAL DESFAZER O
      *         LANCAMENTO REVERTIDO EM VEZ DE EXIBI-LO EM DOBRO.
      *         NOTA DE TURMA AINDA EM EMBARGO (CONFERELIBERACAO) NAO
      *         E EXPORTADA - SAI NA EXPORTACAO SEGUINTE A LIBERACAO.
      * Tectonics: cobc
      * Modification History:
      * 22/08/26 RMS  Criacao - o portal mostrava quem o aluno e, mas
      *               nao como ele esta indo.
      * 15/10/26 RMS  Lancamento de turma em embargo de publicacao
      *               (CONFERELIBERACAO) deixa de ser exportado;
      *               o resumo mostra os retidos.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTANOTASJSON.

       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-LBC-PARM.
          COPY LIBERACAO_PARM.

       77 WS-PERIODO-EXPORTA       PIC X(06) VALUE SPACES.
       77 WS-QTD-LIDOS             PIC 9(07) VALUE ZEROS.
       77 WS-QTD-EXPORTADOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RETIDOS           PIC 9(07) VALUE ZEROS.
       77 WS-PRIMEIRO-REGISTRO     PIC 9 VALUE 1.
          88 PRIMEIRO-REGISTRO     VALUE 1.

                        MOVE HIDX-IMAGEM TO REG-HISTORICO
                        ADD 1 TO WS-QTD-LIDOS
                        IF HIST-PERIODO = WS-PERIODO-EXPORTA
                            PERFORM 1900-CONFERE-LIBERACAO
                                 THRU 1900-FIM
                            IF LBC-PUBLICAVEL
                                PERFORM 2000-GRAVA-JSON THRU 2000-FIM
                            ELSE
                                ADD 1 TO WS-QTD-RETIDOS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM

            DISPLAY 'ARQUIVO JSON DE NOTAS: ' WS-JSON-DD
            DISPLAY 'LANCAMENTOS LIDOS....: ' WS-QTD-LIDOS
            DISPLAY 'OBJETOS EXPORTADOS...: ' WS-QTD-EXPORTADOS
            DISPLAY 'RETIDOS EM EMBARGO...: ' WS-QTD-RETIDOS.

       FIM-DO-PROGRAMA.
            STOP RUN.

      ******************************************************************
      * 1900-CONFERE-LIBERACAO  --  CONSULTA SE A TURMA/PERIODO DO
      *                               LANCAMENTO CORRENTE JA FOI
      *                               LIBERADA PARA O ALUNO.
      ******************************************************************
       1900-CONFERE-LIBERACAO.
            MOVE HIST-TURMA TO LBC-TURMA
            MOVE HIST-PERIODO TO LBC-PERIODO
            MOVE ZEROS TO LBC-DATA
            CALL 'CONFERELIBERACAO' USING WS-LBC-PARM.
       1900-FIM.
            EXIT.

      ******************************************************************
      * 2000-GRAVA-JSON  --  MONTA E GRAVA O OBJETO JSON DO LANCAMENTO
      *                        CORRENTE (VIRGULA A PARTIR DO SEGUNDO,
