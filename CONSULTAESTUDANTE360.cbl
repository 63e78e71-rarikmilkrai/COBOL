      *         TRILHA DE AUDITORIA DO ALUNO E OS ERROS DO LOG CENTRAL
      *         QUE O MENCIONAM - A PERGUNTA DE UM PAI HOJE EXIGIA
      *         QUATRO PROGRAMAS. NENHUM ARQUIVO E ALTERADO: E
      *         EXATAMENTE O NIVEL DE ACESSO DO BALCAO. NOTA DE
      *         TURMA AINDA EM EMBARGO (CONFERELIBERACAO) APARECE SO
      *         COMO RETIDA, SEM MEDIA, E FICA FORA DO GPA.
      * Tectonics: cobc
      * Modification History:
      * 22/08/26 RMS  Criacao.
      * 02/09/26 RMS  Incluida a secao de ocorrencias disciplinares
      *               (OCORRENCIAS.TXT do MANUTENCAOOCORRENCIA), ao
      *               lado das notas e da trilha de auditoria.
      * 15/10/26 RMS  Notas de turma em embargo (CONFERELIBERACAO)
      *               listadas como retidas e fora do GPA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAESTUDANTE360.

       01 WS-CAB-PARM.
          COPY CABECALHO_PARM.
       01 WS-LBC-PARM.
          COPY LIBERACAO_PARM.

       77 WS-CD-ALVO               PIC 9(05) VALUE ZEROS.
       77 WS-CD-TEXTO              PIC X(05) VALUE SPACES.
      ******************************************************************
      * 2100-LISTA-LANCAMENTO  --  LISTA UM LANCAMENTO DO ALUNO E
      *                              ACUMULA A MEDIA (ESTORNO
      *                              SUBTRAI). NOTA EM EMBARGO NAO
      *                              MOSTRA MEDIA NEM ENTRA NO GPA.
      ******************************************************************
       2100-LISTA-LANCAMENTO.
            IF HIST-CD-STUDENT NOT = WS-CD-ALVO
                GO TO 2100-FIM
            END-IF
            MOVE HIST-TURMA TO LBC-TURMA
            MOVE HIST-PERIODO TO LBC-PERIODO
            MOVE ZEROS TO LBC-DATA
            CALL 'CONFERELIBERACAO' USING WS-LBC-PARM
            IF NOT LBC-PUBLICAVEL
                IF NOT HIST-LANC-ESTORNO
                    DISPLAY '  ' HIST-PERIODO ' ' HIST-MATERIA(1:30)
                            ' NOTA EM EMBARGO (TURMA ' HIST-TURMA ')'
                END-IF
                GO TO 2100-FIM
            END-IF
            IF HIST-LANC-ESTORNO
                IF WS-TRANS-QTD > 0
                    SUBTRACT 1 FROM WS-TRANS-QTD
