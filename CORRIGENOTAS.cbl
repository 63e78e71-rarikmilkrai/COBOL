      *               no FILAAPROVACAO; a execucao exige a aprovacao
      *               de operador distinto e audita solicitante e
      *               aprovador.
      * 15/10/26 RMS  Auditoria grava tambem a turma e o lote do
      *               lancamento corrigido (campo HIST-LOTE), para a
      *               segregacao de funcoes (RELATORIOSOD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRIGENOTAS.
          03 WS-ORIG-CONCEITO      PIC X(01).
          03 WS-ORIG-FREQUENCIA    PIC 9(03).
          03 WS-ORIG-TURMA         PIC X(08).
          03 WS-ORIG-LOTE          PIC X(08).
       77 WS-LANC-ACHADO           PIC 9 VALUE 0.
          88 LANCAMENTO-ACHADO     VALUE 1.

                                MOVE HIST-FREQUENCIA TO
                                     WS-ORIG-FREQUENCIA
                                MOVE HIST-TURMA TO WS-ORIG-TURMA
                                MOVE HIST-LOTE-ID TO WS-ORIG-LOTE
                            END-IF
                        END-IF
                END-READ
      *                             IMAGEM ANTES/DEPOIS DA MEDIA E DO
      *                             CONCEITO CORRIGIDOS (TRANSACAO N -
      *                             NOTA), COM A MATERIA/PERIODO NO
      *                             CAMPO DE VALOR, E A TURMA E O LOTE
      *                             DO LANCAMENTO CORRIGIDO (CAMPO
      *                             HIST-LOTE), QUE O RELATORIOSOD
      *                             CONFRONTA COM QUEM POSTOU O LOTE.
      ******************************************************************
       5000-AUDITA-CORRECAO.
            MOVE WS-OPERADOR TO AUD-OPERADOR
            MOVE 'HIST-CONCEITO' TO AUD-CAMPO
            MOVE WS-ORIG-CONCEITO TO AUD-VALOR-ANTIGO
            MOVE WS-CONCEITO TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM

            MOVE 'HIST-LOTE' TO AUD-CAMPO
            MOVE WS-ORIG-TURMA TO AUD-VALOR-ANTIGO
            MOVE WS-ORIG-LOTE TO AUD-VALOR-NOVO
            CALL 'GRAVAAUDITORIA' USING WS-AUD-PARM.
       5000-FIM.
            EXIT.
