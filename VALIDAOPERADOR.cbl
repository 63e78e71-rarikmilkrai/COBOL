      *               e a expiracao de senha apos 90 dias da ultima
      *               troca (troca feita em ADMOPERADOR). O contador de
      *               falhas e zerado a cada autenticacao bem sucedida.
      * 15/10/26 RMS  Na autenticacao bem sucedida devolve o professor
      *               vinculado e o perfil do operador (OPER-PROF-
      *               CODIGO/OPER-PERFIL); a regravacao do arquivo
      *               preserva os dois campos novos.
      * 15/10/26 RMS  Devolve tambem a unidade (campus) do operador
      *               (OPER-UNIDADE) e a preserva na regravacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDAOPERADOR.
             10 WS-TAB-STATUS           PIC X(01).
             10 WS-TAB-DT-TROCA         PIC 9(08).
             10 WS-TAB-FALHAS           PIC 9(02).
             10 WS-TAB-PROF-CODIGO      PIC X(06).
             10 WS-TAB-PERFIL           PIC X(01).
             10 WS-TAB-UNIDADE          PIC X(02).

       77 WS-POS-OPERADOR               PIC 9(03) VALUE ZEROS.
       77 WS-ARQUIVO-MUDOU              PIC 9 VALUE 0.
       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            SET OPER-NAO-AUTORIZADO TO TRUE
            MOVE SPACES TO OPER-PROF-CODIGO
            MOVE SPACE TO OPER-PERFIL
            MOVE SPACES TO OPER-UNIDADE
            MOVE 0 TO WS-ARQUIVO-MUDOU
            MOVE 0 TO WS-POS-OPERADOR
            MOVE 0 TO WS-QTD-OPER
                                MOVE ZEROS TO
                                     WS-TAB-FALHAS(WS-QTD-OPER)
                            END-IF
                            MOVE REG-OPER-PROF-CODIGO TO
                                 WS-TAB-PROF-CODIGO(WS-QTD-OPER)
                            MOVE REG-OPER-PERFIL TO
                                 WS-TAB-PERFIL(WS-QTD-OPER)
                            MOVE REG-OPER-UNIDADE TO
                                 WS-TAB-UNIDADE(WS-QTD-OPER)
                        END-IF
                END-READ
            END-PERFORM
            IF HASH-VALOR OF WS-HASH-PARM =
               WS-TAB-HASH(WS-POS-OPERADOR)
                SET OPER-AUTORIZADO TO TRUE
                MOVE WS-TAB-PROF-CODIGO(WS-POS-OPERADOR)
                    TO OPER-PROF-CODIGO
                MOVE WS-TAB-PERFIL(WS-POS-OPERADOR) TO OPER-PERFIL
                MOVE WS-TAB-UNIDADE(WS-POS-OPERADOR) TO OPER-UNIDADE
                IF WS-TAB-FALHAS(WS-POS-OPERADOR) > 0
                    MOVE 0 TO WS-TAB-FALHAS(WS-POS-OPERADOR)
                    MOVE 1 TO WS-ARQUIVO-MUDOU
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
