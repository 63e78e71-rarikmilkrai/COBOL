      ******************************************************************
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:VALIDACAO DE CNPJ (EMPRESA CONCEDENTE DE ESTAGIO):
      *         CONFERE OS DOIS DIGITOS VERIFICADORES (MODULO 11, PESOS
      *         DE 2 A 9 DA DIREITA PARA A ESQUERDA) DO CNPJ DE 14
      *         POSICOES RECEBIDO VIA LINKAGE E DEVOLVE EM WS-RETURN SE
      *         E VALIDO OU NAO, NOS MOLDES DO VALIDACPF.
      * Tectonics: cobc
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDACNPJ.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01 WS-SOMA PIC 9(4) VALUE 0.
       01 WS-RESTO PIC 9(4) VALUE 0.
       01 WS-DV-1 PIC 9 VALUE 0.
       01 WS-DV-2 PIC 9 VALUE 0.
       01 WS-IDX PIC 99 VALUE 0.
       01 WS-TODOS-IGUAIS PIC 9 VALUE 0.
          88 CNPJ-TODOS-IGUAIS VALUE 1.
      * PESOS DO SEGUNDO DIGITO (13 POSICOES); O PRIMEIRO DIGITO USA OS
      * 12 ULTIMOS
       01 WS-PESOS-TXT PIC X(13) VALUE '6543298765432'.
       01 FILLER REDEFINES WS-PESOS-TXT.
          03 WS-PESO PIC 9 OCCURS 13 TIMES.

       LINKAGE SECTION.
       01 PARAMETRES.
          02 WS-CNPJ PIC 9(14) VALUE 0.
          02 WS-CNPJ-DIGITOS REDEFINES WS-CNPJ.
             03 WS-DIGITO PIC 9 OCCURS 14 TIMES.
          02 WS-RETURN PIC 99 VALUE 0.
             88 CNPJ-VALIDO VALUE 0.
             88 CNPJ-INVALIDO VALUE 1.

       PROCEDURE DIVISION USING PARAMETRES.
       MAIN-PROCEDURE.
            SET CNPJ-INVALIDO TO TRUE

            PERFORM 1000-VERIFICA-REPETICAO THRU 1000-FIM
            IF NOT CNPJ-TODOS-IGUAIS
                PERFORM 2000-CALCULA-DIGITO-1 THRU 2000-FIM
                PERFORM 3000-CALCULA-DIGITO-2 THRU 3000-FIM
                IF WS-DIGITO(13) = WS-DV-1 AND
                   WS-DIGITO(14) = WS-DV-2
                    SET CNPJ-VALIDO TO TRUE
                END-IF
            END-IF

            GOBACK.

      ******************************************************************
      * 1000-VERIFICA-REPETICAO  --  CNPJS COM OS 14 DIGITOS IGUAIS (EX.
      *                                00.000.000/0000-00) PASSAM NO
      *                                CALCULO DO DIGITO VERIFICADOR MAS
      *                                NAO SAO NUMEROS DE CNPJ VALIDOS.
      ******************************************************************
       1000-VERIFICA-REPETICAO.
            MOVE 1 TO WS-TODOS-IGUAIS
            PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 14
                IF WS-DIGITO(WS-IDX) NOT = WS-DIGITO(1)
                    MOVE 0 TO WS-TODOS-IGUAIS
                END-IF
            END-PERFORM.
       1000-FIM.
            EXIT.

      ******************************************************************
      * 2000-CALCULA-DIGITO-1  --  CALCULA O PRIMEIRO DIGITO VERIFICADOR
      *                              A PARTIR DOS 12 PRIMEIROS DIGITOS
      *                              DO CNPJ, COM PESOS 5 4 3 2 9 8 7 6
      *                              5 4 3 2.
      ******************************************************************
       2000-CALCULA-DIGITO-1.
            MOVE 0 TO WS-SOMA
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12
                COMPUTE WS-SOMA = WS-SOMA
                        + WS-DIGITO(WS-IDX) * WS-PESO(WS-IDX + 1)
            END-PERFORM
            COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11)
            IF WS-RESTO < 2
                MOVE 0 TO WS-DV-1
            ELSE
                COMPUTE WS-DV-1 = 11 - WS-RESTO
            END-IF.
       2000-FIM.
            EXIT.

      ******************************************************************
      * 3000-CALCULA-DIGITO-2  --  CALCULA O SEGUNDO DIGITO VERIFICADOR
      *                              A PARTIR DOS 13 PRIMEIROS DIGITOS
      *                              DO CNPJ (INCLUINDO O PRIMEIRO
      *                              DIGITO VERIFICADOR), COM PESOS 6 5
      *                              4 3 2 9 8 7 6 5 4 3 2.
      ******************************************************************
       3000-CALCULA-DIGITO-2.
            MOVE 0 TO WS-SOMA
            PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 12
                COMPUTE WS-SOMA = WS-SOMA
                        + WS-DIGITO(WS-IDX) * WS-PESO(WS-IDX)
            END-PERFORM
            COMPUTE WS-SOMA = WS-SOMA + WS-DV-1 * WS-PESO(13)
            COMPUTE WS-RESTO = FUNCTION MOD(WS-SOMA, 11)
            IF WS-RESTO < 2
                MOVE 0 TO WS-DV-2
            ELSE
                COMPUTE WS-DV-2 = 11 - WS-RESTO
            END-IF.
       3000-FIM.
            EXIT.

       END PROGRAM VALIDACNPJ.
