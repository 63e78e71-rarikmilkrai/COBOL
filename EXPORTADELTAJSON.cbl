      *               log posterior a ultima exportacao): RC 4 sem
      *               avancar o carimbo, com orientacao de concatenar
      *               as geracoes - o intervalo sumia em silencio.
      * 15/10/26 RMS  nm_student passou a levar o nome social quando
      *               registrado (RESOLVENOME); a troca do nome
      *               social, auditada, entra no delta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTADELTAJSON.

       01 WS-LOG-PARM.
          COPY LOGERRO_PARM.
       01 WS-NOM-PARM.
          COPY NOME_PARM.

       77 WS-AUD-EOF                        PIC X VALUE 'N'.
          88 AUD-FIM-ARQUIVO                VALUE 'F'.
            MOVE CD-STUDENT TO WS-CD-STUDENT-ED
            MOVE SPACES TO JSON-LINHA

            MOVE CD-STUDENT TO NOM-P-CD-STUDENT
            MOVE NM-STUDENT TO NOM-P-NM-CIVIL
            CALL 'RESOLVENOME' USING WS-NOM-PARM
            MOVE NOM-P-NOME TO WS-JSON-ESC-ENTRADA
            PERFORM 3200-ESCAPA-ASPAS-JSON THRU 3200-FIM
            MOVE WS-JSON-ESC-SAIDA TO WS-NM-STUDENT-JSON

