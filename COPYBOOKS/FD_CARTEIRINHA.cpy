      ******************************************************************
      * Copybook:FD_CARTEIRINHA
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE CARTEIRINHAS DE ESTUDANTE
      *         (CARTEIRINHAS.TXT): UMA LINHA POR CARTAO JA ENVIADO A
      *         GRAFICA, COM O NUMERO (SERIE CARTEIRA DO GERATICKET),
      *         O ALUNO, AS DATAS DE EMISSAO E VALIDADE, A SITUACAO, O
      *         TIPO DA EMISSAO E O NUMERO DO CARTAO QUE ELE SUBSTITUI.
      *         SO HA UM CARTAO ATIVO POR ALUNO: A RENOVACAO MARCA O
      *         ANTERIOR COMO R E A SEGUNDA VIA COMO C (CANCELADO -
      *         NUMERO INVALIDADO). MANTIDO PELO EXPORTACARTEIRINHA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-CARTEIRINHA.
          03 CRT-NUMERO                     PIC 9(09).
          03 CRT-CD-STUDENT                 PIC 9(05).
          03 CRT-DT-EMISSAO                 PIC 9(08).
          03 CRT-DT-VALIDADE                PIC 9(08).
          03 CRT-SITUACAO                   PIC X(01).
             88 CRT-ATIVA                      VALUE 'A'.
             88 CRT-RENOVADA                   VALUE 'R'.
             88 CRT-CANCELADA                  VALUE 'C'.
          03 CRT-TIPO-EMISSAO               PIC X(01).
             88 CRT-PRIMEIRA-VIA               VALUE 'N'.
             88 CRT-RENOVACAO                  VALUE 'R'.
             88 CRT-SEGUNDA-VIA                VALUE 'S'.
          03 CRT-NUMERO-ANTERIOR            PIC 9(09).
