      ******************************************************************
      * Copybook:FD_NEGATIVACAO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO REGISTRO DE NEGATIVACOES (NEGATIVACOES.TXT):
      *         UMA LINHA POR DEBITO (ALUNO + COMPETENCIA) LEVADO AO
      *         BIRO DE CREDITO PELO GERANEGATIVACAO, COM O DEVEDOR
      *         REGISTRADO (ALUNO MAIOR OU RESPONSAVEL DO MENOR) E AS
      *         DATAS DE CADA PASSO: AVISO PREVIO ENVIADO (A), INCLUIDO
      *         NO BIRO (I), EXCLUSAO PEDIDA POR PAGAMENTO/ACORDO COM O
      *         PRAZO LEGAL (P), EXCLUIDO NO BIRO (E) OU CANCELADO
      *         ANTES DA INCLUSAO (C). PAGAMENTO E ACORDO PEDEM A
      *         EXCLUSAO PELA SUBROTINA EXCLUINEGATIVACAO. O DEBITO
      *         QUE VOLTA A INADIMPLENCIA DEPOIS DE E/C ABRE UMA NOVA
      *         LINHA, COM NOVO AVISO.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-NEGATIVACAO.
          03 NEG-CD-STUDENT                 PIC 9(05).
          03 NEG-COMPETENCIA                PIC 9(06).
          03 NEG-VALOR                      PIC 9(5)V9(2).
          03 NEG-DT-VENCIMENTO              PIC 9(08).
          03 NEG-SITUACAO                   PIC X(01).
             88 NEG-AVISADA                    VALUE 'A'.
             88 NEG-INCLUIDA                   VALUE 'I'.
             88 NEG-EXCL-PENDENTE              VALUE 'P'.
             88 NEG-EXCLUIDA                   VALUE 'E'.
             88 NEG-CANCELADA                  VALUE 'C'.
             88 NEG-EM-ANDAMENTO               VALUE 'A' 'I' 'P'.
          03 NEG-CPF-DEVEDOR                PIC 9(11).
          03 NEG-NOME-DEVEDOR               PIC X(30).
          03 NEG-DT-AVISO                   PIC 9(08).
          03 NEG-DT-INCLUSAO                PIC 9(08).
          03 NEG-DT-PEDIDO-EXCL             PIC 9(08).
          03 NEG-DT-LIMITE-EXCL             PIC 9(08).
          03 NEG-DT-EXCLUSAO                PIC 9(08).
          03 NEG-MOTIVO-EXCL                PIC X(01).
             88 NEG-EXCL-PAGAMENTO             VALUE 'P'.
             88 NEG-EXCL-ACORDO                VALUE 'A'.
             88 NEG-EXCL-OUTRO                 VALUE 'X'.
