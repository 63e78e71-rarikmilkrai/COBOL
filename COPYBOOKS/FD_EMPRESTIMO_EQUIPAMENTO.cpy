      ******************************************************************
      * Copybook:FD_EMPRESTIMO_EQUIPAMENTO
      * Author:RARIKMILKRAI SOUZA
      * Date:15/10/26
      * Purpose:LAYOUT DO CONTROLE DE EMPRESTIMO DE EQUIPAMENTOS AOS
      *         ALUNOS (EQUIPAMENTOS_EMPRESTADOS.TXT - NOTEBOOK,
      *         CALCULADORA, KIT DE LABORATORIO): UMA LINHA POR
      *         EMPRESTIMO COM O PATRIMONIO, A DATA DE SAIDA E A DATA
      *         DE DEVOLUCAO (ZERADA ENQUANTO O EQUIPAMENTO ESTA COM O
      *         ALUNO). LIDO PELO NADACONSTA.
      * Modification History:
      * 15/10/26 RMS  Criacao.
      ******************************************************************
       01 REG-EMPRESTIMO-EQUIPAMENTO.
          03 EQP-CD-STUDENT                 PIC 9(05).
          03 EQP-PATRIMONIO                 PIC X(10).
          03 EQP-DESCRICAO                  PIC X(30).
          03 EQP-DT-EMPRESTIMO              PIC 9(08).
          03 EQP-DT-DEVOLUCAO               PIC 9(08).
             88 EQP-NAO-DEVOLVIDO              VALUE ZEROS.
