      *               cartas de cobranca passam a alimentar a fila de
      *               e-mail (FILA_EMAIL.TXT via GRAVAEMAIL) quando o
      *               canal e E.
      * 15/10/26 RMS  Incluido END-SMS-OPTOUT (S = aluno nao quer
      *               receber SMS), respeitado pelo GRAVASMS na
      *               fila de SMS; mantido pela transacao E do
      *               MANUTENCAOESTUDANTE.
      ******************************************************************
       01 REG-ENDERECO.
          03 END-CD-STUDENT                 PIC 9(05).
             88 END-CANAL-PAPEL                VALUE 'P' ' '.
             88 END-CANAL-PORTAL               VALUE 'T'.
             88 END-CANAL-EMAIL                VALUE 'E'.
          03 END-SMS-OPTOUT                 PIC X(01).
             88 END-SMS-RECUSADO               VALUE 'S'.
