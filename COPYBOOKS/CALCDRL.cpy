      ******************************************************************
      * Copybook: CALCDRL
      * Purpose:  Layout of CALCDELT-RELATO, the control report of
      *           CALCDELT01: movimentos gerados a partir do extrato
      *           do RH, registros do extrato ignorados, ativos do
      *           cadastro ausentes do extrato, totais por operacao e
      *           a verificacao do limite de alteracao do cadastro.
      ******************************************************************
       01  REG-DELTAREL.
           05  DRL-LINHA                PIC X(132).
