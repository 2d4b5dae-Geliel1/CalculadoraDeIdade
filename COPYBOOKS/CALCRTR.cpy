      ******************************************************************
      * Copybook: CALCRTR
      * Purpose:  Layout of CALCROTA-RELATO, the monthly turnover
      *           report of CALCROTA01: quadro no inicio e no fim do
      *           mes, admissoes, desligamentos, transferencias de
      *           entrada e saida, exclusoes, taxa de rotatividade e
      *           idade media dos admitidos e dos desligados de cada
      *           lotacao, apurados a partir do CADMANU-JOURNAL.
      ******************************************************************
       01  REG-ROTAREL.
           05  RTR-LINHA                PIC X(132).
