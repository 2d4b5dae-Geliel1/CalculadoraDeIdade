      ******************************************************************
      * Copybook: CALCFCR
      * Purpose:  Layout of CALCFECH-RELATO, the daily closing panel
      *           produced by CALCFECH01: one line per control of the
      *           cycle (runs abortados, conciliacao, IGNORAR-CONC,
      *           checkpoint, rejeitos, verificacao dos trailers e
      *           proporcao de rejeitados) with its situacao OK,
      *           ATENCAO or PENDENTE, and the consolidated RC that
      *           releases or holds the transmission.
      ******************************************************************
       01  REG-FECHREL.
           05  FCR-LINHA                PIC X(132).
