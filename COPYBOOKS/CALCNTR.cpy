      ******************************************************************
      * Copybook: CALCNTR
      * Purpose:  Layout of CALCNOTI-RELATO, the control report of
      *           CALCNOTI01: the notifications written in the run
      *           (por lotacao) or, in the resend mode, the outcome of
      *           each bounced record, followed by the run totals.
      ******************************************************************
       01  REG-NOTIREL.
           05  NTR-LINHA                PIC X(132).
