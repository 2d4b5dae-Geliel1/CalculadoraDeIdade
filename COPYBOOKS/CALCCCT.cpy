      *           same-day reconciliation or when the sum of the
      *           divergence counters exceeds the TOLERANCIA-CONC of
      *           the PARMFILE; IGNORAR-CONC=S overrides the gate
      *           for emergencies. CALCFECH01 reads it again at the
      *           daily close.
      ******************************************************************
       01  REG-CONCCTL.
           05  CCT-DATA                 PIC 9(08).
