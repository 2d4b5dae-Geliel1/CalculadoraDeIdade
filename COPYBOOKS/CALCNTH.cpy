      ******************************************************************
      * Copybook: CALCNTH
      * Purpose:  Layout of CALCNOTI-HIST, the indexed notification
      *           history of CALCNOTI01, keyed on CPF + tipo de
      *           evento + data do evento (AAAAMMDD). An event already
      *           on file is never notified again, so overlapping
      *           windows and reruns do not repeat a notice. A resend
      *           of a bounced record updates the counters and the
      *           situacao of the existing entry.
      ******************************************************************
       01  REG-NOTIHIST.
           05  NTH-CHAVE.
               10  NTH-CPF              PIC 9(11).
               10  NTH-TIPO-EVENTO      PIC X(02).
               10  NTH-DATA-EVENTO      PIC 9(08).
           05  NTH-DATA-ENVIO           PIC 9(08).
           05  NTH-DATA-ULT-ENVIO       PIC 9(08).
           05  NTH-QTD-ENVIOS           PIC 9(02).
           05  NTH-SITUACAO             PIC X(01).
               88  NTH-ENVIADO          VALUE 'E'.
               88  NTH-REENVIADO        VALUE 'R'.
