      ******************************************************************
      * Copybook: CALCVCT
      * Purpose:  Layout of CALCVERI-CTL, the verification history
      *           appended by CALCVERI01 at the end of each check of
      *           the SAIDA or EXPORT trailers: one record per
      *           verification with date, time, file checked,
      *           segment/divergence/double-append counters and the
      *           RC the step ended with. Read by CALCFECH01, the
      *           daily closing panel, to know whether the day's
      *           files were verified before transmission. Only the
      *           production verification steps carry the VERICTL
      *           DD; a check of a masked copy is not recorded.
      ******************************************************************
       01  REG-VERICTL.
           05  VCT-DATA                 PIC 9(08).
           05  VCT-HORA                 PIC 9(06).
           05  VCT-ARQUIVO              PIC X(06).
           05  VCT-SEGMENTOS            PIC 9(04).
           05  VCT-DIVERGENTES          PIC 9(04).
           05  VCT-DUPLICADOS           PIC 9(04).
           05  VCT-RC                   PIC 9(02).
           05  VCT-SITUACAO             PIC X(01).
               88  VCT-CONFERIDO        VALUE 'C'.
               88  VCT-COM-AVISO        VALUE 'A'.
               88  VCT-REPROVADO        VALUE 'R'.
