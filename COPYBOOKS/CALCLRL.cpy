      ******************************************************************
      * Copybook: CALCLRL
      * Purpose:  Layout of CADLOTA-RELATO, the maintenance report of
      *           applied and rejected lotacao movements produced by
      *           CADLOTA01.
      ******************************************************************
       01  REG-LOTREL.
           05  LRL-LINHA                PIC X(100).
