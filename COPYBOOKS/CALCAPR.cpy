      ******************************************************************
      * Copybook: CALCAPR
      * Purpose:  Layout of CALCAPOS-RELATO, the retirement projection
      *           report produced by CALCAPOS01: por lotacao, as
      *           pessoas ativas com a data em que ficam elegiveis a
      *           aposentadoria por idade e a data da compulsoria, com
      *           anos e meses restantes, e ao final os totais por ano
      *           de elegibilidade dentro do horizonte.
      ******************************************************************
       01  REG-APOSREL.
           05  APR-LINHA                PIC X(132).
