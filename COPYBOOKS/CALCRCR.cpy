      ******************************************************************
      * Copybook: CALCRCR
      * Purpose:  Layout of CALCRECO-RELATO, the reconciliation report
      *           of CALCRECO01: movimentos do CADMANU-JOURNAL
      *           desfeitos por operacao para reconstruir o cadastro
      *           numa DATA-POSICAO passada, desfazimentos rejeitados
      *           e contagens e hash total (soma dos CPFs modulo
      *           10**15, como no CALCAUDI01) do snapshot gerado.
      ******************************************************************
       01  REG-RECOREL.
           05  RCR-LINHA                PIC X(120).
