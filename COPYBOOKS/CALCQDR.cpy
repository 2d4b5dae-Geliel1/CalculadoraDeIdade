      ******************************************************************
      * Copybook: CALCQDR
      * Purpose:  Layout of CALCQUAD-RELATO, the headcount report of
      *           CALCQUAD01: contagem de ativos por faixa etaria e
      *           idade media de cada lotacao consolidada pela
      *           hierarquia do CALCIDADE-LOTACOES (lotacao, suas
      *           sublotacoes, diretoria e total da empresa).
      ******************************************************************
       01  REG-QUADREL.
           05  QDR-LINHA                PIC X(132).
