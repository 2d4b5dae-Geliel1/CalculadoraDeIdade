      ******************************************************************
      * Copybook: CALCELG
      * Purpose:  Layout of CALCELEG-RELATO, the monthly report of
      *           dependentes about to lose a benefit by age, produced
      *           by CALCELEG01: por lotacao e titular, os filhos,
      *           enteados e tutelados que completam no mes de
      *           referencia 14 anos (salario-familia) ou 21 anos -
      *           24 para universitarios - (plano de saude), com a
      *           data exata da perda.
      ******************************************************************
       01  REG-ELEGREL.
           05  ELG-LINHA                PIC X(132).
