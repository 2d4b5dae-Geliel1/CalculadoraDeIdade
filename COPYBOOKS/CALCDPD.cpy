      ******************************************************************
      * Copybook: CALCDPD
      * Purpose:  Layout of CALCIDADE-DEPENDENTES, the indexed master
      *           of dependentes, keyed on the titular's CAD-CPF plus
      *           a sequence number (DPD-CHAVE) and maintained by
      *           CADMANU01 through the dependente movement types of
      *           CALCMVD. DPD-PARENTESCO: 'C' conjuge/companheiro,
      *           'F' filho(a), 'E' enteado(a), 'T' tutelado/menor
      *           sob guarda, 'P' pai/mae, 'O' outro. Filhos,
      *           enteados e tutelados perdem salario-familia aos 14
      *           anos e plano de saude aos 21 (24 quando
      *           DPD-UNIVERSITARIO = 'S'); ver CALCELEG01.
      ******************************************************************
       01  REG-DEPENDENTE.
           05  DPD-CHAVE.
               10  DPD-CPF-TITULAR      PIC 9(11).
               10  DPD-SEQ              PIC 9(02).
           05  DPD-NOME                 PIC X(30).
           05  DPD-CPF                  PIC 9(11).
           05  DPD-NASCIMENTO.
               10  DPD-NASC-DIA         PIC 9(02).
               10  DPD-NASC-MES         PIC 9(02).
               10  DPD-NASC-ANO         PIC 9(04).
           05  DPD-PARENTESCO           PIC X(01).
               88  DPD-CONJUGE          VALUE 'C'.
               88  DPD-FILHO            VALUE 'F'.
               88  DPD-ENTEADO          VALUE 'E'.
               88  DPD-TUTELADO         VALUE 'T'.
               88  DPD-PAI-MAE          VALUE 'P'.
               88  DPD-OUTRO            VALUE 'O'.
               88  DPD-ELEGIVEL-POR-IDADE
                                        VALUE 'F' 'E' 'T'.
           05  DPD-UNIVERSITARIO        PIC X(01).
               88  DPD-UNIV-SIM         VALUE 'S'.
               88  DPD-UNIV-NAO         VALUE 'N' SPACE.
