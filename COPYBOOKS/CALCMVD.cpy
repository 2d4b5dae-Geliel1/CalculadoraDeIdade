      ******************************************************************
      * Copybook: CALCMVD
      * Purpose:  Alternate layout of a CADMANU-MOVTOS record for the
      *           dependente movements applied by CADMANU01 to
      *           CALCIDADE-DEPENDENTES (ver CALCDPD). Shares the
      *           CALCMOV record: MVD-OPERACAO sits on MOV-OPERACAO
      *           and MVD-CPF-TITULAR on MOV-CPF. MVD-OPERACAO: 'J'
      *           inclusao, 'K' alteracao, 'L' exclusao de dependente,
      *           always keyed on MVD-CPF-TITULAR + MVD-SEQ. Na
      *           exclusao so a chave e conferida.
      ******************************************************************
       01  REG-MOVTO-DEPEND.
           05  MVD-OPERACAO             PIC X(01).
               88  MVD-INCLUSAO         VALUE 'J'.
               88  MVD-ALTERACAO        VALUE 'K'.
               88  MVD-EXCLUSAO         VALUE 'L'.
               88  MVD-MOVTO-DEPENDENTE VALUE 'J' 'K' 'L'.
           05  MVD-CPF-TITULAR          PIC 9(11).
           05  MVD-SEQ                  PIC 9(02).
           05  MVD-NOME                 PIC X(30).
           05  MVD-CPF                  PIC 9(11).
           05  MVD-NASCIMENTO.
               10  MVD-NASC-DIA         PIC 9(02).
               10  MVD-NASC-MES         PIC 9(02).
               10  MVD-NASC-ANO         PIC 9(04).
           05  MVD-PARENTESCO           PIC X(01).
               88  MVD-PARENTESCO-VALIDO
                                        VALUE 'C' 'F' 'E' 'T' 'P' 'O'.
           05  MVD-UNIVERSITARIO        PIC X(01).
               88  MVD-UNIV-VALIDO      VALUE 'S' 'N' SPACE.
           05  FILLER                   PIC X(12).
