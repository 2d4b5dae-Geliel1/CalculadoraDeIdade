      *           movement; the estorno mode of CADMANU01 reads the
      *           journal back to reverse a chosen day's movements.
      *           Na inclusao a imagem ANTES vem vazia; na exclusao
      *           a imagem DEPOIS vem vazia. Os movimentos de
      *           dependente ('J', 'K', 'L', ver CALCMVD) gravam em
      *           JRN-CPF o CPF do titular e usam as visoes
      *           JRN-ANTES-DPD/JRN-DEPOIS-DPD, com a sequencia do
      *           dependente na propria imagem.
      ******************************************************************
       01  REG-JOURNAL.
           05  JRN-DATA                 PIC 9(08).
               88  JRN-INCLUSAO         VALUE 'I'.
               88  JRN-ALTERACAO        VALUE 'A'.
               88  JRN-EXCLUSAO         VALUE 'E'.
               88  JRN-INCLUSAO-DPD     VALUE 'J'.
               88  JRN-ALTERACAO-DPD    VALUE 'K'.
               88  JRN-EXCLUSAO-DPD     VALUE 'L'.
               88  JRN-MOVTO-DEPENDENTE VALUE 'J' 'K' 'L'.
           05  JRN-CPF                  PIC 9(11).
           05  JRN-ANTES.
               10  JRN-ANT-NOME         PIC X(30).
               10  JRN-ANT-SITUACAO     PIC X(01).
               10  JRN-ANT-DATA-DESLIG  PIC X(08).
               10  JRN-ANT-LOTACAO      PIC X(08).
               10  JRN-ANT-SEXO         PIC X(01).
               10  JRN-ANT-DATA-ADMISSAO
                                        PIC X(08).
               10  JRN-ANT-TIPO-VINCULO PIC X(01).
           05  JRN-ANTES-DPD REDEFINES JRN-ANTES.
               10  JRN-ANT-DPD-SEQ      PIC X(02).
               10  JRN-ANT-DPD-NOME     PIC X(30).
               10  JRN-ANT-DPD-CPF      PIC X(11).
               10  JRN-ANT-DPD-NASC     PIC X(08).
               10  JRN-ANT-DPD-PARENT   PIC X(01).
               10  JRN-ANT-DPD-UNIV     PIC X(01).
               10  FILLER               PIC X(12).
           05  JRN-DEPOIS.
               10  JRN-DEP-NOME         PIC X(30).
               10  JRN-DEP-NASCIMENTO   PIC X(08).
               10  JRN-DEP-SITUACAO     PIC X(01).
               10  JRN-DEP-DATA-DESLIG  PIC X(08).
               10  JRN-DEP-LOTACAO      PIC X(08).
               10  JRN-DEP-SEXO         PIC X(01).
               10  JRN-DEP-DATA-ADMISSAO
                                        PIC X(08).
               10  JRN-DEP-TIPO-VINCULO PIC X(01).
           05  JRN-DEPOIS-DPD REDEFINES JRN-DEPOIS.
               10  JRN-DEP-DPD-SEQ      PIC X(02).
               10  JRN-DEP-DPD-NOME     PIC X(30).
               10  JRN-DEP-DPD-CPF      PIC X(11).
               10  JRN-DEP-DPD-NASC     PIC X(08).
               10  JRN-DEP-DPD-PARENT   PIC X(01).
               10  JRN-DEP-DPD-UNIV     PIC X(01).
               10  FILLER               PIC X(12).
