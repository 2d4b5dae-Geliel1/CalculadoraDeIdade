      ******************************************************************
      * Copybook: CALCRHX
      * Purpose:  Layout of CALCDELT-EXTRATO, the full daily employee
      *           extract of the HR system read by CALCDELT01 and
      *           compared with CALCIDADE-CADASTRO. One record per
      *           CPF, ativos e desligados, with the same fields as
      *           CALCCAD. RHX-SITUACAO em branco vale 'A' (ativo);
      *           'D' traz a data do desligamento em RHX-DATA-DESLIG.
      *           RHX-SEXO ('M'/'F') e RHX-DATA-ADMISSAO vem do RH
      *           como no CALCCAD, assim como RHX-TIPO-VINCULO
      *           ('C' CLT, 'A' aprendiz, 'E' estagiario).
      ******************************************************************
       01  REG-EXTRATO-RH.
           05  RHX-CPF                  PIC 9(11).
           05  RHX-NOME                 PIC X(30).
           05  RHX-NASCIMENTO.
               10  RHX-NASC-DIA         PIC 9(02).
               10  RHX-NASC-MES         PIC 9(02).
               10  RHX-NASC-ANO         PIC 9(04).
           05  RHX-SITUACAO             PIC X(01).
               88  RHX-SIT-ATIVO        VALUE 'A' SPACE.
               88  RHX-SIT-DESLIGADO    VALUE 'D'.
           05  RHX-DATA-DESLIG.
               10  RHX-DESL-DIA         PIC 9(02).
               10  RHX-DESL-MES         PIC 9(02).
               10  RHX-DESL-ANO         PIC 9(04).
           05  RHX-LOTACAO              PIC X(08).
           05  RHX-SEXO                 PIC X(01).
               88  RHX-SEXO-VALIDO      VALUE 'M' 'F'.
           05  RHX-DATA-ADMISSAO.
               10  RHX-ADM-DIA          PIC 9(02).
               10  RHX-ADM-MES          PIC 9(02).
               10  RHX-ADM-ANO          PIC 9(04).
           05  RHX-TIPO-VINCULO         PIC X(01).
               88  RHX-VINCULO-VALIDO   VALUE 'C' 'A' 'E'.
