      *           fisico deve ter sido reconstruido no tamanho novo
      *           pelo job de conversao CALCCONV; registros
      *           convertidos (ou gravados com espacos na situacao)
      *           valem como ativos. CAD-SEXO ('M'/'F') e
      *           CAD-DATA-ADMISSAO alimentam a projecao de
      *           aposentadoria (CALCAPOS01); registros anteriores a
      *           conversao CALCCONA trazem sexo em branco e admissao
      *           zerada (nao informados). CAD-TIPO-VINCULO ('C'
      *           CLT, 'A' aprendiz, 'E' estagiario) alimenta a
      *           verificacao de trabalho de menores (CALCMENO01);
      *           registros anteriores a conversao CALCCONB trazem
      *           vinculo em branco (nao informado).
      ******************************************************************
       01  REG-CADASTRO.
           05  CAD-CPF                  PIC 9(11).
               10  CAD-DESL-MES         PIC 9(02).
               10  CAD-DESL-ANO         PIC 9(04).
           05  CAD-LOTACAO              PIC X(08).
           05  CAD-SEXO                 PIC X(01).
               88  CAD-SEXO-MASCULINO   VALUE 'M'.
               88  CAD-SEXO-FEMININO    VALUE 'F'.
           05  CAD-DATA-ADMISSAO.
               10  CAD-ADM-DIA          PIC 9(02).
               10  CAD-ADM-MES          PIC 9(02).
               10  CAD-ADM-ANO          PIC 9(04).
           05  CAD-TIPO-VINCULO         PIC X(01).
               88  CAD-VINC-CLT         VALUE 'C'.
               88  CAD-VINC-APRENDIZ    VALUE 'A'.
               88  CAD-VINC-ESTAGIARIO  VALUE 'E'.
