      *           vale 'A' (ativo); 'D' exige MOV-DATA-DESLIG com a
      *           data do desligamento. MOV-LOTACAO e o codigo de
      *           lotacao/centro de custo a gravar no cadastro.
      *           MOV-SEXO ('M'/'F') e MOV-DATA-ADMISSAO sao
      *           obrigatorios na inclusao e na alteracao, assim
      *           como MOV-TIPO-VINCULO ('C' CLT, 'A' aprendiz, 'E'
      *           estagiario).
      *           Os movimentos de dependente ('J', 'K', 'L') usam o
      *           layout alternativo CALCMVD no mesmo registro.
      ******************************************************************
       01  REG-MOVTO.
           05  MOV-OPERACAO             PIC X(01).
               10  MOV-DESL-MES         PIC 9(02).
               10  MOV-DESL-ANO         PIC 9(04).
           05  MOV-LOTACAO              PIC X(08).
           05  MOV-SEXO                 PIC X(01).
               88  MOV-SEXO-VALIDO      VALUE 'M' 'F'.
           05  MOV-DATA-ADMISSAO.
               10  MOV-ADM-DIA          PIC 9(02).
               10  MOV-ADM-MES          PIC 9(02).
               10  MOV-ADM-ANO          PIC 9(04).
           05  MOV-TIPO-VINCULO         PIC X(01).
               88  MOV-VINCULO-VALIDO   VALUE 'C' 'A' 'E'.
