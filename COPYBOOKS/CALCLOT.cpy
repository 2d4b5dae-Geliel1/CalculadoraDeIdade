      ******************************************************************
      * Copybook: CALCLOT
      * Purpose:  Layout of CALCIDADE-LOTACOES, the indexed lotacao
      *           master keyed on LOT-CODIGO and maintained by
      *           CADLOTA01. LOT-PAI aponta a lotacao imediatamente
      *           acima na hierarquia; uma lotacao sem pai (espacos)
      *           e uma diretoria, logo abaixo do total da empresa.
      *           LOT-SITUACAO: 'A' (ou espaco) ativa, 'I' inativa.
      *           CADMANU01 so aceita inclusao/alteracao de pessoa em
      *           lotacao cadastrada e ativa (lotacao inativa so vale
      *           para o desligamento).
      ******************************************************************
       01  REG-LOTACAO.
           05  LOT-CODIGO               PIC X(08).
           05  LOT-DESCRICAO            PIC X(30).
           05  LOT-PAI                  PIC X(08).
           05  LOT-RESPONSAVEL          PIC X(30).
           05  LOT-SITUACAO             PIC X(01).
               88  LOT-ATIVA            VALUE 'A' SPACE.
               88  LOT-INATIVA          VALUE 'I'.
