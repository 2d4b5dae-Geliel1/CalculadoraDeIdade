      ******************************************************************
      * Copybook: CALCMLT
      * Purpose:  Layout of CADLOTA-MOVTOS, the transaction file of
      *           lotacao master maintenance applied by CADLOTA01 to
      *           CALCIDADE-LOTACOES (ver CALCLOT). MLT-OPERACAO:
      *           'I' inclusao, 'A' alteracao, 'E' exclusao, always
      *           keyed on MLT-CODIGO. Inclusao e alteracao trazem o
      *           registro completo; MLT-PAI em branco cria uma
      *           diretoria. MLT-SITUACAO em branco vale 'A'.
      ******************************************************************
       01  REG-MOVTO-LOT.
           05  MLT-OPERACAO             PIC X(01).
               88  MLT-INCLUSAO         VALUE 'I'.
               88  MLT-ALTERACAO        VALUE 'A'.
               88  MLT-EXCLUSAO         VALUE 'E'.
           05  MLT-CODIGO               PIC X(08).
           05  MLT-DESCRICAO            PIC X(30).
           05  MLT-PAI                  PIC X(08).
           05  MLT-RESPONSAVEL          PIC X(30).
           05  MLT-SITUACAO             PIC X(01).
               88  MLT-SIT-ATIVA        VALUE 'A' SPACE.
               88  MLT-SIT-INATIVA      VALUE 'I'.
