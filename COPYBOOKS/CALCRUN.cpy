      *           e gravado com situacao 'I' na abertura do run e
      *           regravado com os totais e situacao 'C' no
      *           encerramento normal; um registro que permanece 'I'
      *           indica execucao abortada. Nos runs de LOTE ficam
      *           tambem a tolerancia de conciliacao aplicada e se a
      *           trava foi saltada com IGNORAR-CONC=S, para o painel
      *           de fechamento do CALCFECH01 (registros convertidos
      *           pelo CALCCONR trazem 'N' e tolerancia zero).
      ******************************************************************
       01  REG-RUNHIST.
           05  RUN-ID                   PIC 9(14).
           05  RUN-SITUACAO             PIC X(01).
               88  RUN-EM-EXECUCAO      VALUE 'I'.
               88  RUN-COMPLETO         VALUE 'C'.
           05  RUN-IGNOROU-CONC         PIC X(01).
               88  RUN-CONC-IGNORADA    VALUE 'S'.
           05  RUN-TOLERANCIA-CONC      PIC 9(05).
