      *           extremos e a media de idade e o histograma de 10
      *           faixas de decada acumulados pela corrida. Lido por
      *           CALCTEND01 para o relatorio de tendencia de
      *           envelhecimento e pelo CALCFECH01, que compara os
      *           aceitos do LOTE do dia com os das ultimas corridas.
      ******************************************************************
       01  REG-ESTAT.
           05  EST-RUN-ID               PIC 9(14).
