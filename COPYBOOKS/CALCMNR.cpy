      ******************************************************************
      * Copybook: CALCMNR
      * Purpose:  Layout of CALCMENO-RELATO, the minor and apprentice
      *           labor compliance report produced by CALCMENO01: por
      *           lotacao, as pessoas ativas em situacao irregular
      *           (menor de 14 anos, 14 ou 15 anos sem ser aprendiz,
      *           aprendiz que passou do limite de 24 anos) e os
      *           aprendizes que atingem o limite dentro do aviso,
      *           com os totais por ocorrencia.
      ******************************************************************
       01  REG-MENOREL.
           05  MNR-LINHA                PIC X(132).
