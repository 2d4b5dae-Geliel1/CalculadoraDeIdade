      ******************************************************************
      * Copybook: CALCLGR
      * Purpose:  Layout of CALCLGPD-RELATO, the data-subject report
      *           of CALCLGPD01: toda ocorrencia de um CPF no
      *           cadastro, no journal do CADMANU01, nos REJEITOS, na
      *           SAIDA, no EXPORT, no NAOENC e no LOGFILE, com a
      *           origem, a data e a hora quando o arquivo as guarda.
      ******************************************************************
       01  REG-LGPDREL.
           05  LGR-LINHA                PIC X(143).
