      ******************************************************************
      * Copybook: CALCNTF
      * Purpose:  Layout of CALCNOTI-NOTIFIC, the fixed-layout
      *           notification interface for the HR portal and the
      *           e-mail gateway, written by CALCNOTI01: one record
      *           per age event of an active person, in lotacao
      *           order. Event types:
      *             MA maioridade (completa 18 anos)
      *             ID idoso (completa 60 anos)
      *             AN aniversario
      *             TC tempo de casa (aniversario de admissao
      *                multiplo de MARCO-TEMPO-CASA anos)
      *           NTF-ANOS is the age completed (or the years of
      *           service for TC) on the event date and NTF-FAIXA
      *           the faixa etaria on that date. NTF-ENVIO tells a
      *           first notice from a resend of a record the gateway
      *           bounced back; the gateway returns bounced records
      *           in this same layout (DEVOLVID).
      ******************************************************************
       01  REG-NOTIFIC.
           05  NTF-TIPO-EVENTO          PIC X(02).
               88  NTF-MAIORIDADE       VALUE 'MA'.
               88  NTF-IDOSO            VALUE 'ID'.
               88  NTF-ANIVERSARIO      VALUE 'AN'.
               88  NTF-TEMPO-CASA       VALUE 'TC'.
               88  NTF-TIPO-VALIDO      VALUE 'MA' 'ID' 'AN' 'TC'.
           05  NTF-CPF                  PIC 9(11).
           05  NTF-NOME                 PIC X(30).
           05  NTF-LOTACAO              PIC X(08).
           05  NTF-DATA-EVENTO.
               10  NTF-EVT-DIA          PIC 9(02).
               10  NTF-EVT-MES          PIC 9(02).
               10  NTF-EVT-ANO          PIC 9(04).
           05  NTF-FAIXA                PIC X(15).
           05  NTF-ANOS                 PIC 9(03).
           05  NTF-ENVIO                PIC X(01).
               88  NTF-PRIMEIRO-ENVIO   VALUE 'N'.
               88  NTF-REENVIO          VALUE 'R'.
           05  FILLER                   PIC X(02).
