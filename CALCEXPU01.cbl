
       FD  EXPU-ARQRUN
           RECORDING MODE IS F.
       01  REG-ARQRUN                   PIC X(64).

       FD  EXPU-REJEITOS
           RECORDING MODE IS F.
