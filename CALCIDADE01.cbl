      * abertura de um run de lote e o regrava com totais e situacao
      * 'C' no encerramento. Um run de LOTE no mesmo dia de outro ja
      * registrado gera aviso de possivel dupla submissao (SAIDA e
      * EXPORT em DISP=MOD duplicariam o extrato da folha). O run
      * de LOTE registra a tolerancia de conciliacao e o uso de
      * IGNORAR-CONC=S.
      ******************************************************************
       7100-INICIAR-RUN-CONTROL.
           OPEN I-O CALCIDADE-RUNHIST
               MOVE 0 TO RUN-CONT-ACEITOS
               MOVE 0 TO RUN-CONT-REJEITADOS
               MOVE 'I' TO RUN-SITUACAO
               MOVE 'N' TO RUN-IGNOROU-CONC
               MOVE 0 TO RUN-TOLERANCIA-CONC
               IF WS-MODO-LOTE
                   MOVE WS-IGNORAR-CONC TO RUN-IGNOROU-CONC
                   MOVE WS-TOLERANCIA-CONC TO RUN-TOLERANCIA-CONC
               END-IF
               WRITE REG-RUNHIST
                   INVALID KEY
                       DISPLAY 'AVISO: RUN-ID JA REGISTRADO NO '
