      *          para trailer ausente, contagem ou hash divergente
      *          ou dupla anexacao; RC=12 para erro de abertura ou
      *          parametro. O PARMFILE seleciona o arquivo com
      *          ARQUIVO=SAIDA ou ARQUIVO=EXPORT. O resultado de
      *          cada verificacao e anexado ao historico VERICTL
      *          (ver CALCVCT) lido pelo painel de fechamento do
      *          CALCFECH01; sem o DD a verificacao segue, so sem
      *          registro.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT VERIF-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT VERIF-CTL ASSIGN TO 'VERICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERICTL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FD  VERIF-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.

       FD  VERIF-CTL
           RECORDING MODE IS F.
           COPY CALCVCT.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-SAIDA                  PIC X(02).
       01  WS-FS-EXPORT                 PIC X(02).
       01  WS-FS-PARM                   PIC X(02).
       01  WS-FS-VERICTL                PIC X(02).

       01  WS-DATA-SISTEMA              PIC X(21).

       01  WS-PARM-OK                   PIC X(01) VALUE 'S'.
           88  PARAMETROS-OK            VALUE 'S'.
               ' SEGMENTOS ' WS-CONT-TRAILERS
               ' DIVERGENTES ' WS-CONT-DIVERGENTES
               ' DUPLICADOS ' WS-CONT-DUPLICADOS
               ' RC ' WS-RC
           PERFORM 9100-REGISTRAR-VERIFICACAO.

      ******************************************************************
      * Anexa o resultado ao historico VERICTL para o painel de
      * fechamento. A falta do arquivo nao altera o RC da verificacao.
      ******************************************************************
       9100-REGISTRAR-VERIFICACAO.
           OPEN EXTEND VERIF-CTL
           IF WS-FS-VERICTL = '35'
               OPEN OUTPUT VERIF-CTL
           END-IF
           IF WS-FS-VERICTL NOT = '00'
               DISPLAY 'AVISO: VERICTL INDISPONIVEL. FS='
                   WS-FS-VERICTL ' RESULTADO NAO REGISTRADO.'
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA
               MOVE SPACES TO REG-VERICTL
               MOVE WS-DATA-SISTEMA(1:8)  TO VCT-DATA
               MOVE WS-DATA-SISTEMA(9:6)  TO VCT-HORA
               MOVE WS-ARQUIVO            TO VCT-ARQUIVO
               MOVE WS-CONT-TRAILERS      TO VCT-SEGMENTOS
               MOVE WS-CONT-DIVERGENTES   TO VCT-DIVERGENTES
               MOVE WS-CONT-DUPLICADOS    TO VCT-DUPLICADOS
               MOVE WS-RC                 TO VCT-RC
               IF WS-RC = 0
                   MOVE 'C' TO VCT-SITUACAO
               ELSE
                   IF WS-RC < 08
                       MOVE 'A' TO VCT-SITUACAO
                   ELSE
                       MOVE 'R' TO VCT-SITUACAO
                   END-IF
               END-IF
               WRITE REG-VERICTL
               CLOSE VERIF-CTL
           END-IF.
