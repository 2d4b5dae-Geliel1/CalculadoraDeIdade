      *          registro de controle CONCCTL (ver CALCCCT) com a
      *          data e os totais de divergencia, que o modo 2 do
      *          CALCIDADE01 exige completo e do proprio dia, dentro
      *          da tolerancia, para liberar o LOTE. As divergencias
      *          do lado do cadastro trazem o codigo e a descricao da
      *          lotacao da pessoa (CALCIDADE-LOTACOES, ver CALCLOT);
      *          sem o arquivo sai so o codigo, com aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CAD-CPF
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT CALCIDADE-LOTACOES ASSIGN TO 'LOTACOES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CODIGO
               FILE STATUS IS WS-FS-LOTACOES.

           SELECT CALCCONC-DIVERG ASSIGN TO 'DIVERG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIVERG.
       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CALCIDADE-LOTACOES.
           COPY CALCLOT.

       FD  CALCCONC-DIVERG
           RECORDING MODE IS F.
           COPY CALCDIV.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
           88  CADASTRO-FIM             VALUE '10'.
       01  WS-FS-LOTACOES               PIC X(02).
           88  LOTACOES-OK              VALUE '00'.
       01  WS-FS-DIVERG                 PIC X(02).
       01  WS-FS-CONCCTL                PIC X(02).

           88  FIM-CADASTRO             VALUE 'S'.
       01  WS-CPF-ACHADO                PIC X(01).
           88  CPF-ACHADO               VALUE 'S'.
       01  WS-LOTACOES-ABERTO           PIC X(01) VALUE 'N'.
           88  LOTACOES-ABERTO          VALUE 'S'.
       01  WS-CAMPO-DIVERGENTE          PIC X(01).
           88  CAMPO-DIVERGENTE         VALUE 'S'.
       01  WS-LOT-DESCRICAO             PIC X(30).

       01  WS-CONC-INVALIDADA           PIC X(01) VALUE 'N'.
           88  CONCILIACAO-INVALIDADA   VALUE 'S'.
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN INPUT CALCIDADE-LOTACOES
           IF LOTACOES-OK
               MOVE 'S' TO WS-LOTACOES-ABERTO
           ELSE
               DISPLAY 'AVISO: CALCIDADE-LOTACOES INDISPONIVEL. FS='
                   WS-FS-LOTACOES ' - DIVERGENCIAS SEM DESCRICAO'
           END-IF
           OPEN OUTPUT CALCCONC-DIVERG
           IF WS-FS-DIVERG NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCCONC-DIVERG. FS='
           IF CADASTRO-OK OR CADASTRO-FIM
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF LOTACOES-ABERTO
               CLOSE CALCIDADE-LOTACOES
           END-IF
           IF WS-FS-DIVERG = '00'
               CLOSE CALCCONC-DIVERG
           END-IF.
           WRITE REG-DIVERG.

       3500-CONFERIR-CAMPOS.
           MOVE 'N' TO WS-CAMPO-DIVERGENTE
           IF ENT-NASCIMENTO NOT = CAD-NASCIMENTO
               MOVE 'S' TO WS-CAMPO-DIVERGENTE
               ADD 1 TO WS-CONT-DIVERGENTES
               MOVE SPACES TO REG-DIVERG
               STRING 'CPF ' DELIMITED BY SIZE
               WRITE REG-DIVERG
           END-IF
           IF ENT-NOME NOT = CAD-NOME
               MOVE 'S' TO WS-CAMPO-DIVERGENTE
               ADD 1 TO WS-CONT-DIVERGENTES
               MOVE SPACES TO REG-DIVERG
               STRING 'CPF ' DELIMITED BY SIZE
                      INTO DIV-LINHA
               END-STRING
               WRITE REG-DIVERG
           END-IF
           IF CAMPO-DIVERGENTE
               PERFORM 3600-GRAVAR-LOTACAO-CADASTRO
           END-IF.

      ******************************************************************
      * Linha complementar das divergencias do lado do cadastro com a
      * lotacao da pessoa e a sua descricao.
      ******************************************************************
       3600-GRAVAR-LOTACAO-CADASTRO.
           MOVE SPACES TO WS-LOT-DESCRICAO
           IF LOTACOES-ABERTO AND CAD-LOTACAO NOT = SPACES
               MOVE CAD-LOTACAO TO LOT-CODIGO
               READ CALCIDADE-LOTACOES
                   KEY IS LOT-CODIGO
                   INVALID KEY
                       MOVE '*** NAO CADASTRADA ***' TO WS-LOT-DESCRICAO
                   NOT INVALID KEY
                       MOVE LOT-DESCRICAO TO WS-LOT-DESCRICAO
               END-READ
           END-IF
           MOVE SPACES TO REG-DIVERG
           IF CAD-LOTACAO = SPACES
               MOVE '    LOTACAO NAO INFORMADA' TO DIV-LINHA
           ELSE
               STRING '    LOTACAO ' DELIMITED BY SIZE
                      CAD-LOTACAO DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      WS-LOT-DESCRICAO DELIMITED BY SIZE
                      INTO DIV-LINHA
               END-STRING
           END-IF
           WRITE REG-DIVERG.

       4000-CONFERIR-CADASTRO.
           MOVE 0 TO CAD-CPF
           START CALCIDADE-CADASTRO
                  FUNCTION TRIM(CAD-NOME) DELIMITED BY SIZE
                  INTO DIV-LINHA
           END-STRING
           WRITE REG-DIVERG
           PERFORM 3600-GRAVAR-LOTACAO-CADASTRO.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.
