      *          cada mudanca de SAI-FAIXA (opcoes 1 e 2) ou de
      *          SAI-LOTACAO (opcao 3) com subtotal da quebra e
      *          totais gerais no fim. Registros de controle 'H'/'T'
      *          da SAIDA (ver CALCSAC) sao ignorados. Na opcao 3 a
      *          descricao da lotacao, lida do CALCIDADE-LOTACOES (ver
      *          CALCLOT), sai no detalhe e no subtotal; sem o
      *          arquivo a listagem sai so com o codigo, com aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTAGEM.

           SELECT CALCIDADE-LOTACOES ASSIGN TO 'LOTACOES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CODIGO
               FILE STATUS IS WS-FS-LOTACOES.

           SELECT CALCREL-SORT ASSIGN TO 'SORTWK01'.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
           RECORDING MODE IS F.
           COPY CALCLIS.

       FD  CALCIDADE-LOTACOES.
           COPY CALCLOT.

       SD  CALCREL-SORT.
       01  REG-SORT.
           05  SRT-ORD                  PIC 9(01).
       WORKING-STORAGE SECTION.
       01  WS-FS-SAIDA                  PIC X(02).
       01  WS-FS-LISTAGEM               PIC X(02).
       01  WS-FS-LOTACOES               PIC X(02).
           88  LOTACOES-OK              VALUE '00'.
       01  WS-LOTACOES-ABERTO           PIC X(01) VALUE 'N'.
           88  LOTACOES-ABERTO          VALUE 'S'.
       01  WS-LOT-PROCURADA             PIC X(08).
       01  WS-LOT-CACHE-CODIGO          PIC X(08) VALUE HIGH-VALUES.
       01  WS-LOT-CACHE-DESCRICAO       PIC X(30).
       01  WS-SUFIXO-QUEBRA             PIC X(33).

       01  WS-OPCAO-ORDEM               PIC 9(01).
           88  ORDEM-POR-NOME           VALUE 1.
           05  FILLER                   PIC X(15) VALUE 'FAIXA'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(08) VALUE 'LOTACAO'.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-CAB-COL-DESCRICAO     PIC X(30) VALUE SPACES.

       01  WS-LINHA-DETALHE.
           05  WS-DET-ID                PIC 9(06).
           05  WS-DET-FAIXA             PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-LOTACAO           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DET-LOT-DESCRICAO     PIC X(30).

       01  WS-NASC-DESMEMBRADO.
           05  WS-NASC-DIA              PIC 9(02).
           IF WS-FS-LISTAGEM NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCREL-LISTAGEM. FS='
                   WS-FS-LISTAGEM
           END-IF
           IF ORDEM-POR-LOTACAO
               MOVE 'DESCRICAO DA LOTACAO' TO WS-CAB-COL-DESCRICAO
               OPEN INPUT CALCIDADE-LOTACOES
               IF LOTACOES-OK
                   MOVE 'S' TO WS-LOTACOES-ABERTO
               ELSE
                   DISPLAY 'AVISO: CALCIDADE-LOTACOES INDISPONIVEL. FS='
                       WS-FS-LOTACOES ' - LISTAGEM SEM DESCRICAO'
               END-IF
           END-IF.

       1100-ENCERRAR.
           END-IF
           IF WS-FS-LISTAGEM = '00'
               CLOSE CALCREL-LISTAGEM
           END-IF
           IF LOTACOES-ABERTO
               CLOSE CALCIDADE-LOTACOES
           END-IF.

      ******************************************************************
           MOVE SRT-IDADE       TO WS-DET-IDADE
           MOVE SRT-FAIXA       TO WS-DET-FAIXA
           MOVE SRT-LOTACAO     TO WS-DET-LOTACAO
           IF ORDEM-POR-LOTACAO
               MOVE SRT-LOTACAO TO WS-LOT-PROCURADA
               PERFORM 4350-OBTER-DESCRICAO-LOTACAO
               MOVE WS-LOT-CACHE-DESCRICAO TO WS-DET-LOT-DESCRICAO
           ELSE
               MOVE SPACES TO WS-DET-LOT-DESCRICAO
           END-IF
           MOVE SPACES TO REG-LISTAGEM
           MOVE WS-LINHA-DETALHE TO LIS-LINHA
           WRITE REG-LISTAGEM
           ADD 1 TO WS-CONT-GERAL
           ADD SRT-IDADE TO WS-SOMA-IDADES.

      ******************************************************************
      * Descricao da lotacao para a opcao 3, guardada da ultima
      * leitura: a SAIDA ordenada traz a mesma lotacao em sequencia.
      * Codigo em branco ou arquivo indisponivel saem sem descricao.
      ******************************************************************
       4350-OBTER-DESCRICAO-LOTACAO.
           IF WS-LOT-PROCURADA NOT = WS-LOT-CACHE-CODIGO
               MOVE WS-LOT-PROCURADA TO WS-LOT-CACHE-CODIGO
               MOVE SPACES TO WS-LOT-CACHE-DESCRICAO
               IF LOTACOES-ABERTO AND WS-LOT-PROCURADA NOT = SPACES
                   MOVE WS-LOT-PROCURADA TO LOT-CODIGO
                   READ CALCIDADE-LOTACOES
                       KEY IS LOT-CODIGO
                       INVALID KEY
                           MOVE '*** NAO CADASTRADA ***'
                               TO WS-LOT-CACHE-DESCRICAO
                       NOT INVALID KEY
                           MOVE LOT-DESCRICAO TO WS-LOT-CACHE-DESCRICAO
                   END-READ
               END-IF
           END-IF.

       4500-GRAVAR-SUBTOTAL.
           PERFORM 4250-CONTROLAR-PAGINA
           MOVE SPACES TO WS-SUFIXO-QUEBRA
           IF ORDEM-POR-LOTACAO
               MOVE WS-QUEBRA-ANTERIOR(1:8) TO WS-LOT-PROCURADA
               PERFORM 4350-OBTER-DESCRICAO-LOTACAO
               IF WS-LOT-CACHE-DESCRICAO NOT = SPACES
                   STRING ' - '                  DELIMITED BY SIZE
                          WS-LOT-CACHE-DESCRICAO DELIMITED BY SIZE
                          INTO WS-SUFIXO-QUEBRA
                   END-STRING
               END-IF
           END-IF
           MOVE SPACES TO REG-LISTAGEM
           STRING FUNCTION TRIM(WS-ROTULO-QUEBRA)
                                      DELIMITED BY SIZE
                  WS-QUEBRA-ANTERIOR  DELIMITED BY SIZE
                  ': '                DELIMITED BY SIZE
                  WS-CONT-FAIXA       DELIMITED BY SIZE
                  WS-SUFIXO-QUEBRA    DELIMITED BY SIZE
                  INTO LIS-LINHA
           END-STRING
           WRITE REG-LISTAGEM
