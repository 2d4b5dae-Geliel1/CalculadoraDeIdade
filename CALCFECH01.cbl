      ******************************************************************
      * Author:
      * Date:
      * Purpose: Painel de fechamento do ciclo diario do CALCIDADE01.
      *          Le o CALCIDADE-RUNHIST, o registro de conciliacao
      *          CONCCTL, o CALCIDADE-ESTAT, o CKPT, os REJEITOS e o
      *          historico de verificacao VERICTL do CALCVERI01 e
      *          relata, para o dia de fechamento: runs do dia que
      *          ficaram abortados ('I'), se houve LOTE completo, a
      *          conciliacao contra a tolerancia aplicada pelo LOTE
      *          (ou a do PARMFILE quando nao houve LOTE), LOTE
      *          liberado com IGNORAR-CONC=S, checkpoint que nao foi
      *          limpo, rejeitos aguardando reprocesso, a verificacao
      *          dos trailers da SAIDA (e do EXPORT, quando
      *          verificado) posterior ao ultimo LOTE, e o percentual
      *          de rejeitados do LOTE do dia contra a media das
      *          ultimas corridas de LOTE (aceitos do ESTAT,
      *          rejeitados do RUNHIST). Cada controle sai como OK,
      *          ATENCAO ou PENDENTE e o painel termina com um unico
      *          RC consolidado para o agendador reter a transmissao:
      *          RC=0 nada em aberto; RC=4 somente itens de atencao;
      *          RC=8 algum item pendente; RC=12 erro de abertura do
      *          RUNHIST ou do relatorio; RC=16 parametro invalido.
      *          PARMFILE opcional: DATA-FECHAMENTO=DDMMAAAA (default
      *          hoje), TOLERANCIA-CONC=nnnnn (default 0),
      *          ULTIMAS-CORRIDAS=nn (1-30, default 10) e
      *          DESVIO-MAX=nn em pontos percentuais (default 5).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCFECH01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CALCIDADE-RUNHIST ASSIGN TO 'RUNHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-ID
               FILE STATUS IS WS-FS-RUNHIST.

           SELECT CALCIDADE-ESTAT ASSIGN TO 'ESTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-RUN-ID
               FILE STATUS IS WS-FS-ESTAT.

           SELECT CALCCONC-CTL ASSIGN TO 'CONCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONCCTL.

           SELECT CALCIDADE-CKPT ASSIGN TO 'CKPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CKPT.

           SELECT CALCIDADE-REJEITOS ASSIGN TO 'REJEITOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITOS.

           SELECT CALCVERI-CTL ASSIGN TO 'VERICTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERICTL.

           SELECT CALCFECH-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT CALCFECH-RELATO ASSIGN TO 'FECHREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FECHREL.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCIDADE-RUNHIST.
           COPY CALCRUN.

       FD  CALCIDADE-ESTAT.
           COPY CALCEST.

       FD  CALCCONC-CTL
           RECORDING MODE IS F.
           COPY CALCCCT.

       FD  CALCIDADE-CKPT
           RECORDING MODE IS F.
           COPY CALCCKP.

       FD  CALCIDADE-REJEITOS
           RECORDING MODE IS F.
           COPY CALCREJ.

       FD  CALCVERI-CTL
           RECORDING MODE IS F.
           COPY CALCVCT.

       FD  CALCFECH-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.

       FD  CALCFECH-RELATO
           RECORDING MODE IS F.
           COPY CALCFCR.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-RUNHIST                PIC X(02).
           88  RUNHIST-OK               VALUE '00'.
       01  WS-FS-ESTAT                  PIC X(02).
           88  ESTAT-OK                 VALUE '00'.
       01  WS-FS-CONCCTL                PIC X(02).
       01  WS-FS-CKPT                   PIC X(02).
       01  WS-FS-REJEITOS               PIC X(02).
       01  WS-FS-VERICTL                PIC X(02).
       01  WS-FS-PARM                   PIC X(02).
       01  WS-FS-FECHREL                PIC X(02).

       01  WS-PARM-OK                   PIC X(01) VALUE 'S'.
           88  PARAMETROS-OK            VALUE 'S'.
       01  WS-FIM-PARM                  PIC X(01) VALUE 'N'.
           88  FIM-PARM                 VALUE 'S'.
       01  WS-PARM-CHAVE                PIC X(20).
       01  WS-PARM-VALOR                PIC X(20).
       01  WS-PARM-IDX                  PIC 9(02).
       01  WS-VALOR-NUM                 PIC 9(05).
       01  WS-VALOR-NUM-OK              PIC X(01).
           88  VALOR-NUM-OK             VALUE 'S'.
       01  WS-DIGITO-X                  PIC X(01).
       01  WS-DIGITO-9 REDEFINES WS-DIGITO-X
                                        PIC 9(01).

      ******************************************************************
      * Parametros do painel (alteraveis pelo PARMFILE).
      ******************************************************************
       01  WS-DATA-FECHAMENTO.
           05  WS-FEC-DIA               PIC 9(02).
           05  WS-FEC-MES               PIC 9(02).
           05  WS-FEC-ANO               PIC 9(04).
       01  WS-FECHAMENTO-AAAAMMDD       PIC 9(08).
       01  WS-FECHAMENTO-INFORMADO      PIC X(01) VALUE 'N'.
           88  FECHAMENTO-INFORMADO     VALUE 'S'.
       01  WS-TOLERANCIA-CONC           PIC 9(05) VALUE 0.
       01  WS-ULTIMAS-CORRIDAS          PIC 9(02) VALUE 10.
       01  WS-ULTIMAS-MAXIMO            PIC 9(02) VALUE 30.
       01  WS-DESVIO-MAX                PIC 9(02) VALUE 5.

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  WS-SIS-HORA               PIC 9(02).
           05  WS-SIS-MINUTO             PIC 9(02).
           05  FILLER                    PIC X(09).
       01  WS-SIS-AAAAMMDD              PIC 9(08).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.

      ******************************************************************
      * Runs do RUNHIST: os do dia de fechamento e, para a proporcao
      * de rejeitados, as ultimas corridas de LOTE completas de dias
      * anteriores (tabela circular de WS-ULTIMAS-CORRIDAS posicoes).
      ******************************************************************
       01  WS-FIM-RUNHIST               PIC X(01) VALUE 'N'.
           88  FIM-RUNHIST              VALUE 'S'.
       01  WS-DIA-CONT-RUNS             PIC 9(04) VALUE 0.
       01  WS-DIA-CONT-LOTES            PIC 9(04) VALUE 0.
       01  WS-DIA-CONT-ABORTADOS        PIC 9(04) VALUE 0.
       01  WS-DIA-CONT-IGNORADOS        PIC 9(04) VALUE 0.
       01  WS-DIA-LOTE-ID               PIC 9(14) VALUE 0.
       01  WS-DIA-LOTE-FIM              PIC 9(14) VALUE 0.
       01  WS-DIA-LOTE-ACEITOS          PIC 9(06) VALUE 0.
       01  WS-DIA-LOTE-REJEITADOS       PIC 9(06) VALUE 0.
       01  WS-DIA-TOLERANCIA            PIC 9(05) VALUE 0.
       01  WS-TOLERANCIA-DO-LOTE        PIC X(01) VALUE 'N'.
           88  TOLERANCIA-DO-LOTE       VALUE 'S'.
       01  WS-ULT-LOTE-ID               PIC 9(14) VALUE 0.
       01  WS-ULT-REPROC-ID             PIC 9(14) VALUE 0.
       01  WS-ULT-REPROC-INVAL          PIC 9(06) VALUE 0.

       01  WS-TAB-ABT-MAX               PIC 9(02) VALUE 20.
       01  WS-TAB-ABT-QTD               PIC 9(02) VALUE 0.
       01  WS-TAB-ABT-IDX               PIC 9(02).
       01  WS-TABELA-ABORTADOS.
           05  WS-TAB-ABT               OCCURS 20 TIMES.
               10  WS-TAB-ABT-ID        PIC 9(14).
               10  WS-TAB-ABT-MODO      PIC 9(01).
               10  WS-TAB-ABT-LIDOS     PIC 9(08).

       01  WS-HIS-CONT                  PIC 9(06) VALUE 0.
       01  WS-HIS-QTD                   PIC 9(02) VALUE 0.
       01  WS-HIS-POS                   PIC 9(02).
       01  WS-HIS-IDX                   PIC 9(02).
       01  WS-TABELA-HISTORICO.
           05  WS-TAB-HIS               OCCURS 30 TIMES.
               10  WS-TAB-HIS-ID        PIC 9(14).
               10  WS-TAB-HIS-ACEITOS   PIC 9(06).
               10  WS-TAB-HIS-REJEITADOS
                                        PIC 9(06).

      ******************************************************************
      * Conciliacao, checkpoint, rejeitos e verificacao.
      ******************************************************************
       01  WS-CONC-DIVERG-TOTAL         PIC 9(07).
       01  WS-TOLERANCIA-APLICADA       PIC 9(05).
       01  WS-ORIGEM-TOLERANCIA         PIC X(08).

       01  WS-FIM-REJEITOS              PIC X(01) VALUE 'N'.
           88  FIM-REJEITOS             VALUE 'S'.
       01  WS-CONT-REJEITOS             PIC 9(06) VALUE 0.

       01  WS-FIM-VERICTL               PIC X(01) VALUE 'N'.
           88  FIM-VERICTL              VALUE 'S'.
       01  WS-VER-SAIDA-ACHADA          PIC X(01) VALUE 'N'.
           88  VER-SAIDA-ACHADA         VALUE 'S'.
       01  WS-VER-EXPORT-ACHADA         PIC X(01) VALUE 'N'.
           88  VER-EXPORT-ACHADA        VALUE 'S'.
       01  WS-VER-SAIDA                 PIC X(35).
       01  WS-VER-EXPORT                PIC X(35).
       01  WS-VER-MOMENTO               PIC 9(14).

      ******************************************************************
      * Proporcao de rejeitados: percentuais com duas decimais.
      ******************************************************************
       01  WS-ACEITOS-CORRIDA           PIC 9(06).
       01  WS-HIS-SOMA-ACEITOS          PIC 9(09) VALUE 0.
       01  WS-HIS-SOMA-REJEITADOS       PIC 9(09) VALUE 0.
       01  WS-HIS-SOMA-TOTAL            PIC 9(09) VALUE 0.
       01  WS-DIA-TOTAL                 PIC 9(07) VALUE 0.
       01  WS-HIS-SEM-ESTAT             PIC 9(02) VALUE 0.
       01  WS-PCT-DIA                   PIC 9(03)V99 VALUE 0.
       01  WS-PCT-MEDIA                 PIC 9(03)V99 VALUE 0.
       01  WS-PCT-DESVIO                PIC 9(03)V99 VALUE 0.
       01  WS-PCT-DIA-ED                PIC ZZ9,99.
       01  WS-PCT-MEDIA-ED              PIC ZZ9,99.
       01  WS-PCT-DESVIO-ED             PIC ZZ9,99.

      ******************************************************************
      * Linha de item do painel e contagem por situacao.
      ******************************************************************
       01  WS-ITM-NOME                  PIC X(24).
       01  WS-ITM-SITUACAO              PIC X(08).
       01  WS-ITM-DETALHE               PIC X(96).
       01  WS-ITM-RC                    PIC 9(02).
       01  WS-LINHA-ITEM.
           05  WS-LIN-NOME              PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LIN-SITUACAO          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LIN-DETALHE           PIC X(96).
       01  WS-LINHA-SUB.
           05  FILLER                   PIC X(36) VALUE SPACES.
           05  WS-SUB-DETALHE           PIC X(96).

       01  WS-CONT-OK                   PIC 9(02) VALUE 0.
       01  WS-CONT-ATENCAO              PIC 9(02) VALUE 0.
       01  WS-CONT-PENDENTE             PIC 9(02) VALUE 0.

       01  WS-DATA-CALC                 PIC 9(08).
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05  WS-CALC-ANO              PIC 9(04).
           05  WS-CALC-MES              PIC 9(02).
           05  WS-CALC-DIA              PIC 9(02).
       01  WS-MOMENTO-CALC              PIC 9(14).
       01  WS-MOMENTO-CALC-R REDEFINES WS-MOMENTO-CALC.
           05  WS-MOM-DATA              PIC 9(08).
           05  WS-MOM-HORA              PIC 9(02).
           05  WS-MOM-MINUTO            PIC 9(02).
           05  WS-MOM-SEGUNDO           PIC 9(02).
       01  WS-HORA-EDITADA              PIC X(08).

       01  WS-RC                        PIC 9(02) VALUE 0.
       01  WS-RC-NOVO                   PIC 9(02) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
           COMPUTE WS-SIS-AAAAMMDD = WS-SIS-ANO * 10000
               + WS-SIS-MES * 100 + WS-SIS-DIA
           PERFORM 1000-LER-PARAMETROS
           IF PARAMETROS-OK
               PERFORM 1200-DEFINIR-DIA
               PERFORM 1500-ABRIR-ARQUIVOS
               IF RUNHIST-OK AND WS-FS-FECHREL = '00'
                   PERFORM 2000-GRAVAR-CABECALHO
                   PERFORM 3000-LER-RUNHIST
                   PERFORM 3500-ITEM-ABORTADOS
                   PERFORM 3600-ITEM-LOTE-DO-DIA
                   PERFORM 4000-ITEM-CONCILIACAO
                   PERFORM 4100-ITEM-TRAVA-CONC
                   PERFORM 4200-ITEM-CHECKPOINT
                   PERFORM 4300-ITEM-REJEITOS
                   PERFORM 4400-ITEM-VERIFICACAO
                   PERFORM 4500-ITEM-PROPORCAO
                   PERFORM 9000-GRAVAR-TOTAIS
               ELSE
                   MOVE 12 TO WS-RC
               END-IF
               PERFORM 1600-FECHAR-ARQUIVOS
           END-IF
           DISPLAY 'CALCFECH01 - OK ' WS-CONT-OK
               ' ATENCAO ' WS-CONT-ATENCAO
               ' PENDENTES ' WS-CONT-PENDENTE
               ' RC ' WS-RC
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * PARMFILE opcional (ver CALCPRM). Sem o arquivo o painel fecha
      * o dia corrente com os defaults de WORKING-STORAGE.
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCFECH-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCFECH-PARM
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCFECH-PARM
               AT END
                   MOVE 'S' TO WS-FIM-PARM
           END-READ.

       1010-PROCESSAR-PARM.
           IF PRM-LINHA = SPACES OR PRM-LINHA(1:1) = '*'
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-CHAVE
               MOVE SPACES TO WS-PARM-VALOR
               UNSTRING PRM-LINHA DELIMITED BY '='
                   INTO WS-PARM-CHAVE WS-PARM-VALOR
               END-UNSTRING
               IF WS-PARM-CHAVE = 'DATA-FECHAMENTO'
                   PERFORM 1020-TRATAR-DATA-FECHAMENTO
               ELSE
                   IF WS-PARM-CHAVE = 'TOLERANCIA-CONC'
                       PERFORM 1030-TRATAR-TOLERANCIA
                   ELSE
                       IF WS-PARM-CHAVE = 'ULTIMAS-CORRIDAS'
                           PERFORM 1040-TRATAR-ULTIMAS-CORRIDAS
                       ELSE
                           IF WS-PARM-CHAVE = 'DESVIO-MAX'
                               PERFORM 1050-TRATAR-DESVIO-MAX
                           ELSE
                               DISPLAY 'PARAMETRO DESCONHECIDO: '
                                   WS-PARM-CHAVE
                               PERFORM 1080-ERRO-PARAMETRO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1020-TRATAR-DATA-FECHAMENTO.
           IF WS-PARM-VALOR(1:8) IS NUMERIC
                   AND WS-PARM-VALOR(9:1) = SPACE
               MOVE WS-PARM-VALOR(1:8) TO WS-DATA-FECHAMENTO
               COMPUTE WS-FECHAMENTO-AAAAMMDD = WS-FEC-ANO * 10000
                   + WS-FEC-MES * 100 + WS-FEC-DIA
               IF WS-FEC-ANO < WS-ANO-MINIMO
                       OR WS-FEC-MES < 1 OR WS-FEC-MES > 12
                       OR WS-FEC-DIA < 1 OR WS-FEC-DIA > 31
                       OR WS-FECHAMENTO-AAAAMMDD > WS-SIS-AAAAMMDD
                   DISPLAY 'DATA-FECHAMENTO INVALIDA: '
                       WS-PARM-VALOR
                   PERFORM 1080-ERRO-PARAMETRO
               ELSE
                   MOVE 'S' TO WS-FECHAMENTO-INFORMADO
               END-IF
           ELSE
               DISPLAY 'DATA-FECHAMENTO INVALIDA: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1030-TRATAR-TOLERANCIA.
           PERFORM 1060-CONVERTER-VALOR-NUM
           IF VALOR-NUM-OK
               MOVE WS-VALOR-NUM TO WS-TOLERANCIA-CONC
           ELSE
               DISPLAY 'TOLERANCIA-CONC INVALIDA: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1040-TRATAR-ULTIMAS-CORRIDAS.
           PERFORM 1060-CONVERTER-VALOR-NUM
           IF VALOR-NUM-OK AND WS-VALOR-NUM > 0
                   AND WS-VALOR-NUM <= WS-ULTIMAS-MAXIMO
               MOVE WS-VALOR-NUM TO WS-ULTIMAS-CORRIDAS
           ELSE
               DISPLAY 'ULTIMAS-CORRIDAS INVALIDO: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1050-TRATAR-DESVIO-MAX.
           PERFORM 1060-CONVERTER-VALOR-NUM
           IF VALOR-NUM-OK AND WS-VALOR-NUM > 0
                   AND WS-VALOR-NUM <= 99
               MOVE WS-VALOR-NUM TO WS-DESVIO-MAX
           ELSE
               DISPLAY 'DESVIO-MAX INVALIDO: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1060-CONVERTER-VALOR-NUM.
           MOVE 'S' TO WS-VALOR-NUM-OK
           MOVE 0 TO WS-VALOR-NUM
           IF WS-PARM-VALOR(1:1) = SPACE
               MOVE 'N' TO WS-VALOR-NUM-OK
           END-IF
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 20
                       OR WS-PARM-VALOR(WS-PARM-IDX:1) = SPACE
                       OR NOT VALOR-NUM-OK
               MOVE WS-PARM-VALOR(WS-PARM-IDX:1) TO WS-DIGITO-X
               IF WS-DIGITO-X IS NUMERIC
                       AND WS-VALOR-NUM < 10000
                   COMPUTE WS-VALOR-NUM
                       = WS-VALOR-NUM * 10 + WS-DIGITO-9
               ELSE
                   MOVE 'N' TO WS-VALOR-NUM-OK
               END-IF
           END-PERFORM.

       1080-ERRO-PARAMETRO.
           MOVE 'N' TO WS-PARM-OK
           MOVE 16 TO WS-RC.

       1200-DEFINIR-DIA.
           IF NOT FECHAMENTO-INFORMADO
               MOVE WS-SIS-AAAAMMDD TO WS-FECHAMENTO-AAAAMMDD
           END-IF.

      ******************************************************************
      * RUNHIST e o relatorio sao obrigatorios. Os demais arquivos sao
      * abertos por cada item: a falta de um deles e um resultado do
      * painel, nao um erro de execucao.
      ******************************************************************
       1500-ABRIR-ARQUIVOS.
           OPEN INPUT CALCIDADE-RUNHIST
           IF NOT RUNHIST-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-RUNHIST. FS='
                   WS-FS-RUNHIST
           END-IF
           OPEN OUTPUT CALCFECH-RELATO
           IF WS-FS-FECHREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCFECH-RELATO. FS='
                   WS-FS-FECHREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF RUNHIST-OK OR WS-FS-RUNHIST = '10'
                         OR WS-FS-RUNHIST = '23'
               CLOSE CALCIDADE-RUNHIST
           END-IF
           IF WS-FS-FECHREL = '00'
               CLOSE CALCFECH-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE WS-FECHAMENTO-AAAAMMDD TO WS-DATA-CALC
           MOVE SPACES TO REG-FECHREL
           STRING 'PAINEL DE FECHAMENTO DO CICLO DIARIO - DIA '
                               DELIMITED BY SIZE
                  WS-CALC-DIA  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-CALC-MES  DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-CALC-ANO  DELIMITED BY SIZE
                  ' - EMITIDO EM ' DELIMITED BY SIZE
                  WS-SIS-DIA   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-MES   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-ANO   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WS-SIS-HORA  DELIMITED BY SIZE
                  ':'          DELIMITED BY SIZE
                  WS-SIS-MINUTO DELIMITED BY SIZE
                  INTO FCR-LINHA
           END-STRING
           WRITE REG-FECHREL
           MOVE SPACES TO REG-FECHREL
           WRITE REG-FECHREL
           MOVE SPACES TO WS-LINHA-ITEM
           MOVE 'CONTROLE' TO WS-LIN-NOME
           MOVE 'SITUACAO' TO WS-LIN-SITUACAO
           MOVE 'DETALHE' TO WS-LIN-DETALHE
           MOVE WS-LINHA-ITEM TO FCR-LINHA
           WRITE REG-FECHREL
           MOVE ALL '-' TO FCR-LINHA
           WRITE REG-FECHREL.

      ******************************************************************
      * Uma unica passada no RUNHIST, em ordem de RUN-ID, ate o fim do
      * dia de fechamento. Guarda os runs do dia, o ultimo LOTE e o
      * ultimo REPROCESSO completos e as ultimas corridas de LOTE
      * completas de dias anteriores.
      ******************************************************************
       3000-LER-RUNHIST.
           MOVE 0 TO RUN-ID
           START CALCIDADE-RUNHIST
               KEY IS NOT LESS THAN RUN-ID
               INVALID KEY
                   MOVE 'S' TO WS-FIM-RUNHIST
           END-START
           PERFORM UNTIL FIM-RUNHIST
               PERFORM 3100-LER-PROXIMO-RUN
               IF NOT FIM-RUNHIST
                   PERFORM 3200-CLASSIFICAR-RUN
               END-IF
           END-PERFORM.

       3100-LER-PROXIMO-RUN.
           READ CALCIDADE-RUNHIST NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-RUNHIST
           END-READ.

       3200-CLASSIFICAR-RUN.
           IF RUN-DATA > WS-FECHAMENTO-AAAAMMDD
               MOVE 'S' TO WS-FIM-RUNHIST
           ELSE
               IF RUN-COMPLETO AND RUN-MODO = 2
                   MOVE RUN-ID TO WS-ULT-LOTE-ID
                   IF RUN-DATA NOT = WS-FECHAMENTO-AAAAMMDD
                       PERFORM 3300-GUARDAR-HISTORICO
                   END-IF
               END-IF
               IF RUN-COMPLETO AND RUN-MODO = 4
                   MOVE RUN-ID TO WS-ULT-REPROC-ID
                   MOVE RUN-CONT-REJEITADOS TO WS-ULT-REPROC-INVAL
               END-IF
               IF RUN-DATA = WS-FECHAMENTO-AAAAMMDD
                   PERFORM 3250-CLASSIFICAR-RUN-DO-DIA
               END-IF
           END-IF.

       3250-CLASSIFICAR-RUN-DO-DIA.
           ADD 1 TO WS-DIA-CONT-RUNS
           IF RUN-EM-EXECUCAO
               ADD 1 TO WS-DIA-CONT-ABORTADOS
               IF WS-TAB-ABT-QTD < WS-TAB-ABT-MAX
                   ADD 1 TO WS-TAB-ABT-QTD
                   MOVE RUN-ID TO WS-TAB-ABT-ID(WS-TAB-ABT-QTD)
                   MOVE RUN-MODO TO WS-TAB-ABT-MODO(WS-TAB-ABT-QTD)
                   MOVE RUN-CONT-LIDOS
                       TO WS-TAB-ABT-LIDOS(WS-TAB-ABT-QTD)
               END-IF
           END-IF
           IF RUN-MODO = 2
               MOVE RUN-TOLERANCIA-CONC TO WS-DIA-TOLERANCIA
               MOVE 'S' TO WS-TOLERANCIA-DO-LOTE
               IF RUN-CONC-IGNORADA
                   ADD 1 TO WS-DIA-CONT-IGNORADOS
               END-IF
               IF RUN-COMPLETO
                   ADD 1 TO WS-DIA-CONT-LOTES
                   MOVE RUN-ID TO WS-DIA-LOTE-ID
                   MOVE RUN-FIM TO WS-DIA-LOTE-FIM
                   MOVE RUN-CONT-ACEITOS TO WS-DIA-LOTE-ACEITOS
                   MOVE RUN-CONT-REJEITADOS
                       TO WS-DIA-LOTE-REJEITADOS
               END-IF
           END-IF.

       3300-GUARDAR-HISTORICO.
           COMPUTE WS-HIS-POS = FUNCTION MOD(WS-HIS-CONT
               WS-ULTIMAS-CORRIDAS) + 1
           ADD 1 TO WS-HIS-CONT
           MOVE RUN-ID TO WS-TAB-HIS-ID(WS-HIS-POS)
           MOVE RUN-CONT-ACEITOS TO WS-TAB-HIS-ACEITOS(WS-HIS-POS)
           MOVE RUN-CONT-REJEITADOS
               TO WS-TAB-HIS-REJEITADOS(WS-HIS-POS)
           IF WS-HIS-QTD < WS-ULTIMAS-CORRIDAS
               ADD 1 TO WS-HIS-QTD
           END-IF.

      ******************************************************************
      * Runs do dia que permaneceram 'I': execucao abortada sem
      * encerramento do controle de run.
      ******************************************************************
       3500-ITEM-ABORTADOS.
           MOVE 'RUNS ABORTADOS' TO WS-ITM-NOME
           MOVE SPACES TO WS-ITM-DETALHE
           IF WS-DIA-CONT-ABORTADOS > 0
               STRING WS-DIA-CONT-ABORTADOS DELIMITED BY SIZE
                      ' RUN(S) DO DIA COM SITUACAO I NO RUNHIST'
                                        DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8020-ITEM-PENDENTE
               PERFORM 3510-LISTAR-ABORTADO
                   VARYING WS-TAB-ABT-IDX FROM 1 BY 1
                   UNTIL WS-TAB-ABT-IDX > WS-TAB-ABT-QTD
           ELSE
               STRING 'NENHUM ENTRE ' DELIMITED BY SIZE
                      WS-DIA-CONT-RUNS DELIMITED BY SIZE
                      ' RUN(S) DO DIA' DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8000-ITEM-OK
           END-IF.

       3510-LISTAR-ABORTADO.
           MOVE WS-TAB-ABT-ID(WS-TAB-ABT-IDX) TO WS-MOMENTO-CALC
           PERFORM 8200-EDITAR-HORA
           MOVE SPACES TO WS-SUB-DETALHE
           STRING 'RUN '              DELIMITED BY SIZE
                  WS-TAB-ABT-ID(WS-TAB-ABT-IDX) DELIMITED BY SIZE
                  ' INICIO '          DELIMITED BY SIZE
                  WS-HORA-EDITADA     DELIMITED BY SIZE
                  ' MODO '            DELIMITED BY SIZE
                  WS-TAB-ABT-MODO(WS-TAB-ABT-IDX) DELIMITED BY SIZE
                  ' LIDOS ATE O ABORTO ' DELIMITED BY SIZE
                  WS-TAB-ABT-LIDOS(WS-TAB-ABT-IDX) DELIMITED BY SIZE
                  INTO WS-SUB-DETALHE
           END-STRING
           PERFORM 8100-GRAVAR-SUBLINHA.

       3600-ITEM-LOTE-DO-DIA.
           MOVE 'LOTE DO DIA' TO WS-ITM-NOME
           MOVE SPACES TO WS-ITM-DETALHE
           IF WS-DIA-CONT-LOTES = 0
               MOVE 'NENHUM LOTE COMPLETO NO DIA'
                   TO WS-ITM-DETALHE
               PERFORM 8010-ITEM-ATENCAO
           ELSE
               MOVE WS-DIA-LOTE-FIM TO WS-MOMENTO-CALC
               PERFORM 8200-EDITAR-HORA
               STRING WS-DIA-CONT-LOTES DELIMITED BY SIZE
                      ' LOTE(S) COMPLETO(S). ULTIMO ENCERRADO AS '
                                        DELIMITED BY SIZE
                      WS-HORA-EDITADA   DELIMITED BY SIZE
                      ' ACEITOS '       DELIMITED BY SIZE
                      WS-DIA-LOTE-ACEITOS DELIMITED BY SIZE
                      ' REJEITADOS '    DELIMITED BY SIZE
                      WS-DIA-LOTE-REJEITADOS DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8000-ITEM-OK
           END-IF.

      ******************************************************************
      * Conciliacao do dia contra a tolerancia que o LOTE do dia
      * registrou no RUNHIST; sem LOTE no dia vale TOLERANCIA-CONC do
      * PARMFILE.
      ******************************************************************
       4000-ITEM-CONCILIACAO.
           MOVE 'CONCILIACAO' TO WS-ITM-NOME
           MOVE SPACES TO WS-ITM-DETALHE
           IF TOLERANCIA-DO-LOTE
               MOVE WS-DIA-TOLERANCIA TO WS-TOLERANCIA-APLICADA
               MOVE 'LOTE' TO WS-ORIGEM-TOLERANCIA
           ELSE
               MOVE WS-TOLERANCIA-CONC TO WS-TOLERANCIA-APLICADA
               MOVE 'PARMFILE' TO WS-ORIGEM-TOLERANCIA
           END-IF
           OPEN INPUT CALCCONC-CTL
           IF WS-FS-CONCCTL NOT = '00'
               STRING 'REGISTRO DE CONCILIACAO INEXISTENTE. FS='
                                        DELIMITED BY SIZE
                      WS-FS-CONCCTL     DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8020-ITEM-PENDENTE
           ELSE
               READ CALCCONC-CTL
                   AT END
                       MOVE 'REGISTRO DE CONCILIACAO VAZIO'
                           TO WS-ITM-DETALHE
                       PERFORM 8020-ITEM-PENDENTE
                   NOT AT END
                       PERFORM 4010-CONFERIR-CONCILIACAO
               END-READ
               CLOSE CALCCONC-CTL
           END-IF.

       4010-CONFERIR-CONCILIACAO.
           IF NOT CCT-COMPLETA
                   OR CCT-DATA NOT = WS-FECHAMENTO-AAAAMMDD
               STRING 'SEM CONCILIACAO COMPLETA DO DIA. ULTIMA: '
                                        DELIMITED BY SIZE
                      CCT-DATA          DELIMITED BY SIZE
                      ' SITUACAO '      DELIMITED BY SIZE
                      CCT-SITUACAO      DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8020-ITEM-PENDENTE
           ELSE
               COMPUTE WS-CONC-DIVERG-TOTAL = CCT-SO-ENTRADA
                   + CCT-SO-CADASTRO + CCT-DIVERGENTES
               STRING 'DIVERGENCIAS '   DELIMITED BY SIZE
                      WS-CONC-DIVERG-TOTAL DELIMITED BY SIZE
                      ' TOLERANCIA '    DELIMITED BY SIZE
                      WS-TOLERANCIA-APLICADA DELIMITED BY SIZE
                      ' ('              DELIMITED BY SIZE
                      WS-ORIGEM-TOLERANCIA DELIMITED BY SPACE
                      ')'               DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               IF WS-CONC-DIVERG-TOTAL > WS-TOLERANCIA-APLICADA
                   PERFORM 8020-ITEM-PENDENTE
               ELSE
                   PERFORM 8000-ITEM-OK
               END-IF
           END-IF.

       4100-ITEM-TRAVA-CONC.
           MOVE 'TRAVA DE CONCILIACAO' TO WS-ITM-NOME
           MOVE SPACES TO WS-ITM-DETALHE
           IF WS-DIA-CONT-IGNORADOS > 0
               STRING WS-DIA-CONT-IGNORADOS DELIMITED BY SIZE
                      ' LOTE(S) DO DIA LIBERADO(S) COM IGNORAR-CONC=S'
                                        DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8010-ITEM-ATENCAO
           ELSE
               MOVE 'NENHUM LOTE DO DIA COM IGNORAR-CONC=S'
                   TO WS-ITM-DETALHE
               PERFORM 8000-ITEM-OK
           END-IF.

      ******************************************************************
      * O LOTE limpa o CKPT no encerramento normal (ver 3170 do
      * CALCIDADE01); contagem maior que zero e restart pendente.
      ******************************************************************
       4200-ITEM-CHECKPOINT.
           MOVE 'CHECKPOINT' TO WS-ITM-NOME
           MOVE SPACES TO WS-ITM-DETALHE
           OPEN INPUT CALCIDADE-CKPT
           IF WS-FS-CKPT NOT = '00'
               MOVE 'SEM ARQUIVO DE CHECKPOINT' TO WS-ITM-DETALHE
               PERFORM 8000-ITEM-OK
           ELSE
               READ CALCIDADE-CKPT
                   AT END
                       MOVE 'CHECKPOINT VAZIO' TO WS-ITM-DETALHE
                       PERFORM 8000-ITEM-OK
                   NOT AT END
                       PERFORM 4210-CONFERIR-CHECKPOINT
               END-READ
               CLOSE CALCIDADE-CKPT
           END-IF.

       4210-CONFERIR-CHECKPOINT.
           IF CKPT-ULTIMO-REGISTRO IS NUMERIC
                   AND CKPT-ULTIMO-REGISTRO = 0
               MOVE 'CHECKPOINT LIMPO' TO WS-ITM-DETALHE
               PERFORM 8000-ITEM-OK
           ELSE
               STRING 'CHECKPOINT NAO LIMPO NO REGISTRO '
                                        DELIMITED BY SIZE
                      CKPT-ULTIMO-REGISTRO DELIMITED BY SIZE
                      ' - LOTE INTERROMPIDO, RESTART PENDENTE'
                                        DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8020-ITEM-PENDENTE
           END-IF.

      ******************************************************************
      * O REPROCESSO (modo 4) le os REJEITOS sem esvazia-los. Ha
      * rejeitos aguardando quando o arquivo tem registros e nenhum
      * REPROCESSO completou depois do ultimo LOTE, ou quando o
      * ultimo REPROCESSO ainda deixou registros invalidos.
      ******************************************************************
       4300-ITEM-REJEITOS.
           MOVE 'REJEITOS' TO WS-ITM-NOME
           MOVE SPACES TO WS-ITM-DETALHE
           OPEN INPUT CALCIDADE-REJEITOS
           IF WS-FS-REJEITOS = '00'
               PERFORM 4310-LER-REJEITO
               PERFORM UNTIL FIM-REJEITOS
                   ADD 1 TO WS-CONT-REJEITOS
                   PERFORM 4310-LER-REJEITO
               END-PERFORM
               CLOSE CALCIDADE-REJEITOS
           END-IF
           IF WS-CONT-REJEITOS = 0
               MOVE 'NENHUM REJEITO NO ARQUIVO' TO WS-ITM-DETALHE
               PERFORM 8000-ITEM-OK
           ELSE
               IF WS-ULT-REPROC-ID < WS-ULT-LOTE-ID
                       OR WS-ULT-REPROC-ID = 0
                   STRING WS-CONT-REJEITOS DELIMITED BY SIZE
                          ' REJEITO(S) AGUARDANDO REPROCESSO (MODO 4)'
                                        DELIMITED BY SIZE
                          INTO WS-ITM-DETALHE
                   END-STRING
                   PERFORM 8010-ITEM-ATENCAO
               ELSE
                   IF WS-ULT-REPROC-INVAL > 0
                       STRING WS-ULT-REPROC-INVAL DELIMITED BY SIZE
                              ' REJEITO(S) AINDA INVALIDO(S) APOS O '
                                        DELIMITED BY SIZE
                              'ULTIMO REPROCESSO' DELIMITED BY SIZE
                              INTO WS-ITM-DETALHE
                       END-STRING
                       PERFORM 8010-ITEM-ATENCAO
                   ELSE
                       STRING WS-CONT-REJEITOS DELIMITED BY SIZE
                              ' REJEITO(S) JA REPROCESSADO(S)'
                                        DELIMITED BY SIZE
                              INTO WS-ITM-DETALHE
                       END-STRING
                       PERFORM 8000-ITEM-OK
                   END-IF
               END-IF
           END-IF.

       4310-LER-REJEITO.
           READ CALCIDADE-REJEITOS
               AT END
                   MOVE 'S' TO WS-FIM-REJEITOS
           END-READ.

      ******************************************************************
      * Ultima verificacao do dia de cada arquivo no VERICTL. A SAIDA
      * tem de estar verificada; o EXPORT so entra no painel quando
      * foi verificado no dia. Uma verificacao anterior ao fim do
      * ultimo LOTE do dia nao cobre o que esse LOTE anexou.
      ******************************************************************
       4400-ITEM-VERIFICACAO.
           OPEN INPUT CALCVERI-CTL
           IF WS-FS-VERICTL = '00'
               PERFORM 4410-LER-VERICTL
               PERFORM UNTIL FIM-VERICTL
                   IF VCT-DATA = WS-FECHAMENTO-AAAAMMDD
                       IF VCT-ARQUIVO = 'SAIDA'
                           MOVE REG-VERICTL TO WS-VER-SAIDA
                           MOVE 'S' TO WS-VER-SAIDA-ACHADA
                       ELSE
                           IF VCT-ARQUIVO = 'EXPORT'
                               MOVE REG-VERICTL TO WS-VER-EXPORT
                               MOVE 'S' TO WS-VER-EXPORT-ACHADA
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 4410-LER-VERICTL
               END-PERFORM
               CLOSE CALCVERI-CTL
           END-IF
           MOVE 'VERIFICACAO SAIDA' TO WS-ITM-NOME
           MOVE SPACES TO WS-ITM-DETALHE
           IF VER-SAIDA-ACHADA
               MOVE WS-VER-SAIDA TO REG-VERICTL
               PERFORM 4420-AVALIAR-VERIFICACAO
           ELSE
               IF WS-FS-VERICTL NOT = '00'
                   STRING 'HISTORICO VERICTL INDISPONIVEL. FS='
                                        DELIMITED BY SIZE
                          WS-FS-VERICTL DELIMITED BY SIZE
                          INTO WS-ITM-DETALHE
                   END-STRING
               ELSE
                   MOVE 'SAIDA NAO VERIFICADA NO DIA'
                       TO WS-ITM-DETALHE
               END-IF
               PERFORM 8020-ITEM-PENDENTE
           END-IF
           IF VER-EXPORT-ACHADA
               MOVE 'VERIFICACAO EXPORT' TO WS-ITM-NOME
               MOVE SPACES TO WS-ITM-DETALHE
               MOVE WS-VER-EXPORT TO REG-VERICTL
               PERFORM 4420-AVALIAR-VERIFICACAO
           END-IF.

       4410-LER-VERICTL.
           READ CALCVERI-CTL
               AT END
                   MOVE 'S' TO WS-FIM-VERICTL
           END-READ.

       4420-AVALIAR-VERIFICACAO.
           COMPUTE WS-VER-MOMENTO = VCT-DATA * 1000000 + VCT-HORA
           MOVE WS-VER-MOMENTO TO WS-MOMENTO-CALC
           PERFORM 8200-EDITAR-HORA
           STRING 'VERIFICADA AS '      DELIMITED BY SIZE
                  WS-HORA-EDITADA       DELIMITED BY SIZE
                  ' SEGMENTOS '         DELIMITED BY SIZE
                  VCT-SEGMENTOS         DELIMITED BY SIZE
                  ' DIVERGENTES '       DELIMITED BY SIZE
                  VCT-DIVERGENTES       DELIMITED BY SIZE
                  ' DUPLICADOS '        DELIMITED BY SIZE
                  VCT-DUPLICADOS        DELIMITED BY SIZE
                  ' RC '                DELIMITED BY SIZE
                  VCT-RC                DELIMITED BY SIZE
                  INTO WS-ITM-DETALHE
           END-STRING
           IF VCT-REPROVADO
               PERFORM 8020-ITEM-PENDENTE
           ELSE
               IF WS-VER-MOMENTO < WS-DIA-LOTE-FIM
                   MOVE SPACES TO WS-ITM-DETALHE
                   STRING 'ULTIMA VERIFICACAO ('
                                        DELIMITED BY SIZE
                          WS-HORA-EDITADA DELIMITED BY SIZE
                          ') ANTERIOR AO FIM DO ULTIMO LOTE'
                                        DELIMITED BY SIZE
                          INTO WS-ITM-DETALHE
                   END-STRING
                   PERFORM 8020-ITEM-PENDENTE
               ELSE
                   IF VCT-COM-AVISO
                       PERFORM 8010-ITEM-ATENCAO
                   ELSE
                       PERFORM 8000-ITEM-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Percentual de rejeitados do LOTE do dia contra o das ultimas
      * corridas de LOTE (soma de rejeitados sobre soma de lidos). Os
      * aceitos de cada corrida vem do ESTAT (EST-QTD-IDADES), com o
      * RUNHIST como reserva quando a corrida nao tem estatistica.
      ******************************************************************
       4500-ITEM-PROPORCAO.
           MOVE 'PROPORCAO REJEITADOS' TO WS-ITM-NOME
           MOVE SPACES TO WS-ITM-DETALHE
           OPEN INPUT CALCIDADE-ESTAT
           IF NOT ESTAT-OK
               STRING 'ESTAT INDISPONIVEL. FS=' DELIMITED BY SIZE
                      WS-FS-ESTAT       DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8010-ITEM-ATENCAO
           ELSE
               IF WS-DIA-CONT-LOTES = 0
                   MOVE 'SEM LOTE COMPLETO NO DIA PARA COMPARAR'
                       TO WS-ITM-DETALHE
                   PERFORM 8000-ITEM-OK
               ELSE
                   PERFORM 4510-CALCULAR-PROPORCOES
                   PERFORM 4520-AVALIAR-PROPORCAO
               END-IF
               CLOSE CALCIDADE-ESTAT
           END-IF.

       4510-CALCULAR-PROPORCOES.
           MOVE WS-DIA-LOTE-ID TO EST-RUN-ID
           MOVE WS-DIA-LOTE-ACEITOS TO WS-ACEITOS-CORRIDA
           PERFORM 4530-LER-ESTAT
           COMPUTE WS-DIA-TOTAL = WS-ACEITOS-CORRIDA
               + WS-DIA-LOTE-REJEITADOS
           IF WS-DIA-TOTAL > 0
               COMPUTE WS-PCT-DIA ROUNDED =
                   WS-DIA-LOTE-REJEITADOS * 100 / WS-DIA-TOTAL
           END-IF
           PERFORM 4540-ACUMULAR-HISTORICO
               VARYING WS-HIS-IDX FROM 1 BY 1
               UNTIL WS-HIS-IDX > WS-HIS-QTD
           IF WS-HIS-SOMA-TOTAL > 0
               COMPUTE WS-PCT-MEDIA ROUNDED =
                   WS-HIS-SOMA-REJEITADOS * 100 / WS-HIS-SOMA-TOTAL
           END-IF
           IF WS-PCT-DIA > WS-PCT-MEDIA
               COMPUTE WS-PCT-DESVIO = WS-PCT-DIA - WS-PCT-MEDIA
           ELSE
               COMPUTE WS-PCT-DESVIO = WS-PCT-MEDIA - WS-PCT-DIA
           END-IF
           MOVE WS-PCT-DIA TO WS-PCT-DIA-ED
           MOVE WS-PCT-MEDIA TO WS-PCT-MEDIA-ED
           MOVE WS-PCT-DESVIO TO WS-PCT-DESVIO-ED.

       4520-AVALIAR-PROPORCAO.
           IF WS-HIS-SOMA-TOTAL = 0
               STRING 'REJEITADOS NO DIA ' DELIMITED BY SIZE
                      WS-PCT-DIA-ED     DELIMITED BY SIZE
                      '% - SEM CORRIDAS ANTERIORES PARA COMPARAR'
                                        DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               PERFORM 8000-ITEM-OK
           ELSE
               STRING 'REJEITADOS NO DIA ' DELIMITED BY SIZE
                      WS-PCT-DIA-ED     DELIMITED BY SIZE
                      '% MEDIA DAS ULTIMAS ' DELIMITED BY SIZE
                      WS-HIS-QTD        DELIMITED BY SIZE
                      ' CORRIDAS '      DELIMITED BY SIZE
                      WS-PCT-MEDIA-ED   DELIMITED BY SIZE
                      '% DESVIO '       DELIMITED BY SIZE
                      WS-PCT-DESVIO-ED  DELIMITED BY SIZE
                      ' PONTOS (MAXIMO ' DELIMITED BY SIZE
                      WS-DESVIO-MAX     DELIMITED BY SIZE
                      ')'               DELIMITED BY SIZE
                      INTO WS-ITM-DETALHE
               END-STRING
               IF WS-PCT-DESVIO > WS-DESVIO-MAX
                   PERFORM 8010-ITEM-ATENCAO
               ELSE
                   PERFORM 8000-ITEM-OK
               END-IF
               IF WS-HIS-SEM-ESTAT > 0
                   MOVE SPACES TO WS-SUB-DETALHE
                   STRING WS-HIS-SEM-ESTAT DELIMITED BY SIZE
                          ' CORRIDA(S) SEM REGISTRO NO ESTAT - '
                                        DELIMITED BY SIZE
                          'ACEITOS TOMADOS DO RUNHIST'
                                        DELIMITED BY SIZE
                          INTO WS-SUB-DETALHE
                   END-STRING
                   PERFORM 8100-GRAVAR-SUBLINHA
               END-IF
           END-IF.

       4530-LER-ESTAT.
           READ CALCIDADE-ESTAT
               KEY IS EST-RUN-ID
               INVALID KEY
                   ADD 1 TO WS-HIS-SEM-ESTAT
               NOT INVALID KEY
                   MOVE EST-QTD-IDADES TO WS-ACEITOS-CORRIDA
           END-READ.

       4540-ACUMULAR-HISTORICO.
           MOVE WS-TAB-HIS-ID(WS-HIS-IDX) TO EST-RUN-ID
           MOVE WS-TAB-HIS-ACEITOS(WS-HIS-IDX) TO WS-ACEITOS-CORRIDA
           PERFORM 4530-LER-ESTAT
           ADD WS-ACEITOS-CORRIDA TO WS-HIS-SOMA-ACEITOS
           ADD WS-TAB-HIS-REJEITADOS(WS-HIS-IDX)
               TO WS-HIS-SOMA-REJEITADOS
           COMPUTE WS-HIS-SOMA-TOTAL = WS-HIS-SOMA-ACEITOS
               + WS-HIS-SOMA-REJEITADOS.

      ******************************************************************
      * Gravacao dos itens: OK nao altera o RC, ATENCAO leva a 4 e
      * PENDENTE a 8.
      ******************************************************************
       8000-ITEM-OK.
           ADD 1 TO WS-CONT-OK
           MOVE 'OK' TO WS-ITM-SITUACAO
           MOVE 0 TO WS-ITM-RC
           PERFORM 8050-GRAVAR-ITEM.

       8010-ITEM-ATENCAO.
           ADD 1 TO WS-CONT-ATENCAO
           MOVE 'ATENCAO' TO WS-ITM-SITUACAO
           MOVE 04 TO WS-ITM-RC
           PERFORM 8050-GRAVAR-ITEM.

       8020-ITEM-PENDENTE.
           ADD 1 TO WS-CONT-PENDENTE
           MOVE 'PENDENTE' TO WS-ITM-SITUACAO
           MOVE 08 TO WS-ITM-RC
           PERFORM 8050-GRAVAR-ITEM.

       8050-GRAVAR-ITEM.
           MOVE SPACES TO WS-LINHA-ITEM
           MOVE WS-ITM-NOME TO WS-LIN-NOME
           MOVE WS-ITM-SITUACAO TO WS-LIN-SITUACAO
           MOVE WS-ITM-DETALHE TO WS-LIN-DETALHE
           MOVE SPACES TO REG-FECHREL
           MOVE WS-LINHA-ITEM TO FCR-LINHA
           WRITE REG-FECHREL
           MOVE WS-ITM-RC TO WS-RC-NOVO
           PERFORM 9900-ATUALIZAR-RC.

       8100-GRAVAR-SUBLINHA.
           MOVE SPACES TO REG-FECHREL
           MOVE WS-LINHA-SUB TO FCR-LINHA
           WRITE REG-FECHREL.

       8200-EDITAR-HORA.
           MOVE SPACES TO WS-HORA-EDITADA
           STRING WS-MOM-HORA    DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-MOM-MINUTO  DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  WS-MOM-SEGUNDO DELIMITED BY SIZE
                  INTO WS-HORA-EDITADA
           END-STRING.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-FECHREL
           MOVE ALL '-' TO FCR-LINHA
           WRITE REG-FECHREL
           MOVE SPACES TO REG-FECHREL
           STRING 'ITENS OK: '          DELIMITED BY SIZE
                  WS-CONT-OK            DELIMITED BY SIZE
                  '  ATENCAO: '         DELIMITED BY SIZE
                  WS-CONT-ATENCAO       DELIMITED BY SIZE
                  '  PENDENTES: '       DELIMITED BY SIZE
                  WS-CONT-PENDENTE      DELIMITED BY SIZE
                  INTO FCR-LINHA
           END-STRING
           WRITE REG-FECHREL
           MOVE SPACES TO REG-FECHREL
           IF WS-RC = 0
               STRING 'RC CONSOLIDADO: ' DELIMITED BY SIZE
                      WS-RC             DELIMITED BY SIZE
                      ' - CICLO FECHADO, TRANSMISSAO LIBERADA'
                                        DELIMITED BY SIZE
                      INTO FCR-LINHA
               END-STRING
           ELSE
               STRING 'RC CONSOLIDADO: ' DELIMITED BY SIZE
                      WS-RC             DELIMITED BY SIZE
                      ' - HA ITENS EM ABERTO, RETER A TRANSMISSAO'
                                        DELIMITED BY SIZE
                      INTO FCR-LINHA
               END-STRING
           END-IF
           WRITE REG-FECHREL.

       9900-ATUALIZAR-RC.
           IF WS-RC-NOVO > WS-RC
               MOVE WS-RC-NOVO TO WS-RC
           END-IF.
