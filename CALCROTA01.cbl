      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rotatividade mensal por lotacao a partir do
      *          CADMANU-JOURNAL (ver CALCJRN). O quadro de ativos do
      *          fim do mes e obtido do CALCIDADE-CADASTRO atual
      *          desfazendo os movimentos gravados depois do mes; o
      *          quadro do inicio do mes desfazendo tambem os do
      *          proprio mes. No mes, cada movimento de titular e
      *          classificado pelas imagens ANTES/DEPOIS: admissao
      *          (passa a ativo), desligamento (ativo passa a 'D'),
      *          transferencia (ativo que muda de lotacao) e exclusao
      *          de ativo. A taxa de rotatividade e a media de
      *          admissoes e desligamentos sobre o quadro medio do
      *          mes; a idade media de admitidos e desligados e
      *          apurada na data do movimento, pelas regras de
      *          5000-COMPUTAR-IDADE. O PARMFILE opcional aceita
      *          MES-REF=MMAAAA; sem ele vale o mes anterior ao da
      *          data do sistema. RC=0 normal, RC=4 com lotacao nao
      *          cadastrada, nascimento invalido ou quadro negativo
      *          (journal inconsistente com o cadastro), RC=12 erro
      *          de abertura ou tabela de lotacoes cheia, RC=16
      *          parametro invalido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCROTA01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CALCIDADE-LOTACOES ASSIGN TO 'LOTACOES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CODIGO
               FILE STATUS IS WS-FS-LOTACOES.

           SELECT CALCIDADE-CADASTRO ASSIGN TO 'CADASTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-CPF
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT CADMANU-JOURNAL ASSIGN TO 'JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT CALCROTA-RELATO ASSIGN TO 'ROTAREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ROTAREL.

           SELECT CALCROTA-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCIDADE-LOTACOES.
           COPY CALCLOT.

       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CADMANU-JOURNAL
           RECORDING MODE IS F.
           COPY CALCJRN.

       FD  CALCROTA-RELATO
           RECORDING MODE IS F.
           COPY CALCRTR.

       FD  CALCROTA-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-LOTACOES               PIC X(02).
           88  LOTACOES-OK              VALUE '00'.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-JOURNAL                PIC X(02).
           88  JOURNAL-OK               VALUE '00'.
       01  WS-FS-ROTAREL                PIC X(02).
       01  WS-FS-PARM                   PIC X(02).

       01  WS-PARM-OK                   PIC X(01) VALUE 'S'.
           88  PARAMETROS-OK            VALUE 'S'.
       01  WS-FIM-PARM                  PIC X(01) VALUE 'N'.
           88  FIM-PARM                 VALUE 'S'.
       01  WS-PARM-CHAVE                PIC X(20).
       01  WS-PARM-VALOR                PIC X(20).

       01  WS-MES-REF.
           05  WS-MES-REF-MES           PIC 9(02).
           05  WS-MES-REF-ANO           PIC 9(04).
       01  WS-MES-REF-INFORMADO         PIC X(01) VALUE 'N'.
           88  MES-REF-INFORMADO        VALUE 'S'.
       01  WS-MES-AAAAMM                PIC 9(06).
       01  WS-JRN-AAAAMM                PIC 9(06).

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.

       01  WS-FIM-LOTACOES              PIC X(01) VALUE 'N'.
           88  FIM-LOTACOES             VALUE 'S'.
       01  WS-FIM-CADASTRO              PIC X(01) VALUE 'N'.
           88  FIM-CADASTRO             VALUE 'S'.
       01  WS-FIM-JOURNAL               PIC X(01) VALUE 'N'.
           88  FIM-JOURNAL              VALUE 'S'.

      ******************************************************************
      * Tabela das lotacoes, carregada na ordem da chave (codigo) para
      * a pesquisa binaria. A ultima posicao (WS-IDX-NC) acumula as
      * pessoas e movimentos de lotacao nao cadastrada. TL-FIM comeca
      * com os ativos atuais e, desfeitos os movimentos posteriores
      * ao mes, fica com o quadro do fim do mes; TL-SALDO-MES e o
      * efeito liquido dos movimentos do mes (inicio = fim - saldo).
      ******************************************************************
       01  WS-TAB-LOT-MAX               PIC 9(04) VALUE 2000.
       01  WS-TAB-LOT-QTD               PIC 9(04) VALUE 0.
       01  WS-TAB-LOT-CHEIA             PIC X(01) VALUE 'N'.
           88  TAB-LOT-CHEIA            VALUE 'S'.
       01  WS-IDX-NC                    PIC 9(04) VALUE 2001.
       01  WS-TABELA-LOTACOES.
           05  WS-TL-ENT                OCCURS 2001 TIMES.
               10  WS-TL-CODIGO         PIC X(08).
               10  WS-TL-DESCRICAO      PIC X(30).
               10  WS-TL-FIM            PIC S9(07).
               10  WS-TL-SALDO-MES      PIC S9(07).
               10  WS-TL-ADMISSOES      PIC 9(06).
               10  WS-TL-DESLIGAMENTOS  PIC 9(06).
               10  WS-TL-TRANSF-ENTRADA PIC 9(06).
               10  WS-TL-TRANSF-SAIDA   PIC 9(06).
               10  WS-TL-EXCLUSOES      PIC 9(06).
               10  WS-TL-QTD-ID-ADM     PIC 9(06).
               10  WS-TL-SOMA-ID-ADM    PIC 9(09).
               10  WS-TL-QTD-ID-DESL    PIC 9(06).
               10  WS-TL-SOMA-ID-DESL   PIC 9(09).
       01  WS-IDX                       PIC 9(04).
       01  WS-IDX-ANT                   PIC 9(04).
       01  WS-IDX-DEP                   PIC 9(04).

       01  WS-LOT-PROCURADA             PIC X(08).
       01  WS-LOT-ACHADA-IDX            PIC 9(04).
       01  WS-BUSCA-INI                 PIC 9(04).
       01  WS-BUSCA-FIM                 PIC 9(04).
       01  WS-BUSCA-MEIO                PIC 9(04).

      ******************************************************************
      * Situacao da pessoa antes e depois de um movimento do journal:
      * a imagem ANTES nao existe na inclusao, nem a DEPOIS na
      * exclusao; imagem existente sem 'D' na situacao e ativo.
      ******************************************************************
       01  WS-ANT-ATIVO                 PIC X(01).
           88  ANTES-ATIVO              VALUE 'S'.
       01  WS-DEP-ATIVO                 PIC X(01).
           88  DEPOIS-ATIVO             VALUE 'S'.

       01  WS-DATA-EVENTO               PIC 9(08).
       01  WS-DATA-EVENTO-R REDEFINES WS-DATA-EVENTO.
           05  WS-REF-ANO               PIC 9(04).
           05  WS-REF-MES               PIC 9(02).
           05  WS-REF-DIA               PIC 9(02).
       01  WS-NASC-EVENTO               PIC X(08).
       01  WS-NASC-EVENTO-R REDEFINES WS-NASC-EVENTO.
           05  WS-NE-DIA                PIC 9(02).
           05  WS-NE-MES                PIC 9(02).
           05  WS-NE-ANO                PIC 9(04).
       01  IDADE                        PIC S9(03).
       01  WS-NASC-VALIDO               PIC X(01).
           88  NASC-VALIDO              VALUE 'S'.

       01  WS-CONT-CAD-LIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-CAD-ATIVOS           PIC 9(06) VALUE 0.
       01  WS-CONT-JRN-LIDOS            PIC 9(07) VALUE 0.
       01  WS-CONT-JRN-ANTERIORES       PIC 9(07) VALUE 0.
       01  WS-CONT-JRN-DO-MES           PIC 9(07) VALUE 0.
       01  WS-CONT-JRN-POSTERIORES      PIC 9(07) VALUE 0.
       01  WS-CONT-JRN-DEPENDENTES      PIC 9(07) VALUE 0.
       01  WS-CONT-INVALIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-QUADRO-NEGATIVO      PIC 9(04) VALUE 0.
       01  WS-CONT-LOT-IMPRESSAS        PIC 9(04) VALUE 0.

       01  WS-LIN-INICIO                PIC S9(07).
       01  WS-LIN-FIM                   PIC S9(07).
       01  WS-LIN-ADMISSOES             PIC 9(06).
       01  WS-LIN-DESLIGAMENTOS         PIC 9(06).
       01  WS-LIN-TRANSF-ENTRADA        PIC 9(06).
       01  WS-LIN-TRANSF-SAIDA          PIC 9(06).
       01  WS-LIN-EXCLUSOES             PIC 9(06).
       01  WS-LIN-QTD-ID-ADM            PIC 9(06).
       01  WS-LIN-SOMA-ID-ADM           PIC 9(09).
       01  WS-LIN-QTD-ID-DESL           PIC 9(06).
       01  WS-LIN-SOMA-ID-DESL          PIC 9(09).
       01  WS-LIN-QUADRO-2X             PIC S9(08).
       01  WS-LIN-TAXA                  PIC 9(05)V99.
       01  WS-LIN-MEDIA                 PIC 9(03)V9.

       01  WS-EMP-INICIO                PIC S9(07) VALUE 0.
       01  WS-EMP-FIM                   PIC S9(07) VALUE 0.
       01  WS-EMP-ADMISSOES             PIC 9(06) VALUE 0.
       01  WS-EMP-DESLIGAMENTOS         PIC 9(06) VALUE 0.
       01  WS-EMP-TRANSF-ENTRADA        PIC 9(06) VALUE 0.
       01  WS-EMP-TRANSF-SAIDA          PIC 9(06) VALUE 0.
       01  WS-EMP-EXCLUSOES             PIC 9(06) VALUE 0.
       01  WS-EMP-QTD-ID-ADM            PIC 9(06) VALUE 0.
       01  WS-EMP-SOMA-ID-ADM           PIC 9(09) VALUE 0.
       01  WS-EMP-QTD-ID-DESL           PIC 9(06) VALUE 0.
       01  WS-EMP-SOMA-ID-DESL          PIC 9(09) VALUE 0.

       01  WS-CAB-COLUNAS.
           05  FILLER                   PIC X(10) VALUE 'LOTACAO'.
           05  FILLER                   PIC X(32) VALUE 'DESCRICAO'.
           05  FILLER                   PIC X(07) VALUE ' INICIO'.
           05  FILLER                   PIC X(07) VALUE ' ADMIS.'.
           05  FILLER                   PIC X(07) VALUE ' DESLIG'.
           05  FILLER                   PIC X(07) VALUE ' TR.ENT'.
           05  FILLER                   PIC X(07) VALUE ' TR.SAI'.
           05  FILLER                   PIC X(07) VALUE ' EXCLUS'.
           05  FILLER                   PIC X(07) VALUE '    FIM'.
           05  FILLER                   PIC X(10) VALUE ' ROTATIV.%'.
           05  FILLER                   PIC X(07) VALUE ' ID.ADM'.
           05  FILLER                   PIC X(07) VALUE ' ID.DES'.

       01  WS-LINHA-LOTACAO.
           05  WS-LL-CODIGO             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-DESCRICAO          PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LL-INICIO             PIC -ZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LL-ADMISSOES          PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LL-DESLIGAMENTOS      PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LL-TRANSF-ENTRADA     PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LL-TRANSF-SAIDA       PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LL-EXCLUSOES          PIC ZZZZZ9.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LL-FIM                PIC -ZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-TAXA               PIC ZZZZ9,99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-MEDIA-ADM          PIC ZZ9,9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-MEDIA-DESL         PIC ZZ9,9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-AVISO              PIC X(12).

       01  WS-RC                        PIC 9(02) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
           PERFORM 1000-LER-PARAMETROS
           IF PARAMETROS-OK
               PERFORM 1200-CALCULAR-PERIODO
               PERFORM 1500-ABRIR-ARQUIVOS
               IF LOTACOES-OK AND CADASTRO-OK AND JOURNAL-OK
                              AND WS-FS-ROTAREL = '00'
                   PERFORM 3000-CARREGAR-LOTACOES
                   IF TAB-LOT-CHEIA
                       DISPLAY 'TABELA DE LOTACOES CHEIA. MAXIMO='
                           WS-TAB-LOT-MAX
                       MOVE 12 TO WS-RC
                   ELSE
                       PERFORM 4000-CONTAR-CADASTRO
                       PERFORM 4500-LER-JOURNAL
                       PERFORM 2000-GRAVAR-CABECALHO
                       PERFORM 7000-IMPRIMIR-ROTATIVIDADE
                       PERFORM 9000-GRAVAR-TOTAIS
                   END-IF
               ELSE
                   MOVE 12 TO WS-RC
               END-IF
               PERFORM 1600-FECHAR-ARQUIVOS
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * PARMFILE opcional (ver CALCPRM): MES-REF=MMAAAA escolhe o mes
      * apurado. Sem o arquivo ou sem a chave vale o mes anterior ao
      * da data do sistema (o relatorio roda depois do fechamento).
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCROTA-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCROTA-PARM
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCROTA-PARM
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
               IF WS-PARM-CHAVE = 'MES-REF'
                   PERFORM 1020-TRATAR-MES-REF
               ELSE
                   DISPLAY 'PARAMETRO DESCONHECIDO: '
                       WS-PARM-CHAVE
                   PERFORM 1080-ERRO-PARAMETRO
               END-IF
           END-IF.

       1020-TRATAR-MES-REF.
           IF WS-PARM-VALOR(1:6) IS NUMERIC
                   AND WS-PARM-VALOR(7:1) = SPACE
               MOVE WS-PARM-VALOR(1:6) TO WS-MES-REF
               IF WS-MES-REF-MES < 1 OR WS-MES-REF-MES > 12
                       OR WS-MES-REF-ANO < WS-ANO-MINIMO
                   DISPLAY 'MES-REF INVALIDO: ' WS-PARM-VALOR
                   PERFORM 1080-ERRO-PARAMETRO
               ELSE
                   MOVE 'S' TO WS-MES-REF-INFORMADO
               END-IF
           ELSE
               DISPLAY 'MES-REF INVALIDO: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1080-ERRO-PARAMETRO.
           MOVE 'N' TO WS-PARM-OK
           MOVE 16 TO WS-RC.

      ******************************************************************
      * O mes apurado em AAAAMM, comparado com o AAAAMM de cada
      * JRN-DATA para separar movimentos anteriores, do mes e
      * posteriores.
      ******************************************************************
       1200-CALCULAR-PERIODO.
           IF NOT MES-REF-INFORMADO
               IF WS-SIS-MES = 1
                   MOVE 12 TO WS-MES-REF-MES
                   COMPUTE WS-MES-REF-ANO = WS-SIS-ANO - 1
               ELSE
                   COMPUTE WS-MES-REF-MES = WS-SIS-MES - 1
                   MOVE WS-SIS-ANO TO WS-MES-REF-ANO
               END-IF
           END-IF
           COMPUTE WS-MES-AAAAMM = WS-MES-REF-ANO * 100
               + WS-MES-REF-MES.

       1500-ABRIR-ARQUIVOS.
           OPEN INPUT CALCIDADE-LOTACOES
           IF NOT LOTACOES-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-LOTACOES. FS='
                   WS-FS-LOTACOES
           END-IF
           OPEN INPUT CALCIDADE-CADASTRO
           IF NOT CADASTRO-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN INPUT CADMANU-JOURNAL
           IF NOT JOURNAL-OK
               DISPLAY 'ERRO AO ABRIR CADMANU-JOURNAL. FS='
                   WS-FS-JOURNAL
           END-IF
           OPEN OUTPUT CALCROTA-RELATO
           IF WS-FS-ROTAREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCROTA-RELATO. FS='
                   WS-FS-ROTAREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF LOTACOES-OK OR WS-FS-LOTACOES = '10'
               CLOSE CALCIDADE-LOTACOES
           END-IF
           IF CADASTRO-OK OR WS-FS-CADASTRO = '10'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF JOURNAL-OK OR WS-FS-JOURNAL = '10'
               CLOSE CADMANU-JOURNAL
           END-IF
           IF WS-FS-ROTAREL = '00'
               CLOSE CALCROTA-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-ROTAREL
           STRING 'ROTATIVIDADE POR LOTACAO - MES '
                                  DELIMITED BY SIZE
                  WS-MES-REF-MES  DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-MES-REF-ANO  DELIMITED BY SIZE
                  ' - EMITIDO EM ' DELIMITED BY SIZE
                  WS-SIS-DIA      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-SIS-MES      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-SIS-ANO      DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'ROTATIV. = ((ADMISSOES + DESLIGAMENTOS) / 2) / '
                                      DELIMITED BY SIZE
                  'QUADRO MEDIO ((INICIO + FIM) / 2) X 100; '
                                      DELIMITED BY SIZE
                  'TRANSFERENCIAS NAO ENTRAM NA TAXA'
                                      DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'ID.ADM/ID.DES = IDADE MEDIA DOS ADMITIDOS E DOS '
                                      DELIMITED BY SIZE
                  'DESLIGADOS NA DATA DO MOVIMENTO'
                                      DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           MOVE WS-CAB-COLUNAS TO RTR-LINHA
           WRITE REG-ROTAREL.

      ******************************************************************
      * Carrega o CALCIDADE-LOTACOES inteiro na tabela, na ordem da
      * chave, e prepara a posicao de lotacao nao cadastrada.
      ******************************************************************
       3000-CARREGAR-LOTACOES.
           MOVE LOW-VALUES TO LOT-CODIGO
           START CALCIDADE-LOTACOES
               KEY IS NOT LESS THAN LOT-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LOTACOES
           END-START
           PERFORM UNTIL FIM-LOTACOES OR TAB-LOT-CHEIA
               READ CALCIDADE-LOTACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LOTACOES
                   NOT AT END
                       PERFORM 3100-GUARDAR-LOTACAO
               END-READ
           END-PERFORM
           MOVE WS-IDX-NC TO WS-IDX
           MOVE '********' TO LOT-CODIGO
           MOVE '*** LOTACAO NAO CADASTRADA ***' TO LOT-DESCRICAO
           PERFORM 3150-ZERAR-ENTRADA.

       3100-GUARDAR-LOTACAO.
           IF WS-TAB-LOT-QTD >= WS-TAB-LOT-MAX
               MOVE 'S' TO WS-TAB-LOT-CHEIA
           ELSE
               ADD 1 TO WS-TAB-LOT-QTD
               MOVE WS-TAB-LOT-QTD TO WS-IDX
               PERFORM 3150-ZERAR-ENTRADA
           END-IF.

       3150-ZERAR-ENTRADA.
           MOVE LOT-CODIGO    TO WS-TL-CODIGO(WS-IDX)
           MOVE LOT-DESCRICAO TO WS-TL-DESCRICAO(WS-IDX)
           MOVE 0 TO WS-TL-FIM(WS-IDX)
           MOVE 0 TO WS-TL-SALDO-MES(WS-IDX)
           MOVE 0 TO WS-TL-ADMISSOES(WS-IDX)
           MOVE 0 TO WS-TL-DESLIGAMENTOS(WS-IDX)
           MOVE 0 TO WS-TL-TRANSF-ENTRADA(WS-IDX)
           MOVE 0 TO WS-TL-TRANSF-SAIDA(WS-IDX)
           MOVE 0 TO WS-TL-EXCLUSOES(WS-IDX)
           MOVE 0 TO WS-TL-QTD-ID-ADM(WS-IDX)
           MOVE 0 TO WS-TL-SOMA-ID-ADM(WS-IDX)
           MOVE 0 TO WS-TL-QTD-ID-DESL(WS-IDX)
           MOVE 0 TO WS-TL-SOMA-ID-DESL(WS-IDX).

      ******************************************************************
      * Quadro atual: cada ativo do cadastro conta na sua lotacao.
      ******************************************************************
       4000-CONTAR-CADASTRO.
           MOVE 0 TO CAD-CPF
           START CALCIDADE-CADASTRO
               KEY IS NOT LESS THAN CAD-CPF
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CADASTRO
           END-START
           PERFORM UNTIL FIM-CADASTRO
               READ CALCIDADE-CADASTRO NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-CADASTRO
                   NOT AT END
                       ADD 1 TO WS-CONT-CAD-LIDOS
                       IF CAD-ATIVO
                           ADD 1 TO WS-CONT-CAD-ATIVOS
                           MOVE CAD-LOTACAO TO WS-LOT-PROCURADA
                           PERFORM 5450-LOCALIZAR-LOTACAO
                           ADD 1 TO WS-TL-FIM(WS-IDX)
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Le o journal inteiro. Movimentos de dependente nao mexem no
      * quadro; os de titular sao desfeitos (posteriores ao mes) ou
      * apurados (do proprio mes); os anteriores ja estao refletidos
      * no quadro do inicio do mes.
      ******************************************************************
       4500-LER-JOURNAL.
           PERFORM 4510-LER-REGISTRO-JOURNAL
           PERFORM UNTIL FIM-JOURNAL
               ADD 1 TO WS-CONT-JRN-LIDOS
               IF JRN-MOVTO-DEPENDENTE
                   ADD 1 TO WS-CONT-JRN-DEPENDENTES
               ELSE
                   PERFORM 4550-AVALIAR-IMAGENS
                   COMPUTE WS-JRN-AAAAMM = JRN-DATA / 100
                   IF WS-JRN-AAAAMM > WS-MES-AAAAMM
                       ADD 1 TO WS-CONT-JRN-POSTERIORES
                       PERFORM 4600-DESFAZER-POSTERIOR
                   ELSE
                       IF WS-JRN-AAAAMM = WS-MES-AAAAMM
                           ADD 1 TO WS-CONT-JRN-DO-MES
                           PERFORM 4700-APURAR-MOVTO-MES
                       ELSE
                           ADD 1 TO WS-CONT-JRN-ANTERIORES
                       END-IF
                   END-IF
               END-IF
               PERFORM 4510-LER-REGISTRO-JOURNAL
           END-PERFORM.

       4510-LER-REGISTRO-JOURNAL.
           READ CADMANU-JOURNAL
               AT END
                   MOVE 'S' TO WS-FIM-JOURNAL
           END-READ.

       4550-AVALIAR-IMAGENS.
           MOVE 'N' TO WS-ANT-ATIVO
           MOVE 'N' TO WS-DEP-ATIVO
           IF NOT JRN-INCLUSAO AND JRN-ANT-SITUACAO NOT = 'D'
               MOVE 'S' TO WS-ANT-ATIVO
               MOVE JRN-ANT-LOTACAO TO WS-LOT-PROCURADA
               PERFORM 5450-LOCALIZAR-LOTACAO
               MOVE WS-IDX TO WS-IDX-ANT
           END-IF
           IF NOT JRN-EXCLUSAO AND JRN-DEP-SITUACAO NOT = 'D'
               MOVE 'S' TO WS-DEP-ATIVO
               MOVE JRN-DEP-LOTACAO TO WS-LOT-PROCURADA
               PERFORM 5450-LOCALIZAR-LOTACAO
               MOVE WS-IDX TO WS-IDX-DEP
           END-IF.

      ******************************************************************
      * Movimento posterior ao mes: volta o quadro do fim do mes ao
      * estado anterior a ele (tira a imagem DEPOIS, repoe a ANTES).
      ******************************************************************
       4600-DESFAZER-POSTERIOR.
           IF DEPOIS-ATIVO
               SUBTRACT 1 FROM WS-TL-FIM(WS-IDX-DEP)
           END-IF
           IF ANTES-ATIVO
               ADD 1 TO WS-TL-FIM(WS-IDX-ANT)
           END-IF.

      ******************************************************************
      * Movimento do mes: acumula o saldo e classifica o evento.
      ******************************************************************
       4700-APURAR-MOVTO-MES.
           IF DEPOIS-ATIVO
               ADD 1 TO WS-TL-SALDO-MES(WS-IDX-DEP)
           END-IF
           IF ANTES-ATIVO
               SUBTRACT 1 FROM WS-TL-SALDO-MES(WS-IDX-ANT)
           END-IF
           MOVE JRN-DATA TO WS-DATA-EVENTO
           IF DEPOIS-ATIVO AND NOT ANTES-ATIVO
               ADD 1 TO WS-TL-ADMISSOES(WS-IDX-DEP)
               MOVE JRN-DEP-NASCIMENTO TO WS-NASC-EVENTO
               PERFORM 4750-VALIDAR-NASCIMENTO
               IF NASC-VALIDO
                   ADD 1     TO WS-TL-QTD-ID-ADM(WS-IDX-DEP)
                   ADD IDADE TO WS-TL-SOMA-ID-ADM(WS-IDX-DEP)
               END-IF
           END-IF
           IF ANTES-ATIVO AND NOT DEPOIS-ATIVO
               IF JRN-EXCLUSAO
                   ADD 1 TO WS-TL-EXCLUSOES(WS-IDX-ANT)
               ELSE
                   ADD 1 TO WS-TL-DESLIGAMENTOS(WS-IDX-ANT)
                   MOVE JRN-ANT-NASCIMENTO TO WS-NASC-EVENTO
                   PERFORM 4750-VALIDAR-NASCIMENTO
                   IF NASC-VALIDO
                       ADD 1     TO WS-TL-QTD-ID-DESL(WS-IDX-ANT)
                       ADD IDADE TO WS-TL-SOMA-ID-DESL(WS-IDX-ANT)
                   END-IF
               END-IF
           END-IF
           IF ANTES-ATIVO AND DEPOIS-ATIVO
                   AND JRN-ANT-LOTACAO NOT = JRN-DEP-LOTACAO
               ADD 1 TO WS-TL-TRANSF-SAIDA(WS-IDX-ANT)
               ADD 1 TO WS-TL-TRANSF-ENTRADA(WS-IDX-DEP)
           END-IF.

       4750-VALIDAR-NASCIMENTO.
           MOVE 'S' TO WS-NASC-VALIDO
           IF WS-NASC-EVENTO IS NOT NUMERIC
               MOVE 'N' TO WS-NASC-VALIDO
           ELSE
               IF WS-NE-ANO < WS-ANO-MINIMO
                       OR WS-NE-MES < 1 OR WS-NE-MES > 12
                       OR WS-NE-DIA < 1 OR WS-NE-DIA > 31
                   MOVE 'N' TO WS-NASC-VALIDO
               ELSE
                   PERFORM 5000-COMPUTAR-IDADE
                   IF IDADE < 0
                       MOVE 'N' TO WS-NASC-VALIDO
                   END-IF
               END-IF
           END-IF
           IF NOT NASC-VALIDO
               ADD 1 TO WS-CONT-INVALIDOS
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF.

      ******************************************************************
      * Mesmas regras de 5000-COMPUTAR-IDADE do CALCIDADE01, com a
      * data do movimento como referencia.
      ******************************************************************
       5000-COMPUTAR-IDADE.
           COMPUTE IDADE = WS-REF-ANO - WS-NE-ANO
           IF WS-REF-MES < WS-NE-MES
               SUBTRACT 1 FROM IDADE
           ELSE
               IF WS-REF-MES = WS-NE-MES
                       AND WS-REF-DIA < WS-NE-DIA
                   SUBTRACT 1 FROM IDADE
               END-IF
           END-IF.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

      ******************************************************************
      * Pesquisa binaria de WS-LOT-PROCURADA na tabela; devolve a
      * posicao em WS-LOT-ACHADA-IDX ou zero quando nao cadastrada.
      ******************************************************************
       5400-PROCURAR-LOTACAO.
           MOVE 0 TO WS-LOT-ACHADA-IDX
           MOVE 1 TO WS-BUSCA-INI
           MOVE WS-TAB-LOT-QTD TO WS-BUSCA-FIM
           PERFORM UNTIL WS-BUSCA-INI > WS-BUSCA-FIM
                      OR WS-LOT-ACHADA-IDX > 0
               COMPUTE WS-BUSCA-MEIO = (WS-BUSCA-INI + WS-BUSCA-FIM) / 2
               IF WS-TL-CODIGO(WS-BUSCA-MEIO) = WS-LOT-PROCURADA
                   MOVE WS-BUSCA-MEIO TO WS-LOT-ACHADA-IDX
               ELSE
                   IF WS-TL-CODIGO(WS-BUSCA-MEIO) < WS-LOT-PROCURADA
                       COMPUTE WS-BUSCA-INI = WS-BUSCA-MEIO + 1
                   ELSE
                       IF WS-BUSCA-MEIO = 1
                           MOVE 0 TO WS-BUSCA-FIM
                       ELSE
                           COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Posicao da lotacao em WS-IDX; a nao cadastrada cai em
      * WS-IDX-NC.
      ******************************************************************
       5450-LOCALIZAR-LOTACAO.
           PERFORM 5400-PROCURAR-LOTACAO
           IF WS-LOT-ACHADA-IDX = 0
               MOVE WS-IDX-NC TO WS-IDX
           ELSE
               MOVE WS-LOT-ACHADA-IDX TO WS-IDX
           END-IF.

      ******************************************************************
      * Uma linha por lotacao com quadro ou movimento no mes, na
      * ordem do codigo; depois o grupo de lotacao nao cadastrada e o
      * total da empresa.
      ******************************************************************
       7000-IMPRIMIR-ROTATIVIDADE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAB-LOT-QTD
               PERFORM 7100-IMPRIMIR-ENTRADA
           END-PERFORM
           MOVE WS-IDX-NC TO WS-IDX
           PERFORM 7100-IMPRIMIR-ENTRADA
           IF WS-LIN-INICIO NOT = 0 OR WS-LIN-FIM NOT = 0
                   OR WS-LIN-ADMISSOES > 0
                   OR WS-LIN-DESLIGAMENTOS > 0
                   OR WS-LIN-TRANSF-ENTRADA > 0
                   OR WS-LIN-TRANSF-SAIDA > 0
                   OR WS-LIN-EXCLUSOES > 0
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           MOVE WS-EMP-INICIO         TO WS-LIN-INICIO
           MOVE WS-EMP-FIM            TO WS-LIN-FIM
           MOVE WS-EMP-ADMISSOES      TO WS-LIN-ADMISSOES
           MOVE WS-EMP-DESLIGAMENTOS  TO WS-LIN-DESLIGAMENTOS
           MOVE WS-EMP-TRANSF-ENTRADA TO WS-LIN-TRANSF-ENTRADA
           MOVE WS-EMP-TRANSF-SAIDA   TO WS-LIN-TRANSF-SAIDA
           MOVE WS-EMP-EXCLUSOES      TO WS-LIN-EXCLUSOES
           MOVE WS-EMP-QTD-ID-ADM     TO WS-LIN-QTD-ID-ADM
           MOVE WS-EMP-SOMA-ID-ADM    TO WS-LIN-SOMA-ID-ADM
           MOVE WS-EMP-QTD-ID-DESL    TO WS-LIN-QTD-ID-DESL
           MOVE WS-EMP-SOMA-ID-DESL   TO WS-LIN-SOMA-ID-DESL
           MOVE SPACES TO REG-ROTAREL
           WRITE REG-ROTAREL
           MOVE 'TOTAL' TO WS-LL-CODIGO
           MOVE 'TOTAL DA EMPRESA' TO WS-LL-DESCRICAO
           PERFORM 7300-CALCULAR-LINHA
           PERFORM 7400-ESCREVER-LINHA.

       7100-IMPRIMIR-ENTRADA.
           COMPUTE WS-LIN-INICIO = WS-TL-FIM(WS-IDX)
               - WS-TL-SALDO-MES(WS-IDX)
           MOVE WS-TL-FIM(WS-IDX)            TO WS-LIN-FIM
           MOVE WS-TL-ADMISSOES(WS-IDX)      TO WS-LIN-ADMISSOES
           MOVE WS-TL-DESLIGAMENTOS(WS-IDX)  TO WS-LIN-DESLIGAMENTOS
           MOVE WS-TL-TRANSF-ENTRADA(WS-IDX) TO WS-LIN-TRANSF-ENTRADA
           MOVE WS-TL-TRANSF-SAIDA(WS-IDX)   TO WS-LIN-TRANSF-SAIDA
           MOVE WS-TL-EXCLUSOES(WS-IDX)      TO WS-LIN-EXCLUSOES
           MOVE WS-TL-QTD-ID-ADM(WS-IDX)     TO WS-LIN-QTD-ID-ADM
           MOVE WS-TL-SOMA-ID-ADM(WS-IDX)    TO WS-LIN-SOMA-ID-ADM
           MOVE WS-TL-QTD-ID-DESL(WS-IDX)    TO WS-LIN-QTD-ID-DESL
           MOVE WS-TL-SOMA-ID-DESL(WS-IDX)   TO WS-LIN-SOMA-ID-DESL
           ADD WS-LIN-INICIO         TO WS-EMP-INICIO
           ADD WS-LIN-FIM            TO WS-EMP-FIM
           ADD WS-LIN-ADMISSOES      TO WS-EMP-ADMISSOES
           ADD WS-LIN-DESLIGAMENTOS  TO WS-EMP-DESLIGAMENTOS
           ADD WS-LIN-TRANSF-ENTRADA TO WS-EMP-TRANSF-ENTRADA
           ADD WS-LIN-TRANSF-SAIDA   TO WS-EMP-TRANSF-SAIDA
           ADD WS-LIN-EXCLUSOES      TO WS-EMP-EXCLUSOES
           ADD WS-LIN-QTD-ID-ADM     TO WS-EMP-QTD-ID-ADM
           ADD WS-LIN-SOMA-ID-ADM    TO WS-EMP-SOMA-ID-ADM
           ADD WS-LIN-QTD-ID-DESL    TO WS-EMP-QTD-ID-DESL
           ADD WS-LIN-SOMA-ID-DESL   TO WS-EMP-SOMA-ID-DESL
           IF WS-LIN-INICIO NOT = 0 OR WS-LIN-FIM NOT = 0
                   OR WS-LIN-ADMISSOES > 0
                   OR WS-LIN-DESLIGAMENTOS > 0
                   OR WS-LIN-TRANSF-ENTRADA > 0
                   OR WS-LIN-TRANSF-SAIDA > 0
                   OR WS-LIN-EXCLUSOES > 0
               ADD 1 TO WS-CONT-LOT-IMPRESSAS
               MOVE WS-TL-CODIGO(WS-IDX)    TO WS-LL-CODIGO
               MOVE WS-TL-DESCRICAO(WS-IDX) TO WS-LL-DESCRICAO
               PERFORM 7300-CALCULAR-LINHA
               PERFORM 7400-ESCREVER-LINHA
           END-IF.

      ******************************************************************
      * Taxa e idades medias da linha. Quadro negativo no inicio ou
      * no fim indica journal que nao fecha com o cadastro (estorno
      * ou carga fora do CADMANU01) e sai marcado na linha.
      ******************************************************************
       7300-CALCULAR-LINHA.
           COMPUTE WS-LIN-QUADRO-2X = WS-LIN-INICIO + WS-LIN-FIM
           IF WS-LIN-QUADRO-2X > 0
               COMPUTE WS-LIN-TAXA ROUNDED
                   = (WS-LIN-ADMISSOES + WS-LIN-DESLIGAMENTOS) * 100
                     / WS-LIN-QUADRO-2X
           ELSE
               MOVE 0 TO WS-LIN-TAXA
           END-IF
           MOVE WS-LIN-INICIO         TO WS-LL-INICIO
           MOVE WS-LIN-ADMISSOES      TO WS-LL-ADMISSOES
           MOVE WS-LIN-DESLIGAMENTOS  TO WS-LL-DESLIGAMENTOS
           MOVE WS-LIN-TRANSF-ENTRADA TO WS-LL-TRANSF-ENTRADA
           MOVE WS-LIN-TRANSF-SAIDA   TO WS-LL-TRANSF-SAIDA
           MOVE WS-LIN-EXCLUSOES      TO WS-LL-EXCLUSOES
           MOVE WS-LIN-FIM            TO WS-LL-FIM
           MOVE WS-LIN-TAXA           TO WS-LL-TAXA
           IF WS-LIN-QTD-ID-ADM > 0
               COMPUTE WS-LIN-MEDIA ROUNDED
                   = WS-LIN-SOMA-ID-ADM / WS-LIN-QTD-ID-ADM
           ELSE
               MOVE 0 TO WS-LIN-MEDIA
           END-IF
           MOVE WS-LIN-MEDIA TO WS-LL-MEDIA-ADM
           IF WS-LIN-QTD-ID-DESL > 0
               COMPUTE WS-LIN-MEDIA ROUNDED
                   = WS-LIN-SOMA-ID-DESL / WS-LIN-QTD-ID-DESL
           ELSE
               MOVE 0 TO WS-LIN-MEDIA
           END-IF
           MOVE WS-LIN-MEDIA TO WS-LL-MEDIA-DESL
           IF WS-LIN-INICIO < 0 OR WS-LIN-FIM < 0
               MOVE 'INCONSISTENTE' TO WS-LL-AVISO
               ADD 1 TO WS-CONT-QUADRO-NEGATIVO
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           ELSE
               MOVE SPACES TO WS-LL-AVISO
           END-IF.

       7400-ESCREVER-LINHA.
           MOVE SPACES TO REG-ROTAREL
           MOVE WS-LINHA-LOTACAO TO RTR-LINHA
           WRITE REG-ROTAREL.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-ROTAREL
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           MOVE '---------------------------------------' TO RTR-LINHA
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'CADASTRO - REGISTROS LIDOS   : ' DELIMITED BY SIZE
                  WS-CONT-CAD-LIDOS                 DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'CADASTRO - ATIVOS HOJE       : ' DELIMITED BY SIZE
                  WS-CONT-CAD-ATIVOS                DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'JOURNAL  - REGISTROS LIDOS   : ' DELIMITED BY SIZE
                  WS-CONT-JRN-LIDOS                 DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'JOURNAL  - ANTERIORES AO MES : ' DELIMITED BY SIZE
                  WS-CONT-JRN-ANTERIORES            DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'JOURNAL  - DO MES            : ' DELIMITED BY SIZE
                  WS-CONT-JRN-DO-MES                DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'JOURNAL  - POSTERIORES (DESF): ' DELIMITED BY SIZE
                  WS-CONT-JRN-POSTERIORES           DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'JOURNAL  - DE DEPENDENTES    : ' DELIMITED BY SIZE
                  WS-CONT-JRN-DEPENDENTES           DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'NASCIMENTOS INVALIDOS        : ' DELIMITED BY SIZE
                  WS-CONT-INVALIDOS                 DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           MOVE SPACES TO REG-ROTAREL
           STRING 'LINHAS COM QUADRO NEGATIVO   : ' DELIMITED BY SIZE
                  WS-CONT-QUADRO-NEGATIVO           DELIMITED BY SIZE
                  INTO RTR-LINHA
           END-STRING
           WRITE REG-ROTAREL
           DISPLAY 'CALCROTA01 - MES ' WS-MES-REF-MES '/'
               WS-MES-REF-ANO ' LOTACOES ' WS-CONT-LOT-IMPRESSAS
               ' RC ' WS-RC.
