      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gera o arquivo de notificacoes de eventos de idade
      *          para o portal do RH e o gateway de e-mail (ver
      *          CALCNTF): varre as pessoas ativas do
      *          CALCIDADE-CADASTRO e, para a janela que comeca em
      *          DATA-INICIO e vai JANELA dias adiante, grava um
      *          registro por evento - maioridade (18 anos), idoso
      *          (60 anos), aniversario e tempo de casa (aniversario
      *          de admissao multiplo de MARCO-TEMPO-CASA anos) - em
      *          ordem de lotacao e data. Cada evento notificado vai
      *          para o historico CALCNOTI-HIST (ver CALCNTH),
      *          chaveado por CPF + evento, e um evento ja presente
      *          no historico nao e notificado de novo: janelas
      *          sobrepostas e reexecucoes nao repetem avisos. Com
      *          MODO=REENVIO le os registros devolvidos pelo gateway
      *          (DEVOLVID, mesmo layout) e os reenvia, com os dados
      *          atuais do cadastro, ate MAX-REENVIOS vezes por
      *          evento. RC=0 normal; RC=4 nascimentos invalidos ou
      *          devolvidos nao reenviados; RC=12 erro de abertura;
      *          RC=16 parametro invalido. PARMFILE opcional:
      *          MODO=NOTIFICAR|REENVIO, DATA-INICIO=DDMMAAAA
      *          (default hoje), JANELA=nnn (1-180, default 7),
      *          MARCO-TEMPO-CASA=nn (1-50, default 5),
      *          LOTACAO=cccccccc e MAX-REENVIOS=n (1-9, default 3).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCNOTI01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CALCIDADE-CADASTRO ASSIGN TO 'CADASTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-CPF
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT CALCNOTI-HIST ASSIGN TO 'NOTIHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTH-CHAVE
               FILE STATUS IS WS-FS-NOTIHIST.

           SELECT CALCNOTI-NOTIFIC ASSIGN TO 'NOTIFIC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIFIC.

           SELECT CALCNOTI-DEVOLVID ASSIGN TO 'DEVOLVID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEVOLVID.

           SELECT CALCNOTI-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT CALCNOTI-RELATO ASSIGN TO 'NOTIREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTIREL.

           SELECT CALCNOTI-SORT ASSIGN TO 'SORTWK01'.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CALCNOTI-HIST.
           COPY CALCNTH.

       FD  CALCNOTI-NOTIFIC
           RECORDING MODE IS F.
           COPY CALCNTF.

      * Registro devolvido pelo gateway, no layout CALCNTF; e movido
      * para REG-NOTIFIC antes de ser tratado.
       FD  CALCNOTI-DEVOLVID
           RECORDING MODE IS F.
       01  REG-DEVOLVIDO                PIC X(80).

       FD  CALCNOTI-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.

       FD  CALCNOTI-RELATO
           RECORDING MODE IS F.
           COPY CALCNTR.

       SD  CALCNOTI-SORT.
       01  REG-SORT.
           05  SRT-LOTACAO              PIC X(08).
           05  SRT-DATA-EVENTO.
               10  SRT-EVT-ANO          PIC 9(04).
               10  SRT-EVT-MES          PIC 9(02).
               10  SRT-EVT-DIA          PIC 9(02).
           05  SRT-TIPO-EVENTO          PIC X(02).
           05  SRT-CPF                  PIC 9(11).
           05  SRT-NOME                 PIC X(30).
           05  SRT-FAIXA                PIC X(15).
           05  SRT-ANOS                 PIC 9(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-NOTIHIST               PIC X(02).
           88  NOTIHIST-OK              VALUE '00'.
       01  WS-FS-NOTIFIC                PIC X(02).
       01  WS-FS-DEVOLVID               PIC X(02).
       01  WS-FS-PARM                   PIC X(02).
       01  WS-FS-NOTIREL                PIC X(02).

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
      * Parametros da execucao (alteraveis pelo PARMFILE).
      ******************************************************************
       01  WS-MODO                      PIC X(09) VALUE 'NOTIFICAR'.
           88  MODO-NOTIFICAR           VALUE 'NOTIFICAR'.
           88  MODO-REENVIO             VALUE 'REENVIO'.
       01  WS-DATA-INICIO.
           05  WS-INI-DIA               PIC 9(02).
           05  WS-INI-MES               PIC 9(02).
           05  WS-INI-ANO               PIC 9(04).
       01  WS-INICIO-INFORMADO          PIC X(01) VALUE 'N'.
           88  INICIO-INFORMADO         VALUE 'S'.
       01  WS-JANELA                    PIC 9(03) VALUE 7.
       01  WS-JANELA-MAXIMA             PIC 9(03) VALUE 180.
       01  WS-MARCO-TEMPO-CASA          PIC 9(02) VALUE 5.
       01  WS-MAX-REENVIOS              PIC 9(01) VALUE 3.
       01  WS-LOTACAO-FILTRO            PIC X(08) VALUE SPACES.
       01  WS-LOTACAO-INFORMADA         PIC X(01) VALUE 'N'.
           88  LOTACAO-INFORMADA        VALUE 'S'.

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).
       01  WS-HOJE-AAAAMMDD             PIC 9(08).
       01  WS-INICIO-AAAAMMDD           PIC 9(08).
       01  WS-INICIO-INT                PIC 9(07).
       01  WS-LIMITE-AAAAMMDD           PIC 9(08).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.
       01  WS-ANO-MAXIMO                PIC 9(04).

       01  WS-FIM-CADASTRO              PIC X(01) VALUE 'N'.
           88  FIM-CADASTRO             VALUE 'S'.
       01  WS-FIM-SORT                  PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       01  WS-FIM-DEVOLVID              PIC X(01) VALUE 'N'.
           88  FIM-DEVOLVID             VALUE 'S'.
       01  WS-NASC-VALIDO               PIC X(01).
           88  NASC-CADASTRO-VALIDO     VALUE 'S'.
       01  WS-ADMISSAO-VALIDA           PIC X(01).
           88  ADMISSAO-VALIDA          VALUE 'S'.

      ******************************************************************
      * Projecao da proxima ocorrencia de um aniversario (nascimento
      * ou admissao) a partir do inicio da janela.
      ******************************************************************
       01  WS-BASE-ANO                  PIC 9(04).
       01  WS-BASE-MES                  PIC 9(02).
       01  WS-BASE-DIA                  PIC 9(02).
       01  WS-ANOS-SOMAR                PIC 9(03).
       01  WS-ALVO-ANO                  PIC 9(04).
       01  WS-ALVO-MES                  PIC 9(02).
       01  WS-ALVO-DIA                  PIC 9(02).
       01  WS-ALVO-AAAAMMDD             PIC 9(08).
       01  WS-EVENTO-NA-JANELA          PIC X(01).
           88  EVENTO-NA-JANELA         VALUE 'S'.
       01  WS-RESTO-4                   PIC 9(04).
       01  WS-RESTO-100                 PIC 9(04).
       01  WS-RESTO-400                 PIC 9(04).
       01  WS-RESTO-MARCO               PIC 9(03).
       01  WS-ANO-BISSEXTO              PIC X(01).
           88  ANO-BISSEXTO             VALUE 'S'.
       01  WS-IDADE-EVENTO              PIC 9(03).
       01  WS-FAIXA                     PIC X(15).
       01  WS-TIPO-EVENTO               PIC X(02).

       01  WS-LOTACAO-ANTERIOR          PIC X(08).
       01  WS-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
           88  PRIMEIRO-REG             VALUE 'S'.
       01  WS-DESC-EVENTO               PIC X(13).
       01  WS-RESULTADO                 PIC X(30).

       01  WS-LINHA-EVENTO.
           05  WS-LE-EVENTO             PIC X(13).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LE-CPF                PIC 9(11).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LE-NOME               PIC X(30).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LE-LOTACAO            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LE-DATA               PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LE-ANOS               PIC ZZ9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LE-FAIXA              PIC X(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-LE-RESULTADO          PIC X(30).
       01  WS-DATA-EDITADA              PIC X(10).

      * Evento da linha do relatorio, copiado do registro do SORT ou
      * montado a partir do registro devolvido.
       01  WS-EVENTO-REL.
           05  WS-EVR-LOTACAO           PIC X(08).
           05  WS-EVR-DATA-EVENTO.
               10  WS-EVR-EVT-ANO       PIC 9(04).
               10  WS-EVR-EVT-MES       PIC 9(02).
               10  WS-EVR-EVT-DIA       PIC 9(02).
           05  WS-EVR-TIPO-EVENTO       PIC X(02).
           05  WS-EVR-CPF               PIC 9(11).
           05  WS-EVR-NOME              PIC X(30).
           05  WS-EVR-FAIXA             PIC X(15).
           05  WS-EVR-ANOS              PIC 9(03).

       01  WS-CONT-LIDOS                PIC 9(06) VALUE 0.
       01  WS-CONT-ATIVOS               PIC 9(06) VALUE 0.
       01  WS-CONT-INVALIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-EVENTOS              PIC 9(06) VALUE 0.
       01  WS-CONT-NOTIFICADOS          PIC 9(06) VALUE 0.
       01  WS-CONT-JA-NOTIFICADOS       PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-NOTIFICADOS      PIC 9(06) VALUE 0.
       01  WS-CONT-TIPO-MA              PIC 9(06) VALUE 0.
       01  WS-CONT-TIPO-ID              PIC 9(06) VALUE 0.
       01  WS-CONT-TIPO-AN              PIC 9(06) VALUE 0.
       01  WS-CONT-TIPO-TC              PIC 9(06) VALUE 0.
       01  WS-CONT-DEVOLVIDOS           PIC 9(06) VALUE 0.
       01  WS-CONT-REENVIADOS           PIC 9(06) VALUE 0.
       01  WS-CONT-NAO-REENVIADOS       PIC 9(06) VALUE 0.

       01  WS-RC                        PIC 9(02) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
           MOVE WS-SIS-ANO TO WS-ANO-MAXIMO
           PERFORM 1000-LER-PARAMETROS
           IF PARAMETROS-OK
               PERFORM 1200-CALCULAR-PERIODO
               PERFORM 1500-ABRIR-ARQUIVOS
               IF CADASTRO-OK AND NOTIHIST-OK
                       AND WS-FS-NOTIFIC = '00'
                       AND WS-FS-NOTIREL = '00'
                   PERFORM 2000-GRAVAR-CABECALHO
                   IF MODO-REENVIO
                       PERFORM 6000-PROCESSAR-REENVIO
                   ELSE
                       SORT CALCNOTI-SORT
                           ON ASCENDING KEY SRT-LOTACAO
                                            SRT-DATA-EVENTO
                                            SRT-TIPO-EVENTO
                                            SRT-CPF
                           INPUT PROCEDURE IS 3000-SELECIONAR-EVENTOS
                           OUTPUT PROCEDURE IS
                               4000-GRAVAR-NOTIFICACOES
                   END-IF
                   PERFORM 9000-GRAVAR-TOTAIS
               ELSE
                   MOVE 12 TO WS-RC
               END-IF
               PERFORM 1600-FECHAR-ARQUIVOS
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * PARMFILE opcional (ver CALCPRM). Sem o arquivo a execucao
      * notifica a janela de WS-JANELA dias a partir de hoje.
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCNOTI-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCNOTI-PARM
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCNOTI-PARM
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
               IF WS-PARM-CHAVE = 'MODO'
                   PERFORM 1020-TRATAR-MODO
               ELSE
                   IF WS-PARM-CHAVE = 'DATA-INICIO'
                       PERFORM 1030-TRATAR-DATA-INICIO
                   ELSE
                       IF WS-PARM-CHAVE = 'JANELA'
                           PERFORM 1040-TRATAR-JANELA
                       ELSE
                           PERFORM 1015-PROCESSAR-PARM-ENVIO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1015-PROCESSAR-PARM-ENVIO.
           IF WS-PARM-CHAVE = 'MARCO-TEMPO-CASA'
               PERFORM 1050-TRATAR-MARCO
           ELSE
               IF WS-PARM-CHAVE = 'LOTACAO'
                   PERFORM 1055-TRATAR-LOTACAO
               ELSE
                   IF WS-PARM-CHAVE = 'MAX-REENVIOS'
                       PERFORM 1057-TRATAR-MAX-REENVIOS
                   ELSE
                       DISPLAY 'PARAMETRO DESCONHECIDO: '
                           WS-PARM-CHAVE
                       PERFORM 1080-ERRO-PARAMETRO
                   END-IF
               END-IF
           END-IF.

       1020-TRATAR-MODO.
           IF WS-PARM-VALOR = 'NOTIFICAR'
                   OR WS-PARM-VALOR = 'REENVIO'
               MOVE WS-PARM-VALOR TO WS-MODO
           ELSE
               DISPLAY 'MODO INVALIDO: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1030-TRATAR-DATA-INICIO.
           IF WS-PARM-VALOR(1:8) IS NUMERIC
                   AND WS-PARM-VALOR(9:1) = SPACE
               MOVE WS-PARM-VALOR(1:8) TO WS-DATA-INICIO
               IF WS-INI-ANO < WS-ANO-MINIMO
                       OR WS-INI-MES < 1 OR WS-INI-MES > 12
                       OR WS-INI-DIA < 1 OR WS-INI-DIA > 31
                   DISPLAY 'DATA-INICIO INVALIDA: ' WS-PARM-VALOR
                   PERFORM 1080-ERRO-PARAMETRO
               ELSE
                   MOVE 'S' TO WS-INICIO-INFORMADO
               END-IF
           ELSE
               DISPLAY 'DATA-INICIO INVALIDA: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1040-TRATAR-JANELA.
           PERFORM 1060-CONVERTER-VALOR-NUM
           IF VALOR-NUM-OK AND WS-VALOR-NUM > 0
                   AND WS-VALOR-NUM <= WS-JANELA-MAXIMA
               MOVE WS-VALOR-NUM TO WS-JANELA
           ELSE
               DISPLAY 'JANELA INVALIDA: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1050-TRATAR-MARCO.
           PERFORM 1060-CONVERTER-VALOR-NUM
           IF VALOR-NUM-OK AND WS-VALOR-NUM > 0
                   AND WS-VALOR-NUM <= 50
               MOVE WS-VALOR-NUM TO WS-MARCO-TEMPO-CASA
           ELSE
               DISPLAY 'MARCO-TEMPO-CASA INVALIDO: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1055-TRATAR-LOTACAO.
           IF WS-PARM-VALOR(1:1) = SPACE
                   OR WS-PARM-VALOR(9:1) NOT = SPACE
               DISPLAY 'LOTACAO INVALIDA: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           ELSE
               MOVE WS-PARM-VALOR(1:8) TO WS-LOTACAO-FILTRO
               MOVE 'S' TO WS-LOTACAO-INFORMADA
           END-IF.

       1057-TRATAR-MAX-REENVIOS.
           PERFORM 1060-CONVERTER-VALOR-NUM
           IF VALOR-NUM-OK AND WS-VALOR-NUM > 0
                   AND WS-VALOR-NUM <= 9
               MOVE WS-VALOR-NUM TO WS-MAX-REENVIOS
           ELSE
               DISPLAY 'MAX-REENVIOS INVALIDO: ' WS-PARM-VALOR
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

      ******************************************************************
      * A janela vai de DATA-INICIO (default hoje) ate JANELA dias
      * depois, inclusive; as datas sao comparadas como AAAAMMDD.
      ******************************************************************
       1200-CALCULAR-PERIODO.
           COMPUTE WS-HOJE-AAAAMMDD = WS-SIS-ANO * 10000
                                    + WS-SIS-MES * 100
                                    + WS-SIS-DIA
           IF INICIO-INFORMADO
               COMPUTE WS-INICIO-AAAAMMDD = WS-INI-ANO * 10000
                                          + WS-INI-MES * 100
                                          + WS-INI-DIA
           ELSE
               MOVE WS-HOJE-AAAAMMDD TO WS-INICIO-AAAAMMDD
               MOVE WS-SIS-DIA TO WS-INI-DIA
               MOVE WS-SIS-MES TO WS-INI-MES
               MOVE WS-SIS-ANO TO WS-INI-ANO
           END-IF
           COMPUTE WS-INICIO-INT
               = FUNCTION INTEGER-OF-DATE(WS-INICIO-AAAAMMDD)
           COMPUTE WS-LIMITE-AAAAMMDD
               = FUNCTION DATE-OF-INTEGER(WS-INICIO-INT + WS-JANELA).

      ******************************************************************
      * O historico e aberto em I-O; na primeira execucao, sem o
      * arquivo, ele e criado vazio.
      ******************************************************************
       1500-ABRIR-ARQUIVOS.
           OPEN INPUT CALCIDADE-CADASTRO
           IF NOT CADASTRO-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN I-O CALCNOTI-HIST
           IF WS-FS-NOTIHIST = '35'
               OPEN OUTPUT CALCNOTI-HIST
               IF NOTIHIST-OK
                   CLOSE CALCNOTI-HIST
                   OPEN I-O CALCNOTI-HIST
               END-IF
           END-IF
           IF NOT NOTIHIST-OK
               DISPLAY 'ERRO AO ABRIR CALCNOTI-HIST. FS='
                   WS-FS-NOTIHIST
           END-IF
           OPEN OUTPUT CALCNOTI-NOTIFIC
           IF WS-FS-NOTIFIC NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCNOTI-NOTIFIC. FS='
                   WS-FS-NOTIFIC
           END-IF
           OPEN OUTPUT CALCNOTI-RELATO
           IF WS-FS-NOTIREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCNOTI-RELATO. FS='
                   WS-FS-NOTIREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF CADASTRO-OK OR WS-FS-CADASTRO = '10'
                          OR WS-FS-CADASTRO = '23'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF NOTIHIST-OK OR WS-FS-NOTIHIST = '22'
                          OR WS-FS-NOTIHIST = '23'
               CLOSE CALCNOTI-HIST
           END-IF
           IF WS-FS-NOTIFIC = '00'
               CLOSE CALCNOTI-NOTIFIC
           END-IF
           IF WS-FS-NOTIREL = '00'
               CLOSE CALCNOTI-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-NOTIREL
           IF MODO-REENVIO
               STRING 'REENVIO DE NOTIFICACOES DEVOLVIDAS PELO '
                                     DELIMITED BY SIZE
                      'GATEWAY - EMITIDO EM ' DELIMITED BY SIZE
                      WS-SIS-DIA     DELIMITED BY SIZE
                      '/'            DELIMITED BY SIZE
                      WS-SIS-MES     DELIMITED BY SIZE
                      '/'            DELIMITED BY SIZE
                      WS-SIS-ANO     DELIMITED BY SIZE
                      INTO NTR-LINHA
               END-STRING
           ELSE
               MOVE WS-LIMITE-AAAAMMDD TO WS-ALVO-AAAAMMDD
               PERFORM 8100-EDITAR-DATA-ALVO
               STRING 'NOTIFICACOES DE EVENTOS DE IDADE DE '
                                     DELIMITED BY SIZE
                      WS-INI-DIA     DELIMITED BY SIZE
                      '/'            DELIMITED BY SIZE
                      WS-INI-MES     DELIMITED BY SIZE
                      '/'            DELIMITED BY SIZE
                      WS-INI-ANO     DELIMITED BY SIZE
                      ' A '          DELIMITED BY SIZE
                      WS-DATA-EDITADA DELIMITED BY SIZE
                      ' - EMITIDO EM ' DELIMITED BY SIZE
                      WS-SIS-DIA     DELIMITED BY SIZE
                      '/'            DELIMITED BY SIZE
                      WS-SIS-MES     DELIMITED BY SIZE
                      '/'            DELIMITED BY SIZE
                      WS-SIS-ANO     DELIMITED BY SIZE
                      INTO NTR-LINHA
               END-STRING
           END-IF
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'EVENTO        CPF         NOME'
                                     DELIMITED BY SIZE
                  '                           LOTACAO  DATA       '
                                     DELIMITED BY SIZE
                  'ANOS FAIXA           SITUACAO'
                                     DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL.

      ******************************************************************
      * Procedimento de entrada do SORT: eventos das pessoas ativas
      * que caem na janela.
      ******************************************************************
       3000-SELECIONAR-EVENTOS.
           MOVE 0 TO CAD-CPF
           START CALCIDADE-CADASTRO
               KEY IS NOT LESS THAN CAD-CPF
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CADASTRO
           END-START
           PERFORM UNTIL FIM-CADASTRO
               PERFORM 3100-LER-PROXIMO-CADASTRO
               IF NOT FIM-CADASTRO
                   ADD 1 TO WS-CONT-LIDOS
                   IF CAD-ATIVO
                       IF LOTACAO-INFORMADA
                               AND CAD-LOTACAO NOT = WS-LOTACAO-FILTRO
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-CONT-ATIVOS
                           PERFORM 3200-AVALIAR-PESSOA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3100-LER-PROXIMO-CADASTRO.
           READ CALCIDADE-CADASTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CADASTRO
           END-READ.

       3200-AVALIAR-PESSOA.
           PERFORM 3300-VALIDAR-NASC-CADASTRO
           IF NASC-CADASTRO-VALIDO
               MOVE CAD-NASC-ANO TO WS-BASE-ANO
               MOVE CAD-NASC-MES TO WS-BASE-MES
               MOVE CAD-NASC-DIA TO WS-BASE-DIA
               PERFORM 3400-PROXIMA-OCORRENCIA
               IF EVENTO-NA-JANELA AND WS-ANOS-SOMAR > 0
                   MOVE WS-ANOS-SOMAR TO WS-IDADE-EVENTO
                   PERFORM 3500-CLASSIFICAR-FAIXA
                   MOVE 'AN' TO WS-TIPO-EVENTO
                   PERFORM 3600-LIBERAR-EVENTO
                   IF WS-ANOS-SOMAR = 18
                       MOVE 'MA' TO WS-TIPO-EVENTO
                       PERFORM 3600-LIBERAR-EVENTO
                   END-IF
                   IF WS-ANOS-SOMAR = 60
                       MOVE 'ID' TO WS-TIPO-EVENTO
                       PERFORM 3600-LIBERAR-EVENTO
                   END-IF
               END-IF
               PERFORM 3250-AVALIAR-TEMPO-CASA
           END-IF.

      ******************************************************************
      * Tempo de casa: aniversario de admissao multiplo de
      * MARCO-TEMPO-CASA anos. Sem admissao informada nao ha evento.
      ******************************************************************
       3250-AVALIAR-TEMPO-CASA.
           PERFORM 3350-VALIDAR-ADMISSAO
           IF ADMISSAO-VALIDA
               MOVE CAD-ADM-ANO TO WS-BASE-ANO
               MOVE CAD-ADM-MES TO WS-BASE-MES
               MOVE CAD-ADM-DIA TO WS-BASE-DIA
               PERFORM 3400-PROXIMA-OCORRENCIA
               IF EVENTO-NA-JANELA AND WS-ANOS-SOMAR > 0
                   COMPUTE WS-RESTO-MARCO = FUNCTION MOD(
                       WS-ANOS-SOMAR WS-MARCO-TEMPO-CASA)
                   IF WS-RESTO-MARCO = 0
                       PERFORM 3550-CALCULAR-IDADE-EVENTO
                       PERFORM 3500-CLASSIFICAR-FAIXA
                       MOVE 'TC' TO WS-TIPO-EVENTO
                       PERFORM 3600-LIBERAR-EVENTO
                   END-IF
               END-IF
           END-IF.

       3300-VALIDAR-NASC-CADASTRO.
           MOVE 'S' TO WS-NASC-VALIDO
           IF CAD-NASCIMENTO NOT NUMERIC
                   OR CAD-NASC-ANO < WS-ANO-MINIMO
                   OR CAD-NASC-ANO > WS-ANO-MAXIMO
                   OR CAD-NASC-MES < 1 OR CAD-NASC-MES > 12
                   OR CAD-NASC-DIA < 1 OR CAD-NASC-DIA > 31
               MOVE 'N' TO WS-NASC-VALIDO
               ADD 1 TO WS-CONT-INVALIDOS
           END-IF.

       3350-VALIDAR-ADMISSAO.
           MOVE 'S' TO WS-ADMISSAO-VALIDA
           IF CAD-DATA-ADMISSAO NOT NUMERIC
                   OR CAD-ADM-ANO < WS-ANO-MINIMO
                   OR CAD-ADM-ANO > WS-ANO-MAXIMO
                   OR CAD-ADM-MES < 1 OR CAD-ADM-MES > 12
                   OR CAD-ADM-DIA < 1 OR CAD-ADM-DIA > 31
               MOVE 'N' TO WS-ADMISSAO-VALIDA
           END-IF.

      ******************************************************************
      * Primeira ocorrencia do aniversario da data base em ou depois
      * do inicio da janela; WS-ANOS-SOMAR fica com os anos
      * completados nela. Nascidos (ou admitidos) em 29/02 fazem
      * aniversario em 01/03 nos anos nao bissextos.
      ******************************************************************
       3400-PROXIMA-OCORRENCIA.
           MOVE 'N' TO WS-EVENTO-NA-JANELA
           IF WS-BASE-ANO <= WS-INI-ANO
               COMPUTE WS-ANOS-SOMAR = WS-INI-ANO - WS-BASE-ANO
               PERFORM 3450-PROJETAR-DATA
               IF WS-ALVO-AAAAMMDD < WS-INICIO-AAAAMMDD
                   ADD 1 TO WS-ANOS-SOMAR
                   PERFORM 3450-PROJETAR-DATA
               END-IF
               IF WS-ALVO-AAAAMMDD NOT > WS-LIMITE-AAAAMMDD
                   MOVE 'S' TO WS-EVENTO-NA-JANELA
               END-IF
           END-IF.

       3450-PROJETAR-DATA.
           COMPUTE WS-ALVO-ANO = WS-BASE-ANO + WS-ANOS-SOMAR
           MOVE WS-BASE-MES TO WS-ALVO-MES
           MOVE WS-BASE-DIA TO WS-ALVO-DIA
           IF WS-ALVO-MES = 2 AND WS-ALVO-DIA = 29
               PERFORM 3460-VERIFICAR-BISSEXTO
               IF NOT ANO-BISSEXTO
                   MOVE 3 TO WS-ALVO-MES
                   MOVE 1 TO WS-ALVO-DIA
               END-IF
           END-IF
           COMPUTE WS-ALVO-AAAAMMDD = WS-ALVO-ANO * 10000
                                    + WS-ALVO-MES * 100
                                    + WS-ALVO-DIA.

       3460-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WS-ANO-BISSEXTO
           COMPUTE WS-RESTO-4 = FUNCTION MOD(WS-ALVO-ANO 4)
           COMPUTE WS-RESTO-100 = FUNCTION MOD(WS-ALVO-ANO 100)
           COMPUTE WS-RESTO-400 = FUNCTION MOD(WS-ALVO-ANO 400)
           IF WS-RESTO-400 = 0
               MOVE 'S' TO WS-ANO-BISSEXTO
           ELSE
               IF WS-RESTO-4 = 0 AND WS-RESTO-100 NOT = 0
                   MOVE 'S' TO WS-ANO-BISSEXTO
               END-IF
           END-IF.

      ******************************************************************
      * Mesmas faixas do 6000-CLASSIFICAR-FAIXA do CALCIDADE01, pela
      * idade na data do evento.
      ******************************************************************
       3500-CLASSIFICAR-FAIXA.
           IF WS-IDADE-EVENTO < 18
               MOVE 'MENOR DE IDADE' TO WS-FAIXA
           ELSE
               IF WS-IDADE-EVENTO < 60
                   MOVE 'ADULTO' TO WS-FAIXA
               ELSE
                   MOVE 'IDOSO' TO WS-FAIXA
               END-IF
           END-IF.

       3550-CALCULAR-IDADE-EVENTO.
           IF WS-ALVO-ANO < CAD-NASC-ANO
               MOVE 0 TO WS-IDADE-EVENTO
           ELSE
               COMPUTE WS-IDADE-EVENTO = WS-ALVO-ANO - CAD-NASC-ANO
               IF WS-ALVO-MES * 100 + WS-ALVO-DIA
                       < CAD-NASC-MES * 100 + CAD-NASC-DIA
                   IF WS-IDADE-EVENTO > 0
                       SUBTRACT 1 FROM WS-IDADE-EVENTO
                   END-IF
               END-IF
           END-IF.

       3600-LIBERAR-EVENTO.
           ADD 1 TO WS-CONT-EVENTOS
           MOVE CAD-LOTACAO        TO SRT-LOTACAO
           MOVE WS-ALVO-AAAAMMDD   TO SRT-DATA-EVENTO
           MOVE WS-TIPO-EVENTO     TO SRT-TIPO-EVENTO
           MOVE CAD-CPF            TO SRT-CPF
           MOVE CAD-NOME           TO SRT-NOME
           MOVE WS-FAIXA           TO SRT-FAIXA
           MOVE WS-ANOS-SOMAR      TO SRT-ANOS
           RELEASE REG-SORT.

      ******************************************************************
      * Procedimento de saida do SORT: cada evento e procurado no
      * historico; so os ausentes sao gravados no NOTIFIC e
      * registrados no historico.
      ******************************************************************
       4000-GRAVAR-NOTIFICACOES.
           PERFORM 4100-RETORNAR-REGISTRO
           PERFORM UNTIL FIM-SORT
               PERFORM 4200-CONSULTAR-HISTORICO
               PERFORM 4100-RETORNAR-REGISTRO
           END-PERFORM
           IF NOT PRIMEIRO-REG
               PERFORM 4500-GRAVAR-SUBTOTAL-LOTACAO
           END-IF.

       4100-RETORNAR-REGISTRO.
           RETURN CALCNOTI-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       4200-CONSULTAR-HISTORICO.
           MOVE SRT-CPF TO NTH-CPF
           MOVE SRT-TIPO-EVENTO TO NTH-TIPO-EVENTO
           MOVE SRT-DATA-EVENTO TO NTH-DATA-EVENTO
           READ CALCNOTI-HIST
               KEY IS NTH-CHAVE
               INVALID KEY
                   PERFORM 4300-NOTIFICAR-EVENTO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-JA-NOTIFICADOS
           END-READ.

       4300-NOTIFICAR-EVENTO.
           IF PRIMEIRO-REG
               PERFORM 4350-GRAVAR-CABECALHO-LOTACAO
               MOVE 'N' TO WS-PRIMEIRO-REG
           ELSE
               IF SRT-LOTACAO NOT = WS-LOTACAO-ANTERIOR
                   PERFORM 4500-GRAVAR-SUBTOTAL-LOTACAO
                   PERFORM 4350-GRAVAR-CABECALHO-LOTACAO
               END-IF
           END-IF
           MOVE SPACES TO REG-NOTIFIC
           MOVE SRT-TIPO-EVENTO TO NTF-TIPO-EVENTO
           MOVE SRT-CPF         TO NTF-CPF
           MOVE SRT-NOME        TO NTF-NOME
           MOVE SRT-LOTACAO     TO NTF-LOTACAO
           MOVE SRT-EVT-DIA     TO NTF-EVT-DIA
           MOVE SRT-EVT-MES     TO NTF-EVT-MES
           MOVE SRT-EVT-ANO     TO NTF-EVT-ANO
           MOVE SRT-FAIXA       TO NTF-FAIXA
           MOVE SRT-ANOS        TO NTF-ANOS
           MOVE 'N'             TO NTF-ENVIO
           PERFORM 4400-CONTAR-TIPO
           WRITE REG-NOTIFIC
           MOVE SPACES TO REG-NOTIHIST
           MOVE SRT-CPF TO NTH-CPF
           MOVE SRT-TIPO-EVENTO TO NTH-TIPO-EVENTO
           MOVE SRT-DATA-EVENTO TO NTH-DATA-EVENTO
           MOVE WS-HOJE-AAAAMMDD TO NTH-DATA-ENVIO
           MOVE WS-HOJE-AAAAMMDD TO NTH-DATA-ULT-ENVIO
           MOVE 1 TO NTH-QTD-ENVIOS
           MOVE 'E' TO NTH-SITUACAO
           WRITE REG-NOTIHIST
               INVALID KEY
                   DISPLAY 'AVISO: EVENTO JA REGISTRADO NO '
                       'HISTORICO: ' NTH-CHAVE
           END-WRITE
           ADD 1 TO WS-CONT-NOTIFICADOS
           ADD 1 TO WS-CONT-LOT-NOTIFICADOS
           MOVE REG-SORT TO WS-EVENTO-REL
           MOVE 'NOTIFICADO' TO WS-RESULTADO
           PERFORM 8000-GRAVAR-LINHA-EVENTO.

       4350-GRAVAR-CABECALHO-LOTACAO.
           MOVE SRT-LOTACAO TO WS-LOTACAO-ANTERIOR
           MOVE SPACES TO REG-NOTIREL
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'LOTACAO ' DELIMITED BY SIZE
                  SRT-LOTACAO DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL.

       4400-CONTAR-TIPO.
           IF NTF-MAIORIDADE
               ADD 1 TO WS-CONT-TIPO-MA
           ELSE
               IF NTF-IDOSO
                   ADD 1 TO WS-CONT-TIPO-ID
               ELSE
                   IF NTF-ANIVERSARIO
                       ADD 1 TO WS-CONT-TIPO-AN
                   ELSE
                       ADD 1 TO WS-CONT-TIPO-TC
                   END-IF
               END-IF
           END-IF.

       4500-GRAVAR-SUBTOTAL-LOTACAO.
           MOVE SPACES TO REG-NOTIREL
           STRING 'TOTAL DA LOTACAO '   DELIMITED BY SIZE
                  WS-LOTACAO-ANTERIOR   DELIMITED BY SIZE
                  ': NOTIFICACOES '     DELIMITED BY SIZE
                  WS-CONT-LOT-NOTIFICADOS DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           MOVE 0 TO WS-CONT-LOT-NOTIFICADOS.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

      ******************************************************************
      * Reenvio: cada registro devolvido pelo gateway precisa estar
      * no historico (evento notificado por este programa). O
      * registro sai de novo com nome e lotacao atuais do cadastro,
      * uma vez por dia e ate MAX-REENVIOS vezes por evento.
      ******************************************************************
       6000-PROCESSAR-REENVIO.
           OPEN INPUT CALCNOTI-DEVOLVID
           IF WS-FS-DEVOLVID NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCNOTI-DEVOLVID. FS='
                   WS-FS-DEVOLVID
               MOVE 12 TO WS-RC
           ELSE
               PERFORM 6100-LER-DEVOLVIDO
               PERFORM UNTIL FIM-DEVOLVID
                   ADD 1 TO WS-CONT-DEVOLVIDOS
                   MOVE REG-DEVOLVIDO TO REG-NOTIFIC
                   PERFORM 6200-TRATAR-DEVOLVIDO
                   PERFORM 6100-LER-DEVOLVIDO
               END-PERFORM
               CLOSE CALCNOTI-DEVOLVID
           END-IF.

       6100-LER-DEVOLVIDO.
           READ CALCNOTI-DEVOLVID
               AT END
                   MOVE 'S' TO WS-FIM-DEVOLVID
           END-READ.

       6200-TRATAR-DEVOLVIDO.
           MOVE SPACES TO WS-RESULTADO
           MOVE SPACES TO WS-EVENTO-REL
           MOVE NTF-TIPO-EVENTO TO WS-EVR-TIPO-EVENTO
           MOVE NTF-CPF TO WS-EVR-CPF
           MOVE NTF-NOME TO WS-EVR-NOME
           MOVE NTF-LOTACAO TO WS-EVR-LOTACAO
           MOVE NTF-EVT-DIA TO WS-EVR-EVT-DIA
           MOVE NTF-EVT-MES TO WS-EVR-EVT-MES
           MOVE NTF-EVT-ANO TO WS-EVR-EVT-ANO
           MOVE NTF-FAIXA TO WS-EVR-FAIXA
           MOVE NTF-ANOS TO WS-EVR-ANOS
           IF NOT NTF-TIPO-VALIDO OR NTF-CPF NOT NUMERIC
                   OR NTF-DATA-EVENTO NOT NUMERIC
               MOVE 'REGISTRO INVALIDO' TO WS-RESULTADO
           ELSE
               MOVE NTF-CPF TO NTH-CPF
               MOVE NTF-TIPO-EVENTO TO NTH-TIPO-EVENTO
               COMPUTE NTH-DATA-EVENTO = NTF-EVT-ANO * 10000
                   + NTF-EVT-MES * 100 + NTF-EVT-DIA
               READ CALCNOTI-HIST
                   KEY IS NTH-CHAVE
                   INVALID KEY
                       MOVE 'NAO CONSTA NO HISTORICO'
                           TO WS-RESULTADO
                   NOT INVALID KEY
                       PERFORM 6300-VERIFICAR-REENVIO
               END-READ
           END-IF
           IF WS-RESULTADO = 'REENVIADO'
               ADD 1 TO WS-CONT-REENVIADOS
           ELSE
               ADD 1 TO WS-CONT-NAO-REENVIADOS
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           PERFORM 8000-GRAVAR-LINHA-EVENTO.

       6300-VERIFICAR-REENVIO.
           IF NTH-REENVIADO AND NTH-DATA-ULT-ENVIO = WS-HOJE-AAAAMMDD
               MOVE 'JA REENVIADO HOJE' TO WS-RESULTADO
           ELSE
               IF NTH-QTD-ENVIOS > WS-MAX-REENVIOS
                   MOVE 'LIMITE DE REENVIOS ATINGIDO'
                       TO WS-RESULTADO
               ELSE
                   MOVE NTF-CPF TO CAD-CPF
                   READ CALCIDADE-CADASTRO
                       KEY IS CAD-CPF
                       INVALID KEY
                           MOVE 'CPF FORA DO CADASTRO'
                               TO WS-RESULTADO
                       NOT INVALID KEY
                           PERFORM 6400-REENVIAR
                   END-READ
               END-IF
           END-IF.

       6400-REENVIAR.
           IF CAD-DESLIGADO
               MOVE 'PESSOA DESLIGADA' TO WS-RESULTADO
           ELSE
               MOVE CAD-NOME TO NTF-NOME
               MOVE CAD-LOTACAO TO NTF-LOTACAO
               MOVE CAD-NOME TO WS-EVR-NOME
               MOVE CAD-LOTACAO TO WS-EVR-LOTACAO
               MOVE 'R' TO NTF-ENVIO
               WRITE REG-NOTIFIC
               ADD 1 TO NTH-QTD-ENVIOS
               MOVE WS-HOJE-AAAAMMDD TO NTH-DATA-ULT-ENVIO
               MOVE 'R' TO NTH-SITUACAO
               REWRITE REG-NOTIHIST
                   INVALID KEY
                       DISPLAY 'AVISO: FALHA AO REGRAVAR HISTORICO: '
                           NTH-CHAVE
               END-REWRITE
               MOVE 'REENVIADO' TO WS-RESULTADO
           END-IF.

      ******************************************************************
      * Linha do relatorio a partir de WS-EVENTO-REL (o reenvio o
      * preenche a partir do registro devolvido).
      ******************************************************************
       8000-GRAVAR-LINHA-EVENTO.
           IF WS-EVR-TIPO-EVENTO = 'MA'
               MOVE 'MAIORIDADE' TO WS-DESC-EVENTO
           ELSE
               IF WS-EVR-TIPO-EVENTO = 'ID'
                   MOVE 'IDOSO' TO WS-DESC-EVENTO
               ELSE
                   IF WS-EVR-TIPO-EVENTO = 'AN'
                       MOVE 'ANIVERSARIO' TO WS-DESC-EVENTO
                   ELSE
                       IF WS-EVR-TIPO-EVENTO = 'TC'
                           MOVE 'TEMPO DE CASA' TO WS-DESC-EVENTO
                       ELSE
                           MOVE WS-EVR-TIPO-EVENTO TO WS-DESC-EVENTO
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-DATA-EDITADA
           STRING WS-EVR-EVT-DIA '/' WS-EVR-EVT-MES '/' WS-EVR-EVT-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-EDITADA
           END-STRING
           MOVE WS-DESC-EVENTO TO WS-LE-EVENTO
           MOVE WS-EVR-NOME        TO WS-LE-NOME
           MOVE WS-EVR-LOTACAO     TO WS-LE-LOTACAO
           MOVE WS-DATA-EDITADA TO WS-LE-DATA
           MOVE WS-EVR-FAIXA       TO WS-LE-FAIXA
           MOVE WS-RESULTADO TO WS-LE-RESULTADO
           MOVE 0 TO WS-LE-CPF
           IF WS-EVR-CPF IS NUMERIC
               MOVE WS-EVR-CPF TO WS-LE-CPF
           END-IF
           MOVE 0 TO WS-LE-ANOS
           IF WS-EVR-ANOS IS NUMERIC
               MOVE WS-EVR-ANOS TO WS-LE-ANOS
           END-IF
           MOVE SPACES TO REG-NOTIREL
           MOVE WS-LINHA-EVENTO TO NTR-LINHA
           WRITE REG-NOTIREL.

       8100-EDITAR-DATA-ALVO.
           MOVE SPACES TO WS-DATA-EDITADA
           STRING WS-ALVO-AAAAMMDD(7:2) '/' WS-ALVO-AAAAMMDD(5:2) '/'
                  WS-ALVO-AAAAMMDD(1:4)
                  DELIMITED BY SIZE
                  INTO WS-DATA-EDITADA
           END-STRING.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-NOTIREL
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           MOVE '---------------------------------------' TO NTR-LINHA
           WRITE REG-NOTIREL
           IF MODO-REENVIO
               PERFORM 9100-GRAVAR-TOTAIS-REENVIO
           ELSE
               PERFORM 9200-GRAVAR-TOTAIS-NOTIFICACAO
           END-IF.

       9100-GRAVAR-TOTAIS-REENVIO.
           MOVE SPACES TO REG-NOTIREL
           STRING 'DEVOLVIDOS LIDOS             : ' DELIMITED BY SIZE
                  WS-CONT-DEVOLVIDOS                DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'REENVIADOS                   : ' DELIMITED BY SIZE
                  WS-CONT-REENVIADOS                DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'NAO REENVIADOS               : ' DELIMITED BY SIZE
                  WS-CONT-NAO-REENVIADOS            DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           DISPLAY 'CALCNOTI01 - DEVOLVIDOS ' WS-CONT-DEVOLVIDOS
               ' REENVIADOS ' WS-CONT-REENVIADOS
               ' NAO REENVIADOS ' WS-CONT-NAO-REENVIADOS.

       9200-GRAVAR-TOTAIS-NOTIFICACAO.
           MOVE SPACES TO REG-NOTIREL
           STRING 'REGISTROS LIDOS              : ' DELIMITED BY SIZE
                  WS-CONT-LIDOS                     DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'ATIVOS VARRIDOS              : ' DELIMITED BY SIZE
                  WS-CONT-ATIVOS                    DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'EVENTOS NA JANELA            : ' DELIMITED BY SIZE
                  WS-CONT-EVENTOS                   DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'JA NOTIFICADOS (HISTORICO)   : ' DELIMITED BY SIZE
                  WS-CONT-JA-NOTIFICADOS            DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'NOTIFICACOES GRAVADAS        : ' DELIMITED BY SIZE
                  WS-CONT-NOTIFICADOS               DELIMITED BY SIZE
                  '  (MAIORIDADE '                  DELIMITED BY SIZE
                  WS-CONT-TIPO-MA                   DELIMITED BY SIZE
                  ' IDOSO '                         DELIMITED BY SIZE
                  WS-CONT-TIPO-ID                   DELIMITED BY SIZE
                  ' ANIVERSARIO '                   DELIMITED BY SIZE
                  WS-CONT-TIPO-AN                   DELIMITED BY SIZE
                  ' TEMPO DE CASA '                 DELIMITED BY SIZE
                  WS-CONT-TIPO-TC                   DELIMITED BY SIZE
                  ')'                               DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           MOVE SPACES TO REG-NOTIREL
           STRING 'NASCIMENTOS INVALIDOS        : ' DELIMITED BY SIZE
                  WS-CONT-INVALIDOS                 DELIMITED BY SIZE
                  INTO NTR-LINHA
           END-STRING
           WRITE REG-NOTIREL
           IF WS-CONT-INVALIDOS > 0 AND WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF
           DISPLAY 'CALCNOTI01 - EVENTOS ' WS-CONT-EVENTOS
               ' NOTIFICADOS ' WS-CONT-NOTIFICADOS
               ' JA NOTIFICADOS ' WS-CONT-JA-NOTIFICADOS
               ' NASCIMENTOS INVALIDOS ' WS-CONT-INVALIDOS.
