      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacao de conformidade do trabalho de menores e
      *          aprendizes: varre as pessoas ativas do
      *          CALCIDADE-CADASTRO e relata, por lotacao, quem tem
      *          menos de 14 anos, quem tem 14 ou 15 anos e nao e
      *          aprendiz (CAD-TIPO-VINCULO 'A'; vinculo nao
      *          informado conta como nao aprendiz), os aprendizes
      *          que ja passaram do limite de 24 anos e os aprendizes
      *          que atingem esse limite dentro de DIAS-AVISO dias,
      *          com a data do limite e os dias restantes. RC=0 sem
      *          ocorrencias; RC=4 so aprendizes perto do limite ou
      *          nascimentos invalidos; RC=8 com irregularidades;
      *          RC=12 erro de abertura; RC=16 parametro invalido.
      *          PARMFILE opcional: DIAS-AVISO=nnn (1 a 365, default
      *          90) e LOTACAO=cccccccc para verificar uma lotacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCMENO01.
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

           SELECT CALCMENO-RELATO ASSIGN TO 'MENOREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MENOREL.

           SELECT CALCMENO-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT CALCMENO-SORT ASSIGN TO 'SORTWK01'.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CALCMENO-RELATO
           RECORDING MODE IS F.
           COPY CALCMNR.

       FD  CALCMENO-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.

       SD  CALCMENO-SORT.
       01  REG-SORT.
           05  SRT-LOTACAO              PIC X(08).
           05  SRT-OCORRENCIA           PIC X(01).
               88  SRT-MENOR-14         VALUE '1'.
               88  SRT-MENOR-16         VALUE '2'.
               88  SRT-APRENDIZ-VENCIDO VALUE '3'.
               88  SRT-APRENDIZ-A-VENCER
                                        VALUE '4'.
           05  SRT-CPF                  PIC 9(11).
           05  SRT-NOME                 PIC X(30).
           05  SRT-NASCIMENTO.
               10  SRT-NASC-DIA         PIC 9(02).
               10  SRT-NASC-MES         PIC 9(02).
               10  SRT-NASC-ANO         PIC 9(04).
           05  SRT-IDADE                PIC 9(03).
           05  SRT-TIPO-VINCULO         PIC X(01).
           05  SRT-LIMITE-AAAAMMDD      PIC 9(08).
           05  SRT-DIAS-RESTANTES       PIC 9(03).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-MENOREL                PIC X(02).
       01  WS-FS-PARM                   PIC X(02).

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
      * Regras da verificacao. Idades da legislacao do menor
      * aprendiz; DIAS-AVISO e LOTACAO alteraveis pelo PARMFILE.
      ******************************************************************
       01  WS-IDADE-MINIMA-TRABALHO     PIC 9(02) VALUE 14.
       01  WS-IDADE-MINIMA-SEM-APREND   PIC 9(02) VALUE 16.
       01  WS-IDADE-LIMITE-APRENDIZ     PIC 9(02) VALUE 24.
       01  WS-DIAS-AVISO                PIC 9(03) VALUE 90.
       01  WS-DIAS-AVISO-MAXIMO         PIC 9(03) VALUE 365.
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
       01  WS-HOJE-INT                  PIC 9(07).
       01  WS-AVISO-AAAAMMDD            PIC 9(08).
       01  WS-NASC-AAAAMMDD             PIC 9(08).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.
       01  WS-ANO-MAXIMO                PIC 9(04).
       01  WS-DATA-CALC                 PIC 9(08).
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05  WS-CALC-ANO              PIC 9(04).
           05  WS-CALC-MES              PIC 9(02).
           05  WS-CALC-DIA              PIC 9(02).
       01  WS-DATA-EDITADA              PIC X(10).

       01  WS-FIM-CADASTRO              PIC X(01) VALUE 'N'.
           88  FIM-CADASTRO             VALUE 'S'.
       01  WS-FIM-SORT                  PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       01  WS-NASC-VALIDO               PIC X(01).
           88  NASC-CADASTRO-VALIDO     VALUE 'S'.

       01  WS-IDADE                     PIC 9(03).
       01  WS-OCORRENCIA                PIC X(01).
       01  WS-BASE-ANO                  PIC 9(04).
       01  WS-BASE-MES                  PIC 9(02).
       01  WS-BASE-DIA                  PIC 9(02).
       01  WS-ANOS-SOMAR                PIC 9(02).
       01  WS-ALVO-ANO                  PIC 9(04).
       01  WS-ALVO-MES                  PIC 9(02).
       01  WS-ALVO-DIA                  PIC 9(02).
       01  WS-ALVO-AAAAMMDD             PIC 9(08).
       01  WS-RESTO-4                   PIC 9(04).
       01  WS-RESTO-100                 PIC 9(04).
       01  WS-RESTO-400                 PIC 9(04).
       01  WS-ANO-BISSEXTO              PIC X(01).
           88  ANO-BISSEXTO             VALUE 'S'.
       01  WS-DIAS-RESTANTES            PIC 9(03).

       01  WS-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
           88  PRIMEIRO-REG             VALUE 'S'.
       01  WS-LOTACAO-ANTERIOR          PIC X(08).

       01  WS-CONT-LIDOS                PIC 9(06) VALUE 0.
       01  WS-CONT-ATIVOS               PIC 9(06) VALUE 0.
       01  WS-CONT-INVALIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-MENOR-14             PIC 9(06) VALUE 0.
       01  WS-CONT-MENOR-16             PIC 9(06) VALUE 0.
       01  WS-CONT-APREND-VENCIDO       PIC 9(06) VALUE 0.
       01  WS-CONT-APREND-A-VENCER      PIC 9(06) VALUE 0.
       01  WS-CONT-IRREGULARES          PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-IRREGULARES      PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-A-VENCER         PIC 9(06) VALUE 0.

       01  WS-CAB-COLUNAS.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE 'CPF'.
           05  FILLER                   PIC X(32) VALUE 'NOME'.
           05  FILLER                   PIC X(12) VALUE 'NASCIMENTO'.
           05  FILLER                   PIC X(06) VALUE 'IDADE'.
           05  FILLER                   PIC X(14) VALUE 'VINCULO'.
           05  FILLER                   PIC X(30) VALUE 'OCORRENCIA'.
           05  FILLER                   PIC X(12) VALUE 'LIMITE 24'.
           05  FILLER                   PIC X(05) VALUE 'DIAS'.

       01  WS-LINHA-PESSOA.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-CPF                PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-NOME               PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-NASC-DIA           PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-LD-NASC-MES           PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-LD-NASC-ANO           PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-IDADE              PIC ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-LD-VINCULO            PIC X(13).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LD-OCORRENCIA         PIC X(28).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-LIMITE             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-DIAS               PIC X(03).

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
               IF CADASTRO-OK AND WS-FS-MENOREL = '00'
                   PERFORM 2000-GRAVAR-CABECALHO
                   SORT CALCMENO-SORT
                       ON ASCENDING KEY SRT-LOTACAO
                                        SRT-OCORRENCIA
                                        SRT-CPF
                       INPUT PROCEDURE IS 3000-SELECIONAR-ATIVOS
                       OUTPUT PROCEDURE IS 4000-IMPRIMIR-RELATORIO
                   PERFORM 9000-GRAVAR-TOTAIS
               ELSE
                   MOVE 12 TO WS-RC
               END-IF
               PERFORM 1600-FECHAR-ARQUIVOS
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * PARMFILE opcional (ver CALCPRM). Sem o arquivo a verificacao
      * cobre todas as lotacoes com aviso de 90 dias.
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCMENO-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCMENO-PARM
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCMENO-PARM
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
               IF WS-PARM-CHAVE = 'DIAS-AVISO'
                   PERFORM 1020-TRATAR-DIAS-AVISO
               ELSE
                   IF WS-PARM-CHAVE = 'LOTACAO'
                       PERFORM 1030-TRATAR-LOTACAO
                   ELSE
                       DISPLAY 'PARAMETRO DESCONHECIDO: '
                           WS-PARM-CHAVE
                       PERFORM 1080-ERRO-PARAMETRO
                   END-IF
               END-IF
           END-IF.

       1020-TRATAR-DIAS-AVISO.
           PERFORM 1060-CONVERTER-VALOR-NUM
           IF VALOR-NUM-OK AND WS-VALOR-NUM > 0
                   AND WS-VALOR-NUM <= WS-DIAS-AVISO-MAXIMO
               MOVE WS-VALOR-NUM TO WS-DIAS-AVISO
           ELSE
               DISPLAY 'DIAS-AVISO INVALIDO: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1030-TRATAR-LOTACAO.
           IF WS-PARM-VALOR(1:1) = SPACE
                   OR WS-PARM-VALOR(9:1) NOT = SPACE
               DISPLAY 'LOTACAO INVALIDA: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           ELSE
               MOVE WS-PARM-VALOR(1:8) TO WS-LOTACAO-FILTRO
               MOVE 'S' TO WS-LOTACAO-INFORMADA
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
      * O aviso vai da data do sistema ate DIAS-AVISO dias depois,
      * inclusive; as datas sao comparadas como AAAAMMDD.
      ******************************************************************
       1200-CALCULAR-PERIODO.
           COMPUTE WS-HOJE-AAAAMMDD = WS-SIS-ANO * 10000
                                    + WS-SIS-MES * 100
                                    + WS-SIS-DIA
           COMPUTE WS-HOJE-INT
               = FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)
           COMPUTE WS-AVISO-AAAAMMDD
               = FUNCTION DATE-OF-INTEGER(WS-HOJE-INT + WS-DIAS-AVISO).

       1500-ABRIR-ARQUIVOS.
           OPEN INPUT CALCIDADE-CADASTRO
           IF NOT CADASTRO-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN OUTPUT CALCMENO-RELATO
           IF WS-FS-MENOREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCMENO-RELATO. FS='
                   WS-FS-MENOREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF CADASTRO-OK OR WS-FS-CADASTRO = '10'
                          OR WS-FS-CADASTRO = '23'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF WS-FS-MENOREL = '00'
               CLOSE CALCMENO-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE WS-AVISO-AAAAMMDD TO WS-DATA-CALC
           PERFORM 4600-FORMATAR-DATA
           MOVE SPACES TO REG-MENOREL
           STRING 'CONFORMIDADE DO TRABALHO DE MENORES E APRENDIZES'
                                     DELIMITED BY SIZE
                  ' - EMITIDO EM '   DELIMITED BY SIZE
                  WS-SIS-DIA         DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-SIS-MES         DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  WS-SIS-ANO         DELIMITED BY SIZE
                  ' - AVISO ATE '    DELIMITED BY SIZE
                  WS-DATA-EDITADA    DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           IF LOTACAO-INFORMADA
               MOVE SPACES TO REG-MENOREL
               STRING 'SOMENTE A LOTACAO ' DELIMITED BY SIZE
                      WS-LOTACAO-FILTRO    DELIMITED BY SIZE
                      INTO MNR-LINHA
               END-STRING
               WRITE REG-MENOREL
           END-IF
           MOVE SPACES TO REG-MENOREL
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           MOVE WS-CAB-COLUNAS TO MNR-LINHA
           WRITE REG-MENOREL.

      ******************************************************************
      * Procedimento de entrada do SORT: so os ativos em situacao a
      * relatar.
      ******************************************************************
       3000-SELECIONAR-ATIVOS.
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

      ******************************************************************
      * Menor de 14: irregular qualquer que seja o vinculo. 14 ou 15:
      * so como aprendiz. Aprendiz: ate completar 24 anos.
      ******************************************************************
       3200-AVALIAR-PESSOA.
           PERFORM 3300-VALIDAR-NASC-CADASTRO
           IF NASC-CADASTRO-VALIDO
               PERFORM 3400-CALCULAR-IDADE
               MOVE SPACE TO WS-OCORRENCIA
               MOVE 0 TO WS-ALVO-AAAAMMDD
               MOVE 0 TO WS-DIAS-RESTANTES
               IF WS-IDADE < WS-IDADE-MINIMA-TRABALHO
                   MOVE '1' TO WS-OCORRENCIA
               ELSE
                   IF WS-IDADE < WS-IDADE-MINIMA-SEM-APREND
                           AND NOT CAD-VINC-APRENDIZ
                       MOVE '2' TO WS-OCORRENCIA
                   ELSE
                       IF CAD-VINC-APRENDIZ
                           PERFORM 3500-VERIFICAR-LIMITE-APRENDIZ
                       END-IF
                   END-IF
               END-IF
               IF WS-OCORRENCIA NOT = SPACE
                   PERFORM 3600-LIBERAR-REGISTRO
               END-IF
           END-IF.

      ******************************************************************
      * Nascimento no futuro tambem e invalido: a idade nao existe.
      ******************************************************************
       3300-VALIDAR-NASC-CADASTRO.
           MOVE 'S' TO WS-NASC-VALIDO
           IF CAD-NASCIMENTO NOT NUMERIC
                   OR CAD-NASC-ANO < WS-ANO-MINIMO
                   OR CAD-NASC-ANO > WS-ANO-MAXIMO
                   OR CAD-NASC-MES < 1 OR CAD-NASC-MES > 12
                   OR CAD-NASC-DIA < 1 OR CAD-NASC-DIA > 31
               MOVE 'N' TO WS-NASC-VALIDO
           ELSE
               COMPUTE WS-NASC-AAAAMMDD = CAD-NASC-ANO * 10000
                                        + CAD-NASC-MES * 100
                                        + CAD-NASC-DIA
               IF WS-NASC-AAAAMMDD > WS-HOJE-AAAAMMDD
                   MOVE 'N' TO WS-NASC-VALIDO
               END-IF
           END-IF
           IF NOT NASC-CADASTRO-VALIDO
               ADD 1 TO WS-CONT-INVALIDOS
           END-IF.

       3400-CALCULAR-IDADE.
           COMPUTE WS-IDADE = WS-SIS-ANO - CAD-NASC-ANO
           IF WS-SIS-MES * 100 + WS-SIS-DIA
                   < CAD-NASC-MES * 100 + CAD-NASC-DIA
               SUBTRACT 1 FROM WS-IDADE
           END-IF.

      ******************************************************************
      * Data em que o aprendiz completa 24 anos (29/02 vira 01/03 em
      * ano nao bissexto): ja alcancada e irregular; dentro do aviso
      * vai com os dias restantes.
      ******************************************************************
       3500-VERIFICAR-LIMITE-APRENDIZ.
           MOVE CAD-NASC-ANO TO WS-BASE-ANO
           MOVE CAD-NASC-MES TO WS-BASE-MES
           MOVE CAD-NASC-DIA TO WS-BASE-DIA
           MOVE WS-IDADE-LIMITE-APRENDIZ TO WS-ANOS-SOMAR
           PERFORM 3450-PROJETAR-DATA
           IF WS-ALVO-AAAAMMDD NOT > WS-HOJE-AAAAMMDD
               MOVE '3' TO WS-OCORRENCIA
           ELSE
               IF WS-ALVO-AAAAMMDD NOT > WS-AVISO-AAAAMMDD
                   MOVE '4' TO WS-OCORRENCIA
                   COMPUTE WS-DIAS-RESTANTES
                       = FUNCTION INTEGER-OF-DATE(WS-ALVO-AAAAMMDD)
                       - WS-HOJE-INT
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

       3600-LIBERAR-REGISTRO.
           MOVE CAD-LOTACAO        TO SRT-LOTACAO
           MOVE WS-OCORRENCIA      TO SRT-OCORRENCIA
           MOVE CAD-CPF            TO SRT-CPF
           MOVE CAD-NOME           TO SRT-NOME
           MOVE CAD-NASCIMENTO     TO SRT-NASCIMENTO
           MOVE WS-IDADE           TO SRT-IDADE
           MOVE CAD-TIPO-VINCULO   TO SRT-TIPO-VINCULO
           MOVE WS-ALVO-AAAAMMDD   TO SRT-LIMITE-AAAAMMDD
           MOVE WS-DIAS-RESTANTES  TO SRT-DIAS-RESTANTES
           RELEASE REG-SORT.

      ******************************************************************
      * Procedimento de saida do SORT: quebra por lotacao, com as
      * irregularidades antes dos avisos.
      ******************************************************************
       4000-IMPRIMIR-RELATORIO.
           PERFORM 4100-RETORNAR-REGISTRO
           PERFORM UNTIL FIM-SORT
               IF PRIMEIRO-REG
                   PERFORM 4200-GRAVAR-CABECALHO-LOTACAO
                   MOVE 'N' TO WS-PRIMEIRO-REG
               ELSE
                   IF SRT-LOTACAO NOT = WS-LOTACAO-ANTERIOR
                       PERFORM 4500-GRAVAR-SUBTOTAL-LOTACAO
                       PERFORM 4200-GRAVAR-CABECALHO-LOTACAO
                   END-IF
               END-IF
               PERFORM 4400-GRAVAR-PESSOA
               PERFORM 4100-RETORNAR-REGISTRO
           END-PERFORM
           IF NOT PRIMEIRO-REG
               PERFORM 4500-GRAVAR-SUBTOTAL-LOTACAO
           END-IF.

       4100-RETORNAR-REGISTRO.
           RETURN CALCMENO-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       4200-GRAVAR-CABECALHO-LOTACAO.
           MOVE SRT-LOTACAO TO WS-LOTACAO-ANTERIOR
           MOVE SPACES TO REG-MENOREL
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           STRING 'LOTACAO ' DELIMITED BY SIZE
                  SRT-LOTACAO DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL.

       4400-GRAVAR-PESSOA.
           MOVE SRT-CPF         TO WS-LD-CPF
           MOVE SRT-NOME        TO WS-LD-NOME
           MOVE SRT-NASC-DIA    TO WS-LD-NASC-DIA
           MOVE SRT-NASC-MES    TO WS-LD-NASC-MES
           MOVE SRT-NASC-ANO    TO WS-LD-NASC-ANO
           MOVE SRT-IDADE       TO WS-LD-IDADE
           IF SRT-TIPO-VINCULO = 'A'
               MOVE 'APRENDIZ' TO WS-LD-VINCULO
           ELSE
               IF SRT-TIPO-VINCULO = 'C'
                   MOVE 'CLT' TO WS-LD-VINCULO
               ELSE
                   IF SRT-TIPO-VINCULO = 'E'
                       MOVE 'ESTAGIARIO' TO WS-LD-VINCULO
                   ELSE
                       MOVE 'NAO INFORMADO' TO WS-LD-VINCULO
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO WS-LD-LIMITE
           MOVE SPACES TO WS-LD-DIAS
           IF SRT-MENOR-14
               MOVE 'MENOR DE 14 ANOS' TO WS-LD-OCORRENCIA
               ADD 1 TO WS-CONT-MENOR-14
           ELSE
               IF SRT-MENOR-16
                   MOVE 'MENOR DE 16 SEM APRENDIZAGEM'
                       TO WS-LD-OCORRENCIA
                   ADD 1 TO WS-CONT-MENOR-16
               ELSE
                   MOVE SRT-LIMITE-AAAAMMDD TO WS-DATA-CALC
                   PERFORM 4600-FORMATAR-DATA
                   MOVE WS-DATA-EDITADA TO WS-LD-LIMITE
                   IF SRT-APRENDIZ-VENCIDO
                       MOVE 'APRENDIZ ACIMA DO LIMITE'
                           TO WS-LD-OCORRENCIA
                       ADD 1 TO WS-CONT-APREND-VENCIDO
                   ELSE
                       MOVE 'APRENDIZ ATINGE O LIMITE'
                           TO WS-LD-OCORRENCIA
                       MOVE SRT-DIAS-RESTANTES TO WS-LD-DIAS
                       ADD 1 TO WS-CONT-APREND-A-VENCER
                   END-IF
               END-IF
           END-IF
           IF SRT-APRENDIZ-A-VENCER
               ADD 1 TO WS-CONT-LOT-A-VENCER
           ELSE
               ADD 1 TO WS-CONT-IRREGULARES
               ADD 1 TO WS-CONT-LOT-IRREGULARES
           END-IF
           MOVE SPACES TO REG-MENOREL
           MOVE WS-LINHA-PESSOA TO MNR-LINHA
           WRITE REG-MENOREL.

       4500-GRAVAR-SUBTOTAL-LOTACAO.
           MOVE SPACES TO REG-MENOREL
           STRING 'TOTAL DA LOTACAO '   DELIMITED BY SIZE
                  WS-LOTACAO-ANTERIOR   DELIMITED BY SIZE
                  ': IRREGULARES '      DELIMITED BY SIZE
                  WS-CONT-LOT-IRREGULARES DELIMITED BY SIZE
                  '  APRENDIZES PERTO DO LIMITE ' DELIMITED BY SIZE
                  WS-CONT-LOT-A-VENCER  DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           MOVE 0 TO WS-CONT-LOT-IRREGULARES
           MOVE 0 TO WS-CONT-LOT-A-VENCER.

       4600-FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-EDITADA
           STRING WS-CALC-DIA '/' WS-CALC-MES '/' WS-CALC-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-EDITADA
           END-STRING.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

      ******************************************************************
      * Totais por ocorrencia. Irregularidade da RC=8 (juridico tem de
      * agir); so avisos ou nascimentos invalidos dao RC=4.
      ******************************************************************
       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-MENOREL
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           MOVE '---------------------------------------' TO MNR-LINHA
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           STRING 'REGISTROS LIDOS              : ' DELIMITED BY SIZE
                  WS-CONT-LIDOS                     DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           STRING 'ATIVOS VERIFICADOS           : ' DELIMITED BY SIZE
                  WS-CONT-ATIVOS                    DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           STRING 'MENORES DE 14 ANOS           : ' DELIMITED BY SIZE
                  WS-CONT-MENOR-14                  DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           STRING '14/15 ANOS NAO APRENDIZES    : ' DELIMITED BY SIZE
                  WS-CONT-MENOR-16                  DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           STRING 'APRENDIZES ACIMA DE 24 ANOS  : ' DELIMITED BY SIZE
                  WS-CONT-APREND-VENCIDO            DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           STRING 'APRENDIZES 24 ANOS NO AVISO  : ' DELIMITED BY SIZE
                  WS-CONT-APREND-A-VENCER           DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           MOVE SPACES TO REG-MENOREL
           STRING 'NASCIMENTOS INVALIDOS        : ' DELIMITED BY SIZE
                  WS-CONT-INVALIDOS                 DELIMITED BY SIZE
                  INTO MNR-LINHA
           END-STRING
           WRITE REG-MENOREL
           IF WS-CONT-IRREGULARES > 0
               MOVE 8 TO WS-RC
           ELSE
               IF WS-CONT-APREND-A-VENCER > 0 OR WS-CONT-INVALIDOS > 0
                   MOVE 4 TO WS-RC
               END-IF
           END-IF
           DISPLAY 'CALCMENO01 - ATIVOS ' WS-CONT-ATIVOS
               ' IRREGULARES ' WS-CONT-IRREGULARES
               ' PERTO DO LIMITE ' WS-CONT-APREND-A-VENCER
               ' NASCIMENTOS INVALIDOS ' WS-CONT-INVALIDOS.
