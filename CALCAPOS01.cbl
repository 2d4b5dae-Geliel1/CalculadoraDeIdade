      ******************************************************************
      * Author:
      * Date:
      * Purpose: Projecao de aposentadoria das pessoas ativas do
      *          CALCIDADE-CADASTRO, por lotacao: para cada uma, a
      *          data em que fica elegivel a aposentadoria por idade
      *          (a maior entre a data em que atinge a idade minima e
      *          a data em que completa o tempo minimo de
      *          contribuicao, ambos conforme o sexo) e a data da
      *          aposentadoria compulsoria, com os anos e meses que
      *          faltam. O tempo de contribuicao e contado da data
      *          de admissao no cadastro; periodos anteriores nao sao
      *          conhecidos. Sao listados os ja elegiveis e os que se
      *          tornam elegiveis ou atingem a compulsoria dentro do
      *          horizonte, e ao final os totais por ano de
      *          elegibilidade e de compulsoria para o orcamento.
      *          Ativos sem sexo ou sem data de admissao valida sao
      *          listados como DADOS INCOMPLETOS. O PARMFILE opcional
      *          aceita HORIZONTE=nn (anos, 1 a 40, default 5) e as
      *          regras IDADE-MIN-MASC (65), IDADE-MIN-FEM (62),
      *          CONTRIB-MIN-MASC (20), CONTRIB-MIN-FEM (15) e
      *          IDADE-COMPULSORIA (75). RC=0 normal, RC=4 com dados
      *          incompletos, nascimento invalido ou compulsoria ja
      *          atingida, RC=12 erro de abertura, RC=16 parametro
      *          invalido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCAPOS01.
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

           SELECT CALCAPOS-RELATO ASSIGN TO 'APOSREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APOSREL.

           SELECT CALCAPOS-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT CALCAPOS-SORT ASSIGN TO 'SORTWK01'.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CALCAPOS-RELATO
           RECORDING MODE IS F.
           COPY CALCAPR.

       FD  CALCAPOS-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.

       SD  CALCAPOS-SORT.
       01  REG-SORT.
           05  SRT-LOTACAO              PIC X(08).
           05  SRT-ELEG-AAAAMMDD.
               10  SRT-ELEG-ANO         PIC 9(04).
               10  SRT-ELEG-MES         PIC 9(02).
               10  SRT-ELEG-DIA         PIC 9(02).
           05  SRT-CPF                  PIC 9(11).
           05  SRT-NOME                 PIC X(30).
           05  SRT-NASCIMENTO.
               10  SRT-NASC-DIA         PIC 9(02).
               10  SRT-NASC-MES         PIC 9(02).
               10  SRT-NASC-ANO         PIC 9(04).
           05  SRT-SEXO                 PIC X(01).
           05  SRT-ADMISSAO.
               10  SRT-ADM-DIA          PIC X(02).
               10  SRT-ADM-MES          PIC X(02).
               10  SRT-ADM-ANO          PIC X(04).
           05  SRT-SIT-ELEG             PIC X(01).
               88  SRT-ELEG-ATINGIDA    VALUE 'J'.
               88  SRT-ELEG-FUTURA      VALUE 'F'.
               88  SRT-ELEG-INCOMPLETA  VALUE 'I'.
           05  SRT-ELEG-FALTA           PIC 9(04).
           05  SRT-COMP-AAAAMMDD.
               10  SRT-COMP-ANO         PIC 9(04).
               10  SRT-COMP-MES         PIC 9(02).
               10  SRT-COMP-DIA         PIC 9(02).
           05  SRT-SIT-COMP             PIC X(01).
               88  SRT-COMP-ATINGIDA    VALUE 'V'.
               88  SRT-COMP-FUTURA      VALUE 'F'.
           05  SRT-COMP-FALTA           PIC 9(04).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-APOSREL                PIC X(02).
       01  WS-FS-PARM                   PIC X(02).

       01  WS-PARM-OK                   PIC X(01) VALUE 'S'.
           88  PARAMETROS-OK            VALUE 'S'.
       01  WS-FIM-PARM                  PIC X(01) VALUE 'N'.
           88  FIM-PARM                 VALUE 'S'.
       01  WS-PARM-CHAVE                PIC X(20).
       01  WS-PARM-VALOR                PIC X(20).
       01  WS-PARM-ANOS                 PIC 9(02).
       01  WS-ANOS-VALIDO               PIC X(01).
           88  ANOS-VALIDO              VALUE 'S'.

      ******************************************************************
      * Regras da projecao (alteraveis pelo PARMFILE).
      ******************************************************************
       01  WS-HORIZONTE                 PIC 9(02) VALUE 5.
       01  WS-HORIZONTE-MAXIMO          PIC 9(02) VALUE 40.
       01  WS-IDADE-MIN-MASC            PIC 9(02) VALUE 65.
       01  WS-IDADE-MIN-FEM             PIC 9(02) VALUE 62.
       01  WS-CONTRIB-MIN-MASC          PIC 9(02) VALUE 20.
       01  WS-CONTRIB-MIN-FEM           PIC 9(02) VALUE 15.
       01  WS-IDADE-COMPULSORIA         PIC 9(02) VALUE 75.

       01  WS-HOJE-AAAAMMDD             PIC 9(08).
       01  WS-LIMITE-AAAAMMDD           PIC 9(08).
       01  WS-LIMITE-R REDEFINES WS-LIMITE-AAAAMMDD.
           05  WS-LIM-ANO               PIC 9(04).
           05  WS-LIM-MES               PIC 9(02).
           05  WS-LIM-DIA               PIC 9(02).
       01  WS-DATA-CALC                 PIC 9(08).
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05  WS-CALC-ANO              PIC 9(04).
           05  WS-CALC-MES              PIC 9(02).
           05  WS-CALC-DIA              PIC 9(02).
       01  WS-DATA-EDITADA              PIC X(10).

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.
       01  WS-ANO-MAXIMO                PIC 9(04).

       01  WS-FIM-CADASTRO              PIC X(01) VALUE 'N'.
           88  FIM-CADASTRO             VALUE 'S'.
       01  WS-FIM-SORT                  PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.
       01  WS-NASC-VALIDO               PIC X(01).
           88  NASC-CADASTRO-VALIDO     VALUE 'S'.
       01  WS-DADOS-COMPLETOS           PIC X(01).
           88  DADOS-COMPLETOS          VALUE 'S'.

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

       01  WS-IDADE-MINIMA              PIC 9(02).
       01  WS-CONTRIB-MINIMA            PIC 9(02).
       01  WS-ELEG-IDADE-AAAAMMDD       PIC 9(08).
       01  WS-ELEG-AAAAMMDD             PIC 9(08).
       01  WS-COMP-AAAAMMDD             PIC 9(08).
       01  WS-DATA-ATINGIDA             PIC X(01).
           88  DATA-ATINGIDA            VALUE 'S'.
       01  WS-FALTA-MESES               PIC S9(04).
       01  WS-FALTA-ANOS                PIC 9(03).
       01  WS-FALTA-RESTO               PIC 9(02).
       01  WS-FALTA-FMT.
           05  WS-FF-ANOS               PIC Z9.
           05  FILLER                   PIC X(02) VALUE 'A '.
           05  WS-FF-MESES              PIC 9(02).
           05  FILLER                   PIC X(01) VALUE 'M'.

       01  WS-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
           88  PRIMEIRO-REG             VALUE 'S'.
       01  WS-LOTACAO-ANTERIOR          PIC X(08).

       01  WS-CONT-LIDOS                PIC 9(06) VALUE 0.
       01  WS-CONT-ATIVOS               PIC 9(06) VALUE 0.
       01  WS-CONT-INVALIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-INCOMPLETOS          PIC 9(06) VALUE 0.
       01  WS-CONT-LISTADOS             PIC 9(06) VALUE 0.
       01  WS-CONT-JA-ELEGIVEIS         PIC 9(06) VALUE 0.
       01  WS-CONT-COMP-ATINGIDA        PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-LISTADOS         PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-JA-ELEG          PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-HORIZONTE        PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-INCOMPLETOS      PIC 9(06) VALUE 0.

      ******************************************************************
      * Totais por ano do horizonte: a posicao 1 e o ano corrente.
      ******************************************************************
       01  WS-IDX-ANO                   PIC 9(02).
       01  WS-ANO-TOTAL                 PIC 9(04).
       01  WS-TABELA-ANOS.
           05  WS-TAB-ANO               OCCURS 41 TIMES.
               10  WS-TA-ELEGIVEIS      PIC 9(06).
               10  WS-TA-COMPULSORIAS   PIC 9(06).

       01  WS-CAB-COLUNAS.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE 'CPF'.
           05  FILLER                   PIC X(32) VALUE 'NOME'.
           05  FILLER                   PIC X(12) VALUE 'NASCIMENTO'.
           05  FILLER                   PIC X(03) VALUE 'SX'.
           05  FILLER                   PIC X(12) VALUE 'ADMISSAO'.
           05  FILLER                   PIC X(12) VALUE 'ELEGIVEL EM'.
           05  FILLER                   PIC X(13) VALUE 'FALTAM'.
           05  FILLER                   PIC X(12) VALUE 'COMPULSORIA'.
           05  FILLER                   PIC X(11) VALUE 'FALTAM'.

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
           05  WS-LD-SEXO               PIC X(01).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-ADMISSAO           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-ELEGIVEL           PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-FALTA-ELEG         PIC X(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-COMPULSORIA        PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-FALTA-COMP         PIC X(11).

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
               IF CADASTRO-OK AND WS-FS-APOSREL = '00'
                   PERFORM 2000-GRAVAR-CABECALHO
                   SORT CALCAPOS-SORT
                       ON ASCENDING KEY SRT-LOTACAO
                                        SRT-ELEG-AAAAMMDD
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
      * PARMFILE opcional (ver CALCPRM): HORIZONTE=nn em anos e as
      * idades e tempos minimos da regra. Sem o arquivo valem os
      * defaults de WORKING-STORAGE.
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCAPOS-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCAPOS-PARM
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCAPOS-PARM
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
               PERFORM 1030-VALIDAR-ANOS
               IF ANOS-VALIDO
                   PERFORM 1020-GUARDAR-PARM
               END-IF
           END-IF.

       1020-GUARDAR-PARM.
           IF WS-PARM-CHAVE = 'HORIZONTE'
               IF WS-PARM-ANOS > WS-HORIZONTE-MAXIMO
                   DISPLAY 'HORIZONTE INVALIDO: ' WS-PARM-VALOR
                   PERFORM 1080-ERRO-PARAMETRO
               ELSE
                   MOVE WS-PARM-ANOS TO WS-HORIZONTE
               END-IF
           ELSE
               IF WS-PARM-CHAVE = 'IDADE-MIN-MASC'
                   MOVE WS-PARM-ANOS TO WS-IDADE-MIN-MASC
               ELSE
                   IF WS-PARM-CHAVE = 'IDADE-MIN-FEM'
                       MOVE WS-PARM-ANOS TO WS-IDADE-MIN-FEM
                   ELSE
                       IF WS-PARM-CHAVE = 'CONTRIB-MIN-MASC'
                           MOVE WS-PARM-ANOS TO WS-CONTRIB-MIN-MASC
                       ELSE
                           IF WS-PARM-CHAVE = 'CONTRIB-MIN-FEM'
                               MOVE WS-PARM-ANOS TO WS-CONTRIB-MIN-FEM
                           ELSE
                               IF WS-PARM-CHAVE = 'IDADE-COMPULSORIA'
                                   MOVE WS-PARM-ANOS
                                       TO WS-IDADE-COMPULSORIA
                               ELSE
                                   DISPLAY 'PARAMETRO DESCONHECIDO: '
                                       WS-PARM-CHAVE
                                   PERFORM 1080-ERRO-PARAMETRO
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Todas as chaves levam um numero de anos de 1 ou 2 digitos,
      * diferente de zero.
      ******************************************************************
       1030-VALIDAR-ANOS.
           MOVE 'N' TO WS-ANOS-VALIDO
           IF WS-PARM-VALOR(1:2) IS NUMERIC
                   AND WS-PARM-VALOR(3:1) = SPACE
               MOVE WS-PARM-VALOR(1:2) TO WS-PARM-ANOS
               MOVE 'S' TO WS-ANOS-VALIDO
           ELSE
               IF WS-PARM-VALOR(1:1) IS NUMERIC
                       AND WS-PARM-VALOR(2:1) = SPACE
                   MOVE WS-PARM-VALOR(1:1) TO WS-PARM-ANOS
                   MOVE 'S' TO WS-ANOS-VALIDO
               END-IF
           END-IF
           IF ANOS-VALIDO AND WS-PARM-ANOS = 0
               MOVE 'N' TO WS-ANOS-VALIDO
           END-IF
           IF NOT ANOS-VALIDO
               DISPLAY 'VALOR INVALIDO PARA ' WS-PARM-CHAVE ': '
                   WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1080-ERRO-PARAMETRO.
           MOVE 'N' TO WS-PARM-OK
           MOVE 16 TO WS-RC.

      ******************************************************************
      * O horizonte vai da data do sistema ate o mesmo dia e mes
      * HORIZONTE anos depois; as datas sao comparadas como AAAAMMDD.
      ******************************************************************
       1200-CALCULAR-PERIODO.
           COMPUTE WS-HOJE-AAAAMMDD = WS-SIS-ANO * 10000
                                    + WS-SIS-MES * 100
                                    + WS-SIS-DIA
           COMPUTE WS-LIMITE-AAAAMMDD = (WS-SIS-ANO + WS-HORIZONTE)
                                      * 10000
                                      + WS-SIS-MES * 100
                                      + WS-SIS-DIA
           INITIALIZE WS-TABELA-ANOS.

       1500-ABRIR-ARQUIVOS.
           OPEN INPUT CALCIDADE-CADASTRO
           IF NOT CADASTRO-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN OUTPUT CALCAPOS-RELATO
           IF WS-FS-APOSREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCAPOS-RELATO. FS='
                   WS-FS-APOSREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF CADASTRO-OK OR WS-FS-CADASTRO = '10'
                          OR WS-FS-CADASTRO = '23'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF WS-FS-APOSREL = '00'
               CLOSE CALCAPOS-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-APOSREL
           STRING 'PROJECAO DE APOSENTADORIA - EMITIDO EM '
                                  DELIMITED BY SIZE
                  WS-SIS-DIA      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-SIS-MES      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-SIS-ANO      DELIMITED BY SIZE
                  ' - HORIZONTE ATE ' DELIMITED BY SIZE
                  WS-LIM-DIA      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-LIM-MES      DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WS-LIM-ANO      DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'REGRA: IDADE MINIMA M ' DELIMITED BY SIZE
                  WS-IDADE-MIN-MASC        DELIMITED BY SIZE
                  ' F '                    DELIMITED BY SIZE
                  WS-IDADE-MIN-FEM         DELIMITED BY SIZE
                  ' - CONTRIBUICAO MINIMA M ' DELIMITED BY SIZE
                  WS-CONTRIB-MIN-MASC      DELIMITED BY SIZE
                  ' F '                    DELIMITED BY SIZE
                  WS-CONTRIB-MIN-FEM       DELIMITED BY SIZE
                  ' - COMPULSORIA '        DELIMITED BY SIZE
                  WS-IDADE-COMPULSORIA     DELIMITED BY SIZE
                  ' ANOS'                  DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           MOVE WS-CAB-COLUNAS TO APR-LINHA
           WRITE REG-APOSREL.

      ******************************************************************
      * Procedimento de entrada do SORT: varre o cadastro, projeta as
      * datas de cada ativo e libera os que interessam ao horizonte.
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
                       ADD 1 TO WS-CONT-ATIVOS
                       PERFORM 3200-AVALIAR-PESSOA
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
               PERFORM 3400-PROJETAR-COMPULSORIA
               PERFORM 3350-VALIDAR-SEXO-ADMISSAO
               IF DADOS-COMPLETOS
                   PERFORM 3500-PROJETAR-ELEGIBILIDADE
                   IF WS-ELEG-AAAAMMDD NOT > WS-LIMITE-AAAAMMDD
                           OR WS-COMP-AAAAMMDD NOT > WS-LIMITE-AAAAMMDD
                       PERFORM 3600-LIBERAR-REGISTRO
                   END-IF
               ELSE
                   ADD 1 TO WS-CONT-INCOMPLETOS
                   MOVE 'I' TO SRT-SIT-ELEG
                   MOVE 99999999 TO WS-ELEG-AAAAMMDD
                   MOVE 0 TO SRT-ELEG-FALTA
                   PERFORM 3600-LIBERAR-REGISTRO
               END-IF
           END-IF.

       3300-VALIDAR-NASC-CADASTRO.
           MOVE 'S' TO WS-NASC-VALIDO
           IF CAD-NASC-ANO < WS-ANO-MINIMO
                   OR CAD-NASC-ANO > WS-ANO-MAXIMO
                   OR CAD-NASC-MES < 1 OR CAD-NASC-MES > 12
                   OR CAD-NASC-DIA < 1 OR CAD-NASC-DIA > 31
               MOVE 'N' TO WS-NASC-VALIDO
               ADD 1 TO WS-CONT-INVALIDOS
           END-IF.

      ******************************************************************
      * Registros anteriores a carga de sexo e admissao trazem o sexo
      * em branco e a admissao zerada: a elegibilidade fica sem
      * projecao ate o RH completar o cadastro.
      ******************************************************************
       3350-VALIDAR-SEXO-ADMISSAO.
           MOVE 'S' TO WS-DADOS-COMPLETOS
           IF NOT CAD-SEXO-MASCULINO AND NOT CAD-SEXO-FEMININO
               MOVE 'N' TO WS-DADOS-COMPLETOS
           ELSE
               IF CAD-DATA-ADMISSAO NOT NUMERIC
                       OR CAD-ADM-ANO < WS-ANO-MINIMO
                       OR CAD-ADM-ANO > WS-ANO-MAXIMO
                       OR CAD-ADM-MES < 1 OR CAD-ADM-MES > 12
                       OR CAD-ADM-DIA < 1 OR CAD-ADM-DIA > 31
                   MOVE 'N' TO WS-DADOS-COMPLETOS
               END-IF
           END-IF.

       3400-PROJETAR-COMPULSORIA.
           MOVE CAD-NASC-ANO TO WS-BASE-ANO
           MOVE CAD-NASC-MES TO WS-BASE-MES
           MOVE CAD-NASC-DIA TO WS-BASE-DIA
           MOVE WS-IDADE-COMPULSORIA TO WS-ANOS-SOMAR
           PERFORM 3450-PROJETAR-DATA
           MOVE WS-ALVO-AAAAMMDD TO WS-COMP-AAAAMMDD
           MOVE WS-COMP-AAAAMMDD TO WS-DATA-CALC
           PERFORM 3470-CALCULAR-FALTA
           IF DATA-ATINGIDA
               MOVE 'V' TO SRT-SIT-COMP
           ELSE
               MOVE 'F' TO SRT-SIT-COMP
           END-IF
           MOVE WS-FALTA-MESES TO SRT-COMP-FALTA.

      ******************************************************************
      * Elegivel na maior das duas datas: idade minima completa e
      * tempo minimo de contribuicao contado desde a admissao.
      ******************************************************************
       3500-PROJETAR-ELEGIBILIDADE.
           IF CAD-SEXO-MASCULINO
               MOVE WS-IDADE-MIN-MASC   TO WS-IDADE-MINIMA
               MOVE WS-CONTRIB-MIN-MASC TO WS-CONTRIB-MINIMA
           ELSE
               MOVE WS-IDADE-MIN-FEM    TO WS-IDADE-MINIMA
               MOVE WS-CONTRIB-MIN-FEM  TO WS-CONTRIB-MINIMA
           END-IF
           MOVE CAD-NASC-ANO TO WS-BASE-ANO
           MOVE CAD-NASC-MES TO WS-BASE-MES
           MOVE CAD-NASC-DIA TO WS-BASE-DIA
           MOVE WS-IDADE-MINIMA TO WS-ANOS-SOMAR
           PERFORM 3450-PROJETAR-DATA
           MOVE WS-ALVO-AAAAMMDD TO WS-ELEG-IDADE-AAAAMMDD
           MOVE CAD-ADM-ANO TO WS-BASE-ANO
           MOVE CAD-ADM-MES TO WS-BASE-MES
           MOVE CAD-ADM-DIA TO WS-BASE-DIA
           MOVE WS-CONTRIB-MINIMA TO WS-ANOS-SOMAR
           PERFORM 3450-PROJETAR-DATA
           IF WS-ALVO-AAAAMMDD > WS-ELEG-IDADE-AAAAMMDD
               MOVE WS-ALVO-AAAAMMDD TO WS-ELEG-AAAAMMDD
           ELSE
               MOVE WS-ELEG-IDADE-AAAAMMDD TO WS-ELEG-AAAAMMDD
           END-IF
           MOVE WS-ELEG-AAAAMMDD TO WS-DATA-CALC
           PERFORM 3470-CALCULAR-FALTA
           IF DATA-ATINGIDA
               MOVE 'J' TO SRT-SIT-ELEG
           ELSE
               MOVE 'F' TO SRT-SIT-ELEG
           END-IF
           MOVE WS-FALTA-MESES TO SRT-ELEG-FALTA.

      ******************************************************************
      * Data em que se completam WS-ANOS-SOMAR anos desde a data base;
      * 29/02 vira 01/03 nos anos nao bissextos (mesma regra do
      * CALCPREV01).
      ******************************************************************
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
      * Meses completos da data do sistema ate WS-DATA-CALC; data ja
      * alcancada (hoje ou antes) marca WS-DATA-ATINGIDA.
      ******************************************************************
       3470-CALCULAR-FALTA.
           IF WS-DATA-CALC NOT > WS-HOJE-AAAAMMDD
               MOVE 'S' TO WS-DATA-ATINGIDA
               MOVE 0 TO WS-FALTA-MESES
           ELSE
               MOVE 'N' TO WS-DATA-ATINGIDA
               COMPUTE WS-FALTA-MESES = (WS-CALC-ANO - WS-SIS-ANO) * 12
                                      + WS-CALC-MES - WS-SIS-MES
               IF WS-CALC-DIA < WS-SIS-DIA
                   SUBTRACT 1 FROM WS-FALTA-MESES
               END-IF
           END-IF.

       3600-LIBERAR-REGISTRO.
           MOVE CAD-LOTACAO        TO SRT-LOTACAO
           MOVE WS-ELEG-AAAAMMDD   TO SRT-ELEG-AAAAMMDD
           MOVE CAD-CPF            TO SRT-CPF
           MOVE CAD-NOME           TO SRT-NOME
           MOVE CAD-NASCIMENTO     TO SRT-NASCIMENTO
           MOVE CAD-SEXO           TO SRT-SEXO
           MOVE CAD-DATA-ADMISSAO  TO SRT-ADMISSAO
           MOVE WS-COMP-AAAAMMDD   TO SRT-COMP-AAAAMMDD
           RELEASE REG-SORT.

      ******************************************************************
      * Procedimento de saida do SORT: quebra por lotacao, em ordem
      * de data de elegibilidade, e acumula os totais por ano.
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
           RETURN CALCAPOS-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       4200-GRAVAR-CABECALHO-LOTACAO.
           MOVE SRT-LOTACAO TO WS-LOTACAO-ANTERIOR
           MOVE SPACES TO REG-APOSREL
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'LOTACAO ' DELIMITED BY SIZE
                  SRT-LOTACAO DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL.

       4400-GRAVAR-PESSOA.
           MOVE SRT-CPF         TO WS-LD-CPF
           MOVE SRT-NOME        TO WS-LD-NOME
           MOVE SRT-NASC-DIA    TO WS-LD-NASC-DIA
           MOVE SRT-NASC-MES    TO WS-LD-NASC-MES
           MOVE SRT-NASC-ANO    TO WS-LD-NASC-ANO
           MOVE SRT-SEXO        TO WS-LD-SEXO
           MOVE SPACES TO WS-LD-ADMISSAO
           IF SRT-ADMISSAO IS NUMERIC AND SRT-ADMISSAO NOT = ZEROS
               STRING SRT-ADM-DIA '/' SRT-ADM-MES '/' SRT-ADM-ANO
                      DELIMITED BY SIZE
                      INTO WS-LD-ADMISSAO
               END-STRING
           END-IF
           ADD 1 TO WS-CONT-LISTADOS
           ADD 1 TO WS-CONT-LOT-LISTADOS
           PERFORM 4410-FORMATAR-ELEGIBILIDADE
           PERFORM 4420-FORMATAR-COMPULSORIA
           MOVE SPACES TO REG-APOSREL
           MOVE WS-LINHA-PESSOA TO APR-LINHA
           WRITE REG-APOSREL.

       4410-FORMATAR-ELEGIBILIDADE.
           IF SRT-ELEG-INCOMPLETA
               MOVE 'INCOMPLETO' TO WS-LD-ELEGIVEL
               MOVE 'SEXO/ADMIS.' TO WS-LD-FALTA-ELEG
               ADD 1 TO WS-CONT-LOT-INCOMPLETOS
           ELSE
               MOVE SRT-ELEG-AAAAMMDD TO WS-DATA-CALC
               PERFORM 4600-FORMATAR-DATA
               MOVE WS-DATA-EDITADA TO WS-LD-ELEGIVEL
               IF SRT-ELEG-ATINGIDA
                   MOVE 'JA ELEGIVEL' TO WS-LD-FALTA-ELEG
                   ADD 1 TO WS-CONT-JA-ELEGIVEIS
                   ADD 1 TO WS-CONT-LOT-JA-ELEG
               ELSE
                   MOVE SRT-ELEG-FALTA TO WS-FALTA-MESES
                   PERFORM 4610-FORMATAR-FALTA
                   MOVE WS-FALTA-FMT TO WS-LD-FALTA-ELEG
                   IF SRT-ELEG-AAAAMMDD NOT > WS-LIMITE-AAAAMMDD
                       COMPUTE WS-IDX-ANO = SRT-ELEG-ANO
                                          - WS-SIS-ANO + 1
                       ADD 1 TO WS-TA-ELEGIVEIS(WS-IDX-ANO)
                       ADD 1 TO WS-CONT-LOT-HORIZONTE
                   END-IF
               END-IF
           END-IF.

       4420-FORMATAR-COMPULSORIA.
           MOVE SRT-COMP-AAAAMMDD TO WS-DATA-CALC
           PERFORM 4600-FORMATAR-DATA
           MOVE WS-DATA-EDITADA TO WS-LD-COMPULSORIA
           IF SRT-COMP-ATINGIDA
               MOVE 'ATINGIDA' TO WS-LD-FALTA-COMP
               ADD 1 TO WS-CONT-COMP-ATINGIDA
           ELSE
               MOVE SRT-COMP-FALTA TO WS-FALTA-MESES
               PERFORM 4610-FORMATAR-FALTA
               MOVE WS-FALTA-FMT TO WS-LD-FALTA-COMP
               IF SRT-COMP-AAAAMMDD NOT > WS-LIMITE-AAAAMMDD
                   COMPUTE WS-IDX-ANO = SRT-COMP-ANO - WS-SIS-ANO + 1
                   ADD 1 TO WS-TA-COMPULSORIAS(WS-IDX-ANO)
               END-IF
           END-IF.

       4500-GRAVAR-SUBTOTAL-LOTACAO.
           MOVE SPACES TO REG-APOSREL
           STRING 'TOTAL DA LOTACAO '   DELIMITED BY SIZE
                  WS-LOTACAO-ANTERIOR   DELIMITED BY SIZE
                  ': LISTADOS '         DELIMITED BY SIZE
                  WS-CONT-LOT-LISTADOS  DELIMITED BY SIZE
                  '  JA ELEGIVEIS '     DELIMITED BY SIZE
                  WS-CONT-LOT-JA-ELEG   DELIMITED BY SIZE
                  '  ELEGIVEIS NO HORIZONTE ' DELIMITED BY SIZE
                  WS-CONT-LOT-HORIZONTE DELIMITED BY SIZE
                  '  DADOS INCOMPLETOS ' DELIMITED BY SIZE
                  WS-CONT-LOT-INCOMPLETOS DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE 0 TO WS-CONT-LOT-LISTADOS
           MOVE 0 TO WS-CONT-LOT-JA-ELEG
           MOVE 0 TO WS-CONT-LOT-HORIZONTE
           MOVE 0 TO WS-CONT-LOT-INCOMPLETOS.

       4600-FORMATAR-DATA.
           MOVE SPACES TO WS-DATA-EDITADA
           STRING WS-CALC-DIA '/' WS-CALC-MES '/' WS-CALC-ANO
                  DELIMITED BY SIZE
                  INTO WS-DATA-EDITADA
           END-STRING.

       4610-FORMATAR-FALTA.
           DIVIDE WS-FALTA-MESES BY 12
               GIVING WS-FALTA-ANOS
               REMAINDER WS-FALTA-RESTO
           MOVE WS-FALTA-ANOS  TO WS-FF-ANOS
           MOVE WS-FALTA-RESTO TO WS-FF-MESES.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

      ******************************************************************
      * Totais gerais e, para o orcamento, as elegibilidades e
      * compulsorias de cada ano do horizonte.
      ******************************************************************
       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-APOSREL
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           MOVE '---------------------------------------' TO APR-LINHA
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'TOTAIS POR ANO - HORIZONTE DE ' DELIMITED BY SIZE
                  WS-HORIZONTE                     DELIMITED BY SIZE
                  ' ANOS'                          DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'JA ELEGIVEIS                 : ' DELIMITED BY SIZE
                  WS-CONT-JA-ELEGIVEIS              DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL WS-IDX-ANO > WS-HORIZONTE + 1
               COMPUTE WS-ANO-TOTAL = WS-SIS-ANO + WS-IDX-ANO - 1
               MOVE SPACES TO REG-APOSREL
               STRING 'ANO '                 DELIMITED BY SIZE
                      WS-ANO-TOTAL           DELIMITED BY SIZE
                      '  ELEGIVEIS '         DELIMITED BY SIZE
                      WS-TA-ELEGIVEIS(WS-IDX-ANO) DELIMITED BY SIZE
                      '  COMPULSORIAS '      DELIMITED BY SIZE
                      WS-TA-COMPULSORIAS(WS-IDX-ANO)
                                             DELIMITED BY SIZE
                      INTO APR-LINHA
               END-STRING
               WRITE REG-APOSREL
           END-PERFORM
           MOVE SPACES TO REG-APOSREL
           STRING 'COMPULSORIA JA ATINGIDA      : ' DELIMITED BY SIZE
                  WS-CONT-COMP-ATINGIDA             DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'REGISTROS LIDOS              : ' DELIMITED BY SIZE
                  WS-CONT-LIDOS                     DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'ATIVOS                       : ' DELIMITED BY SIZE
                  WS-CONT-ATIVOS                    DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'PESSOAS LISTADAS             : ' DELIMITED BY SIZE
                  WS-CONT-LISTADOS                  DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'DADOS INCOMPLETOS            : ' DELIMITED BY SIZE
                  WS-CONT-INCOMPLETOS               DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           MOVE SPACES TO REG-APOSREL
           STRING 'NASCIMENTOS INVALIDOS        : ' DELIMITED BY SIZE
                  WS-CONT-INVALIDOS                 DELIMITED BY SIZE
                  INTO APR-LINHA
           END-STRING
           WRITE REG-APOSREL
           IF WS-CONT-INCOMPLETOS > 0 OR WS-CONT-INVALIDOS > 0
                                      OR WS-CONT-COMP-ATINGIDA > 0
               MOVE 4 TO WS-RC
           END-IF
           DISPLAY 'CALCAPOS01 - ATIVOS ' WS-CONT-ATIVOS
               ' LISTADOS ' WS-CONT-LISTADOS
               ' JA ELEGIVEIS ' WS-CONT-JA-ELEGIVEIS
               ' INCOMPLETOS ' WS-CONT-INCOMPLETOS.
