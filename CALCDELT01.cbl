      ******************************************************************
      * Author:
      * Date:
      * Purpose: Gera o arquivo de movimentos do CADMANU01 (ver
      *          CALCMOV) a partir do extrato diario completo do RH
      *          (ver CALCRHX), confrontado com o CALCIDADE-CADASTRO:
      *          CPF ativo no extrato e ausente do cadastro gera
      *          inclusao 'I'; CPF ativo no cadastro e desligado no
      *          extrato gera desligamento ('A' com situacao 'D');
      *          qualquer outra diferenca de nome, nascimento,
      *          situacao, data de desligamento, lotacao, sexo,
      *          data de admissao ou tipo de vinculo gera alteracao
      *          'A' com o registro completo do extrato; registro do
      *          extrato sem sexo, admissao ou vinculo valido e
      *          ignorado.
      *          Ativos do cadastro ausentes do extrato sao so
      *          relatados. O relatorio de controle traz os
      *          movimentos, os totais por operacao e a verificacao
      *          do limite: se inclusoes + alteracoes + desligamentos
      *          + ausentes passarem de LIMITE-PCT (PARMFILE,
      *          default 10) por cento dos registros do cadastro, o
      *          arquivo de movimentos e esvaziado e o programa
      *          termina com RC=16, sem atualizacao em massa a partir
      *          de um extrato ruim ou truncado. Cadastro vazio
      *          (carga inicial) dispensa a verificacao, com aviso.
      *          Alteracao que so preenche sexo em branco, admissao
      *          zerada ou vinculo em branco do cadastro (registros
      *          das conversoes CALCCONA/CALCCONB) e complementacao:
      *          gera movimento normalmente, mas e contada a parte e
      *          fica fora do limite.
      *          RC=0 normal, RC=4 com registros do extrato
      *          ignorados ou ativos ausentes do extrato, RC=12 erro
      *          de abertura, RC=16 parametro invalido, limite
      *          excedido ou tabela de CPF esgotada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCDELT01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CALCDELT-EXTRATO ASSIGN TO 'EXTRATRH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRATO.

           SELECT CALCIDADE-CADASTRO ASSIGN TO 'CADASTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-CPF
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT CADMANU-MOVTOS ASSIGN TO 'MOVTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVTOS.

           SELECT CALCDELT-RELATO ASSIGN TO 'DELTAREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELTAREL.

           SELECT CALCDELT-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCDELT-EXTRATO
           RECORDING MODE IS F.
           COPY CALCRHX.

       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CADMANU-MOVTOS
           RECORDING MODE IS F.
           COPY CALCMOV.

       FD  CALCDELT-RELATO
           RECORDING MODE IS F.
           COPY CALCDRL.

       FD  CALCDELT-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-EXTRATO                PIC X(02).
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-MOVTOS                 PIC X(02).
       01  WS-FS-DELTAREL               PIC X(02).
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
       01  WS-LIMITE-PCT                PIC 9(03) VALUE 10.

       01  WS-FIM-EXTRATO               PIC X(01) VALUE 'N'.
           88  FIM-EXTRATO              VALUE 'S'.
       01  WS-FIM-CADASTRO              PIC X(01) VALUE 'N'.
           88  FIM-CADASTRO             VALUE 'S'.
       01  WS-REG-VALIDO                PIC X(01).
           88  REG-VALIDO               VALUE 'S'.
       01  WS-MOTIVO-IGNORADO           PIC X(30).
       01  WS-CONFRONTO-INVALIDADO      PIC X(01) VALUE 'N'.
           88  CONFRONTO-INVALIDADO     VALUE 'S'.
       01  WS-LIMITE-EXCEDIDO           PIC X(01) VALUE 'N'.
           88  LIMITE-EXCEDIDO          VALUE 'S'.

       01  WS-RHX-SITUACAO              PIC X(01).
       01  WS-CAD-SITUACAO              PIC X(01).
       01  WS-OCORRENCIA                PIC X(60).
       01  WS-OCOR-PTR                  PIC 9(03).
       01  WS-SO-COMPLEMENTO            PIC X(01).
           88  SO-COMPLEMENTO           VALUE 'S'.

       01  WS-CONT-EXTRATO              PIC 9(06) VALUE 0.
       01  WS-CONT-IGNORADOS            PIC 9(06) VALUE 0.
       01  WS-CONT-INCLUSOES            PIC 9(06) VALUE 0.
       01  WS-CONT-ALTERACOES           PIC 9(06) VALUE 0.
       01  WS-CONT-COMPLEMENTOS         PIC 9(06) VALUE 0.
       01  WS-CONT-DESLIGAMENTOS        PIC 9(06) VALUE 0.
       01  WS-CONT-SEM-MUDANCA          PIC 9(06) VALUE 0.
       01  WS-CONT-DESLIG-FORA          PIC 9(06) VALUE 0.
       01  WS-CONT-CADASTRO             PIC 9(06) VALUE 0.
       01  WS-CONT-AUSENTES             PIC 9(06) VALUE 0.
       01  WS-CONT-DELTA                PIC 9(07) VALUE 0.
       01  WS-PCT-DELTA                 PIC 9(05)V99 VALUE 0.
       01  WS-PCT-DELTA-EDT             PIC ZZZZ9,99.

       COPY CALCCPFW.
       COPY CALCHSW.

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.
       01  WS-ANO-MAXIMO                PIC 9(04).

       01  WS-CAB-COLUNAS.
           05  FILLER                   PIC X(13) VALUE 'CPF'.
           05  FILLER                   PIC X(04) VALUE 'OP'.
           05  FILLER                   PIC X(32) VALUE 'NOME'.
           05  FILLER                   PIC X(10) VALUE 'OCORRENCIA'.

       01  WS-LINHA-DELTA.
           05  WS-LD-CPF                PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-OPERACAO           PIC X(01).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-LD-NOME               PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-OCORRENCIA         PIC X(60).

       01  WS-RC                        PIC 9(02) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
           MOVE WS-SIS-ANO TO WS-ANO-MAXIMO
           PERFORM 1000-LER-PARAMETROS
           IF PARAMETROS-OK
               PERFORM 1500-ABRIR-ARQUIVOS
               IF WS-FS-EXTRATO = '00' AND CADASTRO-OK
                                       AND WS-FS-MOVTOS = '00'
                                       AND WS-FS-DELTAREL = '00'
                   PERFORM 2000-GRAVAR-CABECALHO
                   PERFORM 3000-CONFRONTAR-EXTRATO
                   PERFORM 4000-PROCURAR-AUSENTES
                   PERFORM 7000-VERIFICAR-LIMITE
                   PERFORM 9000-GRAVAR-TOTAIS
               ELSE
                   MOVE 12 TO WS-RC
               END-IF
               PERFORM 1600-FECHAR-ARQUIVOS
               IF LIMITE-EXCEDIDO OR CONFRONTO-INVALIDADO
                   PERFORM 7100-DESCARTAR-MOVIMENTOS
               END-IF
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * PARMFILE opcional (ver CALCPRM): LIMITE-PCT=nnn, percentual
      * maximo do cadastro que o delta pode alterar (1 a 100).
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCDELT-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCDELT-PARM
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCDELT-PARM
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
               IF WS-PARM-CHAVE = 'LIMITE-PCT'
                   PERFORM 1020-TRATAR-LIMITE
               ELSE
                   DISPLAY 'PARAMETRO DESCONHECIDO: '
                       WS-PARM-CHAVE
                   PERFORM 1080-ERRO-PARAMETRO
               END-IF
           END-IF.

       1020-TRATAR-LIMITE.
           PERFORM 1060-CONVERTER-VALOR-NUM
           IF VALOR-NUM-OK AND WS-VALOR-NUM > 0
                   AND WS-VALOR-NUM <= 100
               MOVE WS-VALOR-NUM TO WS-LIMITE-PCT
           ELSE
               DISPLAY 'LIMITE-PCT INVALIDO: ' WS-PARM-VALOR
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

       1500-ABRIR-ARQUIVOS.
           OPEN INPUT CALCDELT-EXTRATO
           IF WS-FS-EXTRATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCDELT-EXTRATO. FS='
                   WS-FS-EXTRATO
           END-IF
           OPEN INPUT CALCIDADE-CADASTRO
           IF NOT CADASTRO-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN OUTPUT CADMANU-MOVTOS
           IF WS-FS-MOVTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADMANU-MOVTOS. FS='
                   WS-FS-MOVTOS
           END-IF
           OPEN OUTPUT CALCDELT-RELATO
           IF WS-FS-DELTAREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCDELT-RELATO. FS='
                   WS-FS-DELTAREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF WS-FS-EXTRATO = '00' OR WS-FS-EXTRATO = '10'
               CLOSE CALCDELT-EXTRATO
           END-IF
           IF CADASTRO-OK OR WS-FS-CADASTRO = '10'
                          OR WS-FS-CADASTRO = '23'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF WS-FS-MOVTOS = '00'
               CLOSE CADMANU-MOVTOS
           END-IF
           IF WS-FS-DELTAREL = '00'
               CLOSE CALCDELT-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-DELTAREL
           STRING 'MOVIMENTOS GERADOS DO EXTRATO DO RH EM '
                               DELIMITED BY SIZE
                  WS-SIS-DIA   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-MES   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-ANO   DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           MOVE WS-CAB-COLUNAS TO DRL-LINHA
           WRITE REG-DELTAREL.

      ******************************************************************
      * Le o extrato, guarda cada CPF na tabela hash (ver CALCHSW)
      * para a procura de ausentes e confronta o registro com o
      * cadastro.
      ******************************************************************
       3000-CONFRONTAR-EXTRATO.
           PERFORM 3100-LER-EXTRATO
           PERFORM UNTIL FIM-EXTRATO
               ADD 1 TO WS-CONT-EXTRATO
               PERFORM 3150-VALIDAR-EXTRATO
               IF REG-VALIDO
                   PERFORM 3200-REGISTRAR-CPF
               END-IF
               IF REG-VALIDO
                   PERFORM 3300-CONFRONTAR-CADASTRO
               ELSE
                   PERFORM 3900-GRAVAR-IGNORADO
               END-IF
               PERFORM 3100-LER-EXTRATO
           END-PERFORM.

       3100-LER-EXTRATO.
           READ CALCDELT-EXTRATO
               AT END
                   MOVE 'S' TO WS-FIM-EXTRATO
           END-READ.

       3150-VALIDAR-EXTRATO.
           MOVE 'S' TO WS-REG-VALIDO
           MOVE SPACES TO WS-MOTIVO-IGNORADO
           IF RHX-CPF NOT NUMERIC
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'CPF NAO NUMERICO' TO WS-MOTIVO-IGNORADO
           ELSE
               MOVE RHX-CPF TO WS-CPF-VALIDAR
               PERFORM 5200-VALIDAR-CPF
               IF NOT CPF-VALIDO
                   MOVE 'N' TO WS-REG-VALIDO
                   MOVE 'CPF COM DIGITO INVALIDO' TO WS-MOTIVO-IGNORADO
               ELSE
                   PERFORM 3160-VALIDAR-DADOS
               END-IF
           END-IF.

       3160-VALIDAR-DADOS.
           IF RHX-NASCIMENTO NOT NUMERIC
                   OR RHX-NASC-ANO < WS-ANO-MINIMO
                   OR RHX-NASC-ANO > WS-ANO-MAXIMO
                   OR RHX-NASC-MES < 1 OR RHX-NASC-MES > 12
                   OR RHX-NASC-DIA < 1 OR RHX-NASC-DIA > 31
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'NASCIMENTO INVALIDO' TO WS-MOTIVO-IGNORADO
           ELSE
               IF NOT RHX-SIT-ATIVO AND NOT RHX-SIT-DESLIGADO
                   MOVE 'N' TO WS-REG-VALIDO
                   MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO-IGNORADO
               ELSE
                   IF RHX-SIT-DESLIGADO
                       IF RHX-DATA-DESLIG NOT NUMERIC
                               OR RHX-DESL-ANO < WS-ANO-MINIMO
                               OR RHX-DESL-ANO > WS-ANO-MAXIMO
                               OR RHX-DESL-MES < 1 OR RHX-DESL-MES > 12
                               OR RHX-DESL-DIA < 1 OR RHX-DESL-DIA > 31
                           MOVE 'N' TO WS-REG-VALIDO
                           MOVE 'DATA DE DESLIGAMENTO INVALIDA'
                               TO WS-MOTIVO-IGNORADO
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF REG-VALIDO
               PERFORM 3170-VALIDAR-SEXO-ADMISSAO
           END-IF.

       3170-VALIDAR-SEXO-ADMISSAO.
           IF NOT RHX-SEXO-VALIDO
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'SEXO INVALIDO' TO WS-MOTIVO-IGNORADO
           ELSE
               IF RHX-DATA-ADMISSAO NOT NUMERIC
                       OR RHX-ADM-ANO < WS-ANO-MINIMO
                       OR RHX-ADM-ANO > WS-ANO-MAXIMO
                       OR RHX-ADM-MES < 1 OR RHX-ADM-MES > 12
                       OR RHX-ADM-DIA < 1 OR RHX-ADM-DIA > 31
                   MOVE 'N' TO WS-REG-VALIDO
                   MOVE 'DATA DE ADMISSAO INVALIDA'
                       TO WS-MOTIVO-IGNORADO
               ELSE
                   IF NOT RHX-VINCULO-VALIDO
                       MOVE 'N' TO WS-REG-VALIDO
                       MOVE 'TIPO DE VINCULO INVALIDO'
                           TO WS-MOTIVO-IGNORADO
                   END-IF
               END-IF
           END-IF.

       3200-REGISTRAR-CPF.
           MOVE RHX-CPF TO WS-HASH-CPF-ARG
           PERFORM 5300-PROCURAR-CPF-HASH
           IF CPF-HASH-ACHADO
               MOVE 'N' TO WS-REG-VALIDO
               MOVE 'CPF DUPLICADO NO EXTRATO' TO WS-MOTIVO-IGNORADO
           ELSE
               IF NOT TABELA-HASH-CHEIA
                   PERFORM 5310-INSERIR-CPF-HASH
                   IF NOT CPF-HASH-INSERIDO
                       DISPLAY 'TABELA DE CPF ESGOTADA NO REGISTRO '
                           WS-CONT-EXTRATO '. PROCURA DE AUSENTES '
                           'COMPROMETIDA - MOVIMENTOS DESCARTADOS.'
                       MOVE 'S' TO WS-CONFRONTO-INVALIDADO
                       MOVE 16 TO WS-RC
                   END-IF
               END-IF
           END-IF.

       3300-CONFRONTAR-CADASTRO.
           IF RHX-SIT-DESLIGADO
               MOVE 'D' TO WS-RHX-SITUACAO
           ELSE
               MOVE 'A' TO WS-RHX-SITUACAO
           END-IF
           MOVE RHX-CPF TO CAD-CPF
           READ CALCIDADE-CADASTRO
               KEY IS CAD-CPF
               INVALID KEY
                   PERFORM 3400-TRATAR-NOVO
               NOT INVALID KEY
                   PERFORM 3500-TRATAR-EXISTENTE
           END-READ.

       3400-TRATAR-NOVO.
           IF RHX-SIT-DESLIGADO
               ADD 1 TO WS-CONT-DESLIG-FORA
           ELSE
               MOVE 'INCLUSAO' TO WS-OCORRENCIA
               MOVE 'I' TO MOV-OPERACAO
               PERFORM 3800-GRAVAR-MOVIMENTO
               ADD 1 TO WS-CONT-INCLUSOES
           END-IF.

      ******************************************************************
      * CPF presente nos dois lados: monta em WS-OCORRENCIA a lista
      * dos campos que mudaram; sem mudanca nao ha movimento.
      ******************************************************************
       3500-TRATAR-EXISTENTE.
           IF CAD-DESLIGADO
               MOVE 'D' TO WS-CAD-SITUACAO
           ELSE
               MOVE 'A' TO WS-CAD-SITUACAO
           END-IF
           IF WS-CAD-SITUACAO = 'A' AND WS-RHX-SITUACAO = 'D'
               MOVE SPACES TO WS-OCORRENCIA
               STRING 'DESLIGAMENTO EM ' DELIMITED BY SIZE
                      RHX-DESL-DIA DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      RHX-DESL-MES DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      RHX-DESL-ANO DELIMITED BY SIZE
                      INTO WS-OCORRENCIA
               END-STRING
               MOVE 'A' TO MOV-OPERACAO
               PERFORM 3800-GRAVAR-MOVIMENTO
               ADD 1 TO WS-CONT-DESLIGAMENTOS
           ELSE
               PERFORM 3550-LISTAR-DIFERENCAS
               IF WS-OCOR-PTR = 1
                   ADD 1 TO WS-CONT-SEM-MUDANCA
               ELSE
                   MOVE 'A' TO MOV-OPERACAO
                   PERFORM 3800-GRAVAR-MOVIMENTO
                   IF SO-COMPLEMENTO
                       ADD 1 TO WS-CONT-COMPLEMENTOS
                   ELSE
                       ADD 1 TO WS-CONT-ALTERACOES
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WS-SO-COMPLEMENTO fica 'S' enquanto todas as diferencas forem
      * sexo, admissao ou vinculo ainda nao informados no cadastro.
      ******************************************************************
       3550-LISTAR-DIFERENCAS.
           MOVE SPACES TO WS-OCORRENCIA
           MOVE 1 TO WS-OCOR-PTR
           MOVE 'S' TO WS-SO-COMPLEMENTO
           IF WS-CAD-SITUACAO = 'D' AND WS-RHX-SITUACAO = 'A'
               MOVE 'N' TO WS-SO-COMPLEMENTO
               STRING 'READMISSAO ' DELIMITED BY SIZE
                      INTO WS-OCORRENCIA WITH POINTER WS-OCOR-PTR
               END-STRING
           END-IF
           IF RHX-NOME NOT = CAD-NOME
               MOVE 'N' TO WS-SO-COMPLEMENTO
               STRING 'NOME ' DELIMITED BY SIZE
                      INTO WS-OCORRENCIA WITH POINTER WS-OCOR-PTR
               END-STRING
           END-IF
           IF RHX-NASCIMENTO NOT = CAD-NASCIMENTO
               MOVE 'N' TO WS-SO-COMPLEMENTO
               STRING 'NASCIMENTO ' DELIMITED BY SIZE
                      INTO WS-OCORRENCIA WITH POINTER WS-OCOR-PTR
               END-STRING
           END-IF
           IF WS-CAD-SITUACAO = 'D' AND WS-RHX-SITUACAO = 'D'
                   AND RHX-DATA-DESLIG NOT = CAD-DATA-DESLIG
               MOVE 'N' TO WS-SO-COMPLEMENTO
               STRING 'DATA-DESLIGAMENTO ' DELIMITED BY SIZE
                      INTO WS-OCORRENCIA WITH POINTER WS-OCOR-PTR
               END-STRING
           END-IF
           IF RHX-LOTACAO NOT = CAD-LOTACAO
               MOVE 'N' TO WS-SO-COMPLEMENTO
               STRING 'LOTACAO ' DELIMITED BY SIZE
                      CAD-LOTACAO DELIMITED BY SPACE
                      ' > ' DELIMITED BY SIZE
                      RHX-LOTACAO DELIMITED BY SPACE
                      INTO WS-OCORRENCIA WITH POINTER WS-OCOR-PTR
               END-STRING
           END-IF
           IF RHX-SEXO NOT = CAD-SEXO
               IF CAD-SEXO NOT = SPACE
                   MOVE 'N' TO WS-SO-COMPLEMENTO
               END-IF
               STRING 'SEXO ' DELIMITED BY SIZE
                      INTO WS-OCORRENCIA WITH POINTER WS-OCOR-PTR
               END-STRING
           END-IF
           IF RHX-DATA-ADMISSAO NOT = CAD-DATA-ADMISSAO
               IF CAD-DATA-ADMISSAO NOT = ZEROS
                   MOVE 'N' TO WS-SO-COMPLEMENTO
               END-IF
               STRING 'ADMISSAO ' DELIMITED BY SIZE
                      INTO WS-OCORRENCIA WITH POINTER WS-OCOR-PTR
               END-STRING
           END-IF
           IF RHX-TIPO-VINCULO NOT = CAD-TIPO-VINCULO
               IF CAD-TIPO-VINCULO NOT = SPACE
                   MOVE 'N' TO WS-SO-COMPLEMENTO
               END-IF
               STRING 'VINCULO ' DELIMITED BY SIZE
                      INTO WS-OCORRENCIA WITH POINTER WS-OCOR-PTR
               END-STRING
           END-IF.

      ******************************************************************
      * Movimento com o registro completo do extrato; ativo vai com a
      * data de desligamento zerada.
      ******************************************************************
       3800-GRAVAR-MOVIMENTO.
           MOVE RHX-CPF         TO MOV-CPF
           MOVE RHX-NOME        TO MOV-NOME
           MOVE RHX-NASCIMENTO  TO MOV-NASCIMENTO
           MOVE WS-RHX-SITUACAO TO MOV-SITUACAO
           IF WS-RHX-SITUACAO = 'D'
               MOVE RHX-DATA-DESLIG TO MOV-DATA-DESLIG
           ELSE
               MOVE ZEROS TO MOV-DATA-DESLIG
           END-IF
           MOVE RHX-LOTACAO     TO MOV-LOTACAO
           MOVE RHX-SEXO        TO MOV-SEXO
           MOVE RHX-DATA-ADMISSAO TO MOV-DATA-ADMISSAO
           MOVE RHX-TIPO-VINCULO TO MOV-TIPO-VINCULO
           WRITE REG-MOVTO
           MOVE RHX-CPF         TO WS-LD-CPF
           MOVE MOV-OPERACAO    TO WS-LD-OPERACAO
           MOVE RHX-NOME        TO WS-LD-NOME
           MOVE WS-OCORRENCIA   TO WS-LD-OCORRENCIA
           MOVE SPACES TO REG-DELTAREL
           MOVE WS-LINHA-DELTA TO DRL-LINHA
           WRITE REG-DELTAREL.

       3900-GRAVAR-IGNORADO.
           ADD 1 TO WS-CONT-IGNORADOS
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF
           MOVE RHX-CPF TO WS-LD-CPF
           MOVE '-' TO WS-LD-OPERACAO
           MOVE RHX-NOME TO WS-LD-NOME
           MOVE SPACES TO WS-LD-OCORRENCIA
           STRING 'IGNORADO: ' DELIMITED BY SIZE
                  WS-MOTIVO-IGNORADO DELIMITED BY SIZE
                  INTO WS-LD-OCORRENCIA
           END-STRING
           MOVE SPACES TO REG-DELTAREL
           MOVE WS-LINHA-DELTA TO DRL-LINHA
           WRITE REG-DELTAREL.

      ******************************************************************
      * Varre o cadastro: conta os registros (base do limite) e
      * relata os ativos que nao vieram no extrato. Nao se gera
      * movimento para eles: ausencia pode ser extrato truncado.
      ******************************************************************
       4000-PROCURAR-AUSENTES.
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
                       ADD 1 TO WS-CONT-CADASTRO
                       IF CAD-ATIVO
                           PERFORM 4100-VERIFICAR-AUSENTE
                       END-IF
               END-READ
           END-PERFORM.

       4100-VERIFICAR-AUSENTE.
           MOVE CAD-CPF TO WS-HASH-CPF-ARG
           PERFORM 5300-PROCURAR-CPF-HASH
           IF NOT CPF-HASH-ACHADO
               ADD 1 TO WS-CONT-AUSENTES
               IF WS-RC < 4
                   MOVE 4 TO WS-RC
               END-IF
               MOVE CAD-CPF TO WS-LD-CPF
               MOVE '-' TO WS-LD-OPERACAO
               MOVE CAD-NOME TO WS-LD-NOME
               MOVE 'ATIVO NO CADASTRO AUSENTE DO EXTRATO'
                   TO WS-LD-OCORRENCIA
               MOVE SPACES TO REG-DELTAREL
               MOVE WS-LINHA-DELTA TO DRL-LINHA
               WRITE REG-DELTAREL
           END-IF.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

       COPY CALCCPFP.

       COPY CALCHSP.

      ******************************************************************
      * Limite do delta: inclusoes + alteracoes + desligamentos +
      * ausentes contra o total de registros do cadastro; as
      * complementacoes ficam de fora.
      ******************************************************************
       7000-VERIFICAR-LIMITE.
           COMPUTE WS-CONT-DELTA = WS-CONT-INCLUSOES
               + WS-CONT-ALTERACOES + WS-CONT-DESLIGAMENTOS
               + WS-CONT-AUSENTES
           IF WS-CONT-CADASTRO = 0
               DISPLAY 'AVISO: CADASTRO VAZIO - CARGA INICIAL, LIMITE '
                   'NAO VERIFICADO.'
           ELSE
               COMPUTE WS-PCT-DELTA ROUNDED
                   = WS-CONT-DELTA * 100 / WS-CONT-CADASTRO
               IF WS-PCT-DELTA > WS-LIMITE-PCT
                   MOVE 'S' TO WS-LIMITE-EXCEDIDO
                   MOVE 16 TO WS-RC
               END-IF
           END-IF.

       7100-DESCARTAR-MOVIMENTOS.
           OPEN OUTPUT CADMANU-MOVTOS
           IF WS-FS-MOVTOS = '00'
               CLOSE CADMANU-MOVTOS
               DISPLAY 'CALCDELT01 - MOVIMENTOS DESCARTADOS.'
           ELSE
               DISPLAY 'ERRO AO DESCARTAR CADMANU-MOVTOS. FS='
                   WS-FS-MOVTOS
           END-IF.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-DELTAREL
           MOVE '---------------------------------------' TO DRL-LINHA
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'REGISTROS DO EXTRATO         : ' DELIMITED BY SIZE
                  WS-CONT-EXTRATO                   DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'IGNORADOS                    : ' DELIMITED BY SIZE
                  WS-CONT-IGNORADOS                 DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'SEM MUDANCA                  : ' DELIMITED BY SIZE
                  WS-CONT-SEM-MUDANCA               DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'DESLIGADOS FORA DO CADASTRO  : ' DELIMITED BY SIZE
                  WS-CONT-DESLIG-FORA               DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'INCLUSOES (I)                : ' DELIMITED BY SIZE
                  WS-CONT-INCLUSOES                 DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'ALTERACOES (A)               : ' DELIMITED BY SIZE
                  WS-CONT-ALTERACOES                DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'COMPLEMENTACOES (A) S/ LIMITE: ' DELIMITED BY SIZE
                  WS-CONT-COMPLEMENTOS              DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'DESLIGAMENTOS (A/D)          : ' DELIMITED BY SIZE
                  WS-CONT-DESLIGAMENTOS             DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'ATIVOS AUSENTES DO EXTRATO   : ' DELIMITED BY SIZE
                  WS-CONT-AUSENTES                  DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           STRING 'REGISTROS DO CADASTRO        : ' DELIMITED BY SIZE
                  WS-CONT-CADASTRO                  DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE WS-PCT-DELTA TO WS-PCT-DELTA-EDT
           MOVE SPACES TO REG-DELTAREL
           STRING 'DELTA SOBRE O CADASTRO (%)   : ' DELIMITED BY SIZE
                  WS-PCT-DELTA-EDT                  DELIMITED BY SIZE
                  '  LIMITE: '                      DELIMITED BY SIZE
                  WS-LIMITE-PCT                     DELIMITED BY SIZE
                  INTO DRL-LINHA
           END-STRING
           WRITE REG-DELTAREL
           MOVE SPACES TO REG-DELTAREL
           IF LIMITE-EXCEDIDO
               MOVE '*** LIMITE EXCEDIDO - MOVIMENTOS DESCARTADOS ***'
                   TO DRL-LINHA
           ELSE
               IF CONFRONTO-INVALIDADO
                   MOVE '*** TABELA DE CPF ESGOTADA - DESCARTADOS ***'
                       TO DRL-LINHA
               ELSE
                   IF WS-CONT-CADASTRO = 0
                       MOVE 'CADASTRO VAZIO - CARGA INICIAL, SEM LIMITE'
                           TO DRL-LINHA
                   ELSE
                       MOVE 'LIMITE RESPEITADO - MOVIMENTOS LIBERADOS'
                           TO DRL-LINHA
                   END-IF
               END-IF
           END-IF
           WRITE REG-DELTAREL
           DISPLAY 'CALCDELT01 - EXTRATO ' WS-CONT-EXTRATO
               ' I ' WS-CONT-INCLUSOES ' A ' WS-CONT-ALTERACOES
               ' C ' WS-CONT-COMPLEMENTOS
               ' D ' WS-CONT-DESLIGAMENTOS
               ' AUSENTES ' WS-CONT-AUSENTES ' RC ' WS-RC.
