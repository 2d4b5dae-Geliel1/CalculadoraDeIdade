      ******************************************************************
      * Author:
      * Date:
      * Purpose: Copia mascarada da SAIDA ou do EXPORT para entrega
      *          a terceiros e ambientes de teste (LGPD): o CPF de
      *          cada detalhe vira um pseudonimo de 11 digitos e o
      *          NOME vira 'PESSOA ' + pseudonimo. O pseudonimo e uma
      *          permutacao dos 11 digitos derivada da CHAVE do
      *          PARMFILE (rodadas de transformacao afim modulo
      *          10**11 intercaladas com a inversao dos digitos):
      *          a mesma pessoa recebe sempre o mesmo pseudonimo com
      *          a mesma CHAVE, e pessoas diferentes nunca colidem.
      *          Nascimento, idade, faixa e lotacao sao mantidos.
      *          Cabecalhos sao copiados; cada trailer sai com a
      *          contagem e o hash de idades originais e o hash de
      *          CPF recalculado sobre os pseudonimos, de modo que o
      *          CALCVERI01 confere a copia mascarada. Um segmento
      *          que ja divergia no original continua divergindo na
      *          copia pela mesma diferenca. PARMFILE:
      *          ARQUIVO=SAIDA|EXPORT e CHAVE=16 digitos (guardar a
      *          CHAVE fora do JCL de producao). RC=0 copia gerada;
      *          RC=8 original com segmento divergente, trailer
      *          ausente ou linha nao reconhecida (descartada);
      *          RC=12 erro de abertura; RC=16 parametro invalido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCMASC01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT MASC-SAIDA ASSIGN TO 'SAIDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT MASC-EXPORT ASSIGN TO 'EXPORT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.

           SELECT MASC-SAIDA-MASC ASSIGN TO 'SAIDAMSC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA-MASC.

           SELECT MASC-EXPORT-MASC ASSIGN TO 'EXPMASC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT-MASC.

           SELECT MASC-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  MASC-SAIDA
           RECORDING MODE IS F.
           COPY CALCSAI.
           COPY CALCSAC.

       FD  MASC-EXPORT
           RECORDING MODE IS F.
           COPY CALCEXP.

       FD  MASC-SAIDA-MASC
           RECORDING MODE IS F.
       01  REG-SAIDA-MASC               PIC X(93).

       FD  MASC-EXPORT-MASC
           RECORDING MODE IS F.
       01  REG-EXPORT-MASC              PIC X(80).

       FD  MASC-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-SAIDA                  PIC X(02).
       01  WS-FS-EXPORT                 PIC X(02).
       01  WS-FS-SAIDA-MASC             PIC X(02).
       01  WS-FS-EXPORT-MASC            PIC X(02).
       01  WS-FS-PARM                   PIC X(02).

       01  WS-PARM-OK                   PIC X(01) VALUE 'S'.
           88  PARAMETROS-OK            VALUE 'S'.
       01  WS-FIM-PARM                  PIC X(01) VALUE 'N'.
           88  FIM-PARM                 VALUE 'S'.
       01  WS-PARM-CHAVE                PIC X(20).
       01  WS-PARM-VALOR                PIC X(20).
       01  WS-ARQUIVO                   PIC X(06) VALUE SPACES.
           88  MASCARAR-SAIDA           VALUE 'SAIDA'.
           88  MASCARAR-EXPORT          VALUE 'EXPORT'.

      ******************************************************************
      * CHAVE de 16 digitos, em quatro grupos de 4 que dao o
      * multiplicador e o deslocamento de cada rodada.
      ******************************************************************
       01  WS-CHAVE                     PIC 9(16) VALUE 0.
       01  WS-CHAVE-R REDEFINES WS-CHAVE.
           05  WS-CHAVE-GRUPO           OCCURS 4 TIMES
                                         PIC 9(04).
       01  WS-CHAVE-INFORMADA           PIC X(01) VALUE 'N'.
           88  CHAVE-INFORMADA          VALUE 'S'.
       01  WS-TAB-RODADAS.
           05  WS-RODADA                OCCURS 4 TIMES.
               10  WS-ROD-MULT          PIC 9(05).
               10  WS-ROD-DESLOC        PIC 9(11).
       01  WS-ROD-IDX                   PIC 9(01).
       01  WS-ROD-PROX                  PIC 9(01).

       01  WS-PSEUDO                    PIC 9(11).
       01  WS-PSEUDO-R REDEFINES WS-PSEUDO.
           05  WS-PSEUDO-DIG            OCCURS 11 TIMES
                                         PIC 9(01).
       01  WS-PSEUDO-AUX                PIC 9(11).
       01  WS-PSEUDO-AUX-R REDEFINES WS-PSEUDO-AUX.
           05  WS-PSEUDO-AUX-DIG        OCCURS 11 TIMES
                                         PIC 9(01).
       01  WS-PSEUDO-PRODUTO            PIC 9(17).
       01  WS-DIG-IDX                   PIC 9(02).
       01  WS-NOME-MASC                 PIC X(30).

       01  WS-FIM-ARQUIVO               PIC X(01) VALUE 'N'.
           88  FIM-ARQUIVO              VALUE 'S'.

       01  WS-SEG-CONT-DET              PIC 9(08) VALUE 0.
       01  WS-SEG-HASH-CPF              PIC 9(15) VALUE 0.
       01  WS-SEG-HASH-IDADE            PIC 9(09) VALUE 0.
       01  WS-SEG-HASH-PSEUDO           PIC 9(15) VALUE 0.
       01  WS-SEG-NUMERO                PIC 9(04) VALUE 0.
       01  WS-TRL-CONT-DET              PIC 9(08).
       01  WS-TRL-HASH-CPF              PIC 9(15).
       01  WS-TRL-HASH-IDADE            PIC 9(09).
       01  WS-TRL-HASH-MASC             PIC 9(15).
       01  WS-DET-CPF                   PIC 9(11).
       01  WS-DET-IDADE                 PIC 9(03).

       01  WS-EXP-TIPO                  PIC X(12).
       01  WS-EXP-CAMPO2                PIC X(30).
       01  WS-EXP-CAMPO3                PIC X(20).
       01  WS-EXP-CAMPO4                PIC X(20).
       01  WS-EXP-CAMPO5                PIC X(20).

       01  WS-CONT-LIDOS                PIC 9(08) VALUE 0.
       01  WS-CONT-MASCARADOS           PIC 9(08) VALUE 0.
       01  WS-CONT-CONTROLE             PIC 9(08) VALUE 0.
       01  WS-CONT-DESCARTADOS          PIC 9(08) VALUE 0.
       01  WS-CONT-DIVERGENTES          PIC 9(04) VALUE 0.

       01  WS-RC                        PIC 9(02) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 1000-LER-PARAMETROS
           IF PARAMETROS-OK
               PERFORM 1500-PREPARAR-RODADAS
               IF MASCARAR-SAIDA
                   PERFORM 2000-MASCARAR-SAIDA
               ELSE
                   PERFORM 3000-MASCARAR-EXPORT
               END-IF
               PERFORM 9000-CONCLUIR-MASCARAMENTO
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

       1000-LER-PARAMETROS.
           OPEN INPUT MASC-PARM
           IF WS-FS-PARM NOT = '00'
               DISPLAY 'PARMFILE OBRIGATORIO NAO ENCONTRADO. FS='
                   WS-FS-PARM
               PERFORM 1080-ERRO-PARAMETRO
           ELSE
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE MASC-PARM
               IF NOT MASCARAR-SAIDA AND NOT MASCARAR-EXPORT
                   DISPLAY 'PARAMETRO ARQUIVO OBRIGATORIO AUSENTE.'
                   PERFORM 1080-ERRO-PARAMETRO
               END-IF
               IF NOT CHAVE-INFORMADA
                   DISPLAY 'PARAMETRO CHAVE OBRIGATORIO AUSENTE.'
                   PERFORM 1080-ERRO-PARAMETRO
               END-IF
           END-IF.

       1005-LER-LINHA-PARM.
           READ MASC-PARM
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
               IF WS-PARM-CHAVE = 'ARQUIVO'
                   PERFORM 1020-TRATAR-ARQUIVO
               ELSE
                   IF WS-PARM-CHAVE = 'CHAVE'
                       PERFORM 1030-TRATAR-CHAVE
                   ELSE
                       DISPLAY 'PARAMETRO DESCONHECIDO: '
                           WS-PARM-CHAVE
                       PERFORM 1080-ERRO-PARAMETRO
                   END-IF
               END-IF
           END-IF.

       1020-TRATAR-ARQUIVO.
           IF WS-PARM-VALOR = 'SAIDA'
                   OR WS-PARM-VALOR = 'EXPORT'
               MOVE WS-PARM-VALOR TO WS-ARQUIVO
           ELSE
               DISPLAY 'ARQUIVO INVALIDO: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1030-TRATAR-CHAVE.
           IF WS-PARM-VALOR(1:16) IS NUMERIC
                   AND WS-PARM-VALOR(17:1) = SPACE
                   AND WS-PARM-VALOR(1:16) NOT = ZEROS
               MOVE WS-PARM-VALOR(1:16) TO WS-CHAVE
               MOVE 'S' TO WS-CHAVE-INFORMADA
           ELSE
               DISPLAY 'CHAVE INVALIDA: DEVE TER 16 DIGITOS, NAO '
                   'TODOS ZERO.'
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1080-ERRO-PARAMETRO.
           MOVE 'N' TO WS-PARM-OK
           MOVE 16 TO WS-RC.

      ******************************************************************
      * Multiplicador de cada rodada: impar e nao multiplo de 5,
      * para ser inversivel modulo 10**11 e a rodada ser uma
      * permutacao. O deslocamento junta dois grupos da CHAVE.
      ******************************************************************
       1500-PREPARAR-RODADAS.
           PERFORM VARYING WS-ROD-IDX FROM 1 BY 1
                   UNTIL WS-ROD-IDX > 4
               COMPUTE WS-ROD-MULT(WS-ROD-IDX)
                   = WS-CHAVE-GRUPO(WS-ROD-IDX) * 2 + 1
               IF FUNCTION MOD(WS-ROD-MULT(WS-ROD-IDX) 5) = 0
                   ADD 2 TO WS-ROD-MULT(WS-ROD-IDX)
               END-IF
               COMPUTE WS-ROD-PROX
                   = FUNCTION MOD(WS-ROD-IDX 4) + 1
               COMPUTE WS-ROD-DESLOC(WS-ROD-IDX)
                   = WS-CHAVE-GRUPO(WS-ROD-PROX) * 10000000
                   + WS-CHAVE-GRUPO(WS-ROD-IDX) * 1000
                   + WS-ROD-IDX
           END-PERFORM.

       2000-MASCARAR-SAIDA.
           OPEN INPUT MASC-SAIDA
           IF WS-FS-SAIDA NOT = '00'
               DISPLAY 'ERRO AO ABRIR MASC-SAIDA. FS=' WS-FS-SAIDA
               MOVE 12 TO WS-RC
           ELSE
               OPEN OUTPUT MASC-SAIDA-MASC
               IF WS-FS-SAIDA-MASC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MASC-SAIDA-MASC. FS='
                       WS-FS-SAIDA-MASC
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM 2100-LER-SAIDA
                   PERFORM UNTIL FIM-ARQUIVO
                       PERFORM 2200-TRATAR-REGISTRO-SAIDA
                       PERFORM 2100-LER-SAIDA
                   END-PERFORM
                   CLOSE MASC-SAIDA-MASC
               END-IF
               CLOSE MASC-SAIDA
           END-IF.

       2100-LER-SAIDA.
           READ MASC-SAIDA
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

       2200-TRATAR-REGISTRO-SAIDA.
           IF SCT-CABECALHO
               ADD 1 TO WS-CONT-CONTROLE
               MOVE REG-SAIDA-CTL TO REG-SAIDA-MASC
               WRITE REG-SAIDA-MASC
           ELSE
               IF SCT-TRAILER
                   MOVE SCT-CONT-DETALHE  TO WS-TRL-CONT-DET
                   MOVE SCT-HASH-CPF      TO WS-TRL-HASH-CPF
                   MOVE SCT-HASH-IDADE    TO WS-TRL-HASH-IDADE
                   PERFORM 4000-FECHAR-SEGMENTO
                   ADD 1 TO WS-CONT-CONTROLE
                   MOVE WS-TRL-HASH-MASC TO SCT-HASH-CPF
                   MOVE REG-SAIDA-CTL TO REG-SAIDA-MASC
                   WRITE REG-SAIDA-MASC
               ELSE
                   MOVE SAI-CPF   TO WS-DET-CPF
                   MOVE SAI-IDADE TO WS-DET-IDADE
                   PERFORM 4500-MASCARAR-DETALHE
                   MOVE WS-PSEUDO    TO SAI-CPF
                   MOVE WS-NOME-MASC TO SAI-NOME
                   MOVE REG-SAIDA TO REG-SAIDA-MASC
                   WRITE REG-SAIDA-MASC
               END-IF
           END-IF.

       3000-MASCARAR-EXPORT.
           OPEN INPUT MASC-EXPORT
           IF WS-FS-EXPORT NOT = '00'
               DISPLAY 'ERRO AO ABRIR MASC-EXPORT. FS=' WS-FS-EXPORT
               MOVE 12 TO WS-RC
           ELSE
               OPEN OUTPUT MASC-EXPORT-MASC
               IF WS-FS-EXPORT-MASC NOT = '00'
                   DISPLAY 'ERRO AO ABRIR MASC-EXPORT-MASC. FS='
                       WS-FS-EXPORT-MASC
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM 3100-LER-EXPORT
                   PERFORM UNTIL FIM-ARQUIVO
                       PERFORM 3200-TRATAR-REGISTRO-EXPORT
                       PERFORM 3100-LER-EXPORT
                   END-PERFORM
                   CLOSE MASC-EXPORT-MASC
               END-IF
               CLOSE MASC-EXPORT
           END-IF.

       3100-LER-EXPORT.
           READ MASC-EXPORT
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-CONT-LIDOS
           END-READ.

      ******************************************************************
      * Linhas do EXPORT (ver 8000/8200/8300 do CALCIDADE01):
      *   H,datagrav,dataref,origem
      *   cpf,nome,dd/mm/aaaa,idade
      *   T,contagem,hashcpf,hashidade
      ******************************************************************
       3200-TRATAR-REGISTRO-EXPORT.
           MOVE SPACES TO WS-EXP-TIPO
           MOVE SPACES TO WS-EXP-CAMPO2
           MOVE SPACES TO WS-EXP-CAMPO3
           MOVE SPACES TO WS-EXP-CAMPO4
           MOVE SPACES TO WS-EXP-CAMPO5
           UNSTRING EXP-LINHA DELIMITED BY ','
               INTO WS-EXP-TIPO WS-EXP-CAMPO2 WS-EXP-CAMPO3
                    WS-EXP-CAMPO4 WS-EXP-CAMPO5
           END-UNSTRING
           IF WS-EXP-TIPO = 'H'
               ADD 1 TO WS-CONT-CONTROLE
               MOVE EXP-LINHA TO REG-EXPORT-MASC
               WRITE REG-EXPORT-MASC
           ELSE
               IF WS-EXP-TIPO = 'T'
                   PERFORM 3300-GRAVAR-TRAILER-EXPORT
               ELSE
                   PERFORM 3400-GRAVAR-DETALHE-EXPORT
               END-IF
           END-IF.

       3300-GRAVAR-TRAILER-EXPORT.
           MOVE 0 TO WS-TRL-CONT-DET
           MOVE 0 TO WS-TRL-HASH-CPF
           MOVE 0 TO WS-TRL-HASH-IDADE
           IF WS-EXP-CAMPO2(1:8) IS NUMERIC
               MOVE WS-EXP-CAMPO2(1:8) TO WS-TRL-CONT-DET
           END-IF
           IF WS-EXP-CAMPO3(1:15) IS NUMERIC
               MOVE WS-EXP-CAMPO3(1:15) TO WS-TRL-HASH-CPF
           END-IF
           IF WS-EXP-CAMPO4(1:9) IS NUMERIC
               MOVE WS-EXP-CAMPO4(1:9) TO WS-TRL-HASH-IDADE
           END-IF
           PERFORM 4000-FECHAR-SEGMENTO
           ADD 1 TO WS-CONT-CONTROLE
           MOVE SPACES TO REG-EXPORT-MASC
           STRING 'T,'               DELIMITED BY SIZE
                  WS-TRL-CONT-DET    DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-TRL-HASH-MASC   DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-TRL-HASH-IDADE  DELIMITED BY SIZE
                  INTO REG-EXPORT-MASC
           END-STRING
           WRITE REG-EXPORT-MASC.

       3400-GRAVAR-DETALHE-EXPORT.
           IF WS-EXP-TIPO(1:11) IS NUMERIC
                   AND WS-EXP-TIPO(12:1) = SPACE
               MOVE WS-EXP-TIPO(1:11) TO WS-DET-CPF
               MOVE 0 TO WS-DET-IDADE
               IF WS-EXP-CAMPO4(1:3) IS NUMERIC
                   MOVE WS-EXP-CAMPO4(1:3) TO WS-DET-IDADE
               END-IF
               PERFORM 4500-MASCARAR-DETALHE
               MOVE SPACES TO REG-EXPORT-MASC
               STRING WS-PSEUDO          DELIMITED BY SIZE
                      ','                DELIMITED BY SIZE
                      WS-NOME-MASC       DELIMITED BY '  '
                      ','                DELIMITED BY SIZE
                      WS-EXP-CAMPO3      DELIMITED BY SPACE
                      ','                DELIMITED BY SIZE
                      WS-EXP-CAMPO4      DELIMITED BY SPACE
                      INTO REG-EXPORT-MASC
               END-STRING
               WRITE REG-EXPORT-MASC
           ELSE
               DISPLAY 'LINHA DO EXPORT NAO RECONHECIDA, DESCARTADA: '
                   EXP-LINHA(1:40)
               ADD 1 TO WS-CONT-DESCARTADOS
               MOVE 08 TO WS-RC
           END-IF.

      ******************************************************************
      * Fim de segmento: confere o trailer original como o
      * CALCVERI01 faz e monta o hash de CPF da copia. A diferenca
      * entre o hash gravado e o recalculado no original e somada
      * ao hash dos pseudonimos, para a copia acusar exatamente o
      * que o original acusaria.
      ******************************************************************
       4000-FECHAR-SEGMENTO.
           ADD 1 TO WS-SEG-NUMERO
           IF WS-TRL-CONT-DET NOT = WS-SEG-CONT-DET
                   OR WS-TRL-HASH-CPF NOT = WS-SEG-HASH-CPF
                   OR WS-TRL-HASH-IDADE NOT = WS-SEG-HASH-IDADE
               ADD 1 TO WS-CONT-DIVERGENTES
               DISPLAY 'SEGMENTO ' WS-SEG-NUMERO ' DO ORIGINAL '
                   'DIVERGE DO TRAILER. DIVERGENCIA MANTIDA NA COPIA.'
               MOVE 08 TO WS-RC
           END-IF
           COMPUTE WS-TRL-HASH-MASC = FUNCTION MOD(
               WS-SEG-HASH-PSEUDO + WS-TRL-HASH-CPF
               + 1000000000000000 - WS-SEG-HASH-CPF
               1000000000000000)
           MOVE 0 TO WS-SEG-CONT-DET
           MOVE 0 TO WS-SEG-HASH-CPF
           MOVE 0 TO WS-SEG-HASH-IDADE
           MOVE 0 TO WS-SEG-HASH-PSEUDO.

       4500-MASCARAR-DETALHE.
           ADD 1 TO WS-CONT-MASCARADOS
           ADD 1 TO WS-SEG-CONT-DET
           COMPUTE WS-SEG-HASH-CPF = FUNCTION MOD(
               WS-SEG-HASH-CPF + WS-DET-CPF 1000000000000000)
           COMPUTE WS-SEG-HASH-IDADE = FUNCTION MOD(
               WS-SEG-HASH-IDADE + WS-DET-IDADE 1000000000)
           PERFORM 5000-GERAR-PSEUDONIMO
           COMPUTE WS-SEG-HASH-PSEUDO = FUNCTION MOD(
               WS-SEG-HASH-PSEUDO + WS-PSEUDO 1000000000000000)
           MOVE SPACES TO WS-NOME-MASC
           STRING 'PESSOA ' WS-PSEUDO
                  DELIMITED BY SIZE
                  INTO WS-NOME-MASC
           END-STRING.

      ******************************************************************
      * Pseudonimo do CPF: em cada rodada x = (x * mult + desloc)
      * modulo 10**11, seguido da inversao da ordem dos digitos.
      * Cada passo e uma permutacao dos numeros de 11 digitos, logo
      * CPFs diferentes nunca recebem o mesmo pseudonimo.
      ******************************************************************
       5000-GERAR-PSEUDONIMO.
           MOVE WS-DET-CPF TO WS-PSEUDO
           PERFORM VARYING WS-ROD-IDX FROM 1 BY 1
                   UNTIL WS-ROD-IDX > 4
               COMPUTE WS-PSEUDO-PRODUTO
                   = WS-PSEUDO * WS-ROD-MULT(WS-ROD-IDX)
                   + WS-ROD-DESLOC(WS-ROD-IDX)
               COMPUTE WS-PSEUDO = FUNCTION MOD(
                   WS-PSEUDO-PRODUTO 100000000000)
               PERFORM 5100-INVERTER-DIGITOS
           END-PERFORM.

       5100-INVERTER-DIGITOS.
           PERFORM VARYING WS-DIG-IDX FROM 1 BY 1
                   UNTIL WS-DIG-IDX > 11
               MOVE WS-PSEUDO-DIG(12 - WS-DIG-IDX)
                   TO WS-PSEUDO-AUX-DIG(WS-DIG-IDX)
           END-PERFORM
           MOVE WS-PSEUDO-AUX TO WS-PSEUDO.

       9000-CONCLUIR-MASCARAMENTO.
           IF WS-RC < 12
               IF WS-SEG-CONT-DET > 0
                   DISPLAY 'DETALHES APOS O ULTIMO TRAILER: '
                       WS-SEG-CONT-DET ' - TRAILER AUSENTE.'
                   MOVE 08 TO WS-RC
               END-IF
           END-IF
           DISPLAY '---------------------------------------'
           DISPLAY 'MASCARAMENTO DO ARQUIVO ' WS-ARQUIVO
           DISPLAY 'REGISTROS LIDOS        : ' WS-CONT-LIDOS
           DISPLAY 'DETALHES MASCARADOS    : ' WS-CONT-MASCARADOS
           DISPLAY 'CABECALHOS/TRAILERS    : ' WS-CONT-CONTROLE
           DISPLAY 'LINHAS DESCARTADAS     : ' WS-CONT-DESCARTADOS
           DISPLAY 'SEGMENTOS DIVERGENTES  : ' WS-CONT-DIVERGENTES
           DISPLAY 'RC                     : ' WS-RC
           DISPLAY '---------------------------------------'.
