      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconstrucao do CALCIDADE-CADASTRO numa data passada.
      *          Copia o cadastro atual para o CALCRECO-SNAPSHOT (mesmo
      *          layout CALCCAD, indexado por CPF) e desfaz nele, do
      *          ultimo para o primeiro, todo movimento de titular do
      *          CADMANU-JOURNAL gravado depois da DATA-POSICAO:
      *          inclusao e desfeita apagando o registro, alteracao
      *          regravando a imagem ANTES, exclusao regravando o
      *          registro apagado. O cadastro vivo so e lido. Grava
      *          relatorio de conciliacao com os movimentos desfeitos
      *          por operacao, os desfazimentos rejeitados e o hash
      *          total do snapshot (soma dos CPFs modulo 10**15, como
      *          no CALCAUDI01), para atestar o snapshot. O PARMFILE
      *          exige DATA-POSICAO=DDMMAAAA. RC=0 snapshot gerado,
      *          RC=8 desfazimentos rejeitados (journal inconsistente
      *          com o cadastro), RC=12 erro de abertura ou falha
      *          na copia do cadastro (snapshot nao gerado), RC=16
      *          parametro invalido ou journal maior que a tabela
      *          (snapshot nao gerado).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCRECO01.
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

           SELECT CALCRECO-SNAPSHOT ASSIGN TO 'SNAPSHOT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CPF
               FILE STATUS IS WS-FS-SNAPSHOT.

           SELECT CADMANU-JOURNAL ASSIGN TO 'JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT CALCRECO-RELATO ASSIGN TO 'RECOREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECOREL.

           SELECT CALCRECO-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

      ******************************************************************
      * O snapshot tem o layout CALCCAD; aqui so a chave e separada e
      * o registro e montado na area do REG-CADASTRO.
      ******************************************************************
       FD  CALCRECO-SNAPSHOT.
       01  REG-SNAPSHOT.
           05  SNP-CPF                  PIC 9(11).
           05  SNP-DADOS                PIC X(65).

       FD  CADMANU-JOURNAL
           RECORDING MODE IS F.
           COPY CALCJRN.

       FD  CALCRECO-RELATO
           RECORDING MODE IS F.
           COPY CALCRCR.

       FD  CALCRECO-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-SNAPSHOT               PIC X(02).
           88  SNAPSHOT-OK              VALUE '00'.
       01  WS-FS-JOURNAL                PIC X(02).
           88  JOURNAL-OK               VALUE '00'.
       01  WS-FS-RECOREL                PIC X(02).
       01  WS-FS-PARM                   PIC X(02).

       01  WS-PARM-OK                   PIC X(01) VALUE 'S'.
           88  PARAMETROS-OK            VALUE 'S'.
       01  WS-FIM-PARM                  PIC X(01) VALUE 'N'.
           88  FIM-PARM                 VALUE 'S'.
       01  WS-PARM-CHAVE                PIC X(20).
       01  WS-PARM-VALOR                PIC X(20).

       01  WS-DATA-POSICAO.
           05  WS-POS-DIA               PIC 9(02).
           05  WS-POS-MES               PIC 9(02).
           05  WS-POS-ANO               PIC 9(04).
       01  WS-POSICAO-INFORMADA         PIC X(01) VALUE 'N'.
           88  POSICAO-INFORMADA        VALUE 'S'.
       01  WS-POSICAO-AAAAMMDD          PIC 9(08).
       01  WS-JRN-DATA-EDIT.
           05  WS-JDE-ANO               PIC 9(04).
           05  WS-JDE-MES               PIC 9(02).
           05  WS-JDE-DIA               PIC 9(02).

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).
       01  WS-SIS-AAAAMMDD              PIC 9(08).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.

       01  WS-FIM-CADASTRO              PIC X(01) VALUE 'N'.
           88  FIM-CADASTRO             VALUE 'S'.
       01  WS-FIM-SNAPSHOT              PIC X(01) VALUE 'N'.
           88  FIM-SNAPSHOT             VALUE 'S'.
       01  WS-FIM-JOURNAL               PIC X(01) VALUE 'N'.
           88  FIM-JOURNAL              VALUE 'S'.
       01  WS-COPIA-FALHOU              PIC X(01) VALUE 'N'.
           88  COPIA-FALHOU             VALUE 'S'.

      ******************************************************************
      * Movimentos de titular posteriores a DATA-POSICAO, na ordem do
      * journal, para serem desfeitos do ultimo para o primeiro.
      ******************************************************************
       01  WS-TAB-JRN-MAX               PIC 9(05) VALUE 50000.
       01  WS-TAB-JRN-QTD               PIC 9(05) VALUE 0.
       01  WS-TAB-JRN-IDX               PIC 9(05).
       01  WS-TAB-JRN-CHEIA             PIC X(01) VALUE 'N'.
           88  TAB-JRN-CHEIA            VALUE 'S'.
       01  WS-TABELA-JOURNAL.
           05  WS-TAB-JRN               OCCURS 50000 TIMES
                                         PIC X(156).

       01  WS-MOTIVO-REJEICAO           PIC X(40).

       01  WS-CONT-CAD-COPIADOS         PIC 9(08) VALUE 0.
       01  WS-CONT-JRN-LIDOS            PIC 9(08) VALUE 0.
       01  WS-CONT-JRN-ATE-POSICAO      PIC 9(08) VALUE 0.
       01  WS-CONT-JRN-DEPENDENTES      PIC 9(08) VALUE 0.
       01  WS-CONT-INC-DESFEITAS        PIC 9(06) VALUE 0.
       01  WS-CONT-ALT-DESFEITAS        PIC 9(06) VALUE 0.
       01  WS-CONT-EXC-DESFEITAS        PIC 9(06) VALUE 0.
       01  WS-CONT-REJEITADOS           PIC 9(06) VALUE 0.
       01  WS-CONT-SNP-REGISTROS        PIC 9(08) VALUE 0.
       01  WS-CONT-SNP-ATIVOS           PIC 9(08) VALUE 0.
       01  WS-CONT-SNP-DESLIGADOS       PIC 9(08) VALUE 0.
       01  WS-HASH-CPF                  PIC 9(15) VALUE 0.

       01  WS-RC                        PIC 9(02) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
           PERFORM 1000-LER-PARAMETROS
           IF PARAMETROS-OK
               PERFORM 1500-ABRIR-ARQUIVOS
               IF CADASTRO-OK AND JOURNAL-OK
                              AND WS-FS-RECOREL = '00'
                   PERFORM 2000-GRAVAR-CABECALHO
                   PERFORM 3000-CARREGAR-JOURNAL
                   IF TAB-JRN-CHEIA
                       PERFORM 3900-GRAVAR-TABELA-CHEIA
                       MOVE 16 TO WS-RC
                   ELSE
                       PERFORM 4000-GERAR-SNAPSHOT
                   END-IF
               ELSE
                   MOVE 12 TO WS-RC
               END-IF
               PERFORM 1600-FECHAR-ARQUIVOS
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * PARMFILE obrigatorio (ver CALCPRM): DATA-POSICAO=DDMMAAAA, a
      * data cujo fechamento o snapshot deve retratar; movimentos
      * gravados no proprio dia ficam no snapshot. Nao pode ser
      * posterior a data do sistema.
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCRECO-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCRECO-PARM
           END-IF
           IF PARAMETROS-OK AND NOT POSICAO-INFORMADA
               DISPLAY 'PARAMETRO DATA-POSICAO OBRIGATORIO'
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCRECO-PARM
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
               IF WS-PARM-CHAVE = 'DATA-POSICAO'
                   PERFORM 1020-TRATAR-DATA-POSICAO
               ELSE
                   DISPLAY 'PARAMETRO DESCONHECIDO: '
                       WS-PARM-CHAVE
                   PERFORM 1080-ERRO-PARAMETRO
               END-IF
           END-IF.

       1020-TRATAR-DATA-POSICAO.
           IF WS-PARM-VALOR(1:8) IS NUMERIC
                   AND WS-PARM-VALOR(9:1) = SPACE
               MOVE WS-PARM-VALOR(1:8) TO WS-DATA-POSICAO
               COMPUTE WS-POSICAO-AAAAMMDD = WS-POS-ANO * 10000
                   + WS-POS-MES * 100 + WS-POS-DIA
               COMPUTE WS-SIS-AAAAMMDD = WS-SIS-ANO * 10000
                   + WS-SIS-MES * 100 + WS-SIS-DIA
               IF WS-POS-ANO < WS-ANO-MINIMO
                       OR WS-POS-MES < 1 OR WS-POS-MES > 12
                       OR WS-POS-DIA < 1 OR WS-POS-DIA > 31
                       OR WS-POSICAO-AAAAMMDD > WS-SIS-AAAAMMDD
                   DISPLAY 'DATA-POSICAO INVALIDA: ' WS-PARM-VALOR
                   PERFORM 1080-ERRO-PARAMETRO
               ELSE
                   MOVE 'S' TO WS-POSICAO-INFORMADA
               END-IF
           ELSE
               DISPLAY 'DATA-POSICAO INVALIDA: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1080-ERRO-PARAMETRO.
           MOVE 'N' TO WS-PARM-OK
           MOVE 16 TO WS-RC.

       1500-ABRIR-ARQUIVOS.
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
           OPEN OUTPUT CALCRECO-RELATO
           IF WS-FS-RECOREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCRECO-RELATO. FS='
                   WS-FS-RECOREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF CADASTRO-OK OR WS-FS-CADASTRO = '10'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF JOURNAL-OK OR WS-FS-JOURNAL = '10'
               CLOSE CADMANU-JOURNAL
           END-IF
           IF WS-FS-RECOREL = '00'
               CLOSE CALCRECO-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-RECOREL
           STRING 'RECONSTRUCAO DO CADASTRO NA POSICAO DE '
                               DELIMITED BY SIZE
                  WS-POS-DIA   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-POS-MES   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-POS-ANO   DELIMITED BY SIZE
                  ' - EMITIDO EM ' DELIMITED BY SIZE
                  WS-SIS-DIA   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-MES   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-ANO   DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL.

      ******************************************************************
      * Guarda os movimentos de titular gravados depois da
      * DATA-POSICAO. Os de dependente nao alteram o cadastro.
      ******************************************************************
       3000-CARREGAR-JOURNAL.
           PERFORM 3010-LER-JOURNAL
           PERFORM UNTIL FIM-JOURNAL OR TAB-JRN-CHEIA
               ADD 1 TO WS-CONT-JRN-LIDOS
               IF JRN-DATA NOT > WS-POSICAO-AAAAMMDD
                   ADD 1 TO WS-CONT-JRN-ATE-POSICAO
               ELSE
                   IF JRN-MOVTO-DEPENDENTE
                       ADD 1 TO WS-CONT-JRN-DEPENDENTES
                   ELSE
                       PERFORM 3020-GUARDAR-MOVIMENTO
                   END-IF
               END-IF
               PERFORM 3010-LER-JOURNAL
           END-PERFORM.

       3010-LER-JOURNAL.
           READ CADMANU-JOURNAL
               AT END
                   MOVE 'S' TO WS-FIM-JOURNAL
           END-READ.

       3020-GUARDAR-MOVIMENTO.
           IF WS-TAB-JRN-QTD < WS-TAB-JRN-MAX
               ADD 1 TO WS-TAB-JRN-QTD
               MOVE REG-JOURNAL TO WS-TAB-JRN(WS-TAB-JRN-QTD)
           ELSE
               MOVE 'S' TO WS-TAB-JRN-CHEIA
           END-IF.

       3900-GRAVAR-TABELA-CHEIA.
           MOVE SPACES TO REG-RECOREL
           STRING 'JOURNAL POSTERIOR A POSICAO EXCEDE A TABELA DE '
                                    DELIMITED BY SIZE
                  WS-TAB-JRN-MAX    DELIMITED BY SIZE
                  ' MOVIMENTOS. SNAPSHOT NAO GERADO.'
                                    DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           DISPLAY 'CALCRECO01 - JOURNAL EXCEDE A TABELA. MAXIMO='
               WS-TAB-JRN-MAX.

      ******************************************************************
      * Copia o cadastro para o snapshot, desfaz nele os movimentos e
      * totaliza o resultado.
      ******************************************************************
       4000-GERAR-SNAPSHOT.
           OPEN OUTPUT CALCRECO-SNAPSHOT
           IF NOT SNAPSHOT-OK
               DISPLAY 'ERRO AO ABRIR CALCRECO-SNAPSHOT. FS='
                   WS-FS-SNAPSHOT
               MOVE 12 TO WS-RC
           ELSE
               PERFORM 4100-COPIAR-CADASTRO
               CLOSE CALCRECO-SNAPSHOT
               IF COPIA-FALHOU
                   PERFORM 4900-GRAVAR-COPIA-FALHOU
               ELSE
                   PERFORM 4200-DESFAZER-NO-SNAPSHOT
               END-IF
           END-IF.

       4100-COPIAR-CADASTRO.
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
                       MOVE REG-CADASTRO TO REG-SNAPSHOT
                       WRITE REG-SNAPSHOT
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR CALCRECO-'
                                   'SNAPSHOT. CPF=' SNP-CPF
                                   ' FS=' WS-FS-SNAPSHOT
                               MOVE 'S' TO WS-COPIA-FALHOU
                               MOVE 'S' TO WS-FIM-CADASTRO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-CAD-COPIADOS
                       END-WRITE
               END-READ
           END-PERFORM.

       4200-DESFAZER-NO-SNAPSHOT.
           OPEN I-O CALCRECO-SNAPSHOT
           IF NOT SNAPSHOT-OK
               DISPLAY 'ERRO AO ABRIR CALCRECO-SNAPSHOT. FS='
                   WS-FS-SNAPSHOT
               MOVE 12 TO WS-RC
           ELSE
               PERFORM 6000-DESFAZER-MOVIMENTOS
               PERFORM 7000-TOTALIZAR-SNAPSHOT
               PERFORM 9000-GRAVAR-TOTAIS
               IF WS-CONT-REJEITADOS > 0
                   MOVE 08 TO WS-RC
               END-IF
               CLOSE CALCRECO-SNAPSHOT
           END-IF.

      ******************************************************************
      * Copia incompleta: o snapshot nao e desfeito nem totalizado,
      * para nao atestar hash de copia parcial.
      ******************************************************************
       4900-GRAVAR-COPIA-FALHOU.
           MOVE 12 TO WS-RC
           MOVE SPACES TO REG-RECOREL
           STRING 'FALHA NA GRAVACAO DO SNAPSHOT APOS '
                                     DELIMITED BY SIZE
                  WS-CONT-CAD-COPIADOS DELIMITED BY SIZE
                  ' REGISTROS. SNAPSHOT NAO GERADO.'
                                     DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

      ******************************************************************
      * Desfaz do ultimo para o primeiro, como o estorno do CADMANU01:
      * inclusao apaga, alteracao regrava a imagem ANTES, exclusao
      * regrava o registro apagado.
      ******************************************************************
       6000-DESFAZER-MOVIMENTOS.
           PERFORM VARYING WS-TAB-JRN-IDX
                   FROM WS-TAB-JRN-QTD BY -1
                   UNTIL WS-TAB-JRN-IDX < 1
               MOVE WS-TAB-JRN(WS-TAB-JRN-IDX) TO REG-JOURNAL
               IF JRN-INCLUSAO
                   PERFORM 6110-DESFAZER-INCLUSAO
               ELSE
                   IF JRN-ALTERACAO
                       PERFORM 6120-DESFAZER-ALTERACAO
                   ELSE
                       PERFORM 6130-DESFAZER-EXCLUSAO
                   END-IF
               END-IF
           END-PERFORM.

       6110-DESFAZER-INCLUSAO.
           MOVE JRN-CPF TO SNP-CPF
           DELETE CALCRECO-SNAPSHOT
               INVALID KEY
                   MOVE 'CPF INCLUIDO NAO ESTA NO SNAPSHOT'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 6200-GRAVAR-REJEITADO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-INC-DESFEITAS
           END-DELETE.

       6120-DESFAZER-ALTERACAO.
           MOVE JRN-CPF TO SNP-CPF
           READ CALCRECO-SNAPSHOT
               KEY IS SNP-CPF
               INVALID KEY
                   MOVE 'CPF ALTERADO NAO ESTA NO SNAPSHOT'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 6200-GRAVAR-REJEITADO
               NOT INVALID KEY
                   PERFORM 6150-MONTAR-IMAGEM-ANTES
                   REWRITE REG-SNAPSHOT
                       INVALID KEY
                           MOVE 'CPF ALTERADO NAO ESTA NO SNAPSHOT'
                               TO WS-MOTIVO-REJEICAO
                           PERFORM 6200-GRAVAR-REJEITADO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-ALT-DESFEITAS
                   END-REWRITE
           END-READ.

       6130-DESFAZER-EXCLUSAO.
           PERFORM 6150-MONTAR-IMAGEM-ANTES
           WRITE REG-SNAPSHOT
               INVALID KEY
                   MOVE 'CPF EXCLUIDO JA ESTA NO SNAPSHOT'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 6200-GRAVAR-REJEITADO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-EXC-DESFEITAS
           END-WRITE.

       6150-MONTAR-IMAGEM-ANTES.
           MOVE JRN-CPF             TO CAD-CPF
           MOVE JRN-ANT-NOME        TO CAD-NOME
           MOVE JRN-ANT-NASCIMENTO  TO CAD-NASCIMENTO
           MOVE JRN-ANT-SITUACAO    TO CAD-SITUACAO
           MOVE JRN-ANT-DATA-DESLIG TO CAD-DATA-DESLIG
           MOVE JRN-ANT-LOTACAO     TO CAD-LOTACAO
           MOVE JRN-ANT-SEXO        TO CAD-SEXO
           MOVE JRN-ANT-DATA-ADMISSAO TO CAD-DATA-ADMISSAO
           MOVE JRN-ANT-TIPO-VINCULO TO CAD-TIPO-VINCULO
           MOVE REG-CADASTRO TO REG-SNAPSHOT.

       6200-GRAVAR-REJEITADO.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE JRN-DATA TO WS-JRN-DATA-EDIT
           MOVE SPACES TO REG-RECOREL
           STRING 'CPF ' DELIMITED BY SIZE
                  JRN-CPF DELIMITED BY SIZE
                  ' OP ' DELIMITED BY SIZE
                  JRN-OPERACAO DELIMITED BY SIZE
                  ' DE ' DELIMITED BY SIZE
                  WS-JDE-DIA DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-JDE-MES DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-JDE-ANO DELIMITED BY SIZE
                  ' NAO DESFEITO - ' DELIMITED BY SIZE
                  WS-MOTIVO-REJEICAO DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL.

      ******************************************************************
      * Contagens e hash total do snapshot pronto.
      ******************************************************************
       7000-TOTALIZAR-SNAPSHOT.
           MOVE 0 TO SNP-CPF
           START CALCRECO-SNAPSHOT
               KEY IS NOT LESS THAN SNP-CPF
               INVALID KEY
                   MOVE 'S' TO WS-FIM-SNAPSHOT
           END-START
           PERFORM UNTIL FIM-SNAPSHOT
               READ CALCRECO-SNAPSHOT NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-SNAPSHOT
                   NOT AT END
                       ADD 1 TO WS-CONT-SNP-REGISTROS
                       COMPUTE WS-HASH-CPF = FUNCTION MOD(
                           WS-HASH-CPF + SNP-CPF 1000000000000000)
                       MOVE REG-SNAPSHOT TO REG-CADASTRO
                       IF CAD-DESLIGADO
                           ADD 1 TO WS-CONT-SNP-DESLIGADOS
                       ELSE
                           ADD 1 TO WS-CONT-SNP-ATIVOS
                       END-IF
               END-READ
           END-PERFORM.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-RECOREL
           MOVE '---------------------------------------' TO RCR-LINHA
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'REGISTROS COPIADOS DO CADASTRO : ' DELIMITED BY SIZE
                  WS-CONT-CAD-COPIADOS                DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'JOURNAL - REGISTROS LIDOS      : ' DELIMITED BY SIZE
                  WS-CONT-JRN-LIDOS                   DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'JOURNAL - ATE A POSICAO        : ' DELIMITED BY SIZE
                  WS-CONT-JRN-ATE-POSICAO             DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'JOURNAL - DEPENDENTES IGNORADOS: ' DELIMITED BY SIZE
                  WS-CONT-JRN-DEPENDENTES             DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'JOURNAL - A DESFAZER           : ' DELIMITED BY SIZE
                  WS-TAB-JRN-QTD                      DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'INCLUSOES DESFEITAS            : ' DELIMITED BY SIZE
                  WS-CONT-INC-DESFEITAS               DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'ALTERACOES DESFEITAS           : ' DELIMITED BY SIZE
                  WS-CONT-ALT-DESFEITAS               DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'EXCLUSOES DESFEITAS            : ' DELIMITED BY SIZE
                  WS-CONT-EXC-DESFEITAS               DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'DESFAZIMENTOS REJEITADOS       : ' DELIMITED BY SIZE
                  WS-CONT-REJEITADOS                  DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'REGISTROS NO SNAPSHOT          : ' DELIMITED BY SIZE
                  WS-CONT-SNP-REGISTROS               DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING '  ATIVOS                       : ' DELIMITED BY SIZE
                  WS-CONT-SNP-ATIVOS                  DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING '  DESLIGADOS                   : ' DELIMITED BY SIZE
                  WS-CONT-SNP-DESLIGADOS              DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           MOVE SPACES TO REG-RECOREL
           STRING 'HASH DOS CPFS (MOD 10**15)     : ' DELIMITED BY SIZE
                  WS-HASH-CPF                         DELIMITED BY SIZE
                  INTO RCR-LINHA
           END-STRING
           WRITE REG-RECOREL
           DISPLAY 'CALCRECO01 - SNAPSHOT ' WS-CONT-SNP-REGISTROS
               ' DESFEITOS ' WS-TAB-JRN-QTD
               ' REJEITADOS ' WS-CONT-REJEITADOS
               ' HASH ' WS-HASH-CPF.
