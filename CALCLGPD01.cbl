      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio do titular (LGPD): dado um CPF, lista num
      *          so relatorio toda ocorrencia dele no
      *          CALCIDADE-CADASTRO, no CADMANU-JOURNAL (como titular
      *          e como dependente), nos REJEITOS, na SAIDA, no
      *          EXPORT, no NAOENC, no CALCIDADE-DEPENDENTES (como
      *          titular e como dependente) e no LOGFILE, com a
      *          origem e a data/hora que cada arquivo guarda: o
      *          journal e o LOGFILE gravam data e hora; a SAIDA data
      *          cada segmento no trailer da corrida; o EXPORT so no
      *          cabecalho do arquivo; REJEITOS, NAOENC e DEPENDEN
      *          nao guardam data. O LOGFILE nao guarda CPF: as linhas
      *          com o mesmo nascimento da pessoa (do cadastro ou, sem
      *          ele, da primeira ocorrencia achada) saem como
      *          POSSIVEL.
      *          O PARMFILE exige CPF=99999999999; CPF com digito
      *          verificador invalido e pesquisado assim mesmo, com
      *          aviso. RC=0 todos os arquivos pesquisados, RC=4
      *          algum arquivo indisponivel (relatorio incompleto),
      *          RC=12 erro de abertura do relatorio, RC=16
      *          parametro invalido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCLGPD01.
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

           SELECT CADMANU-JOURNAL ASSIGN TO 'JOURNAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JOURNAL.

           SELECT CALCIDADE-REJEITOS ASSIGN TO 'REJEITOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJEITOS.

           SELECT CALCIDADE-SAIDA ASSIGN TO 'SAIDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SAIDA.

           SELECT CALCIDADE-EXPORT ASSIGN TO 'EXPORT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.

           SELECT CALCIDADE-NAOENC ASSIGN TO 'NAOENC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NAOENC.

           SELECT CALCIDADE-DEPENDENTES ASSIGN TO 'DEPENDEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTES.

           SELECT CALCIDADE-LOG ASSIGN TO 'LOGFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CALCLGPD-RELATO ASSIGN TO 'LGPDREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LGPDREL.

           SELECT CALCLGPD-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CADMANU-JOURNAL
           RECORDING MODE IS F.
           COPY CALCJRN.

       FD  CALCIDADE-REJEITOS
           RECORDING MODE IS F.
           COPY CALCREJ.

       FD  CALCIDADE-SAIDA
           RECORDING MODE IS F.
           COPY CALCSAI.
           COPY CALCSAC.

       FD  CALCIDADE-EXPORT
           RECORDING MODE IS F.
           COPY CALCEXP.

       FD  CALCIDADE-NAOENC
           RECORDING MODE IS F.
           COPY CALCNEN.

       FD  CALCIDADE-DEPENDENTES.
           COPY CALCDPD.

       FD  CALCIDADE-LOG
           RECORDING MODE IS F.
           COPY CALCLOG.

       FD  CALCLGPD-RELATO
           RECORDING MODE IS F.
           COPY CALCLGR.

       FD  CALCLGPD-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-JOURNAL                PIC X(02).
       01  WS-FS-REJEITOS               PIC X(02).
       01  WS-FS-SAIDA                  PIC X(02).
       01  WS-FS-EXPORT                 PIC X(02).
       01  WS-FS-NAOENC                 PIC X(02).
       01  WS-FS-DEPENDENTES            PIC X(02).
           88  DEPENDENTES-OK           VALUE '00'.
       01  WS-FS-LOG                    PIC X(02).
       01  WS-FS-LGPDREL                PIC X(02).
       01  WS-FS-PARM                   PIC X(02).
       01  WS-FS-INDISP                 PIC X(02).

       01  WS-PARM-OK                   PIC X(01) VALUE 'S'.
           88  PARAMETROS-OK            VALUE 'S'.
       01  WS-FIM-PARM                  PIC X(01) VALUE 'N'.
           88  FIM-PARM                 VALUE 'S'.
       01  WS-PARM-CHAVE                PIC X(20).
       01  WS-PARM-VALOR                PIC X(20).

       01  WS-CPF-ALVO                  PIC 9(11) VALUE 0.
       01  WS-CPF-ALVO-X REDEFINES WS-CPF-ALVO
                                        PIC X(11).
       01  WS-CPF-INFORMADO             PIC X(01) VALUE 'N'.
           88  CPF-INFORMADO            VALUE 'S'.
       01  WS-NASC-ALVO                 PIC X(08) VALUE SPACES.

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).

       01  WS-FIM-ARQUIVO               PIC X(01).
           88  FIM-ARQUIVO              VALUE 'S'.

      ******************************************************************
      * Ocorrencias da SAIDA no segmento corrente, guardadas ate o
      * trailer da corrida, que e onde a SAIDA grava a data.
      ******************************************************************
       01  WS-TAB-SAI-MAX               PIC 9(02) VALUE 50.
       01  WS-TAB-SAI-QTD               PIC 9(02) VALUE 0.
       01  WS-TAB-SAI-IDX               PIC 9(02).
       01  WS-TABELA-SAIDA.
           05  WS-TAB-SAI               OCCURS 50 TIMES
                                         PIC X(100).

       01  WS-EXP-CAMPO1                PIC X(12).
       01  WS-EXP-CAMPO2                PIC X(30).
       01  WS-EXP-CAMPO3                PIC X(20).
       01  WS-EXP-CAMPO4                PIC X(20).
       01  WS-EXP-CAMPO5                PIC X(20).
       01  WS-EXP-DATA-ARQ              PIC 9(08) VALUE 0.

       01  WS-DATA-FMT                  PIC 9(08).
       01  WS-DATA-FMT-R REDEFINES WS-DATA-FMT.
           05  WS-DF-ANO                PIC 9(04).
           05  WS-DF-MES                PIC 9(02).
           05  WS-DF-DIA                PIC 9(02).
       01  WS-HORA-FMT                  PIC 9(06).
       01  WS-HORA-FMT-R REDEFINES WS-HORA-FMT.
           05  WS-HF-HORA               PIC 9(02).
           05  WS-HF-MIN                PIC 9(02).
           05  WS-HF-SEG                PIC 9(02).

       01  WS-DPD-SEQ                   PIC X(02).
       01  WS-DPD-NOME                  PIC X(30).
       01  WS-DPD-NASC                  PIC X(08).
       01  WS-DPD-CPF                   PIC X(11).
       01  WS-DPD-PARENT                PIC X(01).

       01  WS-LINHA-OCORRENCIA.
           05  WS-LO-ORIGEM             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LO-DATA               PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LO-HORA               PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WS-LO-DETALHE            PIC X(114).

       01  WS-CAB-COLUNAS.
           05  FILLER                   PIC X(09) VALUE 'ORIGEM'.
           05  FILLER                   PIC X(11) VALUE 'DATA'.
           05  FILLER                   PIC X(09) VALUE 'HORA'.
           05  FILLER                   PIC X(10) VALUE 'OCORRENCIA'.

      ******************************************************************
      * Disponibilidade e ocorrencias de cada origem pesquisada.
      ******************************************************************
       01  WS-DISP-CADASTRO             PIC X(01) VALUE 'N'.
       01  WS-DISP-JOURNAL              PIC X(01) VALUE 'N'.
       01  WS-DISP-REJEITOS             PIC X(01) VALUE 'N'.
       01  WS-DISP-SAIDA                PIC X(01) VALUE 'N'.
       01  WS-DISP-EXPORT               PIC X(01) VALUE 'N'.
       01  WS-DISP-NAOENC               PIC X(01) VALUE 'N'.
       01  WS-DISP-DEPENDEN             PIC X(01) VALUE 'N'.
       01  WS-DISP-LOG                  PIC X(01) VALUE 'N'.
       01  WS-CONT-CADASTRO             PIC 9(06) VALUE 0.
       01  WS-CONT-JOURNAL              PIC 9(06) VALUE 0.
       01  WS-CONT-REJEITOS             PIC 9(06) VALUE 0.
       01  WS-CONT-SAIDA                PIC 9(06) VALUE 0.
       01  WS-CONT-EXPORT               PIC 9(06) VALUE 0.
       01  WS-CONT-NAOENC               PIC 9(06) VALUE 0.
       01  WS-CONT-DEPENDEN             PIC 9(06) VALUE 0.
       01  WS-CONT-LOG                  PIC 9(06) VALUE 0.
       01  WS-CONT-TOTAL                PIC 9(07) VALUE 0.

       01  WS-TOT-ORIGEM                PIC X(30).
       01  WS-TOT-DISP                  PIC X(01).
       01  WS-TOT-CONT                  PIC 9(06).

       COPY CALCCPFW.

       01  WS-RC                        PIC 9(02) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
           PERFORM 1000-LER-PARAMETROS
           IF PARAMETROS-OK
               OPEN OUTPUT CALCLGPD-RELATO
               IF WS-FS-LGPDREL NOT = '00'
                   DISPLAY 'ERRO AO ABRIR CALCLGPD-RELATO. FS='
                       WS-FS-LGPDREL
                   MOVE 12 TO WS-RC
               ELSE
                   PERFORM 2000-GRAVAR-CABECALHO
                   PERFORM 3000-PESQUISAR-CADASTRO
                   PERFORM 3100-PESQUISAR-JOURNAL
                   PERFORM 3200-PESQUISAR-REJEITOS
                   PERFORM 3300-PESQUISAR-SAIDA
                   PERFORM 3400-PESQUISAR-EXPORT
                   PERFORM 3500-PESQUISAR-NAOENC
                   PERFORM 3600-PESQUISAR-DEPENDENTES
                   PERFORM 3700-PESQUISAR-LOG
                   PERFORM 9000-GRAVAR-TOTAIS
                   CLOSE CALCLGPD-RELATO
               END-IF
           END-IF
           MOVE WS-RC TO RETURN-CODE
           STOP RUN.

      ******************************************************************
      * PARMFILE obrigatorio (ver CALCPRM): CPF=99999999999, o CPF do
      * titular dos dados.
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCLGPD-PARM
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
               CLOSE CALCLGPD-PARM
               IF PARAMETROS-OK AND NOT CPF-INFORMADO
                   DISPLAY 'PARAMETRO CPF OBRIGATORIO AUSENTE.'
                   PERFORM 1080-ERRO-PARAMETRO
               END-IF
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCLGPD-PARM
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
               IF WS-PARM-CHAVE = 'CPF'
                   PERFORM 1020-TRATAR-CPF
               ELSE
                   DISPLAY 'PARAMETRO DESCONHECIDO: '
                       WS-PARM-CHAVE
                   PERFORM 1080-ERRO-PARAMETRO
               END-IF
           END-IF.

       1020-TRATAR-CPF.
           IF WS-PARM-VALOR(1:11) IS NUMERIC
                   AND WS-PARM-VALOR(12:1) = SPACE
               MOVE WS-PARM-VALOR(1:11) TO WS-CPF-ALVO
               MOVE 'S' TO WS-CPF-INFORMADO
           ELSE
               DISPLAY 'CPF INVALIDO: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1080-ERRO-PARAMETRO.
           MOVE 'N' TO WS-PARM-OK
           MOVE 16 TO WS-RC.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-LGPDREL
           STRING 'RELATORIO DO TITULAR DOS DADOS (LGPD) - CPF '
                               DELIMITED BY SIZE
                  WS-CPF-ALVO  DELIMITED BY SIZE
                  ' - EMITIDO EM ' DELIMITED BY SIZE
                  WS-SIS-DIA   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-MES   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-ANO   DELIMITED BY SIZE
                  INTO LGR-LINHA
           END-STRING
           WRITE REG-LGPDREL
           MOVE WS-CPF-ALVO TO WS-CPF-VALIDAR
           PERFORM 5200-VALIDAR-CPF
           IF NOT CPF-VALIDO
               MOVE SPACES TO REG-LGPDREL
               STRING 'ATENCAO: CPF COM DIGITO VERIFICADOR INVALIDO'
                      ' - PESQUISADO ASSIM MESMO'
                      DELIMITED BY SIZE
                      INTO LGR-LINHA
               END-STRING
               WRITE REG-LGPDREL
           END-IF
           MOVE SPACES TO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE SPACES TO REG-LGPDREL
           MOVE WS-CAB-COLUNAS TO LGR-LINHA
           WRITE REG-LGPDREL.

      ******************************************************************
      * Cadastro: leitura direta pelo CPF. O nascimento achado serve
      * para a pesquisa no LOGFILE.
      ******************************************************************
       3000-PESQUISAR-CADASTRO.
           OPEN INPUT CALCIDADE-CADASTRO
           IF NOT CADASTRO-OK
               MOVE 'CADASTRO' TO WS-LO-ORIGEM
               MOVE WS-FS-CADASTRO TO WS-FS-INDISP
               PERFORM 8000-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-DISP-CADASTRO
               MOVE WS-CPF-ALVO TO CAD-CPF
               READ CALCIDADE-CADASTRO
                   KEY IS CAD-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-CADASTRO
                       MOVE CAD-NASCIMENTO TO WS-NASC-ALVO
                       MOVE SPACES TO WS-LINHA-OCORRENCIA
                       MOVE 'CADASTRO' TO WS-LO-ORIGEM
                       MOVE 'ATUAL' TO WS-LO-DATA
                       STRING 'NOME ' CAD-NOME
                              ' NASC ' CAD-NASCIMENTO
                              ' SIT ' CAD-SITUACAO
                              ' DESL ' CAD-DATA-DESLIG
                              ' LOT ' CAD-LOTACAO
                              ' SEXO ' CAD-SEXO
                              ' ADM ' CAD-DATA-ADMISSAO
                              ' VINC ' CAD-TIPO-VINCULO
                              DELIMITED BY SIZE
                              INTO WS-LO-DETALHE
                       END-STRING
                       PERFORM 7000-GRAVAR-OCORRENCIA
               END-READ
               CLOSE CALCIDADE-CADASTRO
           END-IF.

      ******************************************************************
      * Journal do CADMANU01: movimentos em que o CPF e o titular
      * (uma linha por imagem ANTES/DEPOIS), movimentos de
      * dependente de que o CPF e o titular e movimentos de
      * dependente em que o CPF e o do proprio dependente.
      ******************************************************************
       3100-PESQUISAR-JOURNAL.
           OPEN INPUT CADMANU-JOURNAL
           IF WS-FS-JOURNAL NOT = '00'
               MOVE 'JOURNAL' TO WS-LO-ORIGEM
               MOVE WS-FS-JOURNAL TO WS-FS-INDISP
               PERFORM 8000-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-DISP-JOURNAL
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CADMANU-JOURNAL
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF JRN-MOVTO-DEPENDENTE
                               IF JRN-CPF = WS-CPF-ALVO
                                   PERFORM 3140-GRAVAR-DPD-DO-TITULAR
                               END-IF
                               PERFORM 3130-AVALIAR-MOVTO-DEPEND
                           ELSE
                               IF JRN-CPF = WS-CPF-ALVO
                                   PERFORM 3120-GRAVAR-MOVTO-TITULAR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CADMANU-JOURNAL
           END-IF.

       3120-GRAVAR-MOVTO-TITULAR.
           ADD 1 TO WS-CONT-JOURNAL
           IF NOT JRN-INCLUSAO
               PERFORM 3125-PREPARAR-LINHA-JOURNAL
               STRING JRN-OPERACAO ' ANTES : ' JRN-ANT-NOME
                      ' NASC ' JRN-ANT-NASCIMENTO
                      ' SIT ' JRN-ANT-SITUACAO
                      ' DESL ' JRN-ANT-DATA-DESLIG
                      ' LOT ' JRN-ANT-LOTACAO
                      ' SEXO ' JRN-ANT-SEXO
                      ' ADM ' JRN-ANT-DATA-ADMISSAO
                      ' VINC ' JRN-ANT-TIPO-VINCULO
                      DELIMITED BY SIZE
                      INTO WS-LO-DETALHE
               END-STRING
               PERFORM 7000-GRAVAR-OCORRENCIA
           END-IF
           IF NOT JRN-EXCLUSAO
               PERFORM 3125-PREPARAR-LINHA-JOURNAL
               STRING JRN-OPERACAO ' DEPOIS: ' JRN-DEP-NOME
                      ' NASC ' JRN-DEP-NASCIMENTO
                      ' SIT ' JRN-DEP-SITUACAO
                      ' DESL ' JRN-DEP-DATA-DESLIG
                      ' LOT ' JRN-DEP-LOTACAO
                      ' SEXO ' JRN-DEP-SEXO
                      ' ADM ' JRN-DEP-DATA-ADMISSAO
                      ' VINC ' JRN-DEP-TIPO-VINCULO
                      DELIMITED BY SIZE
                      INTO WS-LO-DETALHE
               END-STRING
               PERFORM 7000-GRAVAR-OCORRENCIA
           END-IF.

       3125-PREPARAR-LINHA-JOURNAL.
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           MOVE 'JOURNAL' TO WS-LO-ORIGEM
           MOVE JRN-DATA TO WS-DATA-FMT
           PERFORM 7100-FORMATAR-DATA
           MOVE JRN-HORA TO WS-HORA-FMT
           PERFORM 7110-FORMATAR-HORA.

       3130-AVALIAR-MOVTO-DEPEND.
           IF JRN-DEP-DPD-CPF = WS-CPF-ALVO-X
               MOVE JRN-DEP-DPD-SEQ  TO WS-DPD-SEQ
               MOVE JRN-DEP-DPD-NOME TO WS-DPD-NOME
               MOVE JRN-DEP-DPD-NASC TO WS-DPD-NASC
               PERFORM 3135-GRAVAR-MOVTO-DEPEND
           ELSE
               IF JRN-ANT-DPD-CPF = WS-CPF-ALVO-X
                   MOVE JRN-ANT-DPD-SEQ  TO WS-DPD-SEQ
                   MOVE JRN-ANT-DPD-NOME TO WS-DPD-NOME
                   MOVE JRN-ANT-DPD-NASC TO WS-DPD-NASC
                   PERFORM 3135-GRAVAR-MOVTO-DEPEND
               END-IF
           END-IF.

       3135-GRAVAR-MOVTO-DEPEND.
           ADD 1 TO WS-CONT-JOURNAL
           PERFORM 3125-PREPARAR-LINHA-JOURNAL
           STRING JRN-OPERACAO ' DEPENDENTE DO TITULAR ' JRN-CPF
                  ' SEQ ' WS-DPD-SEQ
                  ' ' WS-DPD-NOME
                  ' NASC ' WS-DPD-NASC
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           PERFORM 7000-GRAVAR-OCORRENCIA.

      ******************************************************************
      * Movimento de dependente do CPF como titular: imagem DEPOIS,
      * ou ANTES na exclusao.
      ******************************************************************
       3140-GRAVAR-DPD-DO-TITULAR.
           ADD 1 TO WS-CONT-JOURNAL
           IF JRN-EXCLUSAO-DPD
               MOVE JRN-ANT-DPD-SEQ    TO WS-DPD-SEQ
               MOVE JRN-ANT-DPD-NOME   TO WS-DPD-NOME
               MOVE JRN-ANT-DPD-CPF    TO WS-DPD-CPF
               MOVE JRN-ANT-DPD-NASC   TO WS-DPD-NASC
               MOVE JRN-ANT-DPD-PARENT TO WS-DPD-PARENT
           ELSE
               MOVE JRN-DEP-DPD-SEQ    TO WS-DPD-SEQ
               MOVE JRN-DEP-DPD-NOME   TO WS-DPD-NOME
               MOVE JRN-DEP-DPD-CPF    TO WS-DPD-CPF
               MOVE JRN-DEP-DPD-NASC   TO WS-DPD-NASC
               MOVE JRN-DEP-DPD-PARENT TO WS-DPD-PARENT
           END-IF
           PERFORM 3125-PREPARAR-LINHA-JOURNAL
           STRING JRN-OPERACAO ' TITULAR - DEPENDENTE SEQ ' WS-DPD-SEQ
                  ' ' WS-DPD-NOME
                  ' CPF ' WS-DPD-CPF
                  ' NASC ' WS-DPD-NASC
                  ' PARENT ' WS-DPD-PARENT
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           PERFORM 7000-GRAVAR-OCORRENCIA.

      ******************************************************************
      * REJEITOS do LOTE (sem data no registro). O CPF e comparado
      * como texto porque o rejeito pode guardar CPF nao numerico.
      ******************************************************************
       3200-PESQUISAR-REJEITOS.
           OPEN INPUT CALCIDADE-REJEITOS
           IF WS-FS-REJEITOS NOT = '00'
               MOVE 'REJEITOS' TO WS-LO-ORIGEM
               MOVE WS-FS-REJEITOS TO WS-FS-INDISP
               PERFORM 8000-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-DISP-REJEITOS
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CALCIDADE-REJEITOS
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REG-REJEITO(7:11) = WS-CPF-ALVO-X
                               PERFORM 3210-GRAVAR-REJEITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALCIDADE-REJEITOS
           END-IF.

       3210-GRAVAR-REJEITO.
           ADD 1 TO WS-CONT-REJEITOS
           IF WS-NASC-ALVO = SPACES
               MOVE REJ-NASCIMENTO TO WS-NASC-ALVO
           END-IF
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           MOVE 'REJEITOS' TO WS-LO-ORIGEM
           MOVE 'SEM DATA' TO WS-LO-DATA
           STRING 'ID ' REJ-ID
                  ' NOME ' REJ-NOME
                  ' NASC ' REJ-NASCIMENTO
                  ' MOTIVO ' REJ-MOTIVO
                  ' ' REJ-MOTIVO-DESC
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           PERFORM 7000-GRAVAR-OCORRENCIA.

      ******************************************************************
      * SAIDA: os detalhes do CPF ficam guardados ate o trailer do
      * segmento, que traz a data de gravacao da corrida; detalhe
      * sem trailer sai como SEM DATA.
      ******************************************************************
       3300-PESQUISAR-SAIDA.
           OPEN INPUT CALCIDADE-SAIDA
           IF WS-FS-SAIDA NOT = '00'
               MOVE 'SAIDA' TO WS-LO-ORIGEM
               MOVE WS-FS-SAIDA TO WS-FS-INDISP
               PERFORM 8000-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-DISP-SAIDA
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CALCIDADE-SAIDA
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 3310-AVALIAR-REGISTRO-SAIDA
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-DATA-FMT
               PERFORM 3330-DESCARREGAR-SAIDA
               CLOSE CALCIDADE-SAIDA
           END-IF.

       3310-AVALIAR-REGISTRO-SAIDA.
           IF SCT-CABECALHO
               CONTINUE
           ELSE
               IF SCT-TRAILER
                   MOVE SCT-DATA-GRAVACAO TO WS-DATA-FMT
                   PERFORM 3330-DESCARREGAR-SAIDA
               ELSE
                   IF REG-SAIDA(9:11) = WS-CPF-ALVO-X
                       PERFORM 3320-GUARDAR-SAIDA
                   END-IF
               END-IF
           END-IF.

       3320-GUARDAR-SAIDA.
           ADD 1 TO WS-CONT-SAIDA
           IF WS-NASC-ALVO = SPACES
               MOVE SAI-NASCIMENTO TO WS-NASC-ALVO
           END-IF
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           STRING 'ID ' SAI-ID
                  ' NOME ' SAI-NOME
                  ' NASC ' SAI-NASCIMENTO
                  ' IDADE ' SAI-IDADE
                  ' ' SAI-FAIXA
                  ' LOT ' SAI-LOTACAO
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           IF WS-TAB-SAI-QTD < WS-TAB-SAI-MAX
               ADD 1 TO WS-TAB-SAI-QTD
               MOVE WS-LO-DETALHE TO WS-TAB-SAI(WS-TAB-SAI-QTD)
           ELSE
               MOVE 'SAIDA' TO WS-LO-ORIGEM
               MOVE 'SEM DATA' TO WS-LO-DATA
               PERFORM 7000-GRAVAR-OCORRENCIA
           END-IF.

       3330-DESCARREGAR-SAIDA.
           PERFORM VARYING WS-TAB-SAI-IDX FROM 1 BY 1
                   UNTIL WS-TAB-SAI-IDX > WS-TAB-SAI-QTD
               MOVE SPACES TO WS-LINHA-OCORRENCIA
               MOVE 'SAIDA' TO WS-LO-ORIGEM
               IF WS-DATA-FMT = 0
                   MOVE 'SEM DATA' TO WS-LO-DATA
               ELSE
                   PERFORM 7100-FORMATAR-DATA
               END-IF
               MOVE WS-TAB-SAI(WS-TAB-SAI-IDX) TO WS-LO-DETALHE
               PERFORM 7000-GRAVAR-OCORRENCIA
           END-PERFORM
           MOVE 0 TO WS-TAB-SAI-QTD.

      ******************************************************************
      * EXPORT (ver 3200 do CALCVERI01): a unica data e a do
      * cabecalho 'H', gravado quando o arquivo nasce.
      ******************************************************************
       3400-PESQUISAR-EXPORT.
           OPEN INPUT CALCIDADE-EXPORT
           IF WS-FS-EXPORT NOT = '00'
               MOVE 'EXPORT' TO WS-LO-ORIGEM
               MOVE WS-FS-EXPORT TO WS-FS-INDISP
               PERFORM 8000-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-DISP-EXPORT
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CALCIDADE-EXPORT
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM 3410-AVALIAR-LINHA-EXPORT
                   END-READ
               END-PERFORM
               CLOSE CALCIDADE-EXPORT
           END-IF.

       3410-AVALIAR-LINHA-EXPORT.
           MOVE SPACES TO WS-EXP-CAMPO1
           MOVE SPACES TO WS-EXP-CAMPO2
           MOVE SPACES TO WS-EXP-CAMPO3
           MOVE SPACES TO WS-EXP-CAMPO4
           MOVE SPACES TO WS-EXP-CAMPO5
           UNSTRING EXP-LINHA DELIMITED BY ','
               INTO WS-EXP-CAMPO1 WS-EXP-CAMPO2 WS-EXP-CAMPO3
                    WS-EXP-CAMPO4 WS-EXP-CAMPO5
           END-UNSTRING
           IF WS-EXP-CAMPO1 = 'H'
               IF WS-EXP-CAMPO2(1:8) IS NUMERIC
                   MOVE WS-EXP-CAMPO2(1:8) TO WS-EXP-DATA-ARQ
               END-IF
           ELSE
               IF WS-EXP-CAMPO1(1:11) = WS-CPF-ALVO-X
                   PERFORM 3420-GRAVAR-EXPORT
               END-IF
           END-IF.

       3420-GRAVAR-EXPORT.
           ADD 1 TO WS-CONT-EXPORT
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           MOVE 'EXPORT' TO WS-LO-ORIGEM
           IF WS-EXP-DATA-ARQ = 0
               MOVE 'SEM DATA' TO WS-LO-DATA
           ELSE
               MOVE WS-EXP-DATA-ARQ TO WS-DATA-FMT
               PERFORM 7100-FORMATAR-DATA
           END-IF
           STRING 'NOME ' WS-EXP-CAMPO2
                  ' NASC ' WS-EXP-CAMPO3(1:10)
                  ' IDADE ' WS-EXP-CAMPO4(1:3)
                  ' (DATA DO CABECALHO DO ARQUIVO)'
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           PERFORM 7000-GRAVAR-OCORRENCIA.

      ******************************************************************
      * NAOENC da consulta em lote: 'CPF 99999999999 - motivo'.
      ******************************************************************
       3500-PESQUISAR-NAOENC.
           OPEN INPUT CALCIDADE-NAOENC
           IF WS-FS-NAOENC NOT = '00'
               MOVE 'NAOENC' TO WS-LO-ORIGEM
               MOVE WS-FS-NAOENC TO WS-FS-INDISP
               PERFORM 8000-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-DISP-NAOENC
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CALCIDADE-NAOENC
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF NEN-LINHA(1:4) = 'CPF '
                               AND NEN-LINHA(5:11) = WS-CPF-ALVO-X
                               PERFORM 3510-GRAVAR-NAOENC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALCIDADE-NAOENC
           END-IF.

       3510-GRAVAR-NAOENC.
           ADD 1 TO WS-CONT-NAOENC
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           MOVE 'NAOENC' TO WS-LO-ORIGEM
           MOVE 'SEM DATA' TO WS-LO-DATA
           STRING 'CONSULTA EM LOTE NAO ATENDIDA - '
                  NEN-LINHA(19:62)
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           PERFORM 7000-GRAVAR-OCORRENCIA.

      ******************************************************************
      * Dependentes: os do CPF como titular, pela chave (START no
      * CPF e leitura enquanto o prefixo da chave for o dele), e os
      * registros em que o CPF e o do proprio dependente, numa
      * varredura completa do arquivo.
      ******************************************************************
       3600-PESQUISAR-DEPENDENTES.
           OPEN INPUT CALCIDADE-DEPENDENTES
           IF NOT DEPENDENTES-OK
               MOVE 'DEPENDEN' TO WS-LO-ORIGEM
               MOVE WS-FS-DEPENDENTES TO WS-FS-INDISP
               PERFORM 8000-ARQUIVO-INDISPONIVEL
           ELSE
               MOVE 'S' TO WS-DISP-DEPENDEN
               MOVE 'N' TO WS-FIM-ARQUIVO
               MOVE WS-CPF-ALVO TO DPD-CPF-TITULAR
               MOVE 0 TO DPD-SEQ
               START CALCIDADE-DEPENDENTES
                   KEY IS NOT LESS THAN DPD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ CALCIDADE-DEPENDENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DPD-CPF-TITULAR = WS-CPF-ALVO
                               PERFORM 3610-GRAVAR-DPD-DO-TITULAR
                           ELSE
                               MOVE 'S' TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-FIM-ARQUIVO
               MOVE LOW-VALUES TO DPD-CHAVE
               START CALCIDADE-DEPENDENTES
                   KEY IS NOT LESS THAN DPD-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL FIM-ARQUIVO
                   READ CALCIDADE-DEPENDENTES NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DPD-CPF = WS-CPF-ALVO
                               PERFORM 3620-GRAVAR-DPD-PROPRIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALCIDADE-DEPENDENTES
           END-IF.

       3610-GRAVAR-DPD-DO-TITULAR.
           ADD 1 TO WS-CONT-DEPENDEN
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           MOVE 'DEPENDEN' TO WS-LO-ORIGEM
           MOVE 'ATUAL' TO WS-LO-DATA
           STRING 'TITULAR - DEPENDENTE SEQ ' DPD-SEQ
                  ' ' DPD-NOME
                  ' CPF ' DPD-CPF
                  ' NASC ' DPD-NASCIMENTO
                  ' PARENT ' DPD-PARENTESCO
                  ' UNIV ' DPD-UNIVERSITARIO
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           PERFORM 7000-GRAVAR-OCORRENCIA.

      ******************************************************************
      * O CPF e o do dependente: sem nascimento conhecido, o do
      * dependente serve para a pesquisa no LOGFILE.
      ******************************************************************
       3620-GRAVAR-DPD-PROPRIO.
           ADD 1 TO WS-CONT-DEPENDEN
           IF WS-NASC-ALVO = SPACES
               MOVE DPD-NASCIMENTO TO WS-NASC-ALVO
           END-IF
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           MOVE 'DEPENDEN' TO WS-LO-ORIGEM
           MOVE 'ATUAL' TO WS-LO-DATA
           STRING 'DEPENDENTE DO TITULAR ' DPD-CPF-TITULAR
                  ' SEQ ' DPD-SEQ
                  ' ' DPD-NOME
                  ' NASC ' DPD-NASCIMENTO
                  ' PARENT ' DPD-PARENTESCO
                  ' UNIV ' DPD-UNIVERSITARIO
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           PERFORM 7000-GRAVAR-OCORRENCIA.

      ******************************************************************
      * LOGFILE: so guarda nascimento e idade; sem nascimento
      * conhecido da pessoa o arquivo nao e pesquisado.
      ******************************************************************
       3700-PESQUISAR-LOG.
           IF WS-NASC-ALVO = SPACES
               MOVE '-' TO WS-DISP-LOG
           ELSE
               OPEN INPUT CALCIDADE-LOG
               IF WS-FS-LOG NOT = '00'
                   MOVE 'LOGFILE' TO WS-LO-ORIGEM
                   MOVE WS-FS-LOG TO WS-FS-INDISP
                   PERFORM 8000-ARQUIVO-INDISPONIVEL
               ELSE
                   MOVE 'S' TO WS-DISP-LOG
                   MOVE 'N' TO WS-FIM-ARQUIVO
                   PERFORM UNTIL FIM-ARQUIVO
                       READ CALCIDADE-LOG
                           AT END
                               MOVE 'S' TO WS-FIM-ARQUIVO
                           NOT AT END
                               IF LOG-NASCIMENTO = WS-NASC-ALVO
                                   PERFORM 3710-GRAVAR-LOG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CALCIDADE-LOG
               END-IF
           END-IF.

       3710-GRAVAR-LOG.
           ADD 1 TO WS-CONT-LOG
           MOVE SPACES TO WS-LINHA-OCORRENCIA
           MOVE 'LOGFILE' TO WS-LO-ORIGEM
           IF LOG-TIMESTAMP(1:14) IS NUMERIC
               MOVE LOG-TIMESTAMP(1:8) TO WS-DATA-FMT
               PERFORM 7100-FORMATAR-DATA
               MOVE LOG-TIMESTAMP(9:6) TO WS-HORA-FMT
               PERFORM 7110-FORMATAR-HORA
           ELSE
               MOVE 'SEM DATA' TO WS-LO-DATA
           END-IF
           STRING 'POSSIVEL - CALCULO DE IDADE COM O MESMO NASCIMENTO'
                  ' (O LOG NAO GUARDA CPF) IDADE ' LOG-IDADE
                  DELIMITED BY SIZE
                  INTO WS-LO-DETALHE
           END-STRING
           PERFORM 7000-GRAVAR-OCORRENCIA.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

       COPY CALCCPFP.

       7000-GRAVAR-OCORRENCIA.
           ADD 1 TO WS-CONT-TOTAL
           MOVE SPACES TO REG-LGPDREL
           MOVE WS-LINHA-OCORRENCIA TO LGR-LINHA
           WRITE REG-LGPDREL.

       7100-FORMATAR-DATA.
           MOVE SPACES TO WS-LO-DATA
           STRING WS-DF-DIA '/' WS-DF-MES '/' WS-DF-ANO
                  DELIMITED BY SIZE
                  INTO WS-LO-DATA
           END-STRING.

       7110-FORMATAR-HORA.
           MOVE SPACES TO WS-LO-HORA
           STRING WS-HF-HORA ':' WS-HF-MIN ':' WS-HF-SEG
                  DELIMITED BY SIZE
                  INTO WS-LO-HORA
           END-STRING.

      ******************************************************************
      * Origem que nao abriu: o relatorio sai incompleto e o fato
      * fica registrado nele, com o file status em WS-FS-INDISP.
      ******************************************************************
       8000-ARQUIVO-INDISPONIVEL.
           MOVE SPACES TO REG-LGPDREL
           STRING WS-LO-ORIGEM
                  ' - ARQUIVO INDISPONIVEL, NAO PESQUISADO. FS='
                  WS-FS-INDISP
                  DELIMITED BY SIZE
                  INTO LGR-LINHA
           END-STRING
           WRITE REG-LGPDREL
           IF WS-RC < 4
               MOVE 4 TO WS-RC
           END-IF.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-LGPDREL
           WRITE REG-LGPDREL
           MOVE SPACES TO REG-LGPDREL
           MOVE '---------------------------------------' TO LGR-LINHA
           WRITE REG-LGPDREL
           MOVE 'CADASTRO' TO WS-TOT-ORIGEM
           MOVE WS-DISP-CADASTRO TO WS-TOT-DISP
           MOVE WS-CONT-CADASTRO TO WS-TOT-CONT
           PERFORM 9100-GRAVAR-TOTAL-ORIGEM
           MOVE 'JOURNAL' TO WS-TOT-ORIGEM
           MOVE WS-DISP-JOURNAL TO WS-TOT-DISP
           MOVE WS-CONT-JOURNAL TO WS-TOT-CONT
           PERFORM 9100-GRAVAR-TOTAL-ORIGEM
           MOVE 'REJEITOS' TO WS-TOT-ORIGEM
           MOVE WS-DISP-REJEITOS TO WS-TOT-DISP
           MOVE WS-CONT-REJEITOS TO WS-TOT-CONT
           PERFORM 9100-GRAVAR-TOTAL-ORIGEM
           MOVE 'SAIDA' TO WS-TOT-ORIGEM
           MOVE WS-DISP-SAIDA TO WS-TOT-DISP
           MOVE WS-CONT-SAIDA TO WS-TOT-CONT
           PERFORM 9100-GRAVAR-TOTAL-ORIGEM
           MOVE 'EXPORT' TO WS-TOT-ORIGEM
           MOVE WS-DISP-EXPORT TO WS-TOT-DISP
           MOVE WS-CONT-EXPORT TO WS-TOT-CONT
           PERFORM 9100-GRAVAR-TOTAL-ORIGEM
           MOVE 'NAOENC' TO WS-TOT-ORIGEM
           MOVE WS-DISP-NAOENC TO WS-TOT-DISP
           MOVE WS-CONT-NAOENC TO WS-TOT-CONT
           PERFORM 9100-GRAVAR-TOTAL-ORIGEM
           MOVE 'DEPENDEN' TO WS-TOT-ORIGEM
           MOVE WS-DISP-DEPENDEN TO WS-TOT-DISP
           MOVE WS-CONT-DEPENDEN TO WS-TOT-CONT
           PERFORM 9100-GRAVAR-TOTAL-ORIGEM
           MOVE 'LOGFILE (POSSIVEIS)' TO WS-TOT-ORIGEM
           MOVE WS-DISP-LOG TO WS-TOT-DISP
           MOVE WS-CONT-LOG TO WS-TOT-CONT
           PERFORM 9100-GRAVAR-TOTAL-ORIGEM
           MOVE SPACES TO REG-LGPDREL
           STRING 'TOTAL DE OCORRENCIAS          : ' DELIMITED BY SIZE
                  WS-CONT-TOTAL                     DELIMITED BY SIZE
                  INTO LGR-LINHA
           END-STRING
           WRITE REG-LGPDREL
           IF WS-CONT-TOTAL = 0
               MOVE SPACES TO REG-LGPDREL
               MOVE 'NENHUMA OCORRENCIA DO CPF NOS ARQUIVOS PESQUISADOS'
                   TO LGR-LINHA
               WRITE REG-LGPDREL
           END-IF
           DISPLAY 'CALCLGPD01 - CPF ' WS-CPF-ALVO
               ' OCORRENCIAS ' WS-CONT-TOTAL ' RC ' WS-RC.

       9100-GRAVAR-TOTAL-ORIGEM.
           MOVE SPACES TO REG-LGPDREL
           IF WS-TOT-DISP = 'S'
               STRING WS-TOT-ORIGEM ': ' WS-TOT-CONT
                      DELIMITED BY SIZE
                      INTO LGR-LINHA
               END-STRING
           ELSE
               IF WS-TOT-DISP = '-'
                   STRING WS-TOT-ORIGEM
                          ': NAO PESQUISADO - NASCIMENTO DESCONHECIDO'
                          DELIMITED BY SIZE
                          INTO LGR-LINHA
                   END-STRING
               ELSE
                   STRING WS-TOT-ORIGEM ': ARQUIVO INDISPONIVEL'
                          DELIMITED BY SIZE
                          INTO LGR-LINHA
                   END-STRING
               END-IF
           END-IF
           WRITE REG-LGPDREL.
