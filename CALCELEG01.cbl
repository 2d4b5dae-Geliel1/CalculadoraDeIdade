      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relatorio mensal de perda de elegibilidade dos
      *          dependentes (CALCIDADE-DEPENDENTES, ver CALCDPD):
      *          lista, por lotacao e titular, os filhos, enteados e
      *          tutelados que no mes de referencia completam 14 anos
      *          (fim do salario-familia) ou 21 anos - 24 quando
      *          universitarios - (fim do plano de saude), com a data
      *          exata da perda. A idade segue as regras de
      *          5000-COMPUTAR-IDADE do CALCIDADE01: o dependente
      *          perde o beneficio no mes em que a idade apurada no
      *          ultimo dia do mes anterior esta abaixo do limite e a
      *          apurada no ultimo dia do mes de referencia o atinge.
      *          Titulares desligados sao ignorados. O PARMFILE
      *          opcional aceita MES-REF=MMAAAA; sem ele vale o mes
      *          seguinte a data do sistema. RC=0 normal, RC=4 com
      *          dependentes sem titular no cadastro ou com
      *          nascimento invalido, RC=12 erro de abertura, RC=16
      *          parametro invalido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCELEG01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CALCIDADE-DEPENDENTES ASSIGN TO 'DEPENDEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTES.

           SELECT CALCIDADE-CADASTRO ASSIGN TO 'CADASTRO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-CPF
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT CALCELEG-RELATO ASSIGN TO 'ELEGREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ELEGREL.

           SELECT CALCELEG-PARM ASSIGN TO 'PARMFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARM.

           SELECT CALCELEG-SORT ASSIGN TO 'SORTWK01'.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CALCIDADE-DEPENDENTES.
           COPY CALCDPD.

       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CALCELEG-RELATO
           RECORDING MODE IS F.
           COPY CALCELG.

       FD  CALCELEG-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.

       SD  CALCELEG-SORT.
       01  REG-SORT.
           05  SRT-LOTACAO              PIC X(08).
           05  SRT-CPF-TITULAR          PIC 9(11).
           05  SRT-SEQ                  PIC 9(02).
           05  SRT-LIMITE               PIC 9(02).
           05  SRT-NOME-TITULAR         PIC X(30).
           05  SRT-DPD-NOME             PIC X(30).
           05  SRT-DPD-CPF              PIC 9(11).
           05  SRT-DPD-NASC.
               10  SRT-NASC-DIA         PIC 9(02).
               10  SRT-NASC-MES         PIC 9(02).
               10  SRT-NASC-ANO         PIC 9(04).
           05  SRT-PARENTESCO           PIC X(01).
           05  SRT-BENEFICIO            PIC X(15).
           05  SRT-PERDA-DIA            PIC 9(02).
           05  SRT-PERDA-MES            PIC 9(02).
           05  SRT-PERDA-ANO            PIC 9(04).
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-DEPENDENTES            PIC X(02).
           88  DEPENDENTES-OK           VALUE '00'.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-ELEGREL                PIC X(02).
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

       01  WS-INI-AAAAMMDD              PIC 9(08).
       01  WS-INI-INT                   PIC 9(07).
       01  WS-PROX-AAAAMMDD             PIC 9(08).
       01  WS-FIM-MES-AAAAMMDD          PIC 9(08).
       01  WS-FIM-MES-INT               PIC 9(07).
       01  WS-MES-ANT-AAAAMMDD          PIC 9(08).
       01  WS-MES-ANT-INT               PIC 9(07).
       01  WS-DATA-CALC                 PIC 9(08).
       01  WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           05  WS-CALC-ANO              PIC 9(04).
           05  WS-CALC-MES              PIC 9(02).
           05  WS-CALC-DIA              PIC 9(02).

       01  WS-DATA-REFERENCIA.
           05  WS-REF-DIA                PIC 9(02).
           05  WS-REF-MES                PIC 9(02).
           05  WS-REF-ANO                PIC 9(04).

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.
       01  WS-ANO-MAXIMO                PIC 9(04).

       01  WS-FIM-DEPENDENTES           PIC X(01) VALUE 'N'.
           88  FIM-DEPENDENTES          VALUE 'S'.
       01  WS-FIM-SORT                  PIC X(01) VALUE 'N'.
           88  FIM-SORT                 VALUE 'S'.

       01  WS-TITULAR-ATUAL             PIC 9(11) VALUE 0.
       01  WS-TITULAR-ACHADO            PIC X(01) VALUE 'N'.
           88  TITULAR-ACHADO           VALUE 'S'.
       01  WS-NASC-VALIDO               PIC X(01).
           88  NASC-DEPEND-VALIDO       VALUE 'S'.

       01  IDADE                        PIC S9(03).
       01  WS-IDADE-ANTES               PIC S9(03).
       01  WS-IDADE-LIMITE              PIC 9(02).
       01  WS-BENEFICIO                 PIC X(15).

       01  WS-ALVO-ANO                  PIC 9(04).
       01  WS-ALVO-MES                  PIC 9(02).
       01  WS-ALVO-DIA                  PIC 9(02).
       01  WS-RESTO-4                   PIC 9(04).
       01  WS-RESTO-100                 PIC 9(04).
       01  WS-RESTO-400                 PIC 9(04).
       01  WS-ANO-BISSEXTO              PIC X(01).
           88  ANO-BISSEXTO             VALUE 'S'.

       01  WS-PRIMEIRO-REG              PIC X(01) VALUE 'S'.
           88  PRIMEIRO-REG             VALUE 'S'.
       01  WS-LOTACAO-ANTERIOR          PIC X(08).
       01  WS-TITULAR-ANTERIOR          PIC 9(11).

       01  WS-CONT-LIDOS                PIC 9(06) VALUE 0.
       01  WS-CONT-SEM-TITULAR          PIC 9(06) VALUE 0.
       01  WS-CONT-DESLIGADOS           PIC 9(06) VALUE 0.
       01  WS-CONT-INVALIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-SALFAM           PIC 9(06) VALUE 0.
       01  WS-CONT-LOT-PLANO            PIC 9(06) VALUE 0.
       01  WS-CONT-SALFAM               PIC 9(06) VALUE 0.
       01  WS-CONT-PLANO                PIC 9(06) VALUE 0.

       01  WS-CAB-COLUNAS.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  FILLER                   PIC X(04) VALUE 'SQ'.
           05  FILLER                   PIC X(32) VALUE
               'NOME DO DEPENDENTE'.
           05  FILLER                   PIC X(13) VALUE 'CPF'.
           05  FILLER                   PIC X(12) VALUE 'NASCIMENTO'.
           05  FILLER                   PIC X(12) VALUE 'PARENTESCO'.
           05  FILLER                   PIC X(17) VALUE 'BENEFICIO'.
           05  FILLER                   PIC X(08) VALUE 'LIMITE'.
           05  FILLER                   PIC X(10) VALUE 'PERDE EM'.

       01  WS-LINHA-DEPENDENTE.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WS-LD-SEQ                PIC 9(02).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-NOME               PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-CPF                PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-NASC-DIA           PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-LD-NASC-MES           PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-LD-NASC-ANO           PIC 9(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-PARENTESCO         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-BENEFICIO          PIC X(15).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LD-LIMITE             PIC Z9.
           05  FILLER                   PIC X(06) VALUE ' ANOS '.
           05  WS-LD-PERDA-DIA          PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-LD-PERDA-MES          PIC 9(02).
           05  FILLER                   PIC X(01) VALUE '/'.
           05  WS-LD-PERDA-ANO          PIC 9(04).

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
               IF DEPENDENTES-OK AND CADASTRO-OK
                                 AND WS-FS-ELEGREL = '00'
                   PERFORM 2000-GRAVAR-CABECALHO
                   SORT CALCELEG-SORT
                       ON ASCENDING KEY SRT-LOTACAO
                                        SRT-CPF-TITULAR
                                        SRT-SEQ
                                        SRT-LIMITE
                       INPUT PROCEDURE IS 3000-SELECIONAR-DEPENDENTES
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
      * PARMFILE opcional (ver CALCPRM): MES-REF=MMAAAA escolhe o mes
      * em que as perdas sao apuradas. Sem o arquivo ou sem a chave
      * vale o mes seguinte ao da data do sistema.
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCELEG-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCELEG-PARM
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCELEG-PARM
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
      * Limites do mes de referencia: o ultimo dia do mes anterior
      * (idade "antes") e o ultimo dia do proprio mes (idade
      * "depois"), obtidos pela vespera do dia 1 de cada mes.
      ******************************************************************
       1200-CALCULAR-PERIODO.
           IF NOT MES-REF-INFORMADO
               IF WS-SIS-MES = 12
                   MOVE 1 TO WS-MES-REF-MES
                   COMPUTE WS-MES-REF-ANO = WS-SIS-ANO + 1
               ELSE
                   COMPUTE WS-MES-REF-MES = WS-SIS-MES + 1
                   MOVE WS-SIS-ANO TO WS-MES-REF-ANO
               END-IF
           END-IF
           COMPUTE WS-INI-AAAAMMDD = WS-MES-REF-ANO * 10000
               + WS-MES-REF-MES * 100 + 1
           IF WS-MES-REF-MES = 12
               COMPUTE WS-PROX-AAAAMMDD = (WS-MES-REF-ANO + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-PROX-AAAAMMDD = WS-MES-REF-ANO * 10000
                   + (WS-MES-REF-MES + 1) * 100 + 1
           END-IF
           COMPUTE WS-INI-INT
               = FUNCTION INTEGER-OF-DATE(WS-INI-AAAAMMDD)
           COMPUTE WS-MES-ANT-INT = WS-INI-INT - 1
           COMPUTE WS-MES-ANT-AAAAMMDD
               = FUNCTION DATE-OF-INTEGER(WS-MES-ANT-INT)
           COMPUTE WS-FIM-MES-INT
               = FUNCTION INTEGER-OF-DATE(WS-PROX-AAAAMMDD) - 1
           COMPUTE WS-FIM-MES-AAAAMMDD
               = FUNCTION DATE-OF-INTEGER(WS-FIM-MES-INT).

       1500-ABRIR-ARQUIVOS.
           OPEN INPUT CALCIDADE-DEPENDENTES
           IF NOT DEPENDENTES-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-DEPENDENTES. FS='
                   WS-FS-DEPENDENTES
           END-IF
           OPEN INPUT CALCIDADE-CADASTRO
           IF NOT CADASTRO-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN OUTPUT CALCELEG-RELATO
           IF WS-FS-ELEGREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCELEG-RELATO. FS='
                   WS-FS-ELEGREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF DEPENDENTES-OK OR WS-FS-DEPENDENTES = '10'
                             OR WS-FS-DEPENDENTES = '23'
               CLOSE CALCIDADE-DEPENDENTES
           END-IF
           IF CADASTRO-OK OR WS-FS-CADASTRO = '23'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF WS-FS-ELEGREL = '00'
               CLOSE CALCELEG-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-ELEGREL
           STRING 'DEPENDENTES QUE PERDEM ELEGIBILIDADE EM '
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
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           MOVE WS-CAB-COLUNAS TO ELG-LINHA
           WRITE REG-ELEGREL.

      ******************************************************************
      * Procedimento de entrada do SORT: varre os dependentes na
      * ordem da chave (titular + sequencia), le o titular uma vez
      * por grupo e libera uma linha por beneficio perdido no mes.
      * So filhos, enteados e tutelados perdem beneficio por idade.
      ******************************************************************
       3000-SELECIONAR-DEPENDENTES.
           MOVE 0 TO DPD-CPF-TITULAR
           MOVE 0 TO DPD-SEQ
           START CALCIDADE-DEPENDENTES
               KEY IS NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-DEPENDENTES
           END-START
           PERFORM UNTIL FIM-DEPENDENTES
               PERFORM 3100-LER-PROXIMO-DEPENDENTE
               IF NOT FIM-DEPENDENTES
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM 3200-AVALIAR-DEPENDENTE
               END-IF
           END-PERFORM.

       3100-LER-PROXIMO-DEPENDENTE.
           READ CALCIDADE-DEPENDENTES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-DEPENDENTES
           END-READ.

       3200-AVALIAR-DEPENDENTE.
           IF DPD-ELEGIVEL-POR-IDADE
               PERFORM 3300-OBTER-TITULAR
               IF NOT TITULAR-ACHADO
                   ADD 1 TO WS-CONT-SEM-TITULAR
               ELSE
                   IF CAD-DESLIGADO
                       ADD 1 TO WS-CONT-DESLIGADOS
                   ELSE
                       PERFORM 3350-VALIDAR-NASC-DEPEND
                       IF NASC-DEPEND-VALIDO
                           MOVE 14 TO WS-IDADE-LIMITE
                           MOVE 'SALARIO-FAMILIA' TO WS-BENEFICIO
                           PERFORM 3400-VERIFICAR-PERDA
                           IF DPD-UNIV-SIM
                               MOVE 24 TO WS-IDADE-LIMITE
                           ELSE
                               MOVE 21 TO WS-IDADE-LIMITE
                           END-IF
                           MOVE 'PLANO DE SAUDE' TO WS-BENEFICIO
                           PERFORM 3400-VERIFICAR-PERDA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3300-OBTER-TITULAR.
           IF DPD-CPF-TITULAR NOT = WS-TITULAR-ATUAL
               MOVE DPD-CPF-TITULAR TO WS-TITULAR-ATUAL
               MOVE DPD-CPF-TITULAR TO CAD-CPF
               READ CALCIDADE-CADASTRO
                   KEY IS CAD-CPF
                   INVALID KEY
                       MOVE 'N' TO WS-TITULAR-ACHADO
                   NOT INVALID KEY
                       MOVE 'S' TO WS-TITULAR-ACHADO
               END-READ
           END-IF.

       3350-VALIDAR-NASC-DEPEND.
           MOVE 'S' TO WS-NASC-VALIDO
           IF DPD-NASC-ANO < WS-ANO-MINIMO
                   OR DPD-NASC-ANO > WS-ANO-MAXIMO
                   OR DPD-NASC-MES < 1 OR DPD-NASC-MES > 12
                   OR DPD-NASC-DIA < 1 OR DPD-NASC-DIA > 31
               MOVE 'N' TO WS-NASC-VALIDO
               ADD 1 TO WS-CONT-INVALIDOS
           END-IF.

      ******************************************************************
      * Perde o beneficio no mes quem, pela regra de
      * 5000-COMPUTAR-IDADE, esta abaixo de WS-IDADE-LIMITE no ultimo
      * dia do mes anterior e o atinge ate o ultimo dia do mes.
      ******************************************************************
       3400-VERIFICAR-PERDA.
           MOVE WS-MES-ANT-AAAAMMDD TO WS-DATA-CALC
           PERFORM 3410-MONTAR-DATA-REFERENCIA
           PERFORM 5000-COMPUTAR-IDADE
           MOVE IDADE TO WS-IDADE-ANTES
           MOVE WS-FIM-MES-AAAAMMDD TO WS-DATA-CALC
           PERFORM 3410-MONTAR-DATA-REFERENCIA
           PERFORM 5000-COMPUTAR-IDADE
           IF WS-IDADE-ANTES < WS-IDADE-LIMITE
                   AND IDADE NOT < WS-IDADE-LIMITE
               PERFORM 3450-PROJETAR-DATA-PERDA
               PERFORM 3500-LIBERAR-REGISTRO
           END-IF.

       3410-MONTAR-DATA-REFERENCIA.
           MOVE WS-CALC-DIA TO WS-REF-DIA
           MOVE WS-CALC-MES TO WS-REF-MES
           MOVE WS-CALC-ANO TO WS-REF-ANO.

      ******************************************************************
      * Data em que o dependente completa WS-IDADE-LIMITE anos;
      * nascidos em 29/02 completam idade em 01/03 nos anos nao
      * bissextos (mesma regra do CALCPREV01).
      ******************************************************************
       3450-PROJETAR-DATA-PERDA.
           COMPUTE WS-ALVO-ANO = DPD-NASC-ANO + WS-IDADE-LIMITE
           MOVE DPD-NASC-MES TO WS-ALVO-MES
           MOVE DPD-NASC-DIA TO WS-ALVO-DIA
           IF WS-ALVO-MES = 2 AND WS-ALVO-DIA = 29
               PERFORM 3460-VERIFICAR-BISSEXTO
               IF NOT ANO-BISSEXTO
                   MOVE 3 TO WS-ALVO-MES
                   MOVE 1 TO WS-ALVO-DIA
               END-IF
           END-IF.

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

       3500-LIBERAR-REGISTRO.
           MOVE SPACES             TO REG-SORT
           MOVE CAD-LOTACAO        TO SRT-LOTACAO
           MOVE DPD-CPF-TITULAR    TO SRT-CPF-TITULAR
           MOVE DPD-SEQ            TO SRT-SEQ
           MOVE WS-IDADE-LIMITE    TO SRT-LIMITE
           MOVE CAD-NOME           TO SRT-NOME-TITULAR
           MOVE DPD-NOME           TO SRT-DPD-NOME
           MOVE DPD-CPF            TO SRT-DPD-CPF
           MOVE DPD-NASCIMENTO     TO SRT-DPD-NASC
           MOVE DPD-PARENTESCO     TO SRT-PARENTESCO
           MOVE WS-BENEFICIO       TO SRT-BENEFICIO
           MOVE WS-ALVO-DIA        TO SRT-PERDA-DIA
           MOVE WS-ALVO-MES        TO SRT-PERDA-MES
           MOVE WS-ALVO-ANO        TO SRT-PERDA-ANO
           RELEASE REG-SORT.

      ******************************************************************
      * Procedimento de saida do SORT: quebra por lotacao (com
      * subtotal por beneficio) e, dentro dela, por titular.
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
               IF SRT-CPF-TITULAR NOT = WS-TITULAR-ANTERIOR
                   PERFORM 4300-GRAVAR-TITULAR
               END-IF
               PERFORM 4400-GRAVAR-DEPENDENTE
               PERFORM 4100-RETORNAR-REGISTRO
           END-PERFORM
           IF NOT PRIMEIRO-REG
               PERFORM 4500-GRAVAR-SUBTOTAL-LOTACAO
           END-IF.

       4100-RETORNAR-REGISTRO.
           RETURN CALCELEG-SORT
               AT END
                   MOVE 'S' TO WS-FIM-SORT
           END-RETURN.

       4200-GRAVAR-CABECALHO-LOTACAO.
           MOVE SRT-LOTACAO TO WS-LOTACAO-ANTERIOR
           MOVE 0 TO WS-TITULAR-ANTERIOR
           MOVE SPACES TO REG-ELEGREL
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           STRING 'LOTACAO ' DELIMITED BY SIZE
                  SRT-LOTACAO DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL.

       4300-GRAVAR-TITULAR.
           MOVE SRT-CPF-TITULAR TO WS-TITULAR-ANTERIOR
           MOVE SPACES TO REG-ELEGREL
           STRING '  TITULAR ' DELIMITED BY SIZE
                  SRT-CPF-TITULAR DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SRT-NOME-TITULAR DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL.

       4400-GRAVAR-DEPENDENTE.
           MOVE SRT-SEQ         TO WS-LD-SEQ
           MOVE SRT-DPD-NOME    TO WS-LD-NOME
           MOVE SRT-DPD-CPF     TO WS-LD-CPF
           MOVE SRT-NASC-DIA    TO WS-LD-NASC-DIA
           MOVE SRT-NASC-MES    TO WS-LD-NASC-MES
           MOVE SRT-NASC-ANO    TO WS-LD-NASC-ANO
           IF SRT-PARENTESCO = 'F'
               MOVE 'FILHO(A)' TO WS-LD-PARENTESCO
           ELSE
               IF SRT-PARENTESCO = 'E'
                   MOVE 'ENTEADO(A)' TO WS-LD-PARENTESCO
               ELSE
                   MOVE 'TUTELADO' TO WS-LD-PARENTESCO
               END-IF
           END-IF
           MOVE SRT-BENEFICIO   TO WS-LD-BENEFICIO
           MOVE SRT-LIMITE      TO WS-LD-LIMITE
           MOVE SRT-PERDA-DIA   TO WS-LD-PERDA-DIA
           MOVE SRT-PERDA-MES   TO WS-LD-PERDA-MES
           MOVE SRT-PERDA-ANO   TO WS-LD-PERDA-ANO
           MOVE SPACES TO REG-ELEGREL
           MOVE WS-LINHA-DEPENDENTE TO ELG-LINHA
           WRITE REG-ELEGREL
           IF SRT-LIMITE = 14
               ADD 1 TO WS-CONT-LOT-SALFAM
               ADD 1 TO WS-CONT-SALFAM
           ELSE
               ADD 1 TO WS-CONT-LOT-PLANO
               ADD 1 TO WS-CONT-PLANO
           END-IF.

       4500-GRAVAR-SUBTOTAL-LOTACAO.
           MOVE SPACES TO REG-ELEGREL
           STRING 'TOTAL DA LOTACAO ' DELIMITED BY SIZE
                  WS-LOTACAO-ANTERIOR DELIMITED BY SIZE
                  ': SALARIO-FAMILIA ' DELIMITED BY SIZE
                  WS-CONT-LOT-SALFAM  DELIMITED BY SIZE
                  '  PLANO DE SAUDE '  DELIMITED BY SIZE
                  WS-CONT-LOT-PLANO   DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL
           MOVE 0 TO WS-CONT-LOT-SALFAM
           MOVE 0 TO WS-CONT-LOT-PLANO.

      ******************************************************************
      * Mesmas regras de 5000-COMPUTAR-IDADE do CALCIDADE01, aplicadas
      * ao nascimento do dependente contra a data de referencia.
      ******************************************************************
       5000-COMPUTAR-IDADE.
           COMPUTE IDADE = WS-REF-ANO - DPD-NASC-ANO
           IF WS-REF-MES < DPD-NASC-MES
               SUBTRACT 1 FROM IDADE
           ELSE
               IF WS-REF-MES = DPD-NASC-MES
                       AND WS-REF-DIA < DPD-NASC-DIA
                   SUBTRACT 1 FROM IDADE
               END-IF
           END-IF.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-ELEGREL
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           MOVE '---------------------------------------' TO ELG-LINHA
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           STRING 'DEPENDENTES LIDOS            : ' DELIMITED BY SIZE
                  WS-CONT-LIDOS                     DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           STRING 'PERDAS DE SALARIO-FAMILIA    : ' DELIMITED BY SIZE
                  WS-CONT-SALFAM                    DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           STRING 'PERDAS DE PLANO DE SAUDE     : ' DELIMITED BY SIZE
                  WS-CONT-PLANO                     DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           STRING 'DEPENDENTES DE DESLIGADOS    : ' DELIMITED BY SIZE
                  WS-CONT-DESLIGADOS                DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           STRING 'DEPENDENTES SEM TITULAR      : ' DELIMITED BY SIZE
                  WS-CONT-SEM-TITULAR               DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL
           MOVE SPACES TO REG-ELEGREL
           STRING 'NASCIMENTOS INVALIDOS        : ' DELIMITED BY SIZE
                  WS-CONT-INVALIDOS                 DELIMITED BY SIZE
                  INTO ELG-LINHA
           END-STRING
           WRITE REG-ELEGREL
           IF WS-CONT-SEM-TITULAR > 0 OR WS-CONT-INVALIDOS > 0
               MOVE 4 TO WS-RC
           END-IF
           DISPLAY 'CALCELEG01 - LIDOS ' WS-CONT-LIDOS
               ' SALARIO-FAMILIA ' WS-CONT-SALFAM
               ' PLANO DE SAUDE ' WS-CONT-PLANO.
