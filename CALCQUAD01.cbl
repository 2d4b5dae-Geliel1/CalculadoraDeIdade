      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quadro de pessoal por lotacao: conta os ativos do
      *          CALCIDADE-CADASTRO por faixa etaria (MENOR DE IDADE,
      *          ADULTO, IDOSO - regras de 6000-CLASSIFICAR-FAIXA do
      *          CALCIDADE01) e apura a idade media, consolidando as
      *          contagens pela hierarquia do CALCIDADE-LOTACOES (ver
      *          CALCLOT): cada lotacao soma as suas sublotacoes, cada
      *          diretoria (lotacao sem pai) soma toda a sua arvore e
      *          o total da empresa soma as diretorias. Pessoas em
      *          lotacao nao cadastrada sao totalizadas a parte. O
      *          PARMFILE opcional aceita DATA-REF=DDMMAAAA; sem ele
      *          vale a data do sistema. RC=0 normal, RC=4 com
      *          pessoas em lotacao nao cadastrada, nascimento
      *          invalido ou lotacao com pai inexistente, RC=12 erro
      *          de abertura ou tabela de lotacoes cheia, RC=16
      *          parametro invalido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CALCQUAD01.
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

           SELECT CALCQUAD-RELATO ASSIGN TO 'QUADREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-QUADREL.

           SELECT CALCQUAD-PARM ASSIGN TO 'PARMFILE'
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

       FD  CALCQUAD-RELATO
           RECORDING MODE IS F.
           COPY CALCQDR.

       FD  CALCQUAD-PARM
           RECORDING MODE IS F.
           COPY CALCPRM.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-LOTACOES               PIC X(02).
           88  LOTACOES-OK              VALUE '00'.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-QUADREL                PIC X(02).
       01  WS-FS-PARM                   PIC X(02).

       01  WS-PARM-OK                   PIC X(01) VALUE 'S'.
           88  PARAMETROS-OK            VALUE 'S'.
       01  WS-FIM-PARM                  PIC X(01) VALUE 'N'.
           88  FIM-PARM                 VALUE 'S'.
       01  WS-PARM-CHAVE                PIC X(20).
       01  WS-PARM-VALOR                PIC X(20).

       01  WS-DATA-REFERENCIA.
           05  WS-REF-DIA                PIC 9(02).
           05  WS-REF-MES                PIC 9(02).
           05  WS-REF-ANO                PIC 9(04).
       01  WS-USAR-DATA-REF              PIC X(01) VALUE 'N'.
           88  USAR-DATA-REF-ESPECIFICA  VALUE 'S'.

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.
       01  WS-ANO-MAXIMO                PIC 9(04).

       01  WS-FIM-LOTACOES              PIC X(01) VALUE 'N'.
           88  FIM-LOTACOES             VALUE 'S'.
       01  WS-FIM-CADASTRO              PIC X(01) VALUE 'N'.
           88  FIM-CADASTRO             VALUE 'S'.

      ******************************************************************
      * Tabela das lotacoes, carregada na ordem da chave (codigo) para
      * a pesquisa binaria. TL-IDX-PAI aponta a entrada do pai (zero
      * para diretoria); DIR- acumula os lotados na propria lotacao e
      * CON- o consolidado da lotacao com as suas sublotacoes.
      ******************************************************************
       01  WS-TAB-LOT-MAX               PIC 9(04) VALUE 2000.
       01  WS-TAB-LOT-QTD               PIC 9(04) VALUE 0.
       01  WS-TAB-LOT-CHEIA             PIC X(01) VALUE 'N'.
           88  TAB-LOT-CHEIA            VALUE 'S'.
       01  WS-TABELA-LOTACOES.
           05  WS-TL-ENT                OCCURS 2000 TIMES.
               10  WS-TL-CODIGO         PIC X(08).
               10  WS-TL-DESCRICAO      PIC X(30).
               10  WS-TL-PAI            PIC X(08).
               10  WS-TL-SITUACAO       PIC X(01).
               10  WS-TL-IDX-PAI        PIC 9(04).
               10  WS-TL-DIR-MENOR      PIC 9(06).
               10  WS-TL-DIR-ADULTO     PIC 9(06).
               10  WS-TL-DIR-IDOSO      PIC 9(06).
               10  WS-TL-DIR-SOMA       PIC 9(09).
               10  WS-TL-CON-MENOR      PIC 9(06).
               10  WS-TL-CON-ADULTO     PIC 9(06).
               10  WS-TL-CON-IDOSO      PIC 9(06).
               10  WS-TL-CON-SOMA       PIC 9(09).
       01  WS-IDX                       PIC 9(04).
       01  WS-IDX-ANC                   PIC 9(04).
       01  WS-NIVEL                     PIC 9(02).
       01  WS-NIVEL-MAXIMO              PIC 9(02) VALUE 20.
      * Recuo do codigo na coluna de hierarquia (2 posicoes por
      * nivel), limitado para o codigo de 8 caber nas 30 posicoes.
       01  WS-RECUO                     PIC 9(02).
       01  WS-RECUO-MAXIMO              PIC 9(02) VALUE 23.

       01  WS-LOT-PROCURADA             PIC X(08).
       01  WS-LOT-ACHADA-IDX            PIC 9(04).
       01  WS-BUSCA-INI                 PIC 9(04).
       01  WS-BUSCA-FIM                 PIC 9(04).
       01  WS-BUSCA-MEIO                PIC 9(04).

      ******************************************************************
      * Pilha da impressao em profundidade: a lotacao de cada nivel e
      * a posicao da tabela onde continua a busca das suas filhas.
      ******************************************************************
       01  WS-PILHA-TOPO                PIC 9(02).
       01  WS-PILHA.
           05  WS-PL-ENT                OCCURS 20 TIMES.
               10  WS-PL-IDX            PIC 9(04).
               10  WS-PL-PROX           PIC 9(04).
       01  WS-FILHA-IDX                 PIC 9(04).

       01  IDADE                        PIC S9(03).
       01  WS-NASC-VALIDO               PIC X(01).
           88  NASC-VALIDO              VALUE 'S'.

       01  WS-NC-MENOR                  PIC 9(06) VALUE 0.
       01  WS-NC-ADULTO                 PIC 9(06) VALUE 0.
       01  WS-NC-IDOSO                  PIC 9(06) VALUE 0.
       01  WS-NC-SOMA                   PIC 9(09) VALUE 0.
       01  WS-EMP-MENOR                 PIC 9(06) VALUE 0.
       01  WS-EMP-ADULTO                PIC 9(06) VALUE 0.
       01  WS-EMP-IDOSO                 PIC 9(06) VALUE 0.
       01  WS-EMP-SOMA                  PIC 9(09) VALUE 0.

       01  WS-CONT-LIDOS                PIC 9(06) VALUE 0.
       01  WS-CONT-ATIVOS               PIC 9(06) VALUE 0.
       01  WS-CONT-DESLIGADOS           PIC 9(06) VALUE 0.
       01  WS-CONT-INVALIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-SEM-LOTACAO          PIC 9(06) VALUE 0.
       01  WS-CONT-PAI-AUSENTE          PIC 9(04) VALUE 0.

       01  WS-LIN-MENOR                 PIC 9(06).
       01  WS-LIN-ADULTO                PIC 9(06).
       01  WS-LIN-IDOSO                 PIC 9(06).
       01  WS-LIN-TOTAL                 PIC 9(06).
       01  WS-LIN-SOMA                  PIC 9(09).
       01  WS-LIN-MEDIA                 PIC 9(03)V9.

       01  WS-CAB-COLUNAS.
           05  FILLER                   PIC X(32) VALUE 'LOTACAO'.
           05  FILLER                   PIC X(32) VALUE 'DESCRICAO'.
           05  FILLER                   PIC X(08) VALUE '   MENOR'.
           05  FILLER                   PIC X(08) VALUE '  ADULTO'.
           05  FILLER                   PIC X(08) VALUE '   IDOSO'.
           05  FILLER                   PIC X(08) VALUE '   TOTAL'.
           05  FILLER                   PIC X(08) VALUE '  DIRETO'.
           05  FILLER                   PIC X(09) VALUE ' ID.MEDIA'.
           05  FILLER                   PIC X(10) VALUE '  SITUACAO'.

       01  WS-LINHA-LOTACAO.
           05  WS-LL-HIERARQUIA         PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-DESCRICAO          PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-MENOR              PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-ADULTO             PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-IDOSO              PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-TOTAL              PIC ZZZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-DIRETO             PIC ZZZZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WS-LL-MEDIA              PIC ZZ9,9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-LL-SITUACAO           PIC X(08).

       01  WS-RC                        PIC 9(02) VALUE 0.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
           MOVE WS-SIS-ANO TO WS-ANO-MAXIMO
           PERFORM 1000-LER-PARAMETROS
           IF PARAMETROS-OK
               IF NOT USAR-DATA-REF-ESPECIFICA
                   MOVE WS-SIS-DIA TO WS-REF-DIA
                   MOVE WS-SIS-MES TO WS-REF-MES
                   MOVE WS-SIS-ANO TO WS-REF-ANO
               END-IF
               PERFORM 1500-ABRIR-ARQUIVOS
               IF LOTACOES-OK AND CADASTRO-OK
                              AND WS-FS-QUADREL = '00'
                   PERFORM 3000-CARREGAR-LOTACOES
                   IF TAB-LOT-CHEIA
                       DISPLAY 'TABELA DE LOTACOES CHEIA. MAXIMO='
                           WS-TAB-LOT-MAX
                       MOVE 12 TO WS-RC
                   ELSE
                       PERFORM 3200-LIGAR-PAIS
                       PERFORM 4000-CONTAR-CADASTRO
                       PERFORM 5500-CONSOLIDAR-HIERARQUIA
                       PERFORM 2000-GRAVAR-CABECALHO
                       PERFORM 7000-IMPRIMIR-QUADRO
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
      * PARMFILE opcional (ver CALCPRM): DATA-REF=DDMMAAAA fixa a data
      * em que as idades sao apuradas; sem ela vale a data do sistema.
      ******************************************************************
       1000-LER-PARAMETROS.
           OPEN INPUT CALCQUAD-PARM
           IF WS-FS-PARM = '00'
               PERFORM 1005-LER-LINHA-PARM
               PERFORM UNTIL FIM-PARM
                   PERFORM 1010-PROCESSAR-PARM
                   PERFORM 1005-LER-LINHA-PARM
               END-PERFORM
               CLOSE CALCQUAD-PARM
           END-IF.

       1005-LER-LINHA-PARM.
           READ CALCQUAD-PARM
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
               IF WS-PARM-CHAVE = 'DATA-REF'
                   PERFORM 1030-TRATAR-DATA-REF
               ELSE
                   DISPLAY 'PARAMETRO DESCONHECIDO: '
                       WS-PARM-CHAVE
                   PERFORM 1080-ERRO-PARAMETRO
               END-IF
           END-IF.

       1030-TRATAR-DATA-REF.
           IF WS-PARM-VALOR(1:8) IS NUMERIC
                   AND WS-PARM-VALOR(9:1) = SPACE
               MOVE WS-PARM-VALOR(1:8) TO WS-DATA-REFERENCIA
               IF WS-REF-ANO < WS-ANO-MINIMO
                       OR WS-REF-ANO > WS-ANO-MAXIMO
                       OR WS-REF-MES < 1 OR WS-REF-MES > 12
                       OR WS-REF-DIA < 1 OR WS-REF-DIA > 31
                   DISPLAY 'DATA-REF INVALIDA: ' WS-PARM-VALOR
                   PERFORM 1080-ERRO-PARAMETRO
               ELSE
                   MOVE 'S' TO WS-USAR-DATA-REF
               END-IF
           ELSE
               DISPLAY 'DATA-REF INVALIDA: ' WS-PARM-VALOR
               PERFORM 1080-ERRO-PARAMETRO
           END-IF.

       1080-ERRO-PARAMETRO.
           MOVE 'N' TO WS-PARM-OK
           MOVE 16 TO WS-RC.

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
           OPEN OUTPUT CALCQUAD-RELATO
           IF WS-FS-QUADREL NOT = '00'
               DISPLAY 'ERRO AO ABRIR CALCQUAD-RELATO. FS='
                   WS-FS-QUADREL
           END-IF.

       1600-FECHAR-ARQUIVOS.
           IF LOTACOES-OK OR WS-FS-LOTACOES = '10'
               CLOSE CALCIDADE-LOTACOES
           END-IF
           IF CADASTRO-OK OR WS-FS-CADASTRO = '10'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF WS-FS-QUADREL = '00'
               CLOSE CALCQUAD-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-QUADREL
           STRING 'QUADRO DE PESSOAL POR LOTACAO - IDADES EM '
                               DELIMITED BY SIZE
                  WS-REF-DIA   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-REF-MES   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-REF-ANO   DELIMITED BY SIZE
                  ' - EMITIDO EM ' DELIMITED BY SIZE
                  WS-SIS-DIA   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-MES   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-ANO   DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           STRING 'TOTAL = LOTACAO E SUBLOTACOES; '
                                      DELIMITED BY SIZE
                  'DIRETO = LOTADOS NA PROPRIA LOTACAO'
                                      DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           MOVE WS-CAB-COLUNAS TO QDR-LINHA
           WRITE REG-QUADREL.

      ******************************************************************
      * Carrega o CALCIDADE-LOTACOES inteiro na tabela, na ordem da
      * chave.
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
           END-PERFORM.

       3100-GUARDAR-LOTACAO.
           IF WS-TAB-LOT-QTD >= WS-TAB-LOT-MAX
               MOVE 'S' TO WS-TAB-LOT-CHEIA
           ELSE
               ADD 1 TO WS-TAB-LOT-QTD
               MOVE WS-TAB-LOT-QTD TO WS-IDX
               MOVE LOT-CODIGO    TO WS-TL-CODIGO(WS-IDX)
               MOVE LOT-DESCRICAO TO WS-TL-DESCRICAO(WS-IDX)
               MOVE LOT-PAI       TO WS-TL-PAI(WS-IDX)
               MOVE LOT-SITUACAO  TO WS-TL-SITUACAO(WS-IDX)
               MOVE 0 TO WS-TL-IDX-PAI(WS-IDX)
               MOVE 0 TO WS-TL-DIR-MENOR(WS-IDX)
               MOVE 0 TO WS-TL-DIR-ADULTO(WS-IDX)
               MOVE 0 TO WS-TL-DIR-IDOSO(WS-IDX)
               MOVE 0 TO WS-TL-DIR-SOMA(WS-IDX)
               MOVE 0 TO WS-TL-CON-MENOR(WS-IDX)
               MOVE 0 TO WS-TL-CON-ADULTO(WS-IDX)
               MOVE 0 TO WS-TL-CON-IDOSO(WS-IDX)
               MOVE 0 TO WS-TL-CON-SOMA(WS-IDX)
           END-IF.

      ******************************************************************
      * Resolve o pai de cada lotacao para a posicao na tabela. Pai
      * informado e nao cadastrado faz a lotacao ser tratada como
      * diretoria, com aviso.
      ******************************************************************
       3200-LIGAR-PAIS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAB-LOT-QTD
               IF WS-TL-PAI(WS-IDX) NOT = SPACES
                   MOVE WS-TL-PAI(WS-IDX) TO WS-LOT-PROCURADA
                   PERFORM 5400-PROCURAR-LOTACAO
                   IF WS-LOT-ACHADA-IDX = 0
                       ADD 1 TO WS-CONT-PAI-AUSENTE
                       DISPLAY 'LOTACAO ' WS-TL-CODIGO(WS-IDX)
                           ' COM PAI NAO CADASTRADO: '
                           WS-TL-PAI(WS-IDX)
                       MOVE 4 TO WS-RC
                   ELSE
                       MOVE WS-LOT-ACHADA-IDX TO WS-TL-IDX-PAI(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Varre o cadastro e acumula cada ativo na sua propria lotacao
      * (ou no grupo de lotacao nao cadastrada).
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
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM 4100-AVALIAR-PESSOA
               END-READ
           END-PERFORM.

       4100-AVALIAR-PESSOA.
           IF CAD-DESLIGADO
               ADD 1 TO WS-CONT-DESLIGADOS
           ELSE
               PERFORM 4150-VALIDAR-NASCIMENTO
               IF NOT NASC-VALIDO
                   ADD 1 TO WS-CONT-INVALIDOS
                   MOVE 4 TO WS-RC
               ELSE
                   ADD 1 TO WS-CONT-ATIVOS
                   MOVE CAD-LOTACAO TO WS-LOT-PROCURADA
                   PERFORM 5400-PROCURAR-LOTACAO
                   IF WS-LOT-ACHADA-IDX = 0
                       ADD 1 TO WS-CONT-SEM-LOTACAO
                       MOVE 4 TO WS-RC
                       PERFORM 4200-ACUMULAR-SEM-LOTACAO
                   ELSE
                       MOVE WS-LOT-ACHADA-IDX TO WS-IDX
                       PERFORM 4300-ACUMULAR-LOTACAO
                   END-IF
               END-IF
           END-IF.

       4150-VALIDAR-NASCIMENTO.
           MOVE 'S' TO WS-NASC-VALIDO
           IF CAD-NASC-ANO < WS-ANO-MINIMO
                   OR CAD-NASC-ANO > WS-ANO-MAXIMO
                   OR CAD-NASC-MES < 1 OR CAD-NASC-MES > 12
                   OR CAD-NASC-DIA < 1 OR CAD-NASC-DIA > 31
               MOVE 'N' TO WS-NASC-VALIDO
           ELSE
               PERFORM 5000-COMPUTAR-IDADE
               IF IDADE < 0
                   MOVE 'N' TO WS-NASC-VALIDO
               END-IF
           END-IF.

       4200-ACUMULAR-SEM-LOTACAO.
           IF IDADE < 18
               ADD 1 TO WS-NC-MENOR
           ELSE
               IF IDADE < 60
                   ADD 1 TO WS-NC-ADULTO
               ELSE
                   ADD 1 TO WS-NC-IDOSO
               END-IF
           END-IF
           ADD IDADE TO WS-NC-SOMA.

       4300-ACUMULAR-LOTACAO.
           IF IDADE < 18
               ADD 1 TO WS-TL-DIR-MENOR(WS-IDX)
           ELSE
               IF IDADE < 60
                   ADD 1 TO WS-TL-DIR-ADULTO(WS-IDX)
               ELSE
                   ADD 1 TO WS-TL-DIR-IDOSO(WS-IDX)
               END-IF
           END-IF
           ADD IDADE TO WS-TL-DIR-SOMA(WS-IDX).

      ******************************************************************
      * Mesmas regras de 5000-COMPUTAR-IDADE do CALCIDADE01.
      ******************************************************************
       5000-COMPUTAR-IDADE.
           COMPUTE IDADE = WS-REF-ANO - CAD-NASC-ANO
           IF WS-REF-MES < CAD-NASC-MES
               SUBTRACT 1 FROM IDADE
           ELSE
               IF WS-REF-MES = CAD-NASC-MES
                       AND WS-REF-DIA < CAD-NASC-DIA
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
      * Soma os lotados de cada lotacao no consolidado dela e de
      * todos os seus ancestrais, ate WS-NIVEL-MAXIMO niveis.
      ******************************************************************
       5500-CONSOLIDAR-HIERARQUIA.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAB-LOT-QTD
               MOVE WS-IDX TO WS-IDX-ANC
               MOVE 0 TO WS-NIVEL
               PERFORM UNTIL WS-IDX-ANC = 0
                          OR WS-NIVEL > WS-NIVEL-MAXIMO
                   ADD WS-TL-DIR-MENOR(WS-IDX)
                       TO WS-TL-CON-MENOR(WS-IDX-ANC)
                   ADD WS-TL-DIR-ADULTO(WS-IDX)
                       TO WS-TL-CON-ADULTO(WS-IDX-ANC)
                   ADD WS-TL-DIR-IDOSO(WS-IDX)
                       TO WS-TL-CON-IDOSO(WS-IDX-ANC)
                   ADD WS-TL-DIR-SOMA(WS-IDX)
                       TO WS-TL-CON-SOMA(WS-IDX-ANC)
                   MOVE WS-TL-IDX-PAI(WS-IDX-ANC) TO WS-IDX-ANC
                   ADD 1 TO WS-NIVEL
               END-PERFORM
               ADD WS-TL-DIR-MENOR(WS-IDX)  TO WS-EMP-MENOR
               ADD WS-TL-DIR-ADULTO(WS-IDX) TO WS-EMP-ADULTO
               ADD WS-TL-DIR-IDOSO(WS-IDX)  TO WS-EMP-IDOSO
               ADD WS-TL-DIR-SOMA(WS-IDX)   TO WS-EMP-SOMA
           END-PERFORM
           ADD WS-NC-MENOR  TO WS-EMP-MENOR
           ADD WS-NC-ADULTO TO WS-EMP-ADULTO
           ADD WS-NC-IDOSO  TO WS-EMP-IDOSO
           ADD WS-NC-SOMA   TO WS-EMP-SOMA.

      ******************************************************************
      * Imprime cada diretoria seguida da sua arvore em profundidade,
      * com a lotacao recuada dois espacos por nivel; no fim, o grupo
      * de lotacao nao cadastrada e o total da empresa.
      ******************************************************************
       7000-IMPRIMIR-QUADRO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TAB-LOT-QTD
               IF WS-TL-IDX-PAI(WS-IDX) = 0
                   MOVE SPACES TO REG-QUADREL
                   WRITE REG-QUADREL
                   MOVE 0 TO WS-NIVEL
                   MOVE WS-IDX TO WS-FILHA-IDX
                   PERFORM 7200-GRAVAR-LINHA-LOTACAO
                   MOVE 1 TO WS-PILHA-TOPO
                   MOVE WS-IDX TO WS-PL-IDX(1)
                   MOVE 1 TO WS-PL-PROX(1)
                   PERFORM 7100-PERCORRER-ARVORE
               END-IF
           END-PERFORM
           IF WS-CONT-SEM-LOTACAO > 0
               MOVE SPACES TO REG-QUADREL
               WRITE REG-QUADREL
               MOVE WS-NC-MENOR  TO WS-LIN-MENOR
               MOVE WS-NC-ADULTO TO WS-LIN-ADULTO
               MOVE WS-NC-IDOSO  TO WS-LIN-IDOSO
               MOVE WS-NC-SOMA   TO WS-LIN-SOMA
               PERFORM 7300-CALCULAR-LINHA
               MOVE '*** LOTACAO NAO CADASTRADA ***' TO WS-LL-HIERARQUIA
               MOVE SPACES TO WS-LL-DESCRICAO
               MOVE WS-LIN-TOTAL TO WS-LL-DIRETO
               MOVE SPACES TO WS-LL-SITUACAO
               PERFORM 7400-ESCREVER-LINHA
           END-IF
           MOVE SPACES TO REG-QUADREL
           WRITE REG-QUADREL
           MOVE WS-EMP-MENOR  TO WS-LIN-MENOR
           MOVE WS-EMP-ADULTO TO WS-LIN-ADULTO
           MOVE WS-EMP-IDOSO  TO WS-LIN-IDOSO
           MOVE WS-EMP-SOMA   TO WS-LIN-SOMA
           PERFORM 7300-CALCULAR-LINHA
           MOVE 'TOTAL DA EMPRESA' TO WS-LL-HIERARQUIA
           MOVE SPACES TO WS-LL-DESCRICAO
           MOVE 0 TO WS-LL-DIRETO
           MOVE SPACES TO WS-LL-SITUACAO
           PERFORM 7400-ESCREVER-LINHA.

       7100-PERCORRER-ARVORE.
           PERFORM UNTIL WS-PILHA-TOPO = 0
               MOVE 0 TO WS-FILHA-IDX
               PERFORM VARYING WS-IDX-ANC FROM WS-PL-PROX(WS-PILHA-TOPO)
                       BY 1 UNTIL WS-IDX-ANC > WS-TAB-LOT-QTD
                                  OR WS-FILHA-IDX > 0
                   IF WS-TL-IDX-PAI(WS-IDX-ANC)
                           = WS-PL-IDX(WS-PILHA-TOPO)
                       MOVE WS-IDX-ANC TO WS-FILHA-IDX
                   END-IF
               END-PERFORM
               IF WS-FILHA-IDX = 0
                   SUBTRACT 1 FROM WS-PILHA-TOPO
               ELSE
                   COMPUTE WS-PL-PROX(WS-PILHA-TOPO) = WS-FILHA-IDX + 1
                   MOVE WS-PILHA-TOPO TO WS-NIVEL
                   PERFORM 7200-GRAVAR-LINHA-LOTACAO
                   IF WS-PILHA-TOPO < WS-NIVEL-MAXIMO
                       ADD 1 TO WS-PILHA-TOPO
                       MOVE WS-FILHA-IDX TO WS-PL-IDX(WS-PILHA-TOPO)
                       MOVE 1 TO WS-PL-PROX(WS-PILHA-TOPO)
                   END-IF
               END-IF
           END-PERFORM.

       7200-GRAVAR-LINHA-LOTACAO.
           MOVE WS-TL-CON-MENOR(WS-FILHA-IDX)  TO WS-LIN-MENOR
           MOVE WS-TL-CON-ADULTO(WS-FILHA-IDX) TO WS-LIN-ADULTO
           MOVE WS-TL-CON-IDOSO(WS-FILHA-IDX)  TO WS-LIN-IDOSO
           MOVE WS-TL-CON-SOMA(WS-FILHA-IDX)   TO WS-LIN-SOMA
           PERFORM 7300-CALCULAR-LINHA
           MOVE SPACES TO WS-LL-HIERARQUIA
           COMPUTE WS-RECUO = WS-NIVEL * 2 + 1
           IF WS-RECUO > WS-RECUO-MAXIMO
               MOVE WS-RECUO-MAXIMO TO WS-RECUO
           END-IF
           MOVE WS-TL-CODIGO(WS-FILHA-IDX)
               TO WS-LL-HIERARQUIA(WS-RECUO:8)
           MOVE WS-TL-DESCRICAO(WS-FILHA-IDX) TO WS-LL-DESCRICAO
           COMPUTE WS-LL-DIRETO = WS-TL-DIR-MENOR(WS-FILHA-IDX)
               + WS-TL-DIR-ADULTO(WS-FILHA-IDX)
               + WS-TL-DIR-IDOSO(WS-FILHA-IDX)
           IF WS-TL-SITUACAO(WS-FILHA-IDX) = 'I'
               MOVE 'INATIVA' TO WS-LL-SITUACAO
           ELSE
               MOVE SPACES TO WS-LL-SITUACAO
           END-IF
           PERFORM 7400-ESCREVER-LINHA.

       7300-CALCULAR-LINHA.
           COMPUTE WS-LIN-TOTAL = WS-LIN-MENOR + WS-LIN-ADULTO
               + WS-LIN-IDOSO
           IF WS-LIN-TOTAL > 0
               COMPUTE WS-LIN-MEDIA ROUNDED
                   = WS-LIN-SOMA / WS-LIN-TOTAL
           ELSE
               MOVE 0 TO WS-LIN-MEDIA
           END-IF
           MOVE WS-LIN-MENOR  TO WS-LL-MENOR
           MOVE WS-LIN-ADULTO TO WS-LL-ADULTO
           MOVE WS-LIN-IDOSO  TO WS-LL-IDOSO
           MOVE WS-LIN-TOTAL  TO WS-LL-TOTAL
           MOVE WS-LIN-MEDIA  TO WS-LL-MEDIA.

       7400-ESCREVER-LINHA.
           MOVE SPACES TO REG-QUADREL
           MOVE WS-LINHA-LOTACAO TO QDR-LINHA
           WRITE REG-QUADREL.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-QUADREL
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           MOVE '---------------------------------------' TO QDR-LINHA
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           STRING 'REGISTROS LIDOS              : ' DELIMITED BY SIZE
                  WS-CONT-LIDOS                     DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           STRING 'ATIVOS CONTADOS              : ' DELIMITED BY SIZE
                  WS-CONT-ATIVOS                    DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           STRING 'DESLIGADOS IGNORADOS         : ' DELIMITED BY SIZE
                  WS-CONT-DESLIGADOS                DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           STRING 'EM LOTACAO NAO CADASTRADA    : ' DELIMITED BY SIZE
                  WS-CONT-SEM-LOTACAO               DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           STRING 'NASCIMENTOS INVALIDOS        : ' DELIMITED BY SIZE
                  WS-CONT-INVALIDOS                 DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           STRING 'LOTACOES NA TABELA           : ' DELIMITED BY SIZE
                  WS-TAB-LOT-QTD                    DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           MOVE SPACES TO REG-QUADREL
           STRING 'LOTACOES COM PAI INEXISTENTE : ' DELIMITED BY SIZE
                  WS-CONT-PAI-AUSENTE               DELIMITED BY SIZE
                  INTO QDR-LINHA
           END-STRING
           WRITE REG-QUADREL
           DISPLAY 'CALCQUAD01 - ATIVOS ' WS-CONT-ATIVOS
               ' LOTACOES ' WS-TAB-LOT-QTD ' RC ' WS-RC.
