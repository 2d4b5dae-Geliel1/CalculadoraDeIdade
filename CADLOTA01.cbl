      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do CALCIDADE-LOTACOES (ver CALCLOT), a
      *          tabela mestre de lotacoes, a partir de um arquivo de
      *          movimentos (inclusao, alteracao e exclusao)
      *          chaveados pelo codigo da lotacao, com relatorio de
      *          movimentos aplicados e rejeitados. A lotacao-pai
      *          tem de existir, nao pode ser a propria lotacao nem
      *          descendente dela, e tem de estar ativa para receber
      *          lotacao ativa. Nao se inativa lotacao com filhas
      *          ativas nem se exclui lotacao com filhas; lotacao
      *          ainda usada no cadastro deve ser inativada, nao
      *          excluida: a exclusao varre o CALCIDADE-CADASTRO e e
      *          rejeitada se alguma pessoa tiver a lotacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. CADLOTA01.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *-----------------------
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CADLOTA-MOVTOS ASSIGN TO 'LOTMOVTO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVTOS.

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

           SELECT CADLOTA-RELATO ASSIGN TO 'LOTREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
       FD  CADLOTA-MOVTOS
           RECORDING MODE IS F.
           COPY CALCMLT.

       FD  CALCIDADE-LOTACOES.
           COPY CALCLOT.

       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CADLOTA-RELATO
           RECORDING MODE IS F.
           COPY CALCLRL.
      *-----------------------
       WORKING-STORAGE SECTION.
       01  WS-FS-MOVTOS                 PIC X(02).
       01  WS-FS-LOTACOES               PIC X(02).
           88  LOTACOES-OK              VALUE '00'.
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-RELATO                 PIC X(02).

       01  WS-FIM-MOVTOS                PIC X(01) VALUE 'N'.
           88  FIM-MOVTOS               VALUE 'S'.
       01  WS-MOV-VALIDO                PIC X(01).
           88  MOV-VALIDO               VALUE 'S'.
       01  WS-MOTIVO-REJEICAO           PIC X(30).

       01  WS-FIM-CADEIA                PIC X(01).
           88  FIM-CADEIA               VALUE 'S'.
       01  WS-NIVEL                     PIC 9(02).
       01  WS-NIVEL-MAXIMO              PIC 9(02) VALUE 10.
       01  WS-FIM-LOTACOES              PIC X(01).
           88  FIM-LOTACOES             VALUE 'S'.
       01  WS-QTD-FILHAS                PIC 9(04).
       01  WS-QTD-FILHAS-ATIVAS         PIC 9(04).
       01  WS-FIM-CADASTRO              PIC X(01).
           88  FIM-CADASTRO             VALUE 'S'.
       01  WS-LOTACAO-EM-USO            PIC X(01).
           88  LOTACAO-EM-USO           VALUE 'S'.

       01  WS-CONT-LIDOS                PIC 9(06) VALUE 0.
       01  WS-CONT-INCLUIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-ALTERADOS            PIC 9(06) VALUE 0.
       01  WS-CONT-EXCLUIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-REJEITADOS           PIC 9(06) VALUE 0.

       01  WS-DATA-SISTEMA              PIC X(21).
       01  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
           05  WS-SIS-ANO                PIC 9(04).
           05  WS-SIS-MES                PIC 9(02).
           05  WS-SIS-DIA                PIC 9(02).
           05  FILLER                    PIC X(13).

       01  WS-LINHA-RELATO.
           05  WS-REL-CODIGO             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REL-OPERACAO           PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REL-SITUACAO           PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-REL-MOTIVO             PIC X(30).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       0000-PRINCIPAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
           PERFORM 1000-ABRIR-ARQUIVOS
           IF LOTACOES-OK AND WS-FS-MOVTOS = '00'
                          AND CADASTRO-OK
                          AND WS-FS-RELATO = '00'
               PERFORM 2000-GRAVAR-CABECALHO
               PERFORM 3100-LER-MOVTO
               PERFORM UNTIL FIM-MOVTOS
                   ADD 1 TO WS-CONT-LIDOS
                   PERFORM 3000-PROCESSAR-MOVTO
                   PERFORM 3100-LER-MOVTO
               END-PERFORM
               PERFORM 9000-GRAVAR-TOTAIS
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 1100-FECHAR-ARQUIVOS
           STOP RUN.

       1000-ABRIR-ARQUIVOS.
           OPEN INPUT CADLOTA-MOVTOS
           IF WS-FS-MOVTOS NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADLOTA-MOVTOS. FS='
                   WS-FS-MOVTOS
           END-IF
           OPEN I-O CALCIDADE-LOTACOES
           IF WS-FS-LOTACOES = '35'
               OPEN OUTPUT CALCIDADE-LOTACOES
               IF LOTACOES-OK
                   CLOSE CALCIDADE-LOTACOES
                   OPEN I-O CALCIDADE-LOTACOES
               END-IF
           END-IF
           IF NOT LOTACOES-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-LOTACOES. FS='
                   WS-FS-LOTACOES
           END-IF
           OPEN INPUT CALCIDADE-CADASTRO
           IF NOT CADASTRO-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN OUTPUT CADLOTA-RELATO
           IF WS-FS-RELATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADLOTA-RELATO. FS='
                   WS-FS-RELATO
           END-IF.

       1100-FECHAR-ARQUIVOS.
           IF WS-FS-MOVTOS = '00' OR WS-FS-MOVTOS = '10'
               CLOSE CADLOTA-MOVTOS
           END-IF
           IF LOTACOES-OK OR WS-FS-LOTACOES = '10'
                          OR WS-FS-LOTACOES = '23'
               CLOSE CALCIDADE-LOTACOES
           END-IF
           IF CADASTRO-OK OR WS-FS-CADASTRO = '10'
                          OR WS-FS-CADASTRO = '23'
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF WS-FS-RELATO = '00'
               CLOSE CADLOTA-RELATO
           END-IF.

       2000-GRAVAR-CABECALHO.
           MOVE SPACES TO REG-LOTREL
           STRING 'MANUTENCAO DAS LOTACOES EM '
                               DELIMITED BY SIZE
                  WS-SIS-DIA   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-MES   DELIMITED BY SIZE
                  '/'          DELIMITED BY SIZE
                  WS-SIS-ANO   DELIMITED BY SIZE
                  INTO LRL-LINHA
           END-STRING
           WRITE REG-LOTREL
           MOVE SPACES TO REG-LOTREL
           MOVE 'CODIGO    OP  SITUACAO    MOTIVO' TO LRL-LINHA
           WRITE REG-LOTREL.

       3000-PROCESSAR-MOVTO.
           PERFORM 3150-VALIDAR-MOVTO
           IF MOV-VALIDO
               PERFORM 3200-APLICAR-MOVTO
           ELSE
               PERFORM 3400-GRAVAR-REJEITADO
           END-IF.

       3100-LER-MOVTO.
           READ CADLOTA-MOVTOS
               AT END
                   MOVE 'S' TO WS-FIM-MOVTOS
           END-READ.

       3150-VALIDAR-MOVTO.
           MOVE 'S' TO WS-MOV-VALIDO
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF NOT MLT-INCLUSAO AND NOT MLT-ALTERACAO
                               AND NOT MLT-EXCLUSAO
               MOVE 'N' TO WS-MOV-VALIDO
               MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-REJEICAO
           ELSE
               IF MLT-CODIGO = SPACES
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'CODIGO EM BRANCO' TO WS-MOTIVO-REJEICAO
               ELSE
                   IF NOT MLT-EXCLUSAO
                       PERFORM 3160-VALIDAR-DADOS
                   END-IF
               END-IF
           END-IF.

       3160-VALIDAR-DADOS.
           IF MLT-DESCRICAO = SPACES
               MOVE 'N' TO WS-MOV-VALIDO
               MOVE 'DESCRICAO EM BRANCO' TO WS-MOTIVO-REJEICAO
           ELSE
               IF NOT MLT-SIT-ATIVA AND NOT MLT-SIT-INATIVA
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'SITUACAO INVALIDA' TO WS-MOTIVO-REJEICAO
               ELSE
                   IF MLT-PAI = MLT-CODIGO
                       MOVE 'N' TO WS-MOV-VALIDO
                       MOVE 'LOTACAO-PAI IGUAL AO CODIGO'
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

       3200-APLICAR-MOVTO.
           IF MLT-INCLUSAO
               PERFORM 3210-INCLUIR-LOTACAO
           ELSE
               IF MLT-ALTERACAO
                   PERFORM 3220-ALTERAR-LOTACAO
               ELSE
                   PERFORM 3230-EXCLUIR-LOTACAO
               END-IF
           END-IF.

       3210-INCLUIR-LOTACAO.
           PERFORM 3300-VALIDAR-HIERARQUIA
           IF NOT MOV-VALIDO
               PERFORM 3400-GRAVAR-REJEITADO
           ELSE
               PERFORM 3240-MONTAR-REGISTRO-LOTACAO
               WRITE REG-LOTACAO
                   INVALID KEY
                       MOVE 'LOTACAO JA CADASTRADA'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM 3400-GRAVAR-REJEITADO
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-INCLUIDOS
                       PERFORM 3350-GRAVAR-APLICADO
               END-WRITE
           END-IF.

       3220-ALTERAR-LOTACAO.
           MOVE MLT-CODIGO TO LOT-CODIGO
           READ CALCIDADE-LOTACOES
               KEY IS LOT-CODIGO
               INVALID KEY
                   MOVE 'LOTACAO NAO CADASTRADA' TO WS-MOTIVO-REJEICAO
                   PERFORM 3400-GRAVAR-REJEITADO
               NOT INVALID KEY
                   PERFORM 3225-REGRAVAR-LOTACAO
           END-READ.

      ******************************************************************
      * As validacoes de hierarquia leem outras lotacoes e reutilizam
      * a area do registro; o registro e remontado do movimento antes
      * da regravacao.
      ******************************************************************
       3225-REGRAVAR-LOTACAO.
           PERFORM 3300-VALIDAR-HIERARQUIA
           IF MOV-VALIDO AND MLT-SIT-INATIVA
               PERFORM 3320-CONTAR-FILHAS
               IF WS-QTD-FILHAS-ATIVAS > 0
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'LOTACAO COM FILHAS ATIVAS'
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           IF NOT MOV-VALIDO
               PERFORM 3400-GRAVAR-REJEITADO
           ELSE
               PERFORM 3240-MONTAR-REGISTRO-LOTACAO
               REWRITE REG-LOTACAO
                   INVALID KEY
                       MOVE 'LOTACAO NAO CADASTRADA'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM 3400-GRAVAR-REJEITADO
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-ALTERADOS
                       PERFORM 3350-GRAVAR-APLICADO
               END-REWRITE
           END-IF.

       3230-EXCLUIR-LOTACAO.
           MOVE MLT-CODIGO TO LOT-CODIGO
           READ CALCIDADE-LOTACOES
               KEY IS LOT-CODIGO
               INVALID KEY
                   MOVE 'LOTACAO NAO CADASTRADA' TO WS-MOTIVO-REJEICAO
                   PERFORM 3400-GRAVAR-REJEITADO
               NOT INVALID KEY
                   PERFORM 3235-APAGAR-LOTACAO
           END-READ.

       3235-APAGAR-LOTACAO.
           PERFORM 3320-CONTAR-FILHAS
           IF WS-QTD-FILHAS > 0
               MOVE 'LOTACAO COM LOTACOES FILHAS' TO WS-MOTIVO-REJEICAO
               PERFORM 3400-GRAVAR-REJEITADO
           ELSE
               PERFORM 3330-VERIFICAR-USO-CADASTRO
               IF LOTACAO-EM-USO
                   MOVE 'LOTACAO EM USO NO CADASTRO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 3400-GRAVAR-REJEITADO
               ELSE
                   MOVE MLT-CODIGO TO LOT-CODIGO
                   DELETE CALCIDADE-LOTACOES
                       INVALID KEY
                           MOVE 'LOTACAO NAO CADASTRADA'
                               TO WS-MOTIVO-REJEICAO
                           PERFORM 3400-GRAVAR-REJEITADO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-EXCLUIDOS
                           PERFORM 3350-GRAVAR-APLICADO
                   END-DELETE
               END-IF
           END-IF.

       3240-MONTAR-REGISTRO-LOTACAO.
           MOVE MLT-CODIGO      TO LOT-CODIGO
           MOVE MLT-DESCRICAO   TO LOT-DESCRICAO
           MOVE MLT-PAI         TO LOT-PAI
           MOVE MLT-RESPONSAVEL TO LOT-RESPONSAVEL
           IF MLT-SIT-INATIVA
               MOVE 'I' TO LOT-SITUACAO
           ELSE
               MOVE 'A' TO LOT-SITUACAO
           END-IF.

      ******************************************************************
      * A lotacao-pai tem de existir e, para receber lotacao ativa,
      * estar ativa. Sobe a cadeia de pais a partir dela para
      * garantir que a propria lotacao nao e ancestral do novo pai
      * (hierarquia circular), ate WS-NIVEL-MAXIMO niveis.
      ******************************************************************
       3300-VALIDAR-HIERARQUIA.
           IF MLT-PAI NOT = SPACES
               MOVE MLT-PAI TO LOT-CODIGO
               READ CALCIDADE-LOTACOES
                   KEY IS LOT-CODIGO
                   INVALID KEY
                       MOVE 'N' TO WS-MOV-VALIDO
                       MOVE 'LOTACAO-PAI NAO CADASTRADA'
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       IF LOT-INATIVA AND MLT-SIT-ATIVA
                           MOVE 'N' TO WS-MOV-VALIDO
                           MOVE 'LOTACAO-PAI INATIVA'
                               TO WS-MOTIVO-REJEICAO
                       ELSE
                           PERFORM 3310-VERIFICAR-CICLO
                       END-IF
               END-READ
           END-IF.

       3310-VERIFICAR-CICLO.
           MOVE 0 TO WS-NIVEL
           MOVE 'N' TO WS-FIM-CADEIA
           PERFORM UNTIL FIM-CADEIA
               IF LOT-PAI = SPACES
                   MOVE 'S' TO WS-FIM-CADEIA
               ELSE
                   IF LOT-PAI = MLT-CODIGO
                       MOVE 'N' TO WS-MOV-VALIDO
                       MOVE 'HIERARQUIA CIRCULAR'
                           TO WS-MOTIVO-REJEICAO
                       MOVE 'S' TO WS-FIM-CADEIA
                   ELSE
                       ADD 1 TO WS-NIVEL
                       IF WS-NIVEL > WS-NIVEL-MAXIMO
                           MOVE 'N' TO WS-MOV-VALIDO
                           MOVE 'HIERARQUIA COM NIVEIS DEMAIS'
                               TO WS-MOTIVO-REJEICAO
                           MOVE 'S' TO WS-FIM-CADEIA
                       ELSE
                           MOVE LOT-PAI TO LOT-CODIGO
                           READ CALCIDADE-LOTACOES
                               KEY IS LOT-CODIGO
                               INVALID KEY
                                   MOVE 'S' TO WS-FIM-CADEIA
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Conta as lotacoes cujo pai e a lotacao do movimento (todas e
      * so as ativas) numa varredura da tabela, que e pequena.
      ******************************************************************
       3320-CONTAR-FILHAS.
           MOVE 0 TO WS-QTD-FILHAS
           MOVE 0 TO WS-QTD-FILHAS-ATIVAS
           MOVE 'N' TO WS-FIM-LOTACOES
           MOVE LOW-VALUES TO LOT-CODIGO
           START CALCIDADE-LOTACOES
               KEY IS NOT LESS THAN LOT-CODIGO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LOTACOES
           END-START
           PERFORM UNTIL FIM-LOTACOES
               READ CALCIDADE-LOTACOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIM-LOTACOES
                   NOT AT END
                       IF LOT-PAI = MLT-CODIGO
                           ADD 1 TO WS-QTD-FILHAS
                           IF LOT-ATIVA
                               ADD 1 TO WS-QTD-FILHAS-ATIVAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * Varre o cadastro procurando pessoa (ativa ou desligada) com a
      * lotacao do movimento; para na primeira encontrada. So roda
      * nas exclusoes, que sao raras.
      ******************************************************************
       3330-VERIFICAR-USO-CADASTRO.
           MOVE 'N' TO WS-LOTACAO-EM-USO
           MOVE 'N' TO WS-FIM-CADASTRO
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
                       IF CAD-LOTACAO = MLT-CODIGO
                           MOVE 'S' TO WS-LOTACAO-EM-USO
                           MOVE 'S' TO WS-FIM-CADASTRO
                       END-IF
               END-READ
           END-PERFORM.

       3350-GRAVAR-APLICADO.
           MOVE MLT-CODIGO   TO WS-REL-CODIGO
           MOVE MLT-OPERACAO TO WS-REL-OPERACAO
           MOVE 'APLICADO'   TO WS-REL-SITUACAO
           MOVE SPACES       TO WS-REL-MOTIVO
           MOVE SPACES TO REG-LOTREL
           MOVE WS-LINHA-RELATO TO LRL-LINHA
           WRITE REG-LOTREL.

       3400-GRAVAR-REJEITADO.
           ADD 1 TO WS-CONT-REJEITADOS
           MOVE MLT-CODIGO          TO WS-REL-CODIGO
           MOVE MLT-OPERACAO        TO WS-REL-OPERACAO
           MOVE 'REJEITADO'         TO WS-REL-SITUACAO
           MOVE WS-MOTIVO-REJEICAO  TO WS-REL-MOTIVO
           MOVE SPACES TO REG-LOTREL
           MOVE WS-LINHA-RELATO TO LRL-LINHA
           WRITE REG-LOTREL.

       5100-OBTER-DATA-SISTEMA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-SISTEMA.

       9000-GRAVAR-TOTAIS.
           MOVE SPACES TO REG-LOTREL
           MOVE '---------------------------------------' TO LRL-LINHA
           WRITE REG-LOTREL
           MOVE SPACES TO REG-LOTREL
           STRING 'MOVIMENTOS LIDOS      : ' DELIMITED BY SIZE
                  WS-CONT-LIDOS              DELIMITED BY SIZE
                  INTO LRL-LINHA
           END-STRING
           WRITE REG-LOTREL
           MOVE SPACES TO REG-LOTREL
           STRING 'LOTACOES INCLUIDAS    : ' DELIMITED BY SIZE
                  WS-CONT-INCLUIDOS          DELIMITED BY SIZE
                  INTO LRL-LINHA
           END-STRING
           WRITE REG-LOTREL
           MOVE SPACES TO REG-LOTREL
           STRING 'LOTACOES ALTERADAS    : ' DELIMITED BY SIZE
                  WS-CONT-ALTERADOS          DELIMITED BY SIZE
                  INTO LRL-LINHA
           END-STRING
           WRITE REG-LOTREL
           MOVE SPACES TO REG-LOTREL
           STRING 'LOTACOES EXCLUIDAS    : ' DELIMITED BY SIZE
                  WS-CONT-EXCLUIDOS          DELIMITED BY SIZE
                  INTO LRL-LINHA
           END-STRING
           WRITE REG-LOTREL
           MOVE SPACES TO REG-LOTREL
           STRING 'MOVIMENTOS REJEITADOS : ' DELIMITED BY SIZE
                  WS-CONT-REJEITADOS         DELIMITED BY SIZE
                  INTO LRL-LINHA
           END-STRING
           WRITE REG-LOTREL
           DISPLAY 'CADLOTA01 - LIDOS ' WS-CONT-LIDOS
               ' REJEITADOS ' WS-CONT-REJEITADOS.
