      *          FUNCAO=ESTORNAR com DATA-ESTORNO=DDMMAAAA, que le o
      *          journal e reverte os movimentos do dia escolhido
      *          (do ultimo para o primeiro), com relatorio proprio
      *          de estornados e rejeitados. Os movimentos 'J', 'K'
      *          e 'L' (ver CALCMVD) mantem o CALCIDADE-DEPENDENTES,
      *          chaveado pelo CPF do titular + sequencia, com a mesma
      *          cobertura de journal e estorno dos titulares; o
      *          titular com dependentes nao pode ser excluido nem
      *          ter a inclusao estornada.
      *          Na aplicacao, inclusao e alteracao de titular exigem
      *          lotacao cadastrada no CALCIDADE-LOTACOES (ver
      *          CALCLOT) e ativa; lotacao inativa so e aceita no
      *          movimento que desliga a pessoa. Inclusao e
      *          alteracao de titular exigem tambem sexo ('M'/'F') e
      *          data de admissao valida, nao anterior ao nascimento,
      *          e tipo de vinculo ('C' CLT, 'A' aprendiz, 'E'
      *          estagiario).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CAD-CPF
               FILE STATUS IS WS-FS-CADASTRO.

           SELECT CALCIDADE-DEPENDENTES ASSIGN TO 'DEPENDEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPD-CHAVE
               FILE STATUS IS WS-FS-DEPENDENTES.

           SELECT CALCIDADE-LOTACOES ASSIGN TO 'LOTACOES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CODIGO
               FILE STATUS IS WS-FS-LOTACOES.

           SELECT CADMANU-RELATO ASSIGN TO 'RELATO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATO.
       FD  CADMANU-MOVTOS
           RECORDING MODE IS F.
           COPY CALCMOV.
           COPY CALCMVD.

       FD  CALCIDADE-CADASTRO.
           COPY CALCCAD.

       FD  CALCIDADE-DEPENDENTES.
           COPY CALCDPD.

       FD  CALCIDADE-LOTACOES.
           COPY CALCLOT.

       FD  CADMANU-RELATO
           RECORDING MODE IS F.
           COPY CALCMRL.
       01  WS-FS-MOVTOS                 PIC X(02).
       01  WS-FS-CADASTRO               PIC X(02).
           88  CADASTRO-OK              VALUE '00'.
       01  WS-FS-DEPENDENTES            PIC X(02).
           88  DEPENDENTES-OK           VALUE '00'.
       01  WS-FS-LOTACOES               PIC X(02).
           88  LOTACOES-OK              VALUE '00'.
       01  WS-FS-RELATO                 PIC X(02).
       01  WS-FS-JOURNAL                PIC X(02).
       01  WS-FS-PARM                   PIC X(02).
       01  WS-CONT-ALTERADOS            PIC 9(06) VALUE 0.
       01  WS-CONT-EXCLUIDOS            PIC 9(06) VALUE 0.
       01  WS-CONT-REJEITADOS           PIC 9(06) VALUE 0.
       01  WS-CONT-DPD-INCLUIDOS        PIC 9(06) VALUE 0.
       01  WS-CONT-DPD-ALTERADOS        PIC 9(06) VALUE 0.
       01  WS-CONT-DPD-EXCLUIDOS        PIC 9(06) VALUE 0.
       01  WS-TEM-DEPENDENTES           PIC X(01).
           88  TITULAR-TEM-DEPENDENTES  VALUE 'S'.
       01  WS-CPF-TITULAR-VERIF         PIC 9(11).

       01  WS-IMAGEM-ANTES.
           05  WS-ANT-NOME              PIC X(30).
           05  WS-ANT-SITUACAO          PIC X(01).
           05  WS-ANT-DATA-DESLIG       PIC X(08).
           05  WS-ANT-LOTACAO           PIC X(08).
           05  WS-ANT-SEXO              PIC X(01).
           05  WS-ANT-DATA-ADMISSAO     PIC X(08).
           05  WS-ANT-TIPO-VINCULO      PIC X(01).
       01  WS-IMAGEM-ANTES-DPD REDEFINES WS-IMAGEM-ANTES.
           05  WS-ANT-DPD-SEQ           PIC X(02).
           05  WS-ANT-DPD-NOME          PIC X(30).
           05  WS-ANT-DPD-CPF           PIC X(11).
           05  WS-ANT-DPD-NASC          PIC X(08).
           05  WS-ANT-DPD-PARENT        PIC X(01).
           05  WS-ANT-DPD-UNIV          PIC X(01).
           05  FILLER                   PIC X(12).
       01  WS-IMAGEM-DEPOIS.
           05  WS-DEP-NOME              PIC X(30).
           05  WS-DEP-NASCIMENTO        PIC X(08).
           05  WS-DEP-SITUACAO          PIC X(01).
           05  WS-DEP-DATA-DESLIG       PIC X(08).
           05  WS-DEP-LOTACAO           PIC X(08).
           05  WS-DEP-SEXO              PIC X(01).
           05  WS-DEP-DATA-ADMISSAO     PIC X(08).
           05  WS-DEP-TIPO-VINCULO      PIC X(01).
       01  WS-IMAGEM-DEPOIS-DPD REDEFINES WS-IMAGEM-DEPOIS.
           05  WS-DEP-DPD-SEQ           PIC X(02).
           05  WS-DEP-DPD-NOME          PIC X(30).
           05  WS-DEP-DPD-CPF           PIC X(11).
           05  WS-DEP-DPD-NASC          PIC X(08).
           05  WS-DEP-DPD-PARENT        PIC X(01).
           05  WS-DEP-DPD-UNIV          PIC X(01).
           05  FILLER                   PIC X(12).

       01  WS-FIM-JOURNAL               PIC X(01) VALUE 'N'.
           88  FIM-JOURNAL              VALUE 'S'.
           88  TAB-EST-CHEIA            VALUE 'S'.
       01  WS-TABELA-ESTORNO.
           05  WS-TAB-EST               OCCURS 5000 TIMES
                                         PIC X(156).
       01  WS-CONT-ESTORNADOS           PIC 9(06) VALUE 0.
       01  WS-CONT-EST-REJEITADOS       PIC 9(06) VALUE 0.

           05  FILLER                    PIC X(13).
       01  WS-ANO-MINIMO                PIC 9(04) VALUE 1900.
       01  WS-ANO-MAXIMO                PIC 9(04).
       01  WS-NASC-AAAAMMDD             PIC 9(08).
       01  WS-ADM-AAAAMMDD              PIC 9(08).

       COPY CALCCPFW.

       0100-PROCESSAR-MOVIMENTOS.
           PERFORM 1000-ABRIR-ARQUIVOS
           IF CADASTRO-OK AND WS-FS-MOVTOS = '00'
                          AND DEPENDENTES-OK
                          AND LOTACOES-OK
                          AND WS-FS-RELATO = '00'
                          AND WS-FS-JOURNAL = '00'
               PERFORM 2000-GRAVAR-CABECALHO
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN I-O CALCIDADE-DEPENDENTES
           IF WS-FS-DEPENDENTES = '35'
               OPEN OUTPUT CALCIDADE-DEPENDENTES
               IF DEPENDENTES-OK
                   CLOSE CALCIDADE-DEPENDENTES
                   OPEN I-O CALCIDADE-DEPENDENTES
               END-IF
           END-IF
           IF NOT DEPENDENTES-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-DEPENDENTES. FS='
                   WS-FS-DEPENDENTES
           END-IF
           OPEN INPUT CALCIDADE-LOTACOES
           IF NOT LOTACOES-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-LOTACOES. FS='
                   WS-FS-LOTACOES
           END-IF
           OPEN OUTPUT CADMANU-RELATO
           IF WS-FS-RELATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADMANU-RELATO. FS='
           IF CADASTRO-OK
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF DEPENDENTES-OK
               CLOSE CALCIDADE-DEPENDENTES
           END-IF
           IF LOTACOES-OK OR WS-FS-LOTACOES = '23'
               CLOSE CALCIDADE-LOTACOES
           END-IF
           IF WS-FS-RELATO = '00'
               CLOSE CADMANU-RELATO
           END-IF
       3150-VALIDAR-MOVTO.
           MOVE 'S' TO WS-MOV-VALIDO
           MOVE SPACES TO WS-MOTIVO-REJEICAO
           IF MVD-MOVTO-DEPENDENTE
               PERFORM 3180-VALIDAR-MOVTO-DEPEND
           ELSE
               IF NOT MOV-INCLUSAO AND NOT MOV-ALTERACAO
                                    AND NOT MOV-EXCLUSAO
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'OPERACAO INVALIDA' TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE MOV-CPF TO WS-CPF-VALIDAR
                   PERFORM 5200-VALIDAR-CPF
                   IF NOT CPF-VALIDO
                       MOVE 'N' TO WS-MOV-VALIDO
                       MOVE 'CPF COM DIGITO INVALIDO'
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF NOT MOV-EXCLUSAO
                           PERFORM 3160-VALIDAR-NASCIMENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF
           IF MOV-VALIDO
               PERFORM 3172-VALIDAR-SEXO-ADMISSAO
           END-IF
           IF MOV-VALIDO
               PERFORM 3173-VALIDAR-VINCULO
           END-IF
           IF MOV-VALIDO
               PERFORM 3175-VALIDAR-LOTACAO
           END-IF.

      ******************************************************************
      * Sexo e data de admissao alimentam a projecao de aposentadoria:
      * o sexo tem de ser 'M' ou 'F' e a admissao uma data valida,
      * nao anterior ao nascimento.
      ******************************************************************
       3172-VALIDAR-SEXO-ADMISSAO.
           IF NOT MOV-SEXO-VALIDO
               MOVE 'N' TO WS-MOV-VALIDO
               MOVE 'SEXO INVALIDO' TO WS-MOTIVO-REJEICAO
           ELSE
               IF MOV-DATA-ADMISSAO NOT NUMERIC
                       OR MOV-ADM-ANO < WS-ANO-MINIMO
                       OR MOV-ADM-ANO > WS-ANO-MAXIMO
                       OR MOV-ADM-MES < 1 OR MOV-ADM-MES > 12
                       OR MOV-ADM-DIA < 1 OR MOV-ADM-DIA > 31
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'DATA DE ADMISSAO INVALIDA'
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   COMPUTE WS-NASC-AAAAMMDD = MOV-NASC-ANO * 10000
                                            + MOV-NASC-MES * 100
                                            + MOV-NASC-DIA
                   COMPUTE WS-ADM-AAAAMMDD = MOV-ADM-ANO * 10000
                                           + MOV-ADM-MES * 100
                                           + MOV-ADM-DIA
                   IF WS-ADM-AAAAMMDD < WS-NASC-AAAAMMDD
                       MOVE 'N' TO WS-MOV-VALIDO
                       MOVE 'ADMISSAO ANTES DO NASCIMENTO'
                           TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * O tipo de vinculo alimenta a verificacao de trabalho de
      * menores e aprendizes (CALCMENO01): 'C' CLT, 'A' aprendiz ou
      * 'E' estagiario.
      ******************************************************************
       3173-VALIDAR-VINCULO.
           IF NOT MOV-VINCULO-VALIDO
               MOVE 'N' TO WS-MOV-VALIDO
               MOVE 'TIPO DE VINCULO INVALIDO' TO WS-MOTIVO-REJEICAO
           END-IF.

      ******************************************************************
      * A lotacao do movimento tem de estar no CALCIDADE-LOTACOES e
      * ativa; o desligamento e aceito em lotacao ja inativada.
      ******************************************************************
       3175-VALIDAR-LOTACAO.
           MOVE MOV-LOTACAO TO LOT-CODIGO
           READ CALCIDADE-LOTACOES
               KEY IS LOT-CODIGO
               INVALID KEY
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'LOTACAO NAO CADASTRADA' TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   IF LOT-INATIVA AND NOT MOV-SIT-DESLIGADO
                       MOVE 'N' TO WS-MOV-VALIDO
                       MOVE 'LOTACAO INATIVA' TO WS-MOTIVO-REJEICAO
                   END-IF
           END-READ.

      ******************************************************************
      * Movimentos de dependente (ver CALCMVD): chave CPF do titular +
      * sequencia. Na exclusao so a chave e conferida; nos demais o
      * CPF do dependente, o nascimento, o parentesco e o indicador
      * de universitario.
      ******************************************************************
       3180-VALIDAR-MOVTO-DEPEND.
           MOVE MVD-CPF-TITULAR TO WS-CPF-VALIDAR
           PERFORM 5200-VALIDAR-CPF
           IF NOT CPF-VALIDO
               MOVE 'N' TO WS-MOV-VALIDO
               MOVE 'CPF DO TITULAR INVALIDO' TO WS-MOTIVO-REJEICAO
           ELSE
               IF MVD-SEQ NOT NUMERIC OR MVD-SEQ = 0
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'SEQ. DE DEPENDENTE INVALIDA'
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   IF NOT MVD-EXCLUSAO
                       PERFORM 3185-VALIDAR-DADOS-DEPEND
                   END-IF
               END-IF
           END-IF.

       3185-VALIDAR-DADOS-DEPEND.
           MOVE MVD-CPF TO WS-CPF-VALIDAR
           PERFORM 5200-VALIDAR-CPF
           IF NOT CPF-VALIDO
               MOVE 'N' TO WS-MOV-VALIDO
               MOVE 'CPF DO DEPENDENTE INVALIDO' TO WS-MOTIVO-REJEICAO
           ELSE
               IF MVD-CPF = MVD-CPF-TITULAR
                   MOVE 'N' TO WS-MOV-VALIDO
                   MOVE 'DEPENDENTE COM CPF DO TITULAR'
                       TO WS-MOTIVO-REJEICAO
               ELSE
                   IF MVD-NASC-ANO < WS-ANO-MINIMO
                           OR MVD-NASC-ANO > WS-ANO-MAXIMO
                           OR MVD-NASC-MES < 1 OR MVD-NASC-MES > 12
                           OR MVD-NASC-DIA < 1 OR MVD-NASC-DIA > 31
                       MOVE 'N' TO WS-MOV-VALIDO
                       MOVE 'NASC. DO DEPENDENTE INVALIDO'
                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       IF NOT MVD-PARENTESCO-VALIDO
                           MOVE 'N' TO WS-MOV-VALIDO
                           MOVE 'PARENTESCO INVALIDO'
                               TO WS-MOTIVO-REJEICAO
                       ELSE
                           IF NOT MVD-UNIV-VALIDO
                               MOVE 'N' TO WS-MOV-VALIDO
                               MOVE 'UNIVERSITARIO INVALIDO'
                                   TO WS-MOTIVO-REJEICAO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3200-APLICAR-MOVTO.
           IF MVD-MOVTO-DEPENDENTE
               PERFORM 3500-APLICAR-MOVTO-DEPEND
           ELSE
               IF MOV-INCLUSAO
                   PERFORM 3210-INCLUIR-CADASTRO
               ELSE
                   IF MOV-ALTERACAO
                       PERFORM 3220-ALTERAR-CADASTRO
                   ELSE
                       PERFORM 3230-EXCLUIR-CADASTRO
                   END-IF
               END-IF
           END-IF.

               MOVE 'A' TO CAD-SITUACAO
               MOVE ZEROS TO CAD-DATA-DESLIG
           END-IF
           MOVE MOV-LOTACAO    TO CAD-LOTACAO
           MOVE MOV-SEXO       TO CAD-SEXO
           MOVE MOV-DATA-ADMISSAO TO CAD-DATA-ADMISSAO
           MOVE MOV-TIPO-VINCULO TO CAD-TIPO-VINCULO.

       3245-CAPTURAR-IMAGEM-ANTES.
           MOVE CAD-NOME        TO WS-ANT-NOME
           MOVE CAD-NASCIMENTO  TO WS-ANT-NASCIMENTO
           MOVE CAD-SITUACAO    TO WS-ANT-SITUACAO
           MOVE CAD-DATA-DESLIG TO WS-ANT-DATA-DESLIG
           MOVE CAD-LOTACAO     TO WS-ANT-LOTACAO
           MOVE CAD-SEXO        TO WS-ANT-SEXO
           MOVE CAD-DATA-ADMISSAO TO WS-ANT-DATA-ADMISSAO
           MOVE CAD-TIPO-VINCULO TO WS-ANT-TIPO-VINCULO.

       3246-CAPTURAR-IMAGEM-DEPOIS.
           MOVE CAD-NOME        TO WS-DEP-NOME
           MOVE CAD-NASCIMENTO  TO WS-DEP-NASCIMENTO
           MOVE CAD-SITUACAO    TO WS-DEP-SITUACAO
           MOVE CAD-DATA-DESLIG TO WS-DEP-DATA-DESLIG
           MOVE CAD-LOTACAO     TO WS-DEP-LOTACAO
           MOVE CAD-SEXO        TO WS-DEP-SEXO
           MOVE CAD-DATA-ADMISSAO TO WS-DEP-DATA-ADMISSAO
           MOVE CAD-TIPO-VINCULO TO WS-DEP-TIPO-VINCULO.

       3350-GRAVAR-JOURNAL.
           PERFORM 5100-OBTER-DATA-SISTEMA
                   MOVE 'CPF NAO CADASTRADO' TO WS-MOTIVO-REJEICAO
                   PERFORM 3400-GRAVAR-REJEITADO
               NOT INVALID KEY
                   MOVE MOV-CPF TO WS-CPF-TITULAR-VERIF
                   PERFORM 3235-VERIFICAR-DEPENDENTES
                   IF TITULAR-TEM-DEPENDENTES
                       MOVE 'TITULAR POSSUI DEPENDENTES'
                           TO WS-MOTIVO-REJEICAO
                       PERFORM 3400-GRAVAR-REJEITADO
                   ELSE
                       PERFORM 3245-CAPTURAR-IMAGEM-ANTES
                       MOVE SPACES TO WS-IMAGEM-DEPOIS
                       DELETE CALCIDADE-CADASTRO
                           INVALID KEY
                               MOVE 'CPF NAO CADASTRADO'
                                   TO WS-MOTIVO-REJEICAO
                               PERFORM 3400-GRAVAR-REJEITADO
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT-EXCLUIDOS
                               PERFORM 3350-GRAVAR-JOURNAL
                               PERFORM 3300-GRAVAR-APLICADO
                       END-DELETE
                   END-IF
           END-READ.

      ******************************************************************
      * Titular em WS-CPF-TITULAR-VERIF; serve a aplicacao e ao
      * estorno.
      ******************************************************************
       3235-VERIFICAR-DEPENDENTES.
           MOVE 'N' TO WS-TEM-DEPENDENTES
           MOVE WS-CPF-TITULAR-VERIF TO DPD-CPF-TITULAR
           MOVE 0       TO DPD-SEQ
           START CALCIDADE-DEPENDENTES
               KEY IS NOT LESS THAN DPD-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CALCIDADE-DEPENDENTES NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DPD-CPF-TITULAR = WS-CPF-TITULAR-VERIF
                               MOVE 'S' TO WS-TEM-DEPENDENTES
                           END-IF
                   END-READ
           END-START.

       3300-GRAVAR-APLICADO.
           MOVE MOV-CPF      TO WS-REL-CPF
           MOVE MOV-OPERACAO TO WS-REL-OPERACAO
           MOVE 'APLICADO'   TO WS-REL-SITUACAO
           MOVE SPACES       TO WS-REL-MOTIVO
           IF MVD-MOVTO-DEPENDENTE
               STRING 'DEPENDENTE SEQ ' DELIMITED BY SIZE
                      MVD-SEQ           DELIMITED BY SIZE
                      INTO WS-REL-MOTIVO
               END-STRING
           END-IF
           MOVE SPACES TO REG-RELATO
           MOVE WS-LINHA-RELATO TO REL-LINHA
           WRITE REG-RELATO.
           MOVE WS-LINHA-RELATO TO REL-LINHA
           WRITE REG-RELATO.

       3500-APLICAR-MOVTO-DEPEND.
           IF MVD-INCLUSAO
               PERFORM 3510-INCLUIR-DEPENDENTE
           ELSE
               IF MVD-ALTERACAO
                   PERFORM 3520-ALTERAR-DEPENDENTE
               ELSE
                   PERFORM 3530-EXCLUIR-DEPENDENTE
               END-IF
           END-IF.

       3510-INCLUIR-DEPENDENTE.
           MOVE MVD-CPF-TITULAR TO CAD-CPF
           READ CALCIDADE-CADASTRO
               KEY IS CAD-CPF
               INVALID KEY
                   MOVE 'TITULAR NAO CADASTRADO' TO WS-MOTIVO-REJEICAO
                   PERFORM 3400-GRAVAR-REJEITADO
               NOT INVALID KEY
                   MOVE SPACES TO WS-IMAGEM-ANTES
                   PERFORM 3540-MONTAR-REGISTRO-DEPEND
                   WRITE REG-DEPENDENTE
                       INVALID KEY
                           MOVE 'DEPENDENTE JA CADASTRADO'
                               TO WS-MOTIVO-REJEICAO
                           PERFORM 3400-GRAVAR-REJEITADO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-DPD-INCLUIDOS
                           PERFORM 3546-CAPTURAR-DEPEND-DEPOIS
                           PERFORM 3350-GRAVAR-JOURNAL
                           PERFORM 3300-GRAVAR-APLICADO
                   END-WRITE
           END-READ.

       3520-ALTERAR-DEPENDENTE.
           MOVE MVD-CPF-TITULAR TO DPD-CPF-TITULAR
           MOVE MVD-SEQ         TO DPD-SEQ
           READ CALCIDADE-DEPENDENTES
               KEY IS DPD-CHAVE
               INVALID KEY
                   MOVE 'DEPENDENTE NAO CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 3400-GRAVAR-REJEITADO
               NOT INVALID KEY
                   PERFORM 3545-CAPTURAR-DEPEND-ANTES
                   PERFORM 3540-MONTAR-REGISTRO-DEPEND
                   REWRITE REG-DEPENDENTE
                       INVALID KEY
                           MOVE 'DEPENDENTE NAO CADASTRADO'
                               TO WS-MOTIVO-REJEICAO
                           PERFORM 3400-GRAVAR-REJEITADO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-DPD-ALTERADOS
                           PERFORM 3546-CAPTURAR-DEPEND-DEPOIS
                           PERFORM 3350-GRAVAR-JOURNAL
                           PERFORM 3300-GRAVAR-APLICADO
                   END-REWRITE
           END-READ.

       3530-EXCLUIR-DEPENDENTE.
           MOVE MVD-CPF-TITULAR TO DPD-CPF-TITULAR
           MOVE MVD-SEQ         TO DPD-SEQ
           READ CALCIDADE-DEPENDENTES
               KEY IS DPD-CHAVE
               INVALID KEY
                   MOVE 'DEPENDENTE NAO CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 3400-GRAVAR-REJEITADO
               NOT INVALID KEY
                   PERFORM 3545-CAPTURAR-DEPEND-ANTES
                   MOVE SPACES TO WS-IMAGEM-DEPOIS
                   DELETE CALCIDADE-DEPENDENTES
                       INVALID KEY
                           MOVE 'DEPENDENTE NAO CADASTRADO'
                               TO WS-MOTIVO-REJEICAO
                           PERFORM 3400-GRAVAR-REJEITADO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-DPD-EXCLUIDOS
                           PERFORM 3350-GRAVAR-JOURNAL
                           PERFORM 3300-GRAVAR-APLICADO
                   END-DELETE
           END-READ.

       3540-MONTAR-REGISTRO-DEPEND.
           MOVE MVD-CPF-TITULAR  TO DPD-CPF-TITULAR
           MOVE MVD-SEQ          TO DPD-SEQ
           MOVE MVD-NOME         TO DPD-NOME
           MOVE MVD-CPF          TO DPD-CPF
           MOVE MVD-NASCIMENTO   TO DPD-NASCIMENTO
           MOVE MVD-PARENTESCO   TO DPD-PARENTESCO
           IF MVD-UNIVERSITARIO = 'S'
               MOVE 'S' TO DPD-UNIVERSITARIO
           ELSE
               MOVE 'N' TO DPD-UNIVERSITARIO
           END-IF.

       3545-CAPTURAR-DEPEND-ANTES.
           MOVE SPACES            TO WS-IMAGEM-ANTES
           MOVE DPD-SEQ           TO WS-ANT-DPD-SEQ
           MOVE DPD-NOME          TO WS-ANT-DPD-NOME
           MOVE DPD-CPF           TO WS-ANT-DPD-CPF
           MOVE DPD-NASCIMENTO    TO WS-ANT-DPD-NASC
           MOVE DPD-PARENTESCO    TO WS-ANT-DPD-PARENT
           MOVE DPD-UNIVERSITARIO TO WS-ANT-DPD-UNIV.

       3546-CAPTURAR-DEPEND-DEPOIS.
           MOVE SPACES            TO WS-IMAGEM-DEPOIS
           MOVE DPD-SEQ           TO WS-DEP-DPD-SEQ
           MOVE DPD-NOME          TO WS-DEP-DPD-NOME
           MOVE DPD-CPF           TO WS-DEP-DPD-CPF
           MOVE DPD-NASCIMENTO    TO WS-DEP-DPD-NASC
           MOVE DPD-PARENTESCO    TO WS-DEP-DPD-PARENT
           MOVE DPD-UNIVERSITARIO TO WS-DEP-DPD-UNIV.

      ******************************************************************
      * Estorno: le o journal, guarda os movimentos do dia escolhido
      * e os reverte do ultimo para o primeiro, para que um CPF com
      * mais de um movimento no dia volte ao estado anterior ao
      * primeiro deles. Inclusao e revertida com exclusao, alteracao
      * regravando a imagem ANTES, exclusao regravando o registro
      * apagado; os movimentos de dependente seguem a mesma regra
      * no CALCIDADE-DEPENDENTES. Nada e estornado quando o journal
      * do dia nao cabe na tabela.
      ******************************************************************
       6000-PROCESSAR-ESTORNO.
           PERFORM 6100-ABRIR-ARQUIVOS-ESTORNO
           IF CADASTRO-OK AND WS-FS-JOURNAL = '00'
                          AND DEPENDENTES-OK
                          AND WS-FS-RELATO = '00'
               PERFORM 6200-GRAVAR-CABECALHO-EST
               PERFORM 6300-CARREGAR-JOURNAL-DO-DIA
               DISPLAY 'ERRO AO ABRIR CALCIDADE-CADASTRO. FS='
                   WS-FS-CADASTRO
           END-IF
           OPEN I-O CALCIDADE-DEPENDENTES
           IF NOT DEPENDENTES-OK
               DISPLAY 'ERRO AO ABRIR CALCIDADE-DEPENDENTES. FS='
                   WS-FS-DEPENDENTES
           END-IF
           OPEN OUTPUT CADMANU-RELATO
           IF WS-FS-RELATO NOT = '00'
               DISPLAY 'ERRO AO ABRIR CADMANU-RELATO. FS='
           IF CADASTRO-OK
               CLOSE CALCIDADE-CADASTRO
           END-IF
           IF DEPENDENTES-OK
               CLOSE CALCIDADE-DEPENDENTES
           END-IF
           IF WS-FS-RELATO = '00'
               CLOSE CADMANU-RELATO
           END-IF.
           END-PERFORM.

       6500-ESTORNAR-UM-MOVIMENTO.
           IF JRN-MOVTO-DEPENDENTE
               PERFORM 6560-ESTORNAR-MOVTO-DEPEND
           ELSE
               IF JRN-INCLUSAO
                   PERFORM 6510-ESTORNAR-INCLUSAO
               ELSE
                   IF JRN-ALTERACAO
                       PERFORM 6520-ESTORNAR-ALTERACAO
                   ELSE
                       PERFORM 6530-ESTORNAR-EXCLUSAO
                   END-IF
               END-IF
           END-IF.

       6510-ESTORNAR-INCLUSAO.
           MOVE JRN-CPF TO WS-CPF-TITULAR-VERIF
           PERFORM 3235-VERIFICAR-DEPENDENTES
           IF TITULAR-TEM-DEPENDENTES
               MOVE 'TITULAR POSSUI DEPENDENTES' TO WS-MOTIVO-REJEICAO
               PERFORM 6700-GRAVAR-EST-REJEITADO
           ELSE
               MOVE JRN-CPF TO CAD-CPF
               DELETE CALCIDADE-CADASTRO
                   INVALID KEY
                       MOVE 'CPF NAO CADASTRADO' TO WS-MOTIVO-REJEICAO
                       PERFORM 6700-GRAVAR-EST-REJEITADO
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-ESTORNADOS
                       PERFORM 6600-GRAVAR-ESTORNADO
               END-DELETE
           END-IF.

       6520-ESTORNAR-ALTERACAO.
           MOVE JRN-CPF TO CAD-CPF
           MOVE JRN-ANT-NASCIMENTO  TO CAD-NASCIMENTO
           MOVE JRN-ANT-SITUACAO    TO CAD-SITUACAO
           MOVE JRN-ANT-DATA-DESLIG TO CAD-DATA-DESLIG
           MOVE JRN-ANT-LOTACAO     TO CAD-LOTACAO
           MOVE JRN-ANT-SEXO        TO CAD-SEXO
           MOVE JRN-ANT-DATA-ADMISSAO TO CAD-DATA-ADMISSAO
           MOVE JRN-ANT-TIPO-VINCULO TO CAD-TIPO-VINCULO.

       6560-ESTORNAR-MOVTO-DEPEND.
           IF JRN-INCLUSAO-DPD
               PERFORM 6570-ESTORNAR-INCLUSAO-DPD
           ELSE
               IF JRN-ALTERACAO-DPD
                   PERFORM 6575-ESTORNAR-ALTERACAO-DPD
               ELSE
                   PERFORM 6580-ESTORNAR-EXCLUSAO-DPD
               END-IF
           END-IF.

       6570-ESTORNAR-INCLUSAO-DPD.
           MOVE JRN-CPF         TO DPD-CPF-TITULAR
           MOVE JRN-DEP-DPD-SEQ TO DPD-SEQ
           DELETE CALCIDADE-DEPENDENTES
               INVALID KEY
                   MOVE 'DEPENDENTE NAO CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 6700-GRAVAR-EST-REJEITADO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ESTORNADOS
                   PERFORM 6600-GRAVAR-ESTORNADO
           END-DELETE.

       6575-ESTORNAR-ALTERACAO-DPD.
           MOVE JRN-CPF         TO DPD-CPF-TITULAR
           MOVE JRN-ANT-DPD-SEQ TO DPD-SEQ
           READ CALCIDADE-DEPENDENTES
               KEY IS DPD-CHAVE
               INVALID KEY
                   MOVE 'DEPENDENTE NAO CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 6700-GRAVAR-EST-REJEITADO
               NOT INVALID KEY
                   PERFORM 6590-RESTAURAR-DEPEND-ANTES
                   REWRITE REG-DEPENDENTE
                       INVALID KEY
                           MOVE 'DEPENDENTE NAO CADASTRADO'
                               TO WS-MOTIVO-REJEICAO
                           PERFORM 6700-GRAVAR-EST-REJEITADO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-ESTORNADOS
                           PERFORM 6600-GRAVAR-ESTORNADO
                   END-REWRITE
           END-READ.

       6580-ESTORNAR-EXCLUSAO-DPD.
           PERFORM 6590-RESTAURAR-DEPEND-ANTES
           WRITE REG-DEPENDENTE
               INVALID KEY
                   MOVE 'DEPENDENTE JA CADASTRADO'
                       TO WS-MOTIVO-REJEICAO
                   PERFORM 6700-GRAVAR-EST-REJEITADO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ESTORNADOS
                   PERFORM 6600-GRAVAR-ESTORNADO
           END-WRITE.

       6590-RESTAURAR-DEPEND-ANTES.
           MOVE JRN-CPF            TO DPD-CPF-TITULAR
           MOVE JRN-ANT-DPD-SEQ    TO DPD-SEQ
           MOVE JRN-ANT-DPD-NOME   TO DPD-NOME
           MOVE JRN-ANT-DPD-CPF    TO DPD-CPF
           MOVE JRN-ANT-DPD-NASC   TO DPD-NASCIMENTO
           MOVE JRN-ANT-DPD-PARENT TO DPD-PARENTESCO
           MOVE JRN-ANT-DPD-UNIV   TO DPD-UNIVERSITARIO.

       6600-GRAVAR-ESTORNADO.
           MOVE JRN-CPF      TO WS-REL-CPF
           END-STRING
           WRITE REG-RELATO
           MOVE SPACES TO REG-RELATO
           STRING 'DEPENDENTES INCLUIDOS : ' DELIMITED BY SIZE
                  WS-CONT-DPD-INCLUIDOS      DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING
           WRITE REG-RELATO
           MOVE SPACES TO REG-RELATO
           STRING 'DEPENDENTES ALTERADOS : ' DELIMITED BY SIZE
                  WS-CONT-DPD-ALTERADOS      DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING
           WRITE REG-RELATO
           MOVE SPACES TO REG-RELATO
           STRING 'DEPENDENTES EXCLUIDOS : ' DELIMITED BY SIZE
                  WS-CONT-DPD-EXCLUIDOS      DELIMITED BY SIZE
                  INTO REL-LINHA
           END-STRING
           WRITE REG-RELATO
           MOVE SPACES TO REG-RELATO
           STRING 'MOVIMENTOS REJEITADOS : ' DELIMITED BY SIZE
                  WS-CONT-REJEITADOS         DELIMITED BY SIZE
                  INTO REL-LINHA
