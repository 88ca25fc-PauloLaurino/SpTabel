      ******************************************************************
      *  PROGRAMA: ASST0150C - VERIFICACAO DA CADEIA DE AUDITORIA      *
      *  OBJETIVO: Provar que o log de auditoria do ASST0010C nao foi  *
      *            editado: percorre, em ordem, os logs fechados pelo  *
      *            ASST0050C no arquivo morto (linhas CADEIA dos       *
      *            manifestos) e o log corrente, recalcula o digest    *
      *            encadeado de cada linha (9500 do ASST0010C) e       *
      *            aponta:                                             *
      *            ALTERADA   digest da linha nao confere              *
      *            LACUNA     sequencias ausentes (linhas removidas)   *
      *            QUEBRA     sequencia repetida ou fora de ordem      *
      *            SEM CADEIA linha sem sequencia/digest depois do     *
      *                       inicio da cadeia (linha intercalada)     *
      *            FORA DA CADEIA linha gravada sem o bloqueio do      *
      *                       estado (sequencia zero)                  *
      *            FECHO DIVERGENTE log arquivado cujo fim nao bate    *
      *                       com a linha CADEIA do manifesto          *
      *            AUSENTE    log arquivado nao encontrado             *
      *            ESTADO DIVERGENTE fim do log corrente nao bate com  *
      *                       o estado da cadeia do ASST0010C (linhas  *
      *                       removidas do fim do log)                 *
      *  ENTRADA:  ASST0150_LOG_PATH log corrente (padrao              *
      *            ASST0010_AUDITORIA.LOG); ASST0150_SEQ_PATH estado   *
      *            da cadeia (padrao ASST0010_AUDITORIA.SEQ); raiz do  *
      *            arquivo morto em ASST0150_DIR_ARQUIVO ou, na falta, *
      *            EXPURGO-DIR-ARQUIVO do ASST0050.CFG (sem arquivo    *
      *            morto, so o log corrente e conferido).              *
      *  SAIDA:    ASST0150_CADEIA.TXT (ou ASST0150_REL_PATH).         *
      *            RETURN-CODE 0 (cadeia integra), 8 (problema na      *
      *            cadeia) ou 16 (relatorio nao criado).               *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - apontamento da
      *                       auditoria externa: o log de auditoria
      *                       podia ser editado no compartilhamento
      *                       sem deixar rastro
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0150C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LOG    ASSIGN TO WS-PATH-LOG-ATUAL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-LOG.

           SELECT ARQUIVO-MANIFESTO ASSIGN TO WS-MAN-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-MANIFESTO.

           SELECT ARQUIVO-CONFIG ASSIGN TO WS-CFG-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-CONFIG.

           SELECT ARQUIVO-REL    ASSIGN TO WS-PATH-REL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
      *---- Mesma largura de REG-AUDITORIA gravada pelo ASST0010C
       FD  ARQUIVO-LOG.
       01  REG-LOG                    PIC X(1300).

      *---- Mesma largura de REG-MANIFESTO gravada pelo ASST0050C
       FD  ARQUIVO-MANIFESTO.
       01  REG-MANIFESTO              PIC X(1250).

       FD  ARQUIVO-CONFIG.
       01  REG-CONFIG                 PIC X(200).

       FD  ARQUIVO-REL.
       01  REG-REL                    PIC X(1250).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  PARAMETROS DA VERIFICACAO                                     *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-PATH-LOG            PIC X(500) VALUE SPACES.
           05  WS-PATH-SEQ            PIC X(500) VALUE SPACES.
           05  WS-DIR-ARQUIVO         PIC X(500) VALUE SPACES.
           05  WS-PATH-REL            PIC X(500) VALUE SPACES.

       01  WS-CONFIG-PARSE.
           05  WS-CFG-PATH            PIC X(500) VALUE SPACES.
           05  FS-CONFIG              PIC X(02).
           05  WS-CFG-CHAVE           PIC X(30).
           05  WS-CFG-VALOR           PIC X(200).

       01  WS-FILE-VARS.
           05  WS-PATH-LOG-ATUAL      PIC X(500).
           05  FS-LOG                 PIC X(02).
           05  WS-MAN-PATH            PIC X(500).
           05  FS-MANIFESTO           PIC X(02).
           05  FS-REL                 PIC X(02).

      ******************************************************************
      *  MANIFESTOS ENCONTRADOS NA RAIZ DO ARQUIVO MORTO               *
      *  Mesmo limite do ASST0080C. Ordenados pelo nome, que traz a    *
      *  data da execucao (ASST0050_MANIFESTO_AAAAMMDD.CSV): a ordem   *
      *  dos nomes e a ordem de fechamento dos logs.                   *
      ******************************************************************
       01  WS-MANIFESTOS.
           05  WS-MF-QTD              PIC 9(04) COMP VALUE 0.
           05  WS-MF-IDX              PIC 9(04) COMP.
           05  WS-MF-IDX2             PIC 9(04) COMP.
           05  WS-MF-AUX              PIC X(256).
           05  WS-MF-ITEM OCCURS 2000 TIMES
                                      PIC X(256).

       01  WS-LISTDIR.
           05  WS-LD-OP-OPEN          PIC 9(02) COMP-5 VALUE 1.
           05  WS-LD-OP-NEXT          PIC 9(02) COMP-5 VALUE 2.
           05  WS-LD-OP-CLOSE         PIC 9(02) COMP-5 VALUE 3.
           05  WS-LD-HANDLE           PIC X(08) COMP-5.
           05  WS-LD-PATTERN          PIC X(30) VALUE
               'ASST0050_MANIFESTO_*.CSV'.
           05  WS-LD-NOME             PIC X(256).

      ******************************************************************
      *  CAMPOS DESMONTADOS DE UMA LINHA DO MANIFESTO                  *
      *  Na linha CADEIA: tamanho = ultima sequencia do log fechado,   *
      *  hash = digest dessa linha (3200 do ASST0050C).                *
      ******************************************************************
       01  WS-LINHA-MAN.
           05  WM-ACAO               PIC X(10).
           05  WM-ORIGINAL           PIC X(500).
           05  WM-DESTINO            PIC X(500).
           05  WM-TAMANHO-X          PIC X(12).
           05  WM-HASH-X             PIC X(12).

      ******************************************************************
      *  LOGS FECHADOS, NA ORDEM EM QUE FORAM FECHADOS                 *
      ******************************************************************
       01  WS-LOGS-FECHADOS.
           05  WS-LF-QTD              PIC 9(04) COMP VALUE 0.
           05  WS-LF-IDX              PIC 9(04) COMP.
           05  WS-LF-ENT OCCURS 2000 TIMES.
               10  WS-LF-PATH         PIC X(500).
               10  WS-LF-SEQ          PIC 9(09).
               10  WS-LF-DIGEST       PIC 9(10).

      ******************************************************************
      *  ESTADO DA CONFERENCIA                                         *
      *  WS-VC-INICIADA: ja foi vista a primeira linha encadeada (ou   *
      *  um fecho de manifesto); antes disso, linhas sem sequencia sao *
      *  do periodo anterior a cadeia e nao sao problema.              *
      ******************************************************************
       01  WS-VERIFICACAO.
           05  WS-VC-INICIADA         PIC X(01) VALUE 'N'.
           05  WS-VC-SEQ              PIC 9(09) VALUE 0.
           05  WS-VC-DIGEST           PIC 9(10) COMP VALUE 0.
           05  WS-VC-DIGEST-STR       PIC 9(10).
           05  WS-VC-CALCULADO        PIC 9(10) COMP.
           05  WS-VC-NUM-LINHA        PIC 9(09).
           05  WS-VC-LINHAS-LOG       PIC 9(09).

      *---- Sequencia e digest desmontados do fim da linha
       01  WS-LINHA-CADEIA.
           05  WL-TAM                 PIC 9(04) COMP.
           05  WL-POS-DIG             PIC 9(04) COMP.
           05  WL-POS-SEQ             PIC 9(04) COMP.
           05  WL-ENCADEADA           PIC X(01).
           05  WL-SEQ                 PIC 9(09).
           05  WL-DIGEST              PIC 9(10).
           05  WL-I                   PIC 9(04) COMP.

      ******************************************************************
      *  LEITURA DO ESTADO DA CADEIA (ASST0010_AUDITORIA.SEQ)          *
      *  Mesmo acesso por CBL_OPEN/READ_FILE do 9510 do ASST0010C,     *
      *  aqui somente leitura: sequencia(9) + digest(10) da ultima     *
      *  linha gravada.                                                *
      ******************************************************************
       01  WS-ARQ-STREAM.
           05  WS-AS-HANDLE           PIC 9(08) COMP-5.
           05  WS-AS-OFFSET           PIC X(08) COMP-X.
           05  WS-AS-COUNT            PIC X(04) COMP-X.
           05  WS-AS-FLAGS            PIC X(01) COMP-X VALUE 0.
           05  WS-AS-ACCESS           PIC X(01) COMP-X VALUE 1.
           05  WS-AS-DENY             PIC X(01) COMP-X VALUE 3.
           05  WS-AS-DEVICE           PIC X(01) COMP-X VALUE 0.
           05  WS-AS-RC               PIC 9(08) COMP-5.

       01  WS-ESTADO-CADEIA.
           05  WS-EC-LIDO             PIC X(01).
           05  WS-EC-ESTADO.
               10  WS-EC-SEQ-X        PIC X(09).
               10  WS-EC-DIGEST-X     PIC X(10).
           05  WS-EC-SEQ              PIC 9(09).
           05  WS-EC-DIGEST           PIC 9(10).

      ******************************************************************
      *  INFORMACOES DE ARQUIVO (CBL_CHECK_FILE_EXIST)                 *
      ******************************************************************
           COPY ASSTCFE.

       01  WS-CHECK-RC                PIC 9(08) COMP-5.

       01  WS-PROBLEMA                PIC X(20).
       01  WS-MENSAGEM                PIC X(500).

      ******************************************************************
      *  CONTADORES                                                    *
      *  Sem COMP: entram por STRING no relatorio.                     *
      ******************************************************************
       01  WS-CONTADORES.
           05  WS-TOTAL-LOGS          PIC 9(06) VALUE 0.
           05  WS-TOTAL-LINHAS        PIC 9(09) VALUE 0.
           05  WS-TOTAL-CONFERE       PIC 9(09) VALUE 0.
           05  WS-TOTAL-ANTERIORES    PIC 9(09) VALUE 0.
           05  WS-TOTAL-ALTERADAS     PIC 9(06) VALUE 0.
           05  WS-TOTAL-LACUNAS       PIC 9(06) VALUE 0.
           05  WS-TOTAL-QUEBRAS       PIC 9(06) VALUE 0.
           05  WS-TOTAL-SEM-CADEIA    PIC 9(06) VALUE 0.
           05  WS-TOTAL-FORA          PIC 9(06) VALUE 0.
           05  WS-TOTAL-FECHO-DIV     PIC 9(06) VALUE 0.
           05  WS-TOTAL-AUSENTES      PIC 9(06) VALUE 0.
           05  WS-TOTAL-ESTADO-DIV    PIC 9(06) VALUE 0.
           05  WS-TOTAL-PROBLEMAS     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-VARRER-MANIFESTOS THRU 2000-EXIT
           PERFORM 3000-VERIFICAR-ARQUIVADOS
           PERFORM 3500-VERIFICAR-LOG-CORRENTE
           PERFORM 3600-CONFERIR-ESTADO THRU 3600-EXIT
           PERFORM 9000-FINALIZAR

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      ******************************************************************
       1000-INICIALIZAR.

           ACCEPT WS-PATH-LOG FROM ENVIRONMENT 'ASST0150_LOG_PATH'
           IF FUNCTION TRIM(WS-PATH-LOG) = SPACES
               MOVE 'ASST0010_AUDITORIA.LOG' TO WS-PATH-LOG
           END-IF

           ACCEPT WS-PATH-SEQ FROM ENVIRONMENT 'ASST0150_SEQ_PATH'
           IF FUNCTION TRIM(WS-PATH-SEQ) = SPACES
               MOVE 'ASST0010_AUDITORIA.SEQ' TO WS-PATH-SEQ
           END-IF

           ACCEPT WS-DIR-ARQUIVO FROM ENVIRONMENT
               'ASST0150_DIR_ARQUIVO'

           ACCEPT WS-PATH-REL FROM ENVIRONMENT 'ASST0150_REL_PATH'
           IF FUNCTION TRIM(WS-PATH-REL) = SPACES
               MOVE 'ASST0150_CADEIA.TXT' TO WS-PATH-REL
           END-IF

      *---- Sem variavel de ambiente, a raiz do arquivo morto vem da
      *     mesma configuracao que o expurgo usa (como no ASST0080C)
           IF FUNCTION TRIM(WS-DIR-ARQUIVO) = SPACES
               PERFORM 1100-LER-DIR-EXPURGO THRU 1100-EXIT
           END-IF

           OPEN OUTPUT ARQUIVO-REL
           IF FS-REL NOT = '00'
               DISPLAY 'Erro ao criar relatorio ('
                       FUNCTION TRIM(WS-PATH-REL) '): ' FS-REL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE '==================================================='
             TO REG-REL
           WRITE REG-REL
           MOVE ' VERIFICACAO DA CADEIA DO LOG DE AUDITORIA'
             TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING ' Log corrente : ' FUNCTION TRIM(WS-PATH-LOG)
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           IF FUNCTION TRIM(WS-DIR-ARQUIVO) = SPACES
               MOVE ' Arquivo morto: nao informado (so o log corrente)'
                 TO REG-REL
           ELSE
               STRING ' Arquivo morto: ' FUNCTION TRIM(WS-DIR-ARQUIVO)
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
           END-IF
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING ' Gerado em: ' FUNCTION CURRENT-DATE(1:16)
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL
           MOVE '==================================================='
             TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           WRITE REG-REL

           DISPLAY '=========================================='
           DISPLAY '  ASST0150C - CADEIA DA AUDITORIA        '
           DISPLAY '=========================================='
           DISPLAY 'Log corrente : ' FUNCTION TRIM(WS-PATH-LOG)
           DISPLAY 'Arquivo morto: ' FUNCTION TRIM(WS-DIR-ARQUIVO)
           DISPLAY '--------------------------------------'

           .
       1000-EXIT.
           EXIT.
      ******************************************************************
      *  1100 - LER A RAIZ DO ARQUIVO MORTO DO ASST0050.CFG            *
      ******************************************************************
       1100-LER-DIR-EXPURGO.

           MOVE SPACES TO WS-CFG-VALOR
           ACCEPT WS-CFG-VALOR FROM ENVIRONMENT 'ASST0050_CFG_PATH'
           IF FUNCTION TRIM(WS-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-PATH
           ELSE
               MOVE 'ASST0050.CFG' TO WS-CFG-PATH
           END-IF

           OPEN INPUT ARQUIVO-CONFIG
           IF FS-CONFIG NOT = '00'
               GO TO 1100-EXIT
           END-IF

           READ ARQUIVO-CONFIG NEXT RECORD
           PERFORM UNTIL FS-CONFIG = '10'

               IF FUNCTION TRIM(REG-CONFIG) NOT = SPACES
                  AND REG-CONFIG(1:1) NOT = '*'
                   MOVE SPACES TO WS-CFG-CHAVE
                   MOVE SPACES TO WS-CFG-VALOR
                   UNSTRING REG-CONFIG DELIMITED BY '='
                       INTO WS-CFG-CHAVE WS-CFG-VALOR
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-CFG-CHAVE) =
                      'EXPURGO-DIR-ARQUIVO'
                       MOVE FUNCTION TRIM(WS-CFG-VALOR)
                         TO WS-DIR-ARQUIVO
                   END-IF
               END-IF

               READ ARQUIVO-CONFIG NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-CONFIG

           .
       1100-EXIT.
           EXIT.
      ******************************************************************
      *  2000 - VARRER OS MANIFESTOS E COLETAR OS FECHOS DE CADEIA     *
      ******************************************************************
       2000-VARRER-MANIFESTOS.

           IF FUNCTION TRIM(WS-DIR-ARQUIVO) = SPACES
               GO TO 2000-EXIT
           END-IF

           MOVE 0 TO WS-MF-QTD

           CALL 'C$LIST-DIRECTORY'
               USING WS-LD-OP-OPEN
                     WS-DIR-ARQUIVO
                     WS-LD-PATTERN
               RETURNING WS-LD-HANDLE
           END-CALL

           IF WS-LD-HANDLE = 0
               DISPLAY '*** ATENCAO: nao foi possivel listar '
                       FUNCTION TRIM(WS-DIR-ARQUIVO) ' ***'
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO WS-LD-NOME
           CALL 'C$LIST-DIRECTORY'
               USING WS-LD-OP-NEXT
                     WS-LD-HANDLE
                     WS-LD-NOME
           END-CALL

           PERFORM UNTIL FUNCTION TRIM(WS-LD-NOME) = SPACES
                      OR WS-MF-QTD >= 2000

               ADD 1 TO WS-MF-QTD
               MOVE WS-LD-NOME TO WS-MF-ITEM(WS-MF-QTD)

               MOVE SPACES TO WS-LD-NOME
               CALL 'C$LIST-DIRECTORY'
                   USING WS-LD-OP-NEXT
                         WS-LD-HANDLE
                         WS-LD-NOME
               END-CALL

           END-PERFORM

           CALL 'C$LIST-DIRECTORY'
               USING WS-LD-OP-CLOSE
                     WS-LD-HANDLE
           END-CALL

      *---- A listagem nao garante ordem: ordena pelo nome (data)
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX >= WS-MF-QTD
               PERFORM VARYING WS-MF-IDX2 FROM WS-MF-IDX BY 1
                       UNTIL WS-MF-IDX2 > WS-MF-QTD
                   IF WS-MF-ITEM(WS-MF-IDX2) < WS-MF-ITEM(WS-MF-IDX)
                       MOVE WS-MF-ITEM(WS-MF-IDX) TO WS-MF-AUX
                       MOVE WS-MF-ITEM(WS-MF-IDX2)
                         TO WS-MF-ITEM(WS-MF-IDX)
                       MOVE WS-MF-AUX TO WS-MF-ITEM(WS-MF-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-QTD
               PERFORM 2100-LER-MANIFESTO THRU 2100-EXIT
           END-PERFORM

           DISPLAY 'Logs fechados com cadeia: ' WS-LF-QTD

           .
       2000-EXIT.
           EXIT.
      ******************************************************************
      *  2100 - LER AS LINHAS CADEIA DE UM MANIFESTO                   *
      ******************************************************************
       2100-LER-MANIFESTO.

           MOVE SPACES TO WS-MAN-PATH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-ARQUIVO))
             TO WL-I
           IF WS-DIR-ARQUIVO(WL-I:1) = '\'
              OR WS-DIR-ARQUIVO(WL-I:1) = '/'
               STRING WS-DIR-ARQUIVO(1:WL-I)
                   FUNCTION TRIM(WS-MF-ITEM(WS-MF-IDX))
                   DELIMITED BY SIZE INTO WS-MAN-PATH
               END-STRING
           ELSE
               STRING WS-DIR-ARQUIVO(1:WL-I) '\'
                   FUNCTION TRIM(WS-MF-ITEM(WS-MF-IDX))
                   DELIMITED BY SIZE INTO WS-MAN-PATH
               END-STRING
           END-IF

           OPEN INPUT ARQUIVO-MANIFESTO
           IF FS-MANIFESTO NOT = '00'
               DISPLAY '*** ATENCAO: manifesto inacessivel ('
                       FS-MANIFESTO '): '
                       FUNCTION TRIM(WS-MAN-PATH) ' ***'
               GO TO 2100-EXIT
           END-IF

           READ ARQUIVO-MANIFESTO NEXT RECORD
           PERFORM UNTIL FS-MANIFESTO NOT = '00'

               MOVE SPACES TO WM-ACAO
               MOVE SPACES TO WM-ORIGINAL
               MOVE SPACES TO WM-DESTINO
               MOVE SPACES TO WM-TAMANHO-X
               MOVE SPACES TO WM-HASH-X

               UNSTRING REG-MANIFESTO DELIMITED BY ';'
                   INTO WM-ACAO
                        WM-ORIGINAL
                        WM-DESTINO
                        WM-TAMANHO-X
                        WM-HASH-X
               END-UNSTRING

               IF FUNCTION TRIM(WM-ACAO) = 'CADEIA'
                   IF WS-LF-QTD < 2000
                       ADD 1 TO WS-LF-QTD
                       MOVE WM-DESTINO TO WS-LF-PATH(WS-LF-QTD)
                       MOVE FUNCTION NUMVAL(WM-TAMANHO-X)
                         TO WS-LF-SEQ(WS-LF-QTD)
                       MOVE FUNCTION NUMVAL(WM-HASH-X)
                         TO WS-LF-DIGEST(WS-LF-QTD)
                   ELSE
                       DISPLAY '*** ATENCAO: tabela de logs '
                               'fechados cheia (2000) ***'
                   END-IF
               END-IF

               READ ARQUIVO-MANIFESTO NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-MANIFESTO

           .
       2100-EXIT.
           EXIT.
      ******************************************************************
      *  3000 - CONFERIR OS LOGS FECHADOS, EM ORDEM                    *
      *  Cada log continua a cadeia do anterior. No fim de cada um, o  *
      *  estado conferido tem de bater com o fecho do manifesto; o     *
      *  fecho passa a ser o ponto de partida do log seguinte, para    *
      *  um problema em um periodo nao contaminar os demais.           *
      ******************************************************************
       3000-VERIFICAR-ARQUIVADOS.

           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
                   UNTIL WS-LF-IDX > WS-LF-QTD

               MOVE WS-LF-PATH(WS-LF-IDX) TO WS-PATH-LOG-ATUAL
               PERFORM 4000-VERIFICAR-LOG THRU 4000-EXIT

               IF FS-LOG NOT = '99'
                  AND (WS-VC-SEQ NOT = WS-LF-SEQ(WS-LF-IDX)
                   OR WS-VC-DIGEST NOT = WS-LF-DIGEST(WS-LF-IDX))
                   MOVE 'FECHO DIVERGENTE' TO WS-PROBLEMA
                   MOVE WS-VC-DIGEST TO WS-VC-DIGEST-STR
                   MOVE SPACES TO WS-MENSAGEM
                   STRING 'manifesto registra sequencia '
                       WS-LF-SEQ(WS-LF-IDX) ' digest '
                       WS-LF-DIGEST(WS-LF-IDX)
                       ', o log termina em sequencia ' WS-VC-SEQ
                       ' digest ' WS-VC-DIGEST-STR
                       ' (log alterado depois de fechado)'
                       DELIMITED BY SIZE INTO WS-MENSAGEM
                   END-STRING
                   MOVE 0 TO WS-VC-NUM-LINHA
                   ADD 1 TO WS-TOTAL-FECHO-DIV
                   PERFORM 8100-REPORTAR-PROBLEMA
               END-IF

               MOVE WS-LF-SEQ(WS-LF-IDX) TO WS-VC-SEQ
               MOVE WS-LF-DIGEST(WS-LF-IDX) TO WS-VC-DIGEST
               MOVE 'Y' TO WS-VC-INICIADA

           END-PERFORM

           .
      ******************************************************************
      *  3500 - CONFERIR O LOG CORRENTE                                *
      *  Continua do fecho do ultimo log arquivado (se houver). Logo  *
      *  depois do fechamento pelo ASST0050C o log corrente ainda nao  *
      *  existe (o ASST0010C o recria na proxima assinatura) - nao e   *
      *  problema.                                                     *
      ******************************************************************
       3500-VERIFICAR-LOG-CORRENTE.

           MOVE WS-PATH-LOG TO WS-PATH-LOG-ATUAL

           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-PATH-LOG-ATUAL CFE-FILE-INFO
               RETURNING WS-CHECK-RC
           END-CALL

           IF WS-CHECK-RC NOT = 0
               MOVE SPACES TO REG-REL
               STRING ' Log corrente ainda nao existe: '
                   FUNCTION TRIM(WS-PATH-LOG-ATUAL)
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
               WRITE REG-REL
           ELSE
               PERFORM 4000-VERIFICAR-LOG THRU 4000-EXIT
           END-IF

           .
      ******************************************************************
      *  3600 - CONFERIR O FIM DA CADEIA COM O ESTADO DO ASST0010C     *
      *  Cada linha so confere com a anterior; linhas apagadas do fim  *
      *  do log corrente so aparecem comparando a ultima sequencia e   *
      *  o ultimo digest conferidos com o estado que o ASST0010C       *
      *  regrava a cada linha (ASST0010_AUDITORIA.SEQ). O estado nao e *
      *  zerado no fechamento pelo ASST0050C: sem log corrente, o fim  *
      *  conferido e o fecho do ultimo log arquivado.                  *
      *  Uma assinatura gravada durante a conferencia tambem deixa o   *
      *  estado a frente do log lido - basta conferir de novo.         *
      ******************************************************************
       3600-CONFERIR-ESTADO.

           MOVE 'N' TO WS-EC-LIDO
           MOVE 0 TO WS-EC-SEQ
           MOVE 0 TO WS-EC-DIGEST
           MOVE WS-PATH-LOG TO WS-PATH-LOG-ATUAL
           MOVE 0 TO WS-VC-NUM-LINHA

           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-PATH-SEQ CFE-FILE-INFO
               RETURNING WS-CHECK-RC
           END-CALL

      *---- Sem estado e sem linha encadeada a cadeia nunca comecou;
      *     com linhas encadeadas, o estado apagado e problema
           IF WS-CHECK-RC NOT = 0
               IF WS-VC-INICIADA = 'Y'
                   MOVE 'ESTADO DIVERGENTE' TO WS-PROBLEMA
                   MOVE SPACES TO WS-MENSAGEM
                   STRING 'estado da cadeia nao encontrado ('
                       FUNCTION TRIM(WS-PATH-SEQ)
                       '), fim do log nao pode ser conferido'
                       DELIMITED BY SIZE INTO WS-MENSAGEM
                   END-STRING
                   MOVE 0 TO WL-SEQ
                   ADD 1 TO WS-TOTAL-ESTADO-DIV
                   PERFORM 8100-REPORTAR-PROBLEMA
               END-IF
               GO TO 3600-EXIT
           END-IF

           CALL 'CBL_OPEN_FILE' USING WS-PATH-SEQ
                                      WS-AS-ACCESS
                                      WS-AS-DENY
                                      WS-AS-DEVICE
                                      WS-AS-HANDLE
               RETURNING WS-AS-RC
           END-CALL

           IF WS-AS-RC = 0
               MOVE SPACES TO WS-EC-ESTADO
               MOVE 0 TO WS-AS-OFFSET
               MOVE LENGTH OF WS-EC-ESTADO TO WS-AS-COUNT
               CALL 'CBL_READ_FILE' USING WS-AS-HANDLE
                                          WS-AS-OFFSET
                                          WS-AS-COUNT
                                          WS-AS-FLAGS
                                          WS-EC-ESTADO
                   RETURNING WS-AS-RC
               END-CALL
               IF WS-AS-RC = 0
                  AND WS-EC-SEQ-X NUMERIC
                  AND WS-EC-DIGEST-X NUMERIC
                   MOVE WS-EC-SEQ-X TO WS-EC-SEQ
                   MOVE WS-EC-DIGEST-X TO WS-EC-DIGEST
                   MOVE 'Y' TO WS-EC-LIDO
               END-IF
               CALL 'CBL_CLOSE_FILE' USING WS-AS-HANDLE
                   RETURNING WS-AS-RC
               END-CALL
           END-IF

           IF WS-EC-LIDO NOT = 'Y'
               MOVE SPACES TO REG-REL
               STRING ' Estado da cadeia ilegivel ou em uso ('
                   FUNCTION TRIM(WS-PATH-SEQ)
                   ') - fim do log nao conferido'
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
               WRITE REG-REL
               DISPLAY '*** ATENCAO: estado da cadeia ilegivel ou em '
                       'uso, fim do log nao conferido ***'
               GO TO 3600-EXIT
           END-IF

      *---- Nenhum log conferido (arquivo morto nao informado e log
      *     corrente recem-fechado): nao ha fim de cadeia para
      *     comparar. Log conferido sem linha encadeada cai na
      *     divergencia abaixo - o estado prova que houve linhas.
           IF WS-VC-INICIADA = 'N' AND WS-TOTAL-LOGS = 0
               MOVE SPACES TO REG-REL
               STRING ' Estado da cadeia na sequencia ' WS-EC-SEQ
                   ', nenhum log conferido para comparar (informe o '
                   'arquivo morto)'
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
               WRITE REG-REL
               GO TO 3600-EXIT
           END-IF

           MOVE WS-VC-DIGEST TO WS-VC-DIGEST-STR

           IF WS-EC-SEQ = WS-VC-SEQ
              AND WS-EC-DIGEST = WS-VC-DIGEST-STR
               MOVE SPACES TO REG-REL
               STRING ' Fim da cadeia confere com o estado: sequencia '
                   WS-EC-SEQ ' digest ' WS-EC-DIGEST
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
               WRITE REG-REL
               GO TO 3600-EXIT
           END-IF

           MOVE 'ESTADO DIVERGENTE' TO WS-PROBLEMA
           MOVE SPACES TO WS-MENSAGEM
           IF WS-EC-SEQ > WS-VC-SEQ
               STRING 'estado registra sequencia ' WS-EC-SEQ
                   ', o log termina em ' WS-VC-SEQ
                   ' (linhas removidas do fim do log)'
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
           ELSE
               STRING 'estado registra sequencia ' WS-EC-SEQ
                   ' digest ' WS-EC-DIGEST
                   ', o log termina em sequencia ' WS-VC-SEQ
                   ' digest ' WS-VC-DIGEST-STR
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
           END-IF
           MOVE WS-EC-SEQ TO WL-SEQ
           ADD 1 TO WS-TOTAL-ESTADO-DIV
           PERFORM 8100-REPORTAR-PROBLEMA

           .
       3600-EXIT.
           EXIT.
      ******************************************************************
      *  4000 - CONFERIR UM LOG (WS-PATH-LOG-ATUAL)                    *
      *  FS-LOG = '99' na saida indica log nao aberto.                 *
      ******************************************************************
       4000-VERIFICAR-LOG.

           MOVE 0 TO WS-VC-NUM-LINHA
           MOVE 0 TO WS-VC-LINHAS-LOG

           OPEN INPUT ARQUIVO-LOG
           IF FS-LOG NOT = '00'
               MOVE 'AUSENTE' TO WS-PROBLEMA
               MOVE SPACES TO WS-MENSAGEM
               STRING 'log nao pode ser aberto (' FS-LOG ')'
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
               ADD 1 TO WS-TOTAL-AUSENTES
               PERFORM 8100-REPORTAR-PROBLEMA
               MOVE '99' TO FS-LOG
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-LOGS
           DISPLAY 'Conferindo: ' FUNCTION TRIM(WS-PATH-LOG-ATUAL)

           READ ARQUIVO-LOG NEXT RECORD
           PERFORM UNTIL FS-LOG NOT = '00'

               ADD 1 TO WS-VC-NUM-LINHA
               IF FUNCTION TRIM(REG-LOG) NOT = SPACES
                   ADD 1 TO WS-TOTAL-LINHAS
                   ADD 1 TO WS-VC-LINHAS-LOG
                   PERFORM 4100-VERIFICAR-LINHA THRU 4100-EXIT
               END-IF

               READ ARQUIVO-LOG NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-LOG
           MOVE '00' TO FS-LOG

           MOVE SPACES TO REG-REL
           STRING ' Conferido: ' FUNCTION TRIM(WS-PATH-LOG-ATUAL)
               ' - ' WS-VC-LINHAS-LOG ' linhas, ultima sequencia '
               WS-VC-SEQ
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           .
       4000-EXIT.
           EXIT.
      ******************************************************************
      *  4100 - CONFERIR UMA LINHA                                     *
      *  A linha termina em ;sequencia(9);digest(10). O digest e       *
      *  recalculado a partir do digest anterior sobre a linha ate a   *
      *  sequencia, exatamente como no 9500 do ASST0010C. Depois de    *
      *  um problema a conferencia se realinha pela propria linha,     *
      *  para apontar cada ponto de adulteracao uma vez so.            *
      ******************************************************************
       4100-VERIFICAR-LINHA.

           PERFORM 4200-DESMONTAR-CADEIA

           IF WL-ENCADEADA NOT = 'Y'
               IF WS-VC-INICIADA = 'N'
                   ADD 1 TO WS-TOTAL-ANTERIORES
               ELSE
                   MOVE 'SEM CADEIA' TO WS-PROBLEMA
                   MOVE 'linha sem sequencia/digest no meio da cadeia'
                     TO WS-MENSAGEM
                   ADD 1 TO WS-TOTAL-SEM-CADEIA
                   PERFORM 8100-REPORTAR-PROBLEMA
               END-IF
               GO TO 4100-EXIT
           END-IF

           IF WL-SEQ = 0
               MOVE 'FORA DA CADEIA' TO WS-PROBLEMA
               MOVE 'gravada sem o bloqueio do estado da cadeia'
                 TO WS-MENSAGEM
               ADD 1 TO WS-TOTAL-FORA
               PERFORM 8100-REPORTAR-PROBLEMA
               GO TO 4100-EXIT
           END-IF

      *---- Primeira linha encadeada sem fecho anterior: a cadeia
      *     nasce na sequencia 1 com digest zero; comecando adiante
      *     (log corrente sem arquivo morto), o elo com o periodo
      *     anterior nao pode ser conferido e a linha vira o inicio
           IF WS-VC-INICIADA = 'N'
               MOVE 'Y' TO WS-VC-INICIADA
               IF WL-SEQ NOT = 1
                   MOVE SPACES TO REG-REL
                   STRING ' Conferencia iniciada na sequencia ' WL-SEQ
                       ' (sem fecho anterior para conferir o elo)'
                       DELIMITED BY SIZE INTO REG-REL
                   END-STRING
                   WRITE REG-REL
                   MOVE WL-SEQ TO WS-VC-SEQ
                   MOVE WL-DIGEST TO WS-VC-DIGEST
                   ADD 1 TO WS-TOTAL-CONFERE
                   GO TO 4100-EXIT
               END-IF
               MOVE 0 TO WS-VC-SEQ
               MOVE 0 TO WS-VC-DIGEST
           END-IF

           IF WL-SEQ NOT > WS-VC-SEQ
               MOVE 'QUEBRA' TO WS-PROBLEMA
               MOVE SPACES TO WS-MENSAGEM
               STRING 'sequencia repetida ou fora de ordem (esperada '
                   'maior que ' WS-VC-SEQ ')'
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
               ADD 1 TO WS-TOTAL-QUEBRAS
               PERFORM 8100-REPORTAR-PROBLEMA
               GO TO 4100-EXIT
           END-IF

           IF WL-SEQ > WS-VC-SEQ + 1
               MOVE 'LACUNA' TO WS-PROBLEMA
               MOVE SPACES TO WS-MENSAGEM
               STRING 'faltam as sequencias entre ' WS-VC-SEQ
                   ' e ' WL-SEQ
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
               ADD 1 TO WS-TOTAL-LACUNAS
               PERFORM 8100-REPORTAR-PROBLEMA
               MOVE WL-SEQ TO WS-VC-SEQ
               MOVE WL-DIGEST TO WS-VC-DIGEST
               GO TO 4100-EXIT
           END-IF

           MOVE WS-VC-DIGEST TO WS-VC-CALCULADO
           PERFORM VARYING WL-I FROM 1 BY 1
                   UNTIL WL-I >= WL-POS-DIG
               COMPUTE WS-VC-CALCULADO =
                   FUNCTION MOD(
                       (WS-VC-CALCULADO * 31) +
                        FUNCTION ORD(REG-LOG(WL-I:1)),
                       999999937)
           END-PERFORM

           IF WS-VC-CALCULADO NOT = WL-DIGEST
               MOVE 'ALTERADA' TO WS-PROBLEMA
               MOVE WS-VC-CALCULADO TO WS-VC-DIGEST-STR
               MOVE SPACES TO WS-MENSAGEM
               STRING 'digest gravado ' WL-DIGEST ', recalculado '
                   WS-VC-DIGEST-STR
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
               ADD 1 TO WS-TOTAL-ALTERADAS
               PERFORM 8100-REPORTAR-PROBLEMA
           ELSE
               ADD 1 TO WS-TOTAL-CONFERE
           END-IF

           MOVE WL-SEQ TO WS-VC-SEQ
           MOVE WL-DIGEST TO WS-VC-DIGEST

           .
       4100-EXIT.
           EXIT.
      ******************************************************************
      *  4200 - DESMONTAR SEQUENCIA E DIGEST DO FIM DA LINHA           *
      *  Procura do fim para o inicio: a mensagem pode conter ';'.     *
      ******************************************************************
       4200-DESMONTAR-CADEIA.

           MOVE 'N' TO WL-ENCADEADA
           MOVE 0 TO WL-SEQ
           MOVE 0 TO WL-DIGEST

           MOVE FUNCTION LENGTH(FUNCTION TRIM(REG-LOG TRAILING))
             TO WL-TAM

           PERFORM VARYING WL-POS-DIG FROM WL-TAM BY -1
                   UNTIL WL-POS-DIG < 1
                      OR REG-LOG(WL-POS-DIG:1) = ';'
               CONTINUE
           END-PERFORM

           IF WL-POS-DIG > 10
              AND WL-TAM - WL-POS-DIG = 10
               COMPUTE WL-POS-SEQ = WL-POS-DIG - 10
               IF REG-LOG(WL-POS-SEQ:1) = ';'
                  AND REG-LOG(WL-POS-SEQ + 1:9) NUMERIC
                  AND REG-LOG(WL-POS-DIG + 1:10) NUMERIC
                   MOVE REG-LOG(WL-POS-SEQ + 1:9) TO WL-SEQ
                   MOVE REG-LOG(WL-POS-DIG + 1:10) TO WL-DIGEST
                   MOVE 'Y' TO WL-ENCADEADA
               END-IF
           END-IF

           .
      ******************************************************************
      *  8100 - REPORTAR UM PROBLEMA NO RELATORIO                      *
      ******************************************************************
       8100-REPORTAR-PROBLEMA.

           ADD 1 TO WS-TOTAL-PROBLEMAS

           MOVE SPACES TO REG-REL
           STRING
               FUNCTION TRIM(WS-PROBLEMA) ': '
               FUNCTION TRIM(WS-PATH-LOG-ATUAL)
               ' linha ' WS-VC-NUM-LINHA
               ' seq ' WL-SEQ ' - '
               FUNCTION TRIM(WS-MENSAGEM)
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           DISPLAY '  ' FUNCTION TRIM(WS-PROBLEMA) ': '
                   FUNCTION TRIM(WS-PATH-LOG-ATUAL)
                   ' linha ' WS-VC-NUM-LINHA

           .
      ******************************************************************
      *  9000 - FINALIZAR                                              *
      ******************************************************************
       9000-FINALIZAR.

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ' TOTAIS DA VERIFICACAO' TO REG-REL
           WRITE REG-REL
           MOVE ' ---------------------' TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Logs conferidos        : ' WS-TOTAL-LOGS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Linhas lidas           : ' WS-TOTAL-LINHAS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Linhas conferem        : ' WS-TOTAL-CONFERE
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Anteriores a cadeia    : ' WS-TOTAL-ANTERIORES
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Alteradas              : ' WS-TOTAL-ALTERADAS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Lacunas                : ' WS-TOTAL-LACUNAS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Quebras de sequencia   : ' WS-TOTAL-QUEBRAS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Sem cadeia             : ' WS-TOTAL-SEM-CADEIA
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Fora da cadeia         : ' WS-TOTAL-FORA
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Fecho divergente       : ' WS-TOTAL-FECHO-DIV
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Logs ausentes          : ' WS-TOTAL-AUSENTES
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Estado divergente      : ' WS-TOTAL-ESTADO-DIV
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           IF WS-TOTAL-PROBLEMAS = 0
               MOVE ' RESULTADO: CADEIA INTEGRA' TO REG-REL
           ELSE
               STRING ' RESULTADO: ' WS-TOTAL-PROBLEMAS
                   ' PROBLEMA(S) NA CADEIA'
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
           END-IF
           WRITE REG-REL

           CLOSE ARQUIVO-REL

           DISPLAY '=========================================='
           DISPLAY '  RESUMO DA VERIFICACAO                  '
           DISPLAY '=========================================='
           DISPLAY 'Logs conferidos        : ' WS-TOTAL-LOGS
           DISPLAY 'Linhas lidas           : ' WS-TOTAL-LINHAS
           DISPLAY 'Linhas conferem        : ' WS-TOTAL-CONFERE
           DISPLAY 'Anteriores a cadeia    : ' WS-TOTAL-ANTERIORES
           DISPLAY 'Alteradas              : ' WS-TOTAL-ALTERADAS
           DISPLAY 'Lacunas                : ' WS-TOTAL-LACUNAS
           DISPLAY 'Quebras de sequencia   : ' WS-TOTAL-QUEBRAS
           DISPLAY 'Sem cadeia             : ' WS-TOTAL-SEM-CADEIA
           DISPLAY 'Fora da cadeia         : ' WS-TOTAL-FORA
           DISPLAY 'Fecho divergente       : ' WS-TOTAL-FECHO-DIV
           DISPLAY 'Logs ausentes          : ' WS-TOTAL-AUSENTES
           DISPLAY 'Estado divergente      : ' WS-TOTAL-ESTADO-DIV
           DISPLAY '=========================================='
           DISPLAY 'Relatorio: ' FUNCTION TRIM(WS-PATH-REL)

      *---- Problema na cadeia reprova o passo na corrente noturna
      *     (ASST0190C), que aceita ate 4 por padrao
           IF WS-TOTAL-PROBLEMAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0150C.
