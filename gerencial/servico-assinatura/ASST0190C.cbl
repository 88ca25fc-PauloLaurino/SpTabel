      ******************************************************************
      *  PROGRAMA: ASST0190C - CONTROLADOR DA CORRENTE NOTURNA         *
      *  OBJETIVO: Executar em ordem os passos da janela noturna do    *
      *            subsistema (ASST0020C FILA, ASST0090C, ASST0050C,   *
      *            ASST0080C, ASST0040C, ASST0110C...) a partir de uma *
      *            definicao da corrente, no lugar dos scripts mantidos*
      *            a mao. Cada passo roda como processo proprio (um    *
      *            .CMD com as variaveis de ambiente do passo, como as *
      *            correntes do ASST0020C); o codigo de retorno decide *
      *            se a corrente segue. Passo marcado como pulavel que *
      *            falha nao interrompe a corrente; passo cuja         *
      *            dependencia nao terminou bem nao e executado.       *
      *            O arquivo de estado guarda a situacao de cada passo:*
      *            a corrente que falhou e retomada, na proxima        *
      *            execucao, a partir do passo que falhou (os passos   *
      *            ja concluidos nao rodam de novo), e uma corrente    *
      *            ainda marcada como EXECUTANDO impede outra de       *
      *            comecar. Ao final, uma unica notificacao com todos  *
      *            os passos, pelas chaves NOTIF-* do ASST0020.CFG.    *
      *  ENTRADA:  Definicao ASST0190.DEF (ou ASST0190_DEF_PATH), texto*
      *            CHAVE=VALOR:                                        *
      *              RUNTIME=<comando do runtime COBOL> (wrun32)       *
      *              DIR-TRABALHO=<pasta dos .CMD/.RC dos passos>      *
      *              PASSO=<id>;<programa>;<dependencias separadas por *
      *                    virgula>;<pulavel S/N>;<maior RC aceito>    *
      *              ENV=<id do passo>;<VARIAVEL>=<valor>              *
      *            Dependencia so de passo definido antes; RC aceito   *
      *            padrao 4. ASST0190_REINICIO=INICIO roda a corrente  *
      *            inteira mesmo apos falha; ASST0190_LIBERAR=S com    *
      *            ASST0190_OPERADOR libera a marca EXECUTANDO deixada *
      *            por uma corrente interrompida.                      *
      *  SAIDA:    ASST0190_ESTADO.DAT (ou ASST0190_ESTADO_PATH):      *
      *              CORRENTE;situacao;corrida;inicio;fim              *
      *              PASSO;id;situacao;rc;inicio;fim                   *
      *            ASST0190_EXECUCAO.LOG (ou ASST0190_LOG_PATH):       *
      *              timestamp;corrida;evento;passo;programa;inicio;   *
      *              fim;rc;situacao;detalhe                           *
      *            RETURN-CODE 0 (tudo OK), 4 (concluida com passo     *
      *            pulado ou nao executado), 16 (falhou ou recusada).  *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - a janela noturna rodava
      *                       por scripts que seguiam ou paravam na
      *                       falha sem avisar ninguem, e o operador
      *                       descobria na manha quais passos rodaram
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0190C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DEF    ASSIGN TO WS-PATH-DEF
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-DEF.

           SELECT ARQUIVO-ESTADO ASSIGN TO WS-PATH-ESTADO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-ESTADO.

           SELECT ARQUIVO-LOG    ASSIGN TO WS-PATH-LOG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-LOG.

           SELECT ARQUIVO-PASSO  ASSIGN TO WS-PASSO-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-PASSO.

           SELECT ARQUIVO-CONFIG ASSIGN TO WS-PATH-CFG-NOTIF
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-CONFIG.

           SELECT ARQUIVO-NOTIF  ASSIGN TO WS-NT-PATH-EML
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-NOTIF.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DEF.
       01  REG-DEF                    PIC X(600).

       FD  ARQUIVO-ESTADO.
       01  REG-ESTADO                 PIC X(200).

      *---- Mesma largura dos demais logs do subsistema
       FD  ARQUIVO-LOG.
       01  REG-LOG                    PIC X(1250).

      *---- .CMD do passo (gravado) e .RC devolvido por ele (lido)
       FD  ARQUIVO-PASSO.
       01  REG-PASSO                  PIC X(600).

       FD  ARQUIVO-CONFIG.
       01  REG-CONFIG                 PIC X(600).

       FD  ARQUIVO-NOTIF.
       01  REG-NOTIF                  PIC X(1000).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  PARAMETROS DE EXECUCAO                                        *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-PATH-DEF           PIC X(500) VALUE SPACES.
           05  WS-PATH-ESTADO        PIC X(500) VALUE SPACES.
           05  WS-PATH-LOG           PIC X(500) VALUE SPACES.
           05  WS-PATH-CFG-NOTIF     PIC X(500) VALUE SPACES.
           05  WS-DIR-TRABALHO       PIC X(500) VALUE SPACES.
           05  WS-RUNTIME            PIC X(200) VALUE 'wrun32'.
           05  WS-REINICIO           PIC X(10)  VALUE SPACES.
           05  WS-LIBERAR            PIC X(01)  VALUE 'N'.
           05  WS-OPERADOR           PIC X(30)  VALUE SPACES.

       01  WS-FILE-VARS.
           05  FS-DEF                PIC X(02).
           05  FS-ESTADO             PIC X(02).
           05  FS-LOG                PIC X(02).
           05  FS-PASSO              PIC X(02).
           05  FS-CONFIG             PIC X(02).
           05  FS-NOTIF              PIC X(02).
           05  WS-PASSO-PATH         PIC X(500).
           05  WS-PASSO-CMD          PIC X(500).
           05  WS-PASSO-RC-PATH      PIC X(500).
           05  WS-COMANDO            PIC X(600).
           05  WS-TAM                PIC 9(04) COMP.

      ******************************************************************
      *  DEFINICAO DA CORRENTE                                         *
      *  Passos na ordem da definicao; as dependencias guardam o       *
      *  indice do passo (sempre anterior) de que o passo depende.     *
      *  Situacao: PENDENTE, EXECUTANDO, OK, FALHOU, PULADO (falhou,   *
      *  mas e pulavel) ou IMPEDIDO (dependencia nao terminou OK).     *
      ******************************************************************
       01  WS-TAB-PASSO.
           05  WS-PS-QTD             PIC 9(02) COMP VALUE 0.
           05  WS-PS-IDX             PIC 9(02) COMP.
           05  WS-PS-IDX2            PIC 9(02) COMP.
           05  WS-PS-ENT OCCURS 30 TIMES.
               10  WS-PS-ID          PIC X(10).
               10  WS-PS-PROGRAMA    PIC X(10).
               10  WS-PS-PULAVEL     PIC X(01).
               10  WS-PS-RC-MAX      PIC 9(03).
               10  WS-PS-DEP-QTD     PIC 9(01).
               10  WS-PS-DEP         PIC 9(02) OCCURS 5 TIMES.
               10  WS-PS-SITUACAO    PIC X(10).
               10  WS-PS-RC          PIC 9(03).
               10  WS-PS-INICIO      PIC X(14).
               10  WS-PS-FIM         PIC X(14).
               10  WS-PS-ANTERIOR    PIC X(01).

      *---- Variaveis de ambiente dos passos (ENV=), na ordem lida
       01  WS-TAB-AMBIENTE.
           05  WS-AM-QTD             PIC 9(03) COMP VALUE 0.
           05  WS-AM-IDX             PIC 9(03) COMP.
           05  WS-AM-ENT OCCURS 300 TIMES.
               10  WS-AM-PASSO       PIC 9(02).
               10  WS-AM-TEXTO       PIC X(400).

      ******************************************************************
      *  LEITURA DA DEFINICAO                                          *
      ******************************************************************
       01  WS-DEF-PARSE.
           05  WS-DEF-CHAVE          PIC X(30).
           05  WS-DEF-VALOR          PIC X(600).
           05  WS-DEF-PTR            PIC 9(04) COMP.
           05  WS-DEF-LINHA          PIC 9(04) COMP VALUE 0.
           05  WS-DEF-ERROS          PIC 9(04) COMP VALUE 0.
           05  WS-DP-ID              PIC X(10).
           05  WS-DP-PROGRAMA        PIC X(10).
           05  WS-DP-DEPS            PIC X(100).
           05  WS-DP-PULAVEL         PIC X(01).
           05  WS-DP-RC-X            PIC X(10).
           05  WS-DP-DEP-ID          PIC X(10) OCCURS 5 TIMES.
           05  WS-DP-DEP-IDX         PIC 9(01).
           05  WS-DP-ACHOU           PIC 9(02) COMP.
           05  WS-DE-TEXTO           PIC X(400).

      ******************************************************************
      *  ESTADO DA CORRENTE                                            *
      *  WS-EA-*: o que o arquivo de estado dizia da execucao          *
      *  anterior; WS-CR-*: a corrida atual (identificada pelo         *
      *  instante em que comecou - a retomada mantem a identificacao). *
      ******************************************************************
       01  WS-ESTADO-ANTERIOR.
           05  WS-EA-SITUACAO        PIC X(10)  VALUE SPACES.
           05  WS-EA-CORRIDA         PIC X(14)  VALUE SPACES.
           05  WS-EA-INICIO          PIC X(14)  VALUE SPACES.
           05  WS-EA-QTD             PIC 9(02) COMP VALUE 0.
           05  WS-EA-IDX             PIC 9(02) COMP.
           05  WS-EA-ENT OCCURS 30 TIMES.
               10  WS-EA-ID          PIC X(10).
               10  WS-EA-SIT-PASSO   PIC X(10).
               10  WS-EA-RC          PIC 9(03).
               10  WS-EA-INI-PASSO   PIC X(14).
               10  WS-EA-FIM-PASSO   PIC X(14).

       01  WS-EST-CAMPOS.
           05  WS-EC-TIPO            PIC X(10).
           05  WS-EC-CAMPO2          PIC X(10).
           05  WS-EC-CAMPO3          PIC X(14).
           05  WS-EC-CAMPO4          PIC X(14).
           05  WS-EC-CAMPO5          PIC X(14).
           05  WS-EC-CAMPO6          PIC X(14).

       01  WS-CORRIDA.
           05  WS-CR-ID              PIC X(14).
           05  WS-CR-SITUACAO        PIC X(10).
           05  WS-CR-INICIO          PIC X(14).
           05  WS-CR-FIM             PIC X(14)  VALUE SPACES.
           05  WS-CR-MODO            PIC X(08)  VALUE 'NOVA'.
           05  WS-CR-INTERROMPIDA    PIC X(01)  VALUE 'N'.
           05  WS-CR-RECUSADA        PIC X(01)  VALUE 'N'.
           05  WS-CR-RC              PIC 9(02)  VALUE 0.

      *---- Linha do log de execucao
       01  WS-LOG-CAMPOS.
           05  WS-LG-EVENTO          PIC X(15).
           05  WS-LG-PASSO           PIC X(10).
           05  WS-LG-PROGRAMA        PIC X(10).
           05  WS-LG-INICIO          PIC X(14).
           05  WS-LG-FIM             PIC X(14).
           05  WS-LG-RC              PIC 9(03).
           05  WS-LG-SITUACAO        PIC X(10).
           05  WS-LG-DETALHE         PIC X(300).

       01  WS-TOTAIS.
           05  WS-TOTAL-OK           PIC 9(02) VALUE 0.
           05  WS-TOTAL-FALHOU       PIC 9(02) VALUE 0.
           05  WS-TOTAL-PULADO       PIC 9(02) VALUE 0.
           05  WS-TOTAL-IMPEDIDO     PIC 9(02) VALUE 0.
           05  WS-TOTAL-PENDENTE     PIC 9(02) VALUE 0.
           05  WS-TOTAL-ANTERIOR     PIC 9(02) VALUE 0.
           05  WS-TOTAL-PASSOS       PIC 9(02) VALUE 0.

      ******************************************************************
      *  NOTIFICACAO CONSOLIDADA                                       *
      *  Mesmas chaves NOTIF-* do ASST0020.CFG (ou ASST0020_CFG_PATH): *
      *  NOTIF-MODO NAO/WEBHOOK/SMTP e NOTIF-SOMENTE-FALHA, que aqui   *
      *  quer dizer "so quando algum passo nao terminou OK".           *
      ******************************************************************
       01  WS-NOTIFICACAO.
           05  WS-CFG-CHAVE           PIC X(30).
           05  WS-CFG-VALOR           PIC X(500).
           05  WS-NT-MODO             PIC X(10)  VALUE 'NAO'.
           05  WS-NT-SOMENTE-FALHA    PIC X(01)  VALUE 'S'.
           05  WS-NT-WEBHOOK-HOST     PIC X(100) VALUE SPACES.
           05  WS-NT-WEBHOOK-PORTA    PIC 9(05)  VALUE 00080.
           05  WS-NT-WEBHOOK-URI      PIC X(200) VALUE SPACES.
           05  WS-NT-SMTP-PICKUP      PIC X(500) VALUE SPACES.
           05  WS-NT-REMETENTE        PIC X(100) VALUE SPACES.
           05  WS-NT-DESTINATARIO     PIC X(100) VALUE SPACES.
           05  WS-NT-PATH-EML         PIC X(500).
           05  WS-NT-BUFFER           PIC X(20000).
           05  WS-NT-PTR              PIC 9(06) COMP.
           05  WS-NT-TIMESTAMP        PIC X(21).
           05  WS-NT-RC-ED            PIC ZZ9.

      ******************************************************************
      *  VARIAVEIS WINHTTP (WEBHOOK, MESMO ENCADEAMENTO DO ASST0020C)  *
      ******************************************************************
       01  WS-WINHTTP.
           05  HINTERNET-SESSION      PIC X(08) COMP-5.
           05  HINTERNET-CONNECT       PIC X(08) COMP-5.
           05  HINTERNET-REQUEST       PIC X(08) COMP-5.
           05  HINTERNET-STATUS        PIC 9(08) COMP-5.
           05  WS-NT-HOST             PIC X(100).
           05  WS-NT-HEADERS          PIC X(200).
           05  WS-NT-HEADERS-LEN      PIC 9(08) COMP-5.
           05  WS-NT-DATA-LEN         PIC 9(10) COMP-5.
           05  WS-NT-TIMEOUT-CONN     PIC 9(06) COMP-5 VALUE 005000.
           05  WS-NT-TIMEOUT-SEND     PIC 9(06) COMP-5 VALUE 030000.
           05  WS-NT-TIMEOUT-RECV     PIC 9(06) COMP-5 VALUE 030000.
           05  WS-NT-TIMEOUT-OK       PIC 9(08) COMP-5.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF WS-CR-RC = 0
               PERFORM 2000-VERIFICAR-ESTADO THRU 2000-EXIT
           END-IF
           IF WS-CR-RC = 0
               PERFORM 3000-EXECUTAR-CORRENTE
           END-IF
           PERFORM 9000-FINALIZAR

           MOVE WS-CR-RC TO RETURN-CODE
           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      *  Definicao com erro nao roda nada: um passo fora de ordem na   *
      *  janela noturna e pior que a corrente parada.                  *
      ******************************************************************
       1000-INICIALIZAR.

           MOVE SPACES TO WS-PATH-DEF
           ACCEPT WS-PATH-DEF FROM ENVIRONMENT 'ASST0190_DEF_PATH'
           IF FUNCTION TRIM(WS-PATH-DEF) = SPACES
               MOVE 'ASST0190.DEF' TO WS-PATH-DEF
           END-IF

           MOVE SPACES TO WS-PATH-ESTADO
           ACCEPT WS-PATH-ESTADO FROM ENVIRONMENT
               'ASST0190_ESTADO_PATH'
           IF FUNCTION TRIM(WS-PATH-ESTADO) = SPACES
               MOVE 'ASST0190_ESTADO.DAT' TO WS-PATH-ESTADO
           END-IF

           MOVE SPACES TO WS-PATH-LOG
           ACCEPT WS-PATH-LOG FROM ENVIRONMENT 'ASST0190_LOG_PATH'
           IF FUNCTION TRIM(WS-PATH-LOG) = SPACES
               MOVE 'ASST0190_EXECUCAO.LOG' TO WS-PATH-LOG
           END-IF

           MOVE SPACES TO WS-REINICIO
           ACCEPT WS-REINICIO FROM ENVIRONMENT 'ASST0190_REINICIO'

           MOVE SPACES TO WS-LIBERAR
           ACCEPT WS-LIBERAR FROM ENVIRONMENT 'ASST0190_LIBERAR'
           MOVE SPACES TO WS-OPERADOR
           ACCEPT WS-OPERADOR FROM ENVIRONMENT 'ASST0190_OPERADOR'

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CR-INICIO

           DISPLAY '=========================================='
           DISPLAY '  ASST0190C - CORRENTE NOTURNA           '
           DISPLAY '=========================================='
           DISPLAY 'Definicao: ' FUNCTION TRIM(WS-PATH-DEF)
           DISPLAY 'Estado   : ' FUNCTION TRIM(WS-PATH-ESTADO)
           DISPLAY 'Log      : ' FUNCTION TRIM(WS-PATH-LOG)

           PERFORM 1300-LER-CFG-NOTIF

           PERFORM 1100-LER-DEFINICAO THRU 1100-EXIT

           IF WS-DEF-ERROS > 0 OR WS-PS-QTD = 0
               DISPLAY '*** Definicao da corrente com ' WS-DEF-ERROS
                       ' erro(s) ou sem passos - nada executado ***'
               MOVE 'DEFINICAO'   TO WS-LG-EVENTO
               MOVE SPACES        TO WS-LG-PASSO WS-LG-PROGRAMA
               MOVE 'RECUSADA'    TO WS-LG-SITUACAO
               MOVE SPACES        TO WS-LG-DETALHE
               STRING 'definicao ' FUNCTION TRIM(WS-PATH-DEF)
                   ' com erro ou sem passos'
                   DELIMITED BY SIZE INTO WS-LG-DETALHE
               END-STRING
               MOVE WS-CR-INICIO TO WS-CR-ID
               PERFORM 8000-GRAVAR-LOG
               MOVE 'RECUSADA' TO WS-CR-SITUACAO
               MOVE 'S' TO WS-CR-RECUSADA
               MOVE 16 TO WS-CR-RC
               GO TO 1000-EXIT
           END-IF

           DISPLAY 'Passos   : ' WS-PS-QTD
           DISPLAY '--------------------------------------'

           .
       1000-EXIT.
           EXIT.
      ******************************************************************
      *  1100 - LER A DEFINICAO DA CORRENTE                            *
      ******************************************************************
       1100-LER-DEFINICAO.

           OPEN INPUT ARQUIVO-DEF
           IF FS-DEF NOT = '00'
               DISPLAY 'Erro ao abrir definicao da corrente ('
                       FUNCTION TRIM(WS-PATH-DEF) '): ' FS-DEF
               ADD 1 TO WS-DEF-ERROS
               GO TO 1100-EXIT
           END-IF

           READ ARQUIVO-DEF NEXT RECORD
           PERFORM UNTIL FS-DEF NOT = '00'
               ADD 1 TO WS-DEF-LINHA
               PERFORM 1110-INTERPRETAR-LINHA-DEF THRU 1110-EXIT
               READ ARQUIVO-DEF NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-DEF

           .
       1100-EXIT.
           EXIT.
      ******************************************************************
      *  1110 - INTERPRETAR UMA LINHA DA DEFINICAO                     *
      *  O valor e o resto da linha depois do primeiro '=' - o ENV=    *
      *  traz outro '=' dentro do valor.                               *
      ******************************************************************
       1110-INTERPRETAR-LINHA-DEF.

           IF FUNCTION TRIM(REG-DEF) = SPACES
               GO TO 1110-EXIT
           END-IF

           IF REG-DEF(1:1) = '*'
               GO TO 1110-EXIT
           END-IF

           MOVE SPACES TO WS-DEF-CHAVE
           MOVE SPACES TO WS-DEF-VALOR
           MOVE 1 TO WS-DEF-PTR

           UNSTRING REG-DEF DELIMITED BY '='
               INTO WS-DEF-CHAVE
               WITH POINTER WS-DEF-PTR
           END-UNSTRING

           IF WS-DEF-PTR <= LENGTH OF REG-DEF
               MOVE REG-DEF(WS-DEF-PTR:) TO WS-DEF-VALOR
           END-IF

           EVALUATE FUNCTION TRIM(WS-DEF-CHAVE)
               WHEN 'RUNTIME'
                   MOVE FUNCTION TRIM(WS-DEF-VALOR) TO WS-RUNTIME
               WHEN 'DIR-TRABALHO'
                   MOVE FUNCTION TRIM(WS-DEF-VALOR) TO WS-DIR-TRABALHO
               WHEN 'PASSO'
                   PERFORM 1120-INCLUIR-PASSO THRU 1120-EXIT
               WHEN 'ENV'
                   PERFORM 1130-INCLUIR-AMBIENTE THRU 1130-EXIT
               WHEN OTHER
                   DISPLAY '*** ATENCAO: linha ' WS-DEF-LINHA
                           ' da definicao ignorada (chave '
                           FUNCTION TRIM(WS-DEF-CHAVE) ') ***'
           END-EVALUATE

           .
       1110-EXIT.
           EXIT.
      ******************************************************************
      *  1120 - INCLUIR UM PASSO                                       *
      *  PASSO=<id>;<programa>;<dependencias>;<pulavel>;<RC aceito>    *
      ******************************************************************
       1120-INCLUIR-PASSO.

           MOVE SPACES TO WS-DP-ID WS-DP-PROGRAMA WS-DP-DEPS
                          WS-DP-PULAVEL WS-DP-RC-X

           UNSTRING WS-DEF-VALOR DELIMITED BY ';'
               INTO WS-DP-ID WS-DP-PROGRAMA WS-DP-DEPS
                    WS-DP-PULAVEL WS-DP-RC-X
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-DP-ID) TO WS-DP-ID
           MOVE FUNCTION TRIM(WS-DP-PROGRAMA) TO WS-DP-PROGRAMA

           IF WS-DP-ID = SPACES OR WS-DP-PROGRAMA = SPACES
               DISPLAY '*** Linha ' WS-DEF-LINHA
                       ': PASSO sem identificacao ou sem programa ***'
               ADD 1 TO WS-DEF-ERROS
               GO TO 1120-EXIT
           END-IF

           PERFORM 1140-LOCALIZAR-PASSO
           IF WS-DP-ACHOU > 0
               DISPLAY '*** Linha ' WS-DEF-LINHA ': passo '
                       FUNCTION TRIM(WS-DP-ID) ' repetido ***'
               ADD 1 TO WS-DEF-ERROS
               GO TO 1120-EXIT
           END-IF

           IF WS-PS-QTD >= 30
               DISPLAY '*** Linha ' WS-DEF-LINHA
                       ': mais de 30 passos na corrente ***'
               ADD 1 TO WS-DEF-ERROS
               GO TO 1120-EXIT
           END-IF

           ADD 1 TO WS-PS-QTD
           MOVE WS-DP-ID       TO WS-PS-ID(WS-PS-QTD)
           MOVE WS-DP-PROGRAMA TO WS-PS-PROGRAMA(WS-PS-QTD)
           MOVE 'PENDENTE'     TO WS-PS-SITUACAO(WS-PS-QTD)
           MOVE 0              TO WS-PS-RC(WS-PS-QTD)
           MOVE SPACES         TO WS-PS-INICIO(WS-PS-QTD)
                                  WS-PS-FIM(WS-PS-QTD)
           MOVE 'N'            TO WS-PS-ANTERIOR(WS-PS-QTD)

           MOVE FUNCTION TRIM(WS-DP-PULAVEL) TO WS-DP-PULAVEL
           EVALUATE WS-DP-PULAVEL
               WHEN 'S'
                   MOVE 'S' TO WS-PS-PULAVEL(WS-PS-QTD)
               WHEN 'N'
               WHEN SPACE
                   MOVE 'N' TO WS-PS-PULAVEL(WS-PS-QTD)
               WHEN OTHER
                   DISPLAY '*** Linha ' WS-DEF-LINHA ': pulavel do '
                           'passo ' FUNCTION TRIM(WS-DP-ID)
                           ' deve ser S ou N ***'
                   ADD 1 TO WS-DEF-ERROS
           END-EVALUATE

      *---- RC aceito: padrao 4 (concluido com ressalvas)
           MOVE FUNCTION TRIM(WS-DP-RC-X) TO WS-DP-RC-X
           IF WS-DP-RC-X = SPACES
               MOVE 4 TO WS-PS-RC-MAX(WS-PS-QTD)
           ELSE
               MOVE 0 TO WS-TAM
               INSPECT WS-DP-RC-X TALLYING WS-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-TAM > 3 OR WS-DP-RC-X(1:WS-TAM) NOT NUMERIC
                   DISPLAY '*** Linha ' WS-DEF-LINHA ': RC aceito '
                           'invalido no passo '
                           FUNCTION TRIM(WS-DP-ID) ' ***'
                   ADD 1 TO WS-DEF-ERROS
               ELSE
                   MOVE WS-DP-RC-X(1:WS-TAM)
                     TO WS-PS-RC-MAX(WS-PS-QTD)
               END-IF
           END-IF

      *---- Dependencias: so de passos ja definidos (anteriores)
           MOVE 0 TO WS-PS-DEP-QTD(WS-PS-QTD)
           MOVE SPACES TO WS-DP-DEP-ID(1) WS-DP-DEP-ID(2)
                          WS-DP-DEP-ID(3) WS-DP-DEP-ID(4)
                          WS-DP-DEP-ID(5)
           UNSTRING WS-DP-DEPS DELIMITED BY ','
               INTO WS-DP-DEP-ID(1) WS-DP-DEP-ID(2) WS-DP-DEP-ID(3)
                    WS-DP-DEP-ID(4) WS-DP-DEP-ID(5)
           END-UNSTRING

           PERFORM VARYING WS-DP-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DP-DEP-IDX > 5
               IF WS-DP-DEP-ID(WS-DP-DEP-IDX) NOT = SPACES
                   MOVE FUNCTION TRIM(WS-DP-DEP-ID(WS-DP-DEP-IDX))
                     TO WS-DP-ID
                   PERFORM 1140-LOCALIZAR-PASSO
                   IF WS-DP-ACHOU = 0 OR WS-DP-ACHOU = WS-PS-QTD
                       DISPLAY '*** Linha ' WS-DEF-LINHA
                               ': dependencia '
                               FUNCTION TRIM(WS-DP-ID)
                               ' nao e um passo anterior ***'
                       ADD 1 TO WS-DEF-ERROS
                   ELSE
                       ADD 1 TO WS-PS-DEP-QTD(WS-PS-QTD)
                       MOVE WS-DP-ACHOU
                         TO WS-PS-DEP(WS-PS-QTD,
                                      WS-PS-DEP-QTD(WS-PS-QTD))
                   END-IF
               END-IF
           END-PERFORM

           .
       1120-EXIT.
           EXIT.
      ******************************************************************
      *  1130 - INCLUIR UMA VARIAVEL DE AMBIENTE DE UM PASSO           *
      *  ENV=<id do passo>;<VARIAVEL>=<valor> (passo ja definido)      *
      ******************************************************************
       1130-INCLUIR-AMBIENTE.

           MOVE SPACES TO WS-DP-ID WS-DE-TEXTO
           MOVE 1 TO WS-DEF-PTR

           UNSTRING WS-DEF-VALOR DELIMITED BY ';'
               INTO WS-DP-ID
               WITH POINTER WS-DEF-PTR
           END-UNSTRING

           IF WS-DEF-PTR <= LENGTH OF WS-DEF-VALOR
               MOVE WS-DEF-VALOR(WS-DEF-PTR:) TO WS-DE-TEXTO
           END-IF
           MOVE FUNCTION TRIM(WS-DP-ID) TO WS-DP-ID
           MOVE FUNCTION TRIM(WS-DE-TEXTO) TO WS-DE-TEXTO

           PERFORM 1140-LOCALIZAR-PASSO
           IF WS-DP-ACHOU = 0
               DISPLAY '*** Linha ' WS-DEF-LINHA ': ENV de passo '
                       'nao definido antes (' FUNCTION TRIM(WS-DP-ID)
                       ') ***'
               ADD 1 TO WS-DEF-ERROS
               GO TO 1130-EXIT
           END-IF

           MOVE 0 TO WS-TAM
           INSPECT WS-DE-TEXTO TALLYING WS-TAM FOR ALL '='
           IF WS-TAM = 0 OR WS-DE-TEXTO(1:1) = '='
               DISPLAY '*** Linha ' WS-DEF-LINHA ': ENV do passo '
                       FUNCTION TRIM(WS-DP-ID)
                       ' sem VARIAVEL=valor ***'
               ADD 1 TO WS-DEF-ERROS
               GO TO 1130-EXIT
           END-IF

           IF WS-AM-QTD >= 300
               DISPLAY '*** Linha ' WS-DEF-LINHA
                       ': mais de 300 variaveis de ambiente ***'
               ADD 1 TO WS-DEF-ERROS
               GO TO 1130-EXIT
           END-IF

           ADD 1 TO WS-AM-QTD
           MOVE WS-DP-ACHOU TO WS-AM-PASSO(WS-AM-QTD)
           MOVE WS-DE-TEXTO TO WS-AM-TEXTO(WS-AM-QTD)

           .
       1130-EXIT.
           EXIT.
      ******************************************************************
      *  1140 - LOCALIZAR PASSO PELO ID (WS-DP-ID -> WS-DP-ACHOU)      *
      ******************************************************************
       1140-LOCALIZAR-PASSO.

           MOVE 0 TO WS-DP-ACHOU
           PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
                   UNTIL WS-PS-IDX2 > WS-PS-QTD OR WS-DP-ACHOU > 0
               IF WS-PS-ID(WS-PS-IDX2) = WS-DP-ID
                   MOVE WS-PS-IDX2 TO WS-DP-ACHOU
               END-IF
           END-PERFORM

           .
      ******************************************************************
      *  1300 - LER AS CHAVES NOTIF-* DO ASST0020.CFG                  *
      *  Demais chaves do arquivo sao do lote e ficam de fora.         *
      ******************************************************************
       1300-LER-CFG-NOTIF.

           MOVE SPACES TO WS-PATH-CFG-NOTIF
           ACCEPT WS-PATH-CFG-NOTIF FROM ENVIRONMENT
               'ASST0020_CFG_PATH'
           IF FUNCTION TRIM(WS-PATH-CFG-NOTIF) = SPACES
               MOVE 'ASST0020.CFG' TO WS-PATH-CFG-NOTIF
           END-IF

           OPEN INPUT ARQUIVO-CONFIG
           IF FS-CONFIG NOT = '00'
               DISPLAY 'Config de notificacao nao encontrada ('
                       FUNCTION TRIM(WS-PATH-CFG-NOTIF)
                       '), corrente sem notificacao'
           ELSE
               READ ARQUIVO-CONFIG NEXT RECORD
               PERFORM UNTIL FS-CONFIG = '10'
                   PERFORM 1310-INTERPRETAR-LINHA-CFG THRU 1310-EXIT
                   READ ARQUIVO-CONFIG NEXT RECORD
               END-PERFORM
               CLOSE ARQUIVO-CONFIG
           END-IF

           .
      ******************************************************************
      *  1310 - INTERPRETAR UMA LINHA DO ASST0020.CFG                  *
      ******************************************************************
       1310-INTERPRETAR-LINHA-CFG.

           IF FUNCTION TRIM(REG-CONFIG) = SPACES
               GO TO 1310-EXIT
           END-IF

           IF REG-CONFIG(1:1) = '*'
               GO TO 1310-EXIT
           END-IF

           MOVE SPACES TO WS-CFG-CHAVE
           MOVE SPACES TO WS-CFG-VALOR

           UNSTRING REG-CONFIG DELIMITED BY '='
               INTO WS-CFG-CHAVE WS-CFG-VALOR
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-CFG-CHAVE)
               WHEN 'NOTIF-MODO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-NT-MODO
               WHEN 'NOTIF-SOMENTE-FALHA'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-NT-SOMENTE-FALHA
               WHEN 'NOTIF-WEBHOOK-HOST'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-NT-WEBHOOK-HOST
               WHEN 'NOTIF-WEBHOOK-PORTA'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-NT-WEBHOOK-PORTA
               WHEN 'NOTIF-WEBHOOK-URI'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-NT-WEBHOOK-URI
               WHEN 'NOTIF-SMTP-PICKUP'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-NT-SMTP-PICKUP
               WHEN 'NOTIF-REMETENTE'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-NT-REMETENTE
               WHEN 'NOTIF-DESTINATARIO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-NT-DESTINATARIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .
       1310-EXIT.
           EXIT.
      ******************************************************************
      *  2000 - VERIFICAR O ESTADO DA CORRENTE ANTERIOR                *
      *  EXECUTANDO: outra corrente esta no ar (ou caiu sem terminar)  *
      *  - recusa, salvo liberacao explicita por um operador.          *
      *  FALHOU: retomada - os passos que terminaram OK ficam como     *
      *  estao e o restante roda de novo, a partir do que falhou.      *
      *  CONCLUIDA, sem estado ou ASST0190_REINICIO=INICIO: corrida    *
      *  nova, todos os passos.                                        *
      ******************************************************************
       2000-VERIFICAR-ESTADO.

           PERFORM 2100-LER-ESTADO THRU 2100-EXIT

           IF WS-EA-SITUACAO = 'EXECUTANDO'
               IF WS-LIBERAR = 'S'
                  AND FUNCTION TRIM(WS-OPERADOR) NOT = SPACES
                   DISPLAY '*** Corrente ' WS-EA-CORRIDA
                           ' marcada como EXECUTANDO liberada pelo '
                           'operador ' FUNCTION TRIM(WS-OPERADOR)
                           ' ***'
                   MOVE WS-EA-CORRIDA TO WS-CR-ID
                   MOVE 'LIBERADA'  TO WS-LG-EVENTO
                   MOVE SPACES      TO WS-LG-PASSO WS-LG-PROGRAMA
                   MOVE 'LIBERADA'  TO WS-LG-SITUACAO
                   MOVE SPACES      TO WS-LG-DETALHE
                   STRING 'operador ' FUNCTION TRIM(WS-OPERADOR)
                       ' liberou a marca EXECUTANDO'
                       DELIMITED BY SIZE INTO WS-LG-DETALHE
                   END-STRING
                   PERFORM 8000-GRAVAR-LOG
                   MOVE 'FALHOU' TO WS-EA-SITUACAO
               ELSE
                   IF WS-LIBERAR = 'S'
                       DISPLAY '*** ASST0190_LIBERAR=S exige '
                               'ASST0190_OPERADOR ***'
                   END-IF
                   DISPLAY '*** Corrente ' WS-EA-CORRIDA
                           ' ainda marcada como EXECUTANDO - '
                           'nova corrente recusada ***'
                   DISPLAY '    Se ela caiu, confira os passos e '
                           'rode com ASST0190_LIBERAR=S e '
                           'ASST0190_OPERADOR'
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CR-ID
                   MOVE 'RECUSADA'  TO WS-LG-EVENTO
                   MOVE SPACES      TO WS-LG-PASSO WS-LG-PROGRAMA
                   MOVE 'RECUSADA'  TO WS-LG-SITUACAO
                   MOVE SPACES      TO WS-LG-DETALHE
                   STRING 'corrente ' WS-EA-CORRIDA
                       ' ainda marcada como EXECUTANDO'
                       DELIMITED BY SIZE INTO WS-LG-DETALHE
                   END-STRING
                   PERFORM 8000-GRAVAR-LOG
                   MOVE 'RECUSADA' TO WS-CR-SITUACAO
                   MOVE 'S' TO WS-CR-RECUSADA
                   MOVE 16 TO WS-CR-RC
                   GO TO 2000-EXIT
               END-IF
           END-IF

           IF WS-EA-SITUACAO = 'FALHOU'
              AND FUNCTION TRIM(WS-REINICIO) NOT = 'INICIO'
               MOVE 'REINICIO' TO WS-CR-MODO
               MOVE WS-EA-CORRIDA TO WS-CR-ID
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-PS-QTD
                   PERFORM 2200-RECUPERAR-PASSO
               END-PERFORM
               DISPLAY 'Retomando a corrente ' WS-CR-ID ' ('
                       WS-TOTAL-ANTERIOR ' passo(s) ja concluido(s))'
           ELSE
               MOVE WS-CR-INICIO TO WS-CR-ID
               DISPLAY 'Corrida nova: ' WS-CR-ID
           END-IF

           .
       2000-EXIT.
           EXIT.
      ******************************************************************
      *  2100 - LER O ARQUIVO DE ESTADO                                *
      ******************************************************************
       2100-LER-ESTADO.

           OPEN INPUT ARQUIVO-ESTADO
           IF FS-ESTADO NOT = '00'
               GO TO 2100-EXIT
           END-IF

           READ ARQUIVO-ESTADO NEXT RECORD
           PERFORM UNTIL FS-ESTADO NOT = '00'

               MOVE SPACES TO WS-EST-CAMPOS
               UNSTRING REG-ESTADO DELIMITED BY ';'
                   INTO WS-EC-TIPO WS-EC-CAMPO2 WS-EC-CAMPO3
                        WS-EC-CAMPO4 WS-EC-CAMPO5 WS-EC-CAMPO6
               END-UNSTRING

               EVALUATE WS-EC-TIPO
                   WHEN 'CORRENTE'
                       MOVE WS-EC-CAMPO2 TO WS-EA-SITUACAO
                       MOVE WS-EC-CAMPO3 TO WS-EA-CORRIDA
                       MOVE WS-EC-CAMPO4 TO WS-EA-INICIO
                   WHEN 'PASSO'
                       IF WS-EA-QTD < 30
                           ADD 1 TO WS-EA-QTD
                           MOVE WS-EC-CAMPO2 TO WS-EA-ID(WS-EA-QTD)
                           MOVE WS-EC-CAMPO3
                             TO WS-EA-SIT-PASSO(WS-EA-QTD)
                           MOVE 0 TO WS-EA-RC(WS-EA-QTD)
                           IF WS-EC-CAMPO4(1:3) IS NUMERIC
                               MOVE WS-EC-CAMPO4(1:3)
                                 TO WS-EA-RC(WS-EA-QTD)
                           END-IF
                           MOVE WS-EC-CAMPO5
                             TO WS-EA-INI-PASSO(WS-EA-QTD)
                           MOVE WS-EC-CAMPO6
                             TO WS-EA-FIM-PASSO(WS-EA-QTD)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

               READ ARQUIVO-ESTADO NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-ESTADO

           .
       2100-EXIT.
           EXIT.
      ******************************************************************
      *  2200 - RECUPERAR UM PASSO JA CONCLUIDO NA CORRIDA ANTERIOR    *
      *  So OK e aproveitado: PULADO, IMPEDIDO e FALHOU rodam de novo  *
      *  (a causa pode ter sido corrigida antes da retomada).          *
      ******************************************************************
       2200-RECUPERAR-PASSO.

           PERFORM VARYING WS-EA-IDX FROM 1 BY 1
                   UNTIL WS-EA-IDX > WS-EA-QTD
               IF WS-EA-ID(WS-EA-IDX) = WS-PS-ID(WS-PS-IDX)
                  AND WS-EA-SIT-PASSO(WS-EA-IDX) = 'OK'
                   MOVE 'OK' TO WS-PS-SITUACAO(WS-PS-IDX)
                   MOVE WS-EA-RC(WS-EA-IDX) TO WS-PS-RC(WS-PS-IDX)
                   MOVE WS-EA-INI-PASSO(WS-EA-IDX)
                     TO WS-PS-INICIO(WS-PS-IDX)
                   MOVE WS-EA-FIM-PASSO(WS-EA-IDX)
                     TO WS-PS-FIM(WS-PS-IDX)
                   MOVE 'S' TO WS-PS-ANTERIOR(WS-PS-IDX)
                   ADD 1 TO WS-TOTAL-ANTERIOR
               END-IF
           END-PERFORM

           .
      ******************************************************************
      *  3000 - EXECUTAR A CORRENTE                                    *
      *  O estado e regravado a cada passo: se o controlador cair, o   *
      *  arquivo mostra ate onde a corrente foi.                       *
      ******************************************************************
       3000-EXECUTAR-CORRENTE.

           MOVE 'EXECUTANDO' TO WS-CR-SITUACAO
           PERFORM 8100-GRAVAR-ESTADO

           MOVE 'INICIO'     TO WS-LG-EVENTO
           MOVE SPACES       TO WS-LG-PASSO WS-LG-PROGRAMA
           MOVE 'EXECUTANDO' TO WS-LG-SITUACAO
           MOVE SPACES       TO WS-LG-DETALHE
           STRING 'corrida ' FUNCTION TRIM(WS-CR-MODO) ' - '
               FUNCTION TRIM(WS-PATH-DEF)
               DELIMITED BY SIZE INTO WS-LG-DETALHE
           END-STRING
           PERFORM 8000-GRAVAR-LOG

           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-QTD
                      OR WS-CR-INTERROMPIDA = 'S'
               PERFORM 3100-EXECUTAR-PASSO THRU 3100-EXIT
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CR-FIM
           IF WS-CR-INTERROMPIDA = 'S'
               MOVE 'FALHOU' TO WS-CR-SITUACAO
           ELSE
               MOVE 'CONCLUIDA' TO WS-CR-SITUACAO
           END-IF
           PERFORM 8100-GRAVAR-ESTADO

           MOVE 'FIM'          TO WS-LG-EVENTO
           MOVE SPACES         TO WS-LG-PASSO WS-LG-PROGRAMA
           MOVE WS-CR-SITUACAO TO WS-LG-SITUACAO
           MOVE SPACES         TO WS-LG-DETALHE
           PERFORM 8000-GRAVAR-LOG

           .
      ******************************************************************
      *  3100 - EXECUTAR UM PASSO                                      *
      *  Dependencia que nao terminou OK impede o passo; passo que     *
      *  falha ou e impedido interrompe a corrente, salvo se pulavel.  *
      ******************************************************************
       3100-EXECUTAR-PASSO.

           IF WS-PS-SITUACAO(WS-PS-IDX) = 'OK'
               DISPLAY 'Passo ' FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
                       ' (' FUNCTION TRIM(WS-PS-PROGRAMA(WS-PS-IDX))
                       ') ja concluido na corrida anterior'
               GO TO 3100-EXIT
           END-IF

           MOVE WS-PS-ID(WS-PS-IDX)       TO WS-LG-PASSO
           MOVE WS-PS-PROGRAMA(WS-PS-IDX) TO WS-LG-PROGRAMA
           MOVE SPACES                    TO WS-LG-DETALHE

           PERFORM VARYING WS-DP-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DP-DEP-IDX > WS-PS-DEP-QTD(WS-PS-IDX)
                      OR WS-LG-DETALHE NOT = SPACES
               MOVE WS-PS-DEP(WS-PS-IDX, WS-DP-DEP-IDX) TO WS-PS-IDX2
               IF WS-PS-SITUACAO(WS-PS-IDX2) NOT = 'OK'
                   STRING 'dependencia '
                       FUNCTION TRIM(WS-PS-ID(WS-PS-IDX2)) ' '
                       FUNCTION TRIM(WS-PS-SITUACAO(WS-PS-IDX2))
                       DELIMITED BY SIZE INTO WS-LG-DETALHE
                   END-STRING
               END-IF
           END-PERFORM

           IF WS-LG-DETALHE NOT = SPACES
               MOVE 'IMPEDIDO' TO WS-PS-SITUACAO(WS-PS-IDX)
               MOVE 0 TO WS-PS-RC(WS-PS-IDX)
               MOVE SPACES TO WS-PS-INICIO(WS-PS-IDX)
                              WS-PS-FIM(WS-PS-IDX)
               DISPLAY '*** Passo '
                       FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
                       ' nao executado: '
                       FUNCTION TRIM(WS-LG-DETALHE) ' ***'
               IF WS-PS-PULAVEL(WS-PS-IDX) NOT = 'S'
                   MOVE 'S' TO WS-CR-INTERROMPIDA
               END-IF
               MOVE 'PASSO-FIM' TO WS-LG-EVENTO
               PERFORM 3900-REGISTRAR-PASSO
               GO TO 3100-EXIT
           END-IF

           MOVE 'EXECUTANDO' TO WS-PS-SITUACAO(WS-PS-IDX)
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PS-INICIO(WS-PS-IDX)
           MOVE SPACES TO WS-PS-FIM(WS-PS-IDX)
           MOVE 0 TO WS-PS-RC(WS-PS-IDX)
           MOVE 'PASSO-INICIO' TO WS-LG-EVENTO
           PERFORM 3900-REGISTRAR-PASSO

           DISPLAY 'Passo ' FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
                   ': ' FUNCTION TRIM(WS-PS-PROGRAMA(WS-PS-IDX))
                   ' iniciado em ' WS-PS-INICIO(WS-PS-IDX)

           PERFORM 3200-LANCAR-PASSO THRU 3200-EXIT

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PS-FIM(WS-PS-IDX)

           EVALUATE TRUE
               WHEN WS-PS-RC(WS-PS-IDX) <= WS-PS-RC-MAX(WS-PS-IDX)
                   MOVE 'OK' TO WS-PS-SITUACAO(WS-PS-IDX)
               WHEN WS-PS-PULAVEL(WS-PS-IDX) = 'S'
                   MOVE 'PULADO' TO WS-PS-SITUACAO(WS-PS-IDX)
               WHEN OTHER
                   MOVE 'FALHOU' TO WS-PS-SITUACAO(WS-PS-IDX)
                   MOVE 'S' TO WS-CR-INTERROMPIDA
           END-EVALUATE

           DISPLAY 'Passo ' FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
                   ': RC ' WS-PS-RC(WS-PS-IDX) ' - '
                   FUNCTION TRIM(WS-PS-SITUACAO(WS-PS-IDX))

           MOVE 'PASSO-FIM' TO WS-LG-EVENTO
           PERFORM 3900-REGISTRAR-PASSO

           .
       3100-EXIT.
           EXIT.
      ******************************************************************
      *  3200 - LANCAR O PROCESSO DO PASSO E OBTER O CODIGO DE RETORNO *
      *  Mesmo mecanismo das correntes do ASST0020C: um .CMD com as    *
      *  variaveis do passo e o comando do runtime; aqui a execucao e  *
      *  sincrona e o .CMD grava o ERRORLEVEL no .RC do passo. Sem o   *
      *  .RC, o passo e dado como falho (RC 999).                      *
      ******************************************************************
       3200-LANCAR-PASSO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-TRABALHO))
             TO WS-TAM
           MOVE SPACES TO WS-PASSO-CMD WS-PASSO-RC-PATH
           IF FUNCTION TRIM(WS-DIR-TRABALHO) = SPACES
               STRING 'ASST0190_' FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
                   '.CMD' DELIMITED BY SIZE INTO WS-PASSO-CMD
               END-STRING
               STRING 'ASST0190_' FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
                   '.RC' DELIMITED BY SIZE INTO WS-PASSO-RC-PATH
               END-STRING
           ELSE
               IF WS-DIR-TRABALHO(WS-TAM:1) = '\'
                  OR WS-DIR-TRABALHO(WS-TAM:1) = '/'
                   SUBTRACT 1 FROM WS-TAM
               END-IF
               STRING WS-DIR-TRABALHO(1:WS-TAM) '\ASST0190_'
                   FUNCTION TRIM(WS-PS-ID(WS-PS-IDX)) '.CMD'
                   DELIMITED BY SIZE INTO WS-PASSO-CMD
               END-STRING
               STRING WS-DIR-TRABALHO(1:WS-TAM) '\ASST0190_'
                   FUNCTION TRIM(WS-PS-ID(WS-PS-IDX)) '.RC'
                   DELIMITED BY SIZE INTO WS-PASSO-RC-PATH
               END-STRING
           END-IF

      *---- .RC de uma execucao anterior nao pode passar por resultado
      *     desta
           CALL 'CBL_DELETE_FILE' USING WS-PASSO-RC-PATH
           END-CALL

           MOVE WS-PASSO-CMD TO WS-PASSO-PATH
           OPEN OUTPUT ARQUIVO-PASSO
           IF FS-PASSO NOT = '00'
               DISPLAY '*** Erro ao criar lancador do passo ('
                       FUNCTION TRIM(WS-PASSO-CMD) '): ' FS-PASSO
                       ' ***'
               MOVE 999 TO WS-PS-RC(WS-PS-IDX)
               GO TO 3200-EXIT
           END-IF

           MOVE '@echo off' TO REG-PASSO
           WRITE REG-PASSO

           MOVE SPACES TO REG-PASSO
           STRING 'set ASST0190_CORRIDA=' WS-CR-ID
               DELIMITED BY SIZE INTO REG-PASSO
           END-STRING
           WRITE REG-PASSO

           MOVE SPACES TO REG-PASSO
           STRING 'set ASST0190_PASSO='
               FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
               DELIMITED BY SIZE INTO REG-PASSO
           END-STRING
           WRITE REG-PASSO

           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                   UNTIL WS-AM-IDX > WS-AM-QTD
               IF WS-AM-PASSO(WS-AM-IDX) = WS-PS-IDX
                   MOVE SPACES TO REG-PASSO
                   STRING 'set ' FUNCTION TRIM(WS-AM-TEXTO(WS-AM-IDX))
                       DELIMITED BY SIZE INTO REG-PASSO
                   END-STRING
                   WRITE REG-PASSO
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-PASSO
           STRING FUNCTION TRIM(WS-RUNTIME) ' '
               FUNCTION TRIM(WS-PS-PROGRAMA(WS-PS-IDX))
               DELIMITED BY SIZE INTO REG-PASSO
           END-STRING
           WRITE REG-PASSO

      *---- Redirecao antes do echo: "echo 4> arq" seria lido pelo cmd
      *     como redirecao do handle 4 e o .RC sairia vazio
           MOVE SPACES TO REG-PASSO
           STRING '> "' FUNCTION TRIM(WS-PASSO-RC-PATH)
               '" echo %ERRORLEVEL%'
               DELIMITED BY SIZE INTO REG-PASSO
           END-STRING
           WRITE REG-PASSO

           CLOSE ARQUIVO-PASSO

           MOVE SPACES TO WS-COMANDO
           STRING 'cmd /C "' FUNCTION TRIM(WS-PASSO-CMD) '"'
               DELIMITED BY SIZE INTO WS-COMANDO
           END-STRING

           CALL 'SYSTEM' USING WS-COMANDO
           END-CALL

      *---- Codigo de retorno devolvido pelo .CMD
           MOVE 999 TO WS-PS-RC(WS-PS-IDX)
           MOVE WS-PASSO-RC-PATH TO WS-PASSO-PATH
           OPEN INPUT ARQUIVO-PASSO
           IF FS-PASSO NOT = '00'
               DISPLAY '*** Passo ' FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
                       ' terminou sem devolver o codigo de retorno ***'
               GO TO 3200-EXIT
           END-IF

           READ ARQUIVO-PASSO NEXT RECORD
           IF FS-PASSO = '00'
               MOVE FUNCTION TRIM(REG-PASSO) TO REG-PASSO
               MOVE 0 TO WS-TAM
               INSPECT REG-PASSO TALLYING WS-TAM
                   FOR CHARACTERS BEFORE INITIAL SPACE
      *---- ERRORLEVEL negativo ou acima de 3 digitos (queda do
      *     runtime) fica como 999
               IF WS-TAM > 0 AND WS-TAM <= 3
                   IF REG-PASSO(1:WS-TAM) IS NUMERIC
                       MOVE REG-PASSO(1:WS-TAM) TO WS-PS-RC(WS-PS-IDX)
                   END-IF
               END-IF
           END-IF

           CLOSE ARQUIVO-PASSO

           .
       3200-EXIT.
           EXIT.
      ******************************************************************
      *  3900 - REGISTRAR O PASSO NO LOG E NO ESTADO                   *
      ******************************************************************
       3900-REGISTRAR-PASSO.

           MOVE WS-PS-INICIO(WS-PS-IDX)   TO WS-LG-INICIO
           MOVE WS-PS-FIM(WS-PS-IDX)      TO WS-LG-FIM
           MOVE WS-PS-RC(WS-PS-IDX)       TO WS-LG-RC
           MOVE WS-PS-SITUACAO(WS-PS-IDX) TO WS-LG-SITUACAO
           PERFORM 8000-GRAVAR-LOG
           PERFORM 8100-GRAVAR-ESTADO

           .
      ******************************************************************
      *  8000 - GRAVAR UMA LINHA NO LOG DE EXECUCAO                    *
      *  Falha de gravacao so avisa, como no historico da fila.        *
      ******************************************************************
       8000-GRAVAR-LOG.

           OPEN EXTEND ARQUIVO-LOG
           IF FS-LOG NOT = '00'
               OPEN OUTPUT ARQUIVO-LOG
           END-IF

           IF FS-LOG NOT = '00'
               DISPLAY '*** ATENCAO: erro ao abrir log de execucao ('
                       FS-LOG ') em ' FUNCTION TRIM(WS-PATH-LOG)
                       ' ***'
           ELSE
               IF WS-LG-EVENTO(1:5) NOT = 'PASSO'
                   MOVE SPACES TO WS-LG-INICIO WS-LG-FIM
                   MOVE 0 TO WS-LG-RC
                   IF WS-LG-EVENTO = 'FIM'
                       MOVE WS-CR-INICIO TO WS-LG-INICIO
                       MOVE WS-CR-FIM    TO WS-LG-FIM
                   END-IF
               END-IF

               MOVE SPACES TO REG-LOG
               STRING
                   FUNCTION CURRENT-DATE(1:14) ';'
                   WS-CR-ID ';'
                   FUNCTION TRIM(WS-LG-EVENTO) ';'
                   FUNCTION TRIM(WS-LG-PASSO) ';'
                   FUNCTION TRIM(WS-LG-PROGRAMA) ';'
                   FUNCTION TRIM(WS-LG-INICIO) ';'
                   FUNCTION TRIM(WS-LG-FIM) ';'
                   WS-LG-RC ';'
                   FUNCTION TRIM(WS-LG-SITUACAO) ';'
                   FUNCTION TRIM(WS-LG-DETALHE)
                   DELIMITED BY SIZE
                   INTO REG-LOG
               END-STRING
               WRITE REG-LOG
               CLOSE ARQUIVO-LOG
           END-IF

           .
      ******************************************************************
      *  8100 - REGRAVAR O ARQUIVO DE ESTADO                           *
      ******************************************************************
       8100-GRAVAR-ESTADO.

           OPEN OUTPUT ARQUIVO-ESTADO
           IF FS-ESTADO NOT = '00'
               DISPLAY '*** ATENCAO: erro ao gravar estado da corrente'
                       ' (' FS-ESTADO ') em '
                       FUNCTION TRIM(WS-PATH-ESTADO) ' ***'
           ELSE
               MOVE SPACES TO REG-ESTADO
               STRING 'CORRENTE;' FUNCTION TRIM(WS-CR-SITUACAO) ';'
                   WS-CR-ID ';' WS-CR-INICIO ';'
                   FUNCTION TRIM(WS-CR-FIM)
                   DELIMITED BY SIZE INTO REG-ESTADO
               END-STRING
               WRITE REG-ESTADO

               PERFORM VARYING WS-PS-IDX2 FROM 1 BY 1
                       UNTIL WS-PS-IDX2 > WS-PS-QTD
                   MOVE SPACES TO REG-ESTADO
                   STRING 'PASSO;'
                       FUNCTION TRIM(WS-PS-ID(WS-PS-IDX2)) ';'
                       FUNCTION TRIM(WS-PS-SITUACAO(WS-PS-IDX2)) ';'
                       WS-PS-RC(WS-PS-IDX2) ';'
                       FUNCTION TRIM(WS-PS-INICIO(WS-PS-IDX2)) ';'
                       FUNCTION TRIM(WS-PS-FIM(WS-PS-IDX2))
                       DELIMITED BY SIZE INTO REG-ESTADO
                   END-STRING
                   WRITE REG-ESTADO
               END-PERFORM

               CLOSE ARQUIVO-ESTADO
           END-IF

           .
      ******************************************************************
      *  9000 - FINALIZAR                                              *
      ******************************************************************
       9000-FINALIZAR.

           MOVE WS-PS-QTD TO WS-TOTAL-PASSOS
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-QTD
               EVALUATE WS-PS-SITUACAO(WS-PS-IDX)
                   WHEN 'OK'
                       ADD 1 TO WS-TOTAL-OK
                   WHEN 'FALHOU'
                       ADD 1 TO WS-TOTAL-FALHOU
                   WHEN 'PULADO'
                       ADD 1 TO WS-TOTAL-PULADO
                   WHEN 'IMPEDIDO'
                       ADD 1 TO WS-TOTAL-IMPEDIDO
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-PENDENTE
               END-EVALUATE
           END-PERFORM

           IF WS-CR-RC = 0
               IF WS-CR-SITUACAO NOT = 'CONCLUIDA'
                   MOVE 16 TO WS-CR-RC
               ELSE
                   IF WS-TOTAL-OK < WS-PS-QTD
                       MOVE 4 TO WS-CR-RC
                   END-IF
               END-IF
           END-IF

           DISPLAY '=========================================='
           DISPLAY '  RESUMO DA CORRENTE                     '
           DISPLAY '=========================================='
           DISPLAY 'Corrida   : ' WS-CR-ID ' ('
                   FUNCTION TRIM(WS-CR-MODO) ')'
           DISPLAY 'Situacao  : ' FUNCTION TRIM(WS-CR-SITUACAO)
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-QTD
               DISPLAY '  ' WS-PS-ID(WS-PS-IDX) ' '
                       WS-PS-PROGRAMA(WS-PS-IDX) ' '
                       WS-PS-SITUACAO(WS-PS-IDX) ' RC '
                       WS-PS-RC(WS-PS-IDX) ' '
                       WS-PS-INICIO(WS-PS-IDX) ' '
                       WS-PS-FIM(WS-PS-IDX)
           END-PERFORM
           DISPLAY 'OK: ' WS-TOTAL-OK '  Falhou: ' WS-TOTAL-FALHOU
                   '  Pulado: ' WS-TOTAL-PULADO
                   '  Impedido: ' WS-TOTAL-IMPEDIDO
                   '  Nao executado: ' WS-TOTAL-PENDENTE
           DISPLAY 'Codigo de retorno: ' WS-CR-RC
           DISPLAY '=========================================='

           PERFORM 9200-NOTIFICAR THRU 9200-EXIT

           .
      ******************************************************************
      *  9200 - NOTIFICACAO CONSOLIDADA DA CORRENTE                    *
      *  Uma mensagem so, com todos os passos; falha de notificacao    *
      *  fica no console e nao muda o resultado da corrente.           *
      ******************************************************************
       9200-NOTIFICAR.

           IF WS-NT-MODO = 'NAO' OR FUNCTION TRIM(WS-NT-MODO) = SPACES
               GO TO 9200-EXIT
           END-IF

           IF WS-NT-SOMENTE-FALHA = 'S' AND WS-CR-RC = 0
               GO TO 9200-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NT-TIMESTAMP

           EVALUATE WS-NT-MODO
               WHEN 'WEBHOOK'
                   PERFORM 9210-NOTIFICAR-WEBHOOK THRU 9210-EXIT
               WHEN 'SMTP'
                   PERFORM 9220-NOTIFICAR-SMTP THRU 9220-EXIT
               WHEN OTHER
                   DISPLAY '*** ATENCAO: NOTIF-MODO invalido ('
                           FUNCTION TRIM(WS-NT-MODO)
                           '), notificacao nao enviada ***'
           END-EVALUATE

           .
       9200-EXIT.
           EXIT.
      ******************************************************************
      *  9210 - NOTIFICAR VIA WEBHOOK (POST JSON)                      *
      ******************************************************************
       9210-NOTIFICAR-WEBHOOK.

           IF FUNCTION TRIM(WS-NT-WEBHOOK-HOST) = SPACES
              OR FUNCTION TRIM(WS-NT-WEBHOOK-URI) = SPACES
               DISPLAY '*** ATENCAO: NOTIF-WEBHOOK-HOST/URI nao '
                       'configurados, notificacao nao enviada ***'
               GO TO 9210-EXIT
           END-IF

           MOVE SPACES TO WS-NT-BUFFER
           MOVE 1 TO WS-NT-PTR

           MOVE WS-CR-RC TO WS-NT-RC-ED
           STRING '{"corrente":"'
                  FUNCTION TRIM(WS-PATH-DEF)
                  '","corrida":"' WS-CR-ID
                  '","modo":"' FUNCTION TRIM(WS-CR-MODO)
                  '","situacao":"' FUNCTION TRIM(WS-CR-SITUACAO)
                  '","fim":"' WS-NT-TIMESTAMP(1:14)
                  '","retorno":' FUNCTION TRIM(WS-NT-RC-ED)
                  ',"passos":['
                  DELIMITED BY SIZE
                  INTO WS-NT-BUFFER
                  WITH POINTER WS-NT-PTR
           END-STRING

           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-PS-QTD

               IF WS-PS-IDX > 1
                   STRING ','
                       DELIMITED BY SIZE
                       INTO WS-NT-BUFFER
                       WITH POINTER WS-NT-PTR
                   END-STRING
               END-IF

      *---- Numero sem zero a esquerda: "rc":004 nao e JSON valido
               MOVE WS-PS-RC(WS-PS-IDX) TO WS-NT-RC-ED

               STRING '{"passo":"'
                      FUNCTION TRIM(WS-PS-ID(WS-PS-IDX))
                      '","programa":"'
                      FUNCTION TRIM(WS-PS-PROGRAMA(WS-PS-IDX))
                      '","situacao":"'
                      FUNCTION TRIM(WS-PS-SITUACAO(WS-PS-IDX))
                      '","rc":' FUNCTION TRIM(WS-NT-RC-ED)
                      ',"inicio":"'
                      FUNCTION TRIM(WS-PS-INICIO(WS-PS-IDX))
                      '","fim":"'
                      FUNCTION TRIM(WS-PS-FIM(WS-PS-IDX))
                      '"}'
                      DELIMITED BY SIZE
                      INTO WS-NT-BUFFER
                      WITH POINTER WS-NT-PTR
               END-STRING

           END-PERFORM

           STRING ']}'
               DELIMITED BY SIZE
               INTO WS-NT-BUFFER
               WITH POINTER WS-NT-PTR
           END-STRING

           COMPUTE WS-NT-DATA-LEN = WS-NT-PTR - 1

           MOVE 0 TO HINTERNET-SESSION
           MOVE 0 TO HINTERNET-CONNECT
           MOVE 0 TO HINTERNET-REQUEST

           CALL 'WinHttpOpen'
               USING BY VALUE     0
                     BY REFERENCE 'ASST0190C/1.0'
                     BY VALUE     0
                     BY VALUE     0
                     BY VALUE     0
               RETURNING HINTERNET-SESSION
           END-CALL

           IF HINTERNET-SESSION = 0
               DISPLAY '*** ATENCAO: WinHttpOpen falhou, '
                       'notificacao nao enviada ***'
               GO TO 9210-EXIT
           END-IF

           CALL 'WinHttpSetTimeouts'
               USING BY VALUE     HINTERNET-SESSION
                     BY VALUE     0
                     BY VALUE     WS-NT-TIMEOUT-CONN
                     BY VALUE     WS-NT-TIMEOUT-SEND
                     BY VALUE     WS-NT-TIMEOUT-RECV
               RETURNING WS-NT-TIMEOUT-OK
           END-CALL

           MOVE WS-NT-WEBHOOK-HOST TO WS-NT-HOST

           CALL 'WinHttpConnect'
               USING BY VALUE     HINTERNET-SESSION
                     BY REFERENCE WS-NT-HOST
                     BY VALUE     WS-NT-WEBHOOK-PORTA
                     BY VALUE     0
               RETURNING HINTERNET-CONNECT
           END-CALL

           IF HINTERNET-CONNECT = 0
               DISPLAY '*** ATENCAO: WinHttpConnect falhou, '
                       'notificacao nao enviada ***'
               PERFORM 9230-FECHAR-HANDLES-NOTIF
               GO TO 9210-EXIT
           END-IF

           CALL 'WinHttpOpenRequest'
               USING BY VALUE     HINTERNET-CONNECT
                     BY REFERENCE 'POST'
                     BY REFERENCE WS-NT-WEBHOOK-URI
                     BY REFERENCE SPACES
                     BY REFERENCE SPACES
                     BY REFERENCE SPACES
                     BY VALUE     0
                     BY VALUE     0
               RETURNING HINTERNET-REQUEST
           END-CALL

           IF HINTERNET-REQUEST = 0
               DISPLAY '*** ATENCAO: WinHttpOpenRequest falhou, '
                       'notificacao nao enviada ***'
               PERFORM 9230-FECHAR-HANDLES-NOTIF
               GO TO 9210-EXIT
           END-IF

           MOVE SPACES TO WS-NT-HEADERS
           STRING
               'Content-Type: application/json'
               X'0D0A'
               DELIMITED BY SIZE
               INTO WS-NT-HEADERS
           END-STRING

           MOVE LENGTH OF WS-NT-HEADERS TO WS-NT-HEADERS-LEN

           CALL 'WinHttpSendRequest'
               USING BY VALUE     HINTERNET-REQUEST
                     BY REFERENCE WS-NT-HEADERS
                     BY VALUE     WS-NT-HEADERS-LEN
                     BY REFERENCE WS-NT-BUFFER
                     BY VALUE     WS-NT-DATA-LEN
                     BY VALUE     WS-NT-DATA-LEN
               RETURNING HINTERNET-STATUS
           END-CALL

           IF HINTERNET-STATUS = 0
               DISPLAY '*** ATENCAO: WinHttpSendRequest falhou, '
                       'notificacao nao enviada ***'
               PERFORM 9230-FECHAR-HANDLES-NOTIF
               GO TO 9210-EXIT
           END-IF

           CALL 'WinHttpReceiveResponse'
               USING BY VALUE     HINTERNET-REQUEST
                     BY VALUE     0
               RETURNING HINTERNET-STATUS
           END-CALL

           IF HINTERNET-STATUS = 0
               DISPLAY '*** ATENCAO: webhook nao respondeu, '
                       'notificacao pode nao ter chegado ***'
           ELSE
               DISPLAY 'Notificacao enviada ao webhook http://'
                       FUNCTION TRIM(WS-NT-WEBHOOK-HOST) ':'
                       WS-NT-WEBHOOK-PORTA
                       FUNCTION TRIM(WS-NT-WEBHOOK-URI)
           END-IF

           PERFORM 9230-FECHAR-HANDLES-NOTIF

           .
       9210-EXIT.
           EXIT.
      ******************************************************************
      *  9220 - NOTIFICAR VIA E-MAIL (DIRETORIO PICKUP SMTP)           *
      *  Mesmo mecanismo do ASST0020C: mensagem .EML no pickup.        *
      ******************************************************************
       9220-NOTIFICAR-SMTP.

           IF FUNCTION TRIM(WS-NT-SMTP-PICKUP) = SPACES
              OR FUNCTION TRIM(WS-NT-DESTINATARIO) = SPACES
               DISPLAY '*** ATENCAO: NOTIF-SMTP-PICKUP/DESTINATARIO '
                       'nao configurados, notificacao nao enviada ***'
               GO TO 9220-EXIT
           END-IF

           IF FUNCTION TRIM(WS-NT-REMETENTE) = SPACES
               MOVE 'asst0190c@localhost' TO WS-NT-REMETENTE
           END-IF

           MOVE SPACES TO WS-NT-PATH-EML
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NT-SMTP-PICKUP))
             TO WS-TAM

           IF WS-NT-SMTP-PICKUP(WS-TAM:1) = '\'
              OR WS-NT-SMTP-PICKUP(WS-TAM:1) = '/'
               STRING WS-NT-SMTP-PICKUP(1:WS-TAM)
                      'ASST0190_' WS-NT-TIMESTAMP(1:14) '.EML'
                      DELIMITED BY SIZE
                      INTO WS-NT-PATH-EML
               END-STRING
           ELSE
               STRING WS-NT-SMTP-PICKUP(1:WS-TAM)
                      '\ASST0190_' WS-NT-TIMESTAMP(1:14) '.EML'
                      DELIMITED BY SIZE
                      INTO WS-NT-PATH-EML
               END-STRING
           END-IF

           OPEN OUTPUT ARQUIVO-NOTIF
           IF FS-NOTIF NOT = '00'
               DISPLAY '*** ATENCAO: erro ao criar mensagem ('
                       FS-NOTIF ') em '
                       FUNCTION TRIM(WS-NT-PATH-EML)
                       ', notificacao nao enviada ***'
               GO TO 9220-EXIT
           END-IF

           MOVE SPACES TO REG-NOTIF
           STRING 'From: ' FUNCTION TRIM(WS-NT-REMETENTE)
               DELIMITED BY SIZE INTO REG-NOTIF
           END-STRING
           WRITE REG-NOTIF

           MOVE SPACES TO REG-NOTIF
           STRING 'To: ' FUNCTION TRIM(WS-NT-DESTINATARIO)
               DELIMITED BY SIZE INTO REG-NOTIF
           END-STRING
           WRITE REG-NOTIF

           MOVE SPACES TO REG-NOTIF
           STRING 'Subject: ASST0190C - corrente noturna '
               FUNCTION TRIM(WS-CR-SITUACAO)
               ' (' WS-TOTAL-OK ' de ' WS-TOTAL-PASSOS ' passos OK)'
               DELIMITED BY SIZE INTO REG-NOTIF
           END-STRING
           WRITE REG-NOTIF

           MOVE SPACES TO REG-NOTIF
           WRITE REG-NOTIF

           MOVE 'RESUMO DA CORRENTE NOTURNA' TO REG-NOTIF
           WRITE REG-NOTIF

           MOVE SPACES TO REG-NOTIF
           STRING 'Definicao: ' FUNCTION TRIM(WS-PATH-DEF)
               DELIMITED BY SIZE INTO REG-NOTIF
           END-STRING
           WRITE REG-NOTIF

           MOVE SPACES TO REG-NOTIF
           STRING 'Corrida: ' WS-CR-ID ' ('
               FUNCTION TRIM(WS-CR-MODO) ')  Situacao: '
               FUNCTION TRIM(WS-CR-SITUACAO)
               '  Codigo de retorno: ' WS-CR-RC
               DELIMITED BY SIZE INTO REG-NOTIF
           END-STRING
           WRITE REG-NOTIF

           MOVE SPACES TO REG-NOTIF
           WRITE REG-NOTIF

           IF WS-CR-RECUSADA = 'S'
               MOVE 'A CORRENTE NAO FOI INICIADA - ver o log de '
                 TO REG-NOTIF
               WRITE REG-NOTIF
               MOVE SPACES TO REG-NOTIF
               STRING '  execucao (' FUNCTION TRIM(WS-PATH-LOG) ')'
                   DELIMITED BY SIZE INTO REG-NOTIF
               END-STRING
               WRITE REG-NOTIF
           ELSE
               MOVE 'PASSOS (situacao, RC, inicio, fim):' TO REG-NOTIF
               WRITE REG-NOTIF

               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-PS-QTD
                   MOVE SPACES TO REG-NOTIF
                   STRING '  ' WS-PS-ID(WS-PS-IDX) ' '
                       WS-PS-PROGRAMA(WS-PS-IDX) ' '
                       WS-PS-SITUACAO(WS-PS-IDX) ' RC '
                       WS-PS-RC(WS-PS-IDX) '  '
                       WS-PS-INICIO(WS-PS-IDX) ' '
                       WS-PS-FIM(WS-PS-IDX)
                       DELIMITED BY SIZE INTO REG-NOTIF
                   END-STRING
                   IF WS-PS-ANTERIOR(WS-PS-IDX) = 'S'
                       MOVE '(corrida anterior)' TO REG-NOTIF(80:18)
                   END-IF
                   WRITE REG-NOTIF
               END-PERFORM

               IF WS-CR-SITUACAO = 'FALHOU'
                   MOVE SPACES TO REG-NOTIF
                   WRITE REG-NOTIF
                   MOVE 'A proxima execucao retoma a partir do passo '
                     TO REG-NOTIF
                   WRITE REG-NOTIF
                   MOVE '  que falhou (ASST0190_REINICIO=INICIO roda '
                     TO REG-NOTIF
                   WRITE REG-NOTIF
                   MOVE '  a corrente inteira).' TO REG-NOTIF
                   WRITE REG-NOTIF
               END-IF
           END-IF

           CLOSE ARQUIVO-NOTIF

           DISPLAY 'Notificacao gravada no pickup SMTP: '
                   FUNCTION TRIM(WS-NT-PATH-EML)

           .
       9220-EXIT.
           EXIT.
      ******************************************************************
      *  9230 - FECHAR HANDLES WINHTTP DA NOTIFICACAO                  *
      ******************************************************************
       9230-FECHAR-HANDLES-NOTIF.

           IF HINTERNET-REQUEST NOT = 0
               CALL 'WinHttpCloseHandle'
                   USING BY VALUE HINTERNET-REQUEST
               END-CALL
           END-IF

           IF HINTERNET-CONNECT NOT = 0
               CALL 'WinHttpCloseHandle'
                   USING BY VALUE HINTERNET-CONNECT
               END-CALL
           END-IF

           IF HINTERNET-SESSION NOT = 0
               CALL 'WinHttpCloseHandle'
                   USING BY VALUE HINTERNET-SESSION
               END-CALL
           END-IF

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0190C.
