      ******************************************************************
      *  PROGRAMA: ASST0160C - REGISTRO DE EVENTOS DA FILA             *
      *  OBJETIVO: Gravar no historico de eventos da fila uma linha    *
      *            por transicao de status de um registro (copy        *
      *            ASST0020Q): inclusao pelo ERP, resultado do         *
      *            processamento do ASST0020C e acao do operador no    *
      *            ASST0060C. A fila guarda so o status atual; e este  *
      *            historico que permite medir o ciclo do documento    *
      *            (relatorio mensal ASST0170C).                       *
      *  ENTRADA:  EVENTO-FILA-PARAMS (copy ASST0020E), por CALL.      *
      *  SAIDA:    Linha no historico de eventos (padrao               *
      *            ASST0020_EVENTOS.LOG):                              *
      *            timestamp;documento;status anterior;status novo;    *
      *            origem;retorno;tentativa (S/N);cliente;tipo;        *
      *            data-limite;detalhe                                 *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - a fila so guardava o
      *                       status atual e a data do ultimo
      *                       processamento, sem como medir quanto
      *                       tempo o documento levou ate a assinatura
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0160C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EVENTOS ASSIGN TO WS-PATH-EVENTOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-EVENTOS.

       DATA DIVISION.
       FILE SECTION.
      *---- Mesma largura dos demais logs do subsistema; o detalhe
      *     (200) e o ultimo campo, para texto livre nao deslocar os
      *     demais na leitura
       FD  ARQUIVO-EVENTOS.
       01  REG-EVENTO                 PIC X(1250).

       WORKING-STORAGE SECTION.
       01  WS-PARAMETROS.
           05  WS-PATH-EVENTOS       PIC X(500) VALUE SPACES.

       01  WS-FILE-VARS.
           05  FS-EVENTOS            PIC X(02).

       01  WS-EVENTO.
           05  WS-EVT-TIMESTAMP      PIC X(26).

      ******************************************************************
      *  AREA DE PASSAGEM DE PARAMETROS (LINKAGE)                      *
      ******************************************************************
       LINKAGE SECTION.
           COPY ASST0020E.

       PROCEDURE DIVISION USING EVENTO-FILA-PARAMS.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-GRAVAR-EVENTO THRU 2000-EXIT

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      *  Caminho do chamador; sem ele, variavel de ambiente e padrao   *
      *  - o modulo gerador do ERP nao le o ASST0020.CFG.              *
      ******************************************************************
       1000-INICIALIZAR.

           MOVE 0 TO EV-RETORNO-GRAVACAO

           MOVE SPACES TO WS-PATH-EVENTOS
           IF FUNCTION TRIM(EV-PATH-EVENTOS) NOT = SPACES
               MOVE EV-PATH-EVENTOS TO WS-PATH-EVENTOS
           ELSE
               ACCEPT WS-PATH-EVENTOS FROM ENVIRONMENT
                   'ASST0160_EVENTOS_PATH'
               IF FUNCTION TRIM(WS-PATH-EVENTOS) = SPACES
                   MOVE 'ASST0020_EVENTOS.LOG' TO WS-PATH-EVENTOS
               END-IF
           END-IF

           .
      ******************************************************************
      *  2000 - GRAVAR A LINHA DO EVENTO                               *
      *  Falha de gravacao so avisa: a transicao ja foi aplicada na    *
      *  fila e o chamador segue.                                      *
      ******************************************************************
       2000-GRAVAR-EVENTO.

           IF FUNCTION TRIM(EV-NUM-DOCUMENTO) = SPACES
              OR FUNCTION TRIM(EV-STATUS-NOVO) = SPACES
               DISPLAY '*** ATENCAO: evento da fila sem documento ou '
                       'sem status novo, nao gravado ***'
               MOVE 1 TO EV-RETORNO-GRAVACAO
               GO TO 2000-EXIT
           END-IF

           IF EV-RETORNO NOT NUMERIC
               MOVE 0 TO EV-RETORNO
           END-IF
           IF EV-CHAMOU-SERVICO NOT = 'S'
               MOVE 'N' TO EV-CHAMOU-SERVICO
           END-IF
           IF EV-DATA-LIMITE NOT NUMERIC
               MOVE 0 TO EV-DATA-LIMITE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-EVT-TIMESTAMP

           OPEN EXTEND ARQUIVO-EVENTOS
           IF FS-EVENTOS NOT = '00'
               OPEN OUTPUT ARQUIVO-EVENTOS
           END-IF

           IF FS-EVENTOS NOT = '00'
               DISPLAY '*** ATENCAO: erro ao abrir historico de '
                       'eventos (' FS-EVENTOS ') em '
                       FUNCTION TRIM(WS-PATH-EVENTOS)
                       ' - transicao do documento '
                       FUNCTION TRIM(EV-NUM-DOCUMENTO)
                       ' sem registro ***'
               MOVE 1 TO EV-RETORNO-GRAVACAO
               GO TO 2000-EXIT
           END-IF

           MOVE SPACES TO REG-EVENTO
           STRING
               FUNCTION TRIM(WS-EVT-TIMESTAMP) ';'
               FUNCTION TRIM(EV-NUM-DOCUMENTO) ';'
               FUNCTION TRIM(EV-STATUS-ANTERIOR) ';'
               FUNCTION TRIM(EV-STATUS-NOVO) ';'
               FUNCTION TRIM(EV-ORIGEM) ';'
               EV-RETORNO ';'
               EV-CHAMOU-SERVICO ';'
               FUNCTION TRIM(EV-CLIENTE) ';'
               FUNCTION TRIM(EV-TIPO-DOC) ';'
               EV-DATA-LIMITE ';'
               FUNCTION TRIM(EV-DETALHE)
               DELIMITED BY SIZE
               INTO REG-EVENTO
           END-STRING

           WRITE REG-EVENTO

           IF FS-EVENTOS NOT = '00'
               DISPLAY '*** ATENCAO: erro ao gravar historico de '
                       'eventos (' FS-EVENTOS ') - transicao do '
                       'documento ' FUNCTION TRIM(EV-NUM-DOCUMENTO)
                       ' sem registro ***'
               MOVE 1 TO EV-RETORNO-GRAVACAO
           END-IF

           CLOSE ARQUIVO-EVENTOS

           .
       2000-EXIT.
           EXIT.
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0160C.
