      *            filtrando por status, mostrar um registro completo  *
      *            (incluindo retorno, mensagem e data do ultimo       *
      *            processamento), corrigir o caminho do PDF ou o      *
      *            apelido de certificado, voltar um ERRO, BLOQUEADO   *
      *            ou DUPLICADO para PENDENTE e marcar CANCELADO - sem *
      *            pedir reapresentacao ao time do ERP.                *
      *            Em documento com coassinantes mostra a etapa em     *
      *            que a cadeia esta (concluidas/total).               *
      *  ENTRADA:  Acao e parametros por variaveis de ambiente:        *
      *            ASST0060_ACAO      LISTAR | MOSTRAR | CORRIGIR-PDF  *
      *                               | CORRIGIR-CERT | RESET |        *
      *            ASST0060_VALOR     novo caminho/apelido (CORRIGIR)  *
      *            ASST0060_OPERADOR  identificacao de quem altera     *
      *            ASST0060_MOTIVO    justificativa da alteracao       *
      *            ASST0060_EVENTOS_PATH historico de eventos da fila  *
      *                               (padrao do ASST0160C)            *
      *  SAIDA:    Alteracoes gravadas na propria fila; cada mudanca   *
      *            registrada com operador, data/hora, valores antes/  *
      *            depois e motivo em ASST0060_HISTORICO.LOG; RESET e  *
      *            CANCELAR tambem geram o evento de mudanca de status *
      *            no historico de eventos da fila (ASST0160C).        *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     02/09/2026                                           *
      ******************************************************************
      *                       um chamado por caminho de PDF errado na
      *                       fila que custou um dia de espera pelo
      *                       time do ERP
      *  15/10/2026 SEPROCOM  Cadeia de coassinatura: LISTAR e MOSTRAR
      *                       exibem a etapa (concluidas/total), os
      *                       coassinantes e o PDF da ultima etapa;
      *                       CORRIGIR-CERT troca o assinante da etapa
      *                       pendente; RESET de ERRO com etapas ja
      *                       assinadas volta para PARCIAL
      *  15/10/2026 SEPROCOM  RESET aceita tambem BLOQUEADO (recusado
      *                       pela politica de autorizacao), depois de
      *                       corrigido o certificado ou a politica
      *  15/10/2026 SEPROCOM  RESET aceita DUPLICADO, para a
      *                       reassinatura autorizada no ASST0020C
      *  15/10/2026 SEPROCOM  RESET e CANCELAR gravam a transicao de
      *                       status no historico de eventos da fila
      *                       (ASST0160C, origem ASST0060C), com
      *                       operador e motivo no detalhe
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0060C.
           05  WS-VALOR              PIC X(500) VALUE SPACES.
           05  WS-OPERADOR           PIC X(30)  VALUE SPACES.
           05  WS-MOTIVO             PIC X(200) VALUE SPACES.
           05  WS-PATH-EVENTOS       PIC X(500) VALUE SPACES.

       01  WS-FILE-VARS.
           05  FS-FILA               PIC X(02).
       01  WS-CONTADORES.
           05  WS-TOTAL-LISTADOS     PIC 9(06) COMP VALUE 0.

      ******************************************************************
      *  ETAPA DA CADEIA DE COASSINATURA (4200)                        *
      ******************************************************************
       01  WS-ETAPA.
           05  WS-ETP-CONCL          PIC 9(01).
           05  WS-ETP-QTD            PIC 9(01).

      ******************************************************************
      *  AREA DE PARAMETROS PASSADA AO ASST0160C (evento da fila)      *
      ******************************************************************
           COPY ASST0020E.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           ACCEPT WS-VALOR FROM ENVIRONMENT 'ASST0060_VALOR'
           ACCEPT WS-OPERADOR FROM ENVIRONMENT 'ASST0060_OPERADOR'
           ACCEPT WS-MOTIVO FROM ENVIRONMENT 'ASST0060_MOTIVO'
      *---- Vazio = padrao do proprio ASST0160C, o mesmo do ASST0020C
           ACCEPT WS-PATH-EVENTOS FROM ENVIRONMENT
               'ASST0060_EVENTOS_PATH'

           DISPLAY '=========================================='
           DISPLAY '  ASST0060C - MANUTENCAO DA FILA         '
           END-IF

           DISPLAY 'STATUS    ;DOCUMENTO           ;DATA_LIMITE;'
                   'RET;ETP;CLIENTE'

           MOVE LOW-VALUES TO FQ-NUM-DOCUMENTO
           START ARQUIVO-FILA KEY NOT < FQ-NUM-DOCUMENTO
                   IF FUNCTION TRIM(WS-FILTRO-STATUS) = SPACES
                      OR FQ-STATUS = WS-FILTRO-STATUS
                       ADD 1 TO WS-TOTAL-LISTADOS
                       PERFORM 4200-CALCULAR-ETAPA
                       DISPLAY FQ-STATUS ';'
                               FQ-NUM-DOCUMENTO ';'
                               FQ-DATA-LIMITE '   ;'
                               FQ-RETORNO ' ;'
                               WS-ETP-CONCL '/' WS-ETP-QTD ';'
                               FUNCTION TRIM(FQ-CLIENTE)
                   END-IF

           DISPLAY 'Ultimo processam. .: '
                   FUNCTION TRIM(FQ-DATA-ULT-PROC)

           PERFORM 4200-CALCULAR-ETAPA
           DISPLAY 'Etapas assinadas ..: ' WS-ETP-CONCL ' de '
                   WS-ETP-QTD
           IF WS-ETP-QTD > 1
               DISPLAY 'Coassinante 1 .....: '
                       FUNCTION TRIM(FQ-COASSINANTE(1))
               IF WS-ETP-QTD > 2
                   DISPLAY 'Coassinante 2 .....: '
                           FUNCTION TRIM(FQ-COASSINANTE(2))
               END-IF
               IF WS-ETP-CONCL > 0
                   DISPLAY 'PDF da ult. etapa .: '
                           FUNCTION TRIM(FQ-PATH-ATUAL)
               END-IF
           END-IF

           CLOSE ARQUIVO-FILA

           .

           .
      ******************************************************************
      *  4200 - CALCULAR A ETAPA DA CADEIA DE COASSINATURA             *
      *  Mesma regra do ASST0020C (5105): FQ-APELIDO-CERT e a etapa 1  *
      *  e cada coassinante preenchido, em sequencia, mais uma etapa.  *
      *  Registro anterior a cadeia (campos em branco) tem etapa unica.*
      ******************************************************************
       4200-CALCULAR-ETAPA.

           IF FQ-ETAPAS-CONCL IS NUMERIC
               MOVE FQ-ETAPAS-CONCL TO WS-ETP-CONCL
           ELSE
               MOVE 0 TO WS-ETP-CONCL
           END-IF

           MOVE 1 TO WS-ETP-QTD
           IF FQ-COASSINANTE(1) NOT = SPACES
              AND FQ-COASSINANTE(1) NOT = LOW-VALUES
               ADD 1 TO WS-ETP-QTD
               IF FQ-COASSINANTE(2) NOT = SPACES
                  AND FQ-COASSINANTE(2) NOT = LOW-VALUES
                   ADD 1 TO WS-ETP-QTD
               END-IF
           END-IF

           .
      ******************************************************************
      *  5000 - ALTERAR UM REGISTRO DA FILA                            *
      *  Cada alteracao confirmada gera uma linha no historico com     *
      *  operador, data/hora, valores antes/depois e motivo.           *
                       CLOSE ARQUIVO-FILA
                       GO TO 5000-EXIT
                   END-IF
      *---- Com etapas ja assinadas, o apelido corrigido e o do
      *     coassinante da etapa pendente - os anteriores ja assinaram
                   PERFORM 4200-CALCULAR-ETAPA
                   IF WS-ETP-CONCL > 0 AND WS-ETP-CONCL < WS-ETP-QTD
                       MOVE FQ-COASSINANTE(WS-ETP-CONCL)
                         TO WS-HIST-ANTES
                       MOVE SPACES TO FQ-COASSINANTE(WS-ETP-CONCL)
                       MOVE FUNCTION TRIM(WS-VALOR)
                         TO FQ-COASSINANTE(WS-ETP-CONCL)
                       MOVE FQ-COASSINANTE(WS-ETP-CONCL)
                         TO WS-HIST-DEPOIS
                   ELSE
                       MOVE FQ-APELIDO-CERT TO WS-HIST-ANTES
                       MOVE SPACES TO FQ-APELIDO-CERT
                       MOVE FUNCTION TRIM(WS-VALOR) TO FQ-APELIDO-CERT
                       MOVE FQ-APELIDO-CERT TO WS-HIST-DEPOIS
                   END-IF

               WHEN 'RESET'
      *---- Somente ERRO, BLOQUEADO ou DUPLICADO volta para
      *     PENDENTE: reprocessar um ASSINADO duplicaria a assinatura
      *     e um CANCELADO e terminal. O DUPLICADO so assina de novo
      *     se a execucao do ASST0020C autorizar a reassinatura
                   IF FQ-STATUS NOT = 'ERRO'
                      AND FQ-STATUS NOT = 'BLOQUEADO'
                      AND FQ-STATUS NOT = 'DUPLICADO'
                       DISPLAY 'RESET permitido somente para status '
                               'ERRO, BLOQUEADO ou DUPLICADO (atual: '
                               FUNCTION TRIM(FQ-STATUS) ')'
                       CLOSE ARQUIVO-FILA
                       GO TO 5000-EXIT
                   END-IF
                   MOVE FQ-STATUS TO WS-HIST-ANTES
      *---- Com etapas ja assinadas a cadeia retoma da etapa em que
      *     parou (PARCIAL), sobre o PDF da ultima etapa concluida
                   PERFORM 4200-CALCULAR-ETAPA
                   IF WS-ETP-CONCL > 0
                       MOVE 'PARCIAL' TO FQ-STATUS
                   ELSE
                       MOVE 'PENDENTE' TO FQ-STATUS
                   END-IF
                   MOVE 0 TO FQ-RETORNO
                   MOVE SPACES TO FQ-MENSAGEM
                   MOVE FQ-STATUS TO WS-HIST-DEPOIS
               GO TO 5000-EXIT
           END-IF

      *---- Correcao de caminho ou de apelido nao muda o status: so
      *     RESET e CANCELAR sao transicoes da fila
           IF WS-ACAO = 'RESET' OR WS-ACAO = 'CANCELAR'
               PERFORM 9600-REGISTRAR-EVENTO
           END-IF

           CLOSE ARQUIVO-FILA

           PERFORM 9500-GRAVAR-HISTORICO

           .
      ******************************************************************
      *  9600 - REGISTRAR A TRANSICAO NO HISTORICO DE EVENTOS DA FILA  *
      *  Origem ASST0060C; operador e motivo vao no detalhe, para o    *
      *  relatorio de ciclo separar a volta manual da automatica.      *
      ******************************************************************
       9600-REGISTRAR-EVENTO.

           INITIALIZE EVENTO-FILA-PARAMS
           MOVE WS-PATH-EVENTOS      TO EV-PATH-EVENTOS
           MOVE FQ-NUM-DOCUMENTO     TO EV-NUM-DOCUMENTO
           MOVE WS-HIST-ANTES        TO EV-STATUS-ANTERIOR
           MOVE FQ-STATUS            TO EV-STATUS-NOVO
           MOVE 'ASST0060C'          TO EV-ORIGEM
           MOVE FQ-RETORNO           TO EV-RETORNO
           MOVE 'N'                  TO EV-CHAMOU-SERVICO
           MOVE FQ-CLIENTE           TO EV-CLIENTE
           MOVE FQ-TIPO-DOC          TO EV-TIPO-DOC
           MOVE FQ-DATA-LIMITE       TO EV-DATA-LIMITE
           STRING FUNCTION TRIM(WS-ACAO) ' por '
               FUNCTION TRIM(WS-OPERADOR) ': '
               FUNCTION TRIM(WS-MOTIVO)
               DELIMITED BY SIZE
               INTO EV-DETALHE
           END-STRING

           CALL 'ASST0160C' USING EVENTO-FILA-PARAMS
           END-CALL

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0060C.
