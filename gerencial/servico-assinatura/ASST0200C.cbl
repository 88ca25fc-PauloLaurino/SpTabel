      ******************************************************************
      *  PROGRAMA: ASST0200C - EXTRATO MENSAL POR CLIENTE              *
      *  OBJETIVO: Emitir, para um mes, um extrato por FQ-CLIENTE com  *
      *            tudo o que foi assinado e entregue a ele no mes -   *
      *            documento, tipo, data da assinatura, protocolo, CN  *
      *            do certificado, hash de integridade e local da      *
      *            entrega - e os documentos dele ainda em aberto no   *
      *            fim do mes (PENDENTE, PARCIAL, ERRO, BLOQUEADO e os *
      *            CANCELADO no mes), com FQ-DATA-LIMITE; BLOQUEADO    *
      *            (retido pela politica de autorizacao) conta em      *
      *            EM_ERRO. O extrato vai para a pasta do cliente no   *
      *            cadastro de rotas, a mesma onde o 5120 do ASST0020C *
      *            entrega os documentos; cliente sem rota tem o       *
      *            extrato gravado na pasta de envio manual e sai no   *
      *            indice como SEM_ROTA.                               *
      *            Entregues: linhas do mes no manifesto de entregas   *
      *            (5150 do ASST0020C), completadas pelo .protocolo    *
      *            entregue junto (8500 do ASST0010C) - sem a copia,   *
      *            o .protocolo ao lado do PDF entregue.               *
      *            Em aberto: a situacao no fim do mes e a do ultimo   *
      *            evento do documento ate essa data no historico de   *
      *            eventos (ASST0160C); documento da fila sem nenhum   *
      *            evento (anterior ao historico) vale pelo status     *
      *            atual da fila, se nao foi processado depois do fim  *
      *            do mes.                                             *
      *  ENTRADA:  Mes em ASST0200_MES (AAAAMM, padrao = mes anterior);*
      *            ASST0200_ENTREGAS_PATH, ASST0200_EVENTOS_PATH,      *
      *            ASST0200_FILA_PATH e ASST0200_ROTAS_PATH (padroes   *
      *            do subsistema); ASST0200_DIR_MANUAL = pasta dos     *
      *            extratos de clientes sem rota (padrao: atual).      *
      *  SAIDA:    ASST0200_EXTRATO_AAAAMM.TXT na pasta de cada        *
      *            cliente (sem rota: ASST0200_EXTRATO_AAAAMM_nnnnn.TXT*
      *            na pasta manual, nnnnn = linha do indice) e o       *
      *            indice ASST0200_INDICE.CSV (ou ASST0200_INDICE_PATH)*
      *            CLIENTE;ENTREGUES;PENDENTES;EM_ERRO;CANCELADOS;     *
      *            SITUACAO;EXTRATO - SITUACAO ENVIADO, SEM_ROTA ou    *
      *            FALHA_ROTA (pasta do cliente inacessivel, extrato   *
      *            gravado na pasta manual).                           *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - o extrato mensal pedido
      *                       pelos clientes maiores era montado a mao
      *                       a partir do manifesto de entregas e dos
      *                       arquivos .protocolo
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0200C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ENTREGA ASSIGN TO WS-PATH-ENTREGAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-ENTREGA.

           SELECT ARQUIVO-EVENTOS ASSIGN TO WS-PATH-EVENTOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-EVENTOS.

           SELECT ARQUIVO-FILA   ASSIGN TO WS-PATH-FILA
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS FQ-NUM-DOCUMENTO
                                 FILE STATUS IS FS-FILA.

           SELECT ARQUIVO-ROTAS  ASSIGN TO WS-PATH-ROTAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-ROTAS.

           SELECT ARQUIVO-PROT   ASSIGN TO WS-PROT-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-PROT.

           SELECT ARQUIVO-EXTRATO ASSIGN TO WS-PATH-EXTRATO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-EXTRATO.

           SELECT ARQUIVO-INDICE ASSIGN TO WS-PATH-INDICE
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-INDICE.

       DATA DIVISION.
       FILE SECTION.
      *---- timestamp;cliente;documento;pdf-entregue;protocolo-entregue
       FD  ARQUIVO-ENTREGA.
       01  REG-ENTREGA                PIC X(1250).

      *---- Mesma largura de REG-EVENTO gravada pelo ASST0160C
       FD  ARQUIVO-EVENTOS.
       01  REG-EVENTO                 PIC X(1250).

       FD  ARQUIVO-FILA.
           COPY ASST0020Q.

       FD  ARQUIVO-ROTAS.
       01  REG-ROTAS                  PIC X(600).

       FD  ARQUIVO-PROT.
       01  REG-PROT                   PIC X(600).

       FD  ARQUIVO-EXTRATO.
       01  REG-EXTRATO                PIC X(700).

       FD  ARQUIVO-INDICE.
       01  REG-INDICE                 PIC X(800).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  PARAMETROS DE ENTRADA                                         *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-PATH-ENTREGAS      PIC X(500) VALUE SPACES.
           05  WS-PATH-EVENTOS       PIC X(500) VALUE SPACES.
           05  WS-PATH-FILA          PIC X(500) VALUE SPACES.
           05  WS-PATH-ROTAS         PIC X(500) VALUE SPACES.
           05  WS-PATH-INDICE        PIC X(500) VALUE SPACES.
           05  WS-DIR-MANUAL         PIC X(500) VALUE SPACES.
           05  WS-MES                PIC X(06)  VALUE SPACES.
           05  WS-DATA-INI           PIC X(08).
           05  WS-DATA-FIM           PIC X(08).

       01  WS-FILE-VARS.
           05  FS-ENTREGA            PIC X(02).
           05  FS-EVENTOS            PIC X(02).
           05  FS-FILA               PIC X(02).
           05  FS-ROTAS              PIC X(02).
           05  FS-PROT               PIC X(02).
           05  FS-EXTRATO            PIC X(02).
           05  FS-INDICE             PIC X(02).
           05  WS-PROT-PATH          PIC X(500).
           05  WS-PATH-EXTRATO       PIC X(500).
           05  WS-TAM                PIC 9(04) COMP.

      ******************************************************************
      *  MES ANTERIOR (PADRAO DE ASST0200_MES)                         *
      ******************************************************************
       01  WS-MES-ANTERIOR.
           05  WS-MA-ANO             PIC 9(04).
           05  WS-MA-MES             PIC 9(02).

      ******************************************************************
      *  ROTAS DE ENTREGA (MESMO CADASTRO DO ASST0020C: cliente;pasta) *
      ******************************************************************
       01  WS-ROTAS.
           05  WS-ROTA-QTD           PIC 9(03) COMP VALUE 0.
           05  WS-ROTA-IDX           PIC 9(03) COMP.
           05  WS-ROTA-ACHOU         PIC X(01).
           05  WS-ROTA-ENT OCCURS 100 TIMES.
               10  WS-ROTA-CLIENTE   PIC X(60).
               10  WS-ROTA-PASTA     PIC X(500).

      ******************************************************************
      *  CAMPOS DESMONTADOS DE UMA LINHA DO HISTORICO DE EVENTOS       *
      ******************************************************************
       01  WS-LINHA-EVENTO.
           05  WE-TIMESTAMP          PIC X(26).
           05  WE-DOCUMENTO          PIC X(20).
           05  WE-STATUS-ANT         PIC X(10).
           05  WE-STATUS-NOVO        PIC X(10).
           05  WE-ORIGEM             PIC X(10).
           05  WE-RETORNO-X          PIC X(02).
           05  WE-CHAMOU             PIC X(01).
           05  WE-CLIENTE            PIC X(60).
           05  WE-TIPO-DOC           PIC X(10).
           05  WE-DATA-LIMITE-X      PIC X(08).

      ******************************************************************
      *  SITUACAO DE CADA DOCUMENTO NO FIM DO MES                      *
      *  Ultimo evento ate o fim do mes (ou o status da fila, para o   *
      *  documento sem eventos); WS-DC-DATA = data dessa situacao.     *
      ******************************************************************
       01  WS-TAB-DOC.
           05  WS-DC-QTD             PIC 9(05) COMP VALUE 0.
           05  WS-DC-IDX             PIC 9(05) COMP.
           05  WS-DC-ACHOU           PIC X(01).
           05  WS-DC-ENT OCCURS 20000 TIMES.
               10  WS-DC-DOC         PIC X(20).
               10  WS-DC-CLIENTE     PIC X(60).
               10  WS-DC-TIPO        PIC X(10).
               10  WS-DC-LIMITE      PIC 9(08).
               10  WS-DC-STATUS      PIC X(10).
               10  WS-DC-DATA        PIC X(08).

      ******************************************************************
      *  DOCUMENTOS ENTREGUES NO MES (MANIFESTO + .PROTOCOLO)          *
      ******************************************************************
       01  WS-TAB-ENTREGA.
           05  WS-EN-QTD             PIC 9(04) COMP VALUE 0.
           05  WS-EN-IDX             PIC 9(04) COMP.
           05  WS-EN-ENT OCCURS 5000 TIMES.
               10  WS-EN-CLIENTE     PIC X(60).
               10  WS-EN-DOC         PIC X(20).
               10  WS-EN-TIPO        PIC X(10).
               10  WS-EN-ASSINADO    PIC X(19).
               10  WS-EN-PROTOCOLO   PIC X(20).
               10  WS-EN-CN          PIC X(100).
               10  WS-EN-HASH        PIC X(64).
               10  WS-EN-PDF         PIC X(500).

       01  WS-LINHA-ENTREGA.
           05  WN-TIMESTAMP          PIC X(26).
           05  WN-CLIENTE            PIC X(60).
           05  WN-DOCUMENTO          PIC X(20).
           05  WN-PDF                PIC X(500).
           05  WN-PROTOCOLO          PIC X(500).

      ******************************************************************
      *  CLIENTES COM EXTRATO NO MES                                   *
      ******************************************************************
       01  WS-TAB-CLIENTE.
           05  WS-CL-QTD             PIC 9(04) COMP VALUE 0.
           05  WS-CL-IDX             PIC 9(04) COMP.
           05  WS-CL-BUSCA           PIC X(60).
           05  WS-CL-ENT OCCURS 2000 TIMES.
               10  WS-CL-CLIENTE     PIC X(60).
               10  WS-CL-ENTREGUES   PIC 9(05).
               10  WS-CL-PENDENTES   PIC 9(05).
               10  WS-CL-ERROS       PIC 9(05).
               10  WS-CL-CANCELADOS  PIC 9(05).
               10  WS-CL-SITUACAO    PIC X(10).
               10  WS-CL-EXTRATO     PIC X(500).

      ******************************************************************
      *  MONTAGEM DO EXTRATO                                           *
      ******************************************************************
       01  WS-EXTRATO.
           05  WS-EX-DIR-BASE        PIC X(500).
           05  WS-EX-NOME            PIC X(60).
           05  WS-EX-SEQ-ED          PIC 9(05).
           05  WS-EX-EMISSAO         PIC X(19).
           05  WS-EX-LIMITE-ED       PIC X(10).
           05  WS-EX-QTD-ED          PIC ZZZZ9.
           05  WS-EX-QTD2-ED         PIC ZZZZ9.
           05  WS-EX-QTD3-ED         PIC ZZZZ9.
           05  WS-EX-QTD4-ED         PIC ZZZZ9.
           05  WS-EX-ABERTO          PIC X(01).

       01  WS-TOTAIS.
           05  WS-TOTAL-ENTREGAS     PIC 9(06) VALUE 0.
           05  WS-TOTAL-ABERTOS      PIC 9(06) VALUE 0.
           05  WS-TOTAL-SEM-PROT     PIC 9(06) VALUE 0.
           05  WS-TOTAL-SEM-CLIENTE  PIC 9(06) VALUE 0.
           05  WS-TOTAL-ENVIADOS     PIC 9(04) VALUE 0.
           05  WS-TOTAL-SEM-ROTA     PIC 9(04) VALUE 0.
           05  WS-TOTAL-FALHA-ROTA   PIC 9(04) VALUE 0.
           05  WS-TOTAL-FORA-TABELA  PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 1500-LER-ROTAS THRU 1500-EXIT
           PERFORM 2000-LER-EVENTOS THRU 2000-EXIT
           PERFORM 2500-LER-FILA THRU 2500-EXIT
           PERFORM 3000-LER-ENTREGAS THRU 3000-EXIT
           PERFORM 3500-APURAR-ABERTOS
           PERFORM 4000-GERAR-EXTRATOS THRU 4000-EXIT
           PERFORM 9000-FINALIZAR

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      ******************************************************************
       1000-INICIALIZAR.

           ACCEPT WS-PATH-ENTREGAS FROM ENVIRONMENT
               'ASST0200_ENTREGAS_PATH'
           IF FUNCTION TRIM(WS-PATH-ENTREGAS) = SPACES
               MOVE 'ASST0020_ENTREGAS.LOG' TO WS-PATH-ENTREGAS
           END-IF

           ACCEPT WS-PATH-EVENTOS FROM ENVIRONMENT
               'ASST0200_EVENTOS_PATH'
           IF FUNCTION TRIM(WS-PATH-EVENTOS) = SPACES
               MOVE 'ASST0020_EVENTOS.LOG' TO WS-PATH-EVENTOS
           END-IF

           ACCEPT WS-PATH-FILA FROM ENVIRONMENT 'ASST0200_FILA_PATH'
           IF FUNCTION TRIM(WS-PATH-FILA) = SPACES
               MOVE 'ASST0020_FILA.DAT' TO WS-PATH-FILA
           END-IF

           ACCEPT WS-PATH-ROTAS FROM ENVIRONMENT 'ASST0200_ROTAS_PATH'
           IF FUNCTION TRIM(WS-PATH-ROTAS) = SPACES
               MOVE 'ASST0020_ROTAS.CAD' TO WS-PATH-ROTAS
           END-IF

           ACCEPT WS-PATH-INDICE FROM ENVIRONMENT
               'ASST0200_INDICE_PATH'
           IF FUNCTION TRIM(WS-PATH-INDICE) = SPACES
               MOVE 'ASST0200_INDICE.CSV' TO WS-PATH-INDICE
           END-IF

           ACCEPT WS-DIR-MANUAL FROM ENVIRONMENT 'ASST0200_DIR_MANUAL'

      *---- Roda no inicio do mes, sobre o mes que fechou
           ACCEPT WS-MES FROM ENVIRONMENT 'ASST0200_MES'
           IF FUNCTION TRIM(WS-MES) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-MA-ANO
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MA-MES
               IF WS-MA-MES = 1
                   SUBTRACT 1 FROM WS-MA-ANO
                   MOVE 12 TO WS-MA-MES
               ELSE
                   SUBTRACT 1 FROM WS-MA-MES
               END-IF
               MOVE WS-MES-ANTERIOR TO WS-MES
           END-IF

           IF WS-MES NOT NUMERIC
              OR WS-MES(5:2) < '01' OR WS-MES(5:2) > '12'
               DISPLAY 'ASST0200_MES invalido ('
                       FUNCTION TRIM(WS-MES) '), use AAAAMM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           STRING WS-MES '01' DELIMITED BY SIZE INTO WS-DATA-INI
           STRING WS-MES '31' DELIMITED BY SIZE INTO WS-DATA-FIM

           MOVE SPACES TO WS-EX-EMISSAO
           STRING FUNCTION CURRENT-DATE(7:2) '/'
                  FUNCTION CURRENT-DATE(5:2) '/'
                  FUNCTION CURRENT-DATE(1:4) ' '
                  FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-EX-EMISSAO
           END-STRING

           DISPLAY '=========================================='
           DISPLAY '  ASST0200C - EXTRATO MENSAL POR CLIENTE '
           DISPLAY '=========================================='
           DISPLAY 'Mes                 : ' WS-MES
           DISPLAY 'Manifesto entregas  : '
                   FUNCTION TRIM(WS-PATH-ENTREGAS)
           DISPLAY 'Historico de eventos: '
                   FUNCTION TRIM(WS-PATH-EVENTOS)
           DISPLAY 'Fila                : ' FUNCTION TRIM(WS-PATH-FILA)
           DISPLAY 'Rotas               : ' FUNCTION TRIM(WS-PATH-ROTAS)
           DISPLAY '--------------------------------------'

           .
       1000-EXIT.
           EXIT.
      ******************************************************************
      *  1500 - CARREGAR O CADASTRO DE ROTAS                           *
      *  Sem cadastro todos os clientes saem para envio manual.        *
      ******************************************************************
       1500-LER-ROTAS.

           OPEN INPUT ARQUIVO-ROTAS
           IF FS-ROTAS NOT = '00'
               DISPLAY '*** ATENCAO: cadastro de rotas nao encontrado ('
                       FUNCTION TRIM(WS-PATH-ROTAS)
                       '), extratos para envio manual ***'
               GO TO 1500-EXIT
           END-IF

           READ ARQUIVO-ROTAS NEXT RECORD
           PERFORM UNTIL FS-ROTAS = '10'
               PERFORM 1510-INTERPRETAR-LINHA-ROTA THRU 1510-EXIT
               READ ARQUIVO-ROTAS NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-ROTAS

           DISPLAY 'Rotas de entrega carregadas: ' WS-ROTA-QTD

           .
       1500-EXIT.
           EXIT.
      ******************************************************************
      *  1510 - INTERPRETAR UMA LINHA DO CADASTRO DE ROTAS             *
      ******************************************************************
       1510-INTERPRETAR-LINHA-ROTA.

           IF FUNCTION TRIM(REG-ROTAS) = SPACES
               GO TO 1510-EXIT
           END-IF

           IF REG-ROTAS(1:1) = '*'
               GO TO 1510-EXIT
           END-IF

           IF WS-ROTA-QTD >= 100
               DISPLAY '*** ATENCAO: limite de 100 rotas atingido, '
                       'ignorada: '
                       FUNCTION TRIM(REG-ROTAS(1:60)) ' ***'
               GO TO 1510-EXIT
           END-IF

           ADD 1 TO WS-ROTA-QTD

           MOVE SPACES TO WS-ROTA-CLIENTE(WS-ROTA-QTD)
           MOVE SPACES TO WS-ROTA-PASTA(WS-ROTA-QTD)

           UNSTRING REG-ROTAS DELIMITED BY ';'
               INTO WS-ROTA-CLIENTE(WS-ROTA-QTD)
                    WS-ROTA-PASTA(WS-ROTA-QTD)
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-ROTA-CLIENTE(WS-ROTA-QTD))
             TO WS-ROTA-CLIENTE(WS-ROTA-QTD)

           IF WS-ROTA-CLIENTE(WS-ROTA-QTD) = SPACES
              OR FUNCTION TRIM(WS-ROTA-PASTA(WS-ROTA-QTD)) = SPACES
               SUBTRACT 1 FROM WS-ROTA-QTD
           END-IF

           .
       1510-EXIT.
           EXIT.
      ******************************************************************
      *  2000 - LER O HISTORICO DE EVENTOS                             *
      *  Todo o arquivo, em ordem de gravacao: a situacao do documento *
      *  no fim do mes e a do ultimo evento ate essa data.             *
      ******************************************************************
       2000-LER-EVENTOS.

           OPEN INPUT ARQUIVO-EVENTOS
           IF FS-EVENTOS NOT = '00'
               DISPLAY '*** ATENCAO: historico de eventos nao '
                       'encontrado (' FUNCTION TRIM(WS-PATH-EVENTOS)
                       '), documentos em aberto so pela fila ***'
               GO TO 2000-EXIT
           END-IF

           READ ARQUIVO-EVENTOS NEXT RECORD
           PERFORM UNTIL FS-EVENTOS = '10'
               IF FUNCTION TRIM(REG-EVENTO) NOT = SPACES
                   PERFORM 2100-TRATAR-EVENTO THRU 2100-EXIT
               END-IF
               READ ARQUIVO-EVENTOS NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-EVENTOS

           .
       2000-EXIT.
           EXIT.
      ******************************************************************
      *  2100 - APLICAR UM EVENTO A SITUACAO DO DOCUMENTO              *
      ******************************************************************
       2100-TRATAR-EVENTO.

           MOVE SPACES TO WS-LINHA-EVENTO

           UNSTRING REG-EVENTO DELIMITED BY ';'
               INTO WE-TIMESTAMP
                    WE-DOCUMENTO
                    WE-STATUS-ANT
                    WE-STATUS-NOVO
                    WE-ORIGEM
                    WE-RETORNO-X
                    WE-CHAMOU
                    WE-CLIENTE
                    WE-TIPO-DOC
                    WE-DATA-LIMITE-X
           END-UNSTRING

           IF WE-TIMESTAMP(1:14) NOT NUMERIC
              OR FUNCTION TRIM(WE-DOCUMENTO) = SPACES
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-LOCALIZAR-DOCUMENTO THRU 2200-EXIT
           IF WS-DC-ACHOU = 'N'
               GO TO 2100-EXIT
           END-IF

      *---- Evento depois do fim do mes nao muda a situacao, mas o
      *     documento fica na tabela como ja tendo historico: incluido
      *     pelo ERP depois do fim do mes, sai sem status e nao e
      *     tomado pelo 2510 como anterior ao historico
           IF WE-TIMESTAMP(1:8) > WS-DATA-FIM
               GO TO 2100-EXIT
           END-IF

           MOVE WE-STATUS-NOVO     TO WS-DC-STATUS(WS-DC-IDX)
           MOVE WE-TIMESTAMP(1:8)  TO WS-DC-DATA(WS-DC-IDX)

      *---- Cliente, tipo e data-limite valem os do evento mais
      *     recente (o ASST0060C e o ERP podem ter corrigido)
           IF FUNCTION TRIM(WE-CLIENTE) NOT = SPACES
               MOVE WE-CLIENTE TO WS-DC-CLIENTE(WS-DC-IDX)
           END-IF
           IF FUNCTION TRIM(WE-TIPO-DOC) NOT = SPACES
               MOVE WE-TIPO-DOC TO WS-DC-TIPO(WS-DC-IDX)
           END-IF
           IF WE-DATA-LIMITE-X IS NUMERIC
               MOVE WE-DATA-LIMITE-X TO WS-DC-LIMITE(WS-DC-IDX)
           END-IF

           .
       2100-EXIT.
           EXIT.
      ******************************************************************
      *  2200 - LOCALIZAR (OU INCLUIR) O DOCUMENTO NA TABELA           *
      *  Chave em WE-DOCUMENTO; resultado em WS-DC-IDX / WS-DC-ACHOU.  *
      ******************************************************************
       2200-LOCALIZAR-DOCUMENTO.

           PERFORM 2210-BUSCAR-DOCUMENTO
           IF WS-DC-ACHOU = 'Y'
               GO TO 2200-EXIT
           END-IF

           IF WS-DC-QTD >= 20000
               ADD 1 TO WS-TOTAL-FORA-TABELA
               IF WS-TOTAL-FORA-TABELA = 1
                   DISPLAY '*** ATENCAO: tabela de documentos cheia '
                           '(20000), documentos seguintes fora dos '
                           'extratos ***'
               END-IF
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-DC-QTD
           MOVE WS-DC-QTD TO WS-DC-IDX
           MOVE 'Y' TO WS-DC-ACHOU

           MOVE WE-DOCUMENTO TO WS-DC-DOC(WS-DC-IDX)
           MOVE SPACES       TO WS-DC-CLIENTE(WS-DC-IDX)
           MOVE SPACES       TO WS-DC-TIPO(WS-DC-IDX)
           MOVE 0            TO WS-DC-LIMITE(WS-DC-IDX)
           MOVE SPACES       TO WS-DC-STATUS(WS-DC-IDX)
           MOVE SPACES       TO WS-DC-DATA(WS-DC-IDX)

           .
       2200-EXIT.
           EXIT.
      ******************************************************************
      *  2210 - BUSCAR O DOCUMENTO (WE-DOCUMENTO) SEM INCLUIR          *
      ******************************************************************
       2210-BUSCAR-DOCUMENTO.

           MOVE 'N' TO WS-DC-ACHOU
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-QTD
                      OR WS-DC-ACHOU = 'Y'
               IF WS-DC-DOC(WS-DC-IDX) = WE-DOCUMENTO
                   MOVE 'Y' TO WS-DC-ACHOU
               END-IF
           END-PERFORM

           IF WS-DC-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-DC-IDX
           END-IF

           .
      ******************************************************************
      *  2500 - LER A FILA                                             *
      *  So os registros em aberto interessam: completam a data-limite *
      *  dos documentos ja vistos no historico e trazem os que nunca   *
      *  tiveram evento gravado.                                       *
      ******************************************************************
       2500-LER-FILA.

           OPEN INPUT ARQUIVO-FILA
           IF FS-FILA NOT = '00'
               DISPLAY '*** ATENCAO: fila nao encontrada ('
                       FUNCTION TRIM(WS-PATH-FILA) '): ' FS-FILA
                       ' - documentos em aberto so pelo historico ***'
               GO TO 2500-EXIT
           END-IF

           MOVE LOW-VALUES TO FQ-NUM-DOCUMENTO
           START ARQUIVO-FILA KEY NOT < FQ-NUM-DOCUMENTO
           IF FS-FILA = '00'
               READ ARQUIVO-FILA NEXT RECORD
               PERFORM UNTIL FS-FILA NOT = '00'
                   IF FQ-STATUS = 'PENDENTE' OR FQ-STATUS = 'PARCIAL'
                      OR FQ-STATUS = 'ERRO' OR FQ-STATUS = 'BLOQUEADO'
                      OR FQ-STATUS = 'CANCELADO'
                       PERFORM 2510-TRATAR-REGISTRO-FILA THRU 2510-EXIT
                   END-IF
                   READ ARQUIVO-FILA NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE ARQUIVO-FILA

           .
       2500-EXIT.
           EXIT.
      ******************************************************************
      *  2510 - APLICAR UM REGISTRO EM ABERTO DA FILA                  *
      *  Documento sem evento: o status atual so vale para o fim do    *
      *  mes se o registro nao foi processado depois dele.             *
      ******************************************************************
       2510-TRATAR-REGISTRO-FILA.

           MOVE FQ-NUM-DOCUMENTO TO WE-DOCUMENTO

           PERFORM 2210-BUSCAR-DOCUMENTO
           IF WS-DC-ACHOU = 'Y'
               IF FQ-DATA-LIMITE IS NUMERIC AND FQ-DATA-LIMITE > 0
                   MOVE FQ-DATA-LIMITE TO WS-DC-LIMITE(WS-DC-IDX)
               END-IF
               IF WS-DC-CLIENTE(WS-DC-IDX) = SPACES
                   MOVE FQ-CLIENTE TO WS-DC-CLIENTE(WS-DC-IDX)
               END-IF
               IF WS-DC-TIPO(WS-DC-IDX) = SPACES
                   MOVE FQ-TIPO-DOC TO WS-DC-TIPO(WS-DC-IDX)
               END-IF
               GO TO 2510-EXIT
           END-IF

           IF FQ-DATA-ULT-PROC(1:8) IS NUMERIC
              AND FQ-DATA-ULT-PROC(1:8) > WS-DATA-FIM
               GO TO 2510-EXIT
           END-IF

      *---- Cancelamento sem data nao se sabe de que mes e
           IF FQ-STATUS = 'CANCELADO'
              AND FQ-DATA-ULT-PROC(1:8) NOT NUMERIC
               GO TO 2510-EXIT
           END-IF

           PERFORM 2200-LOCALIZAR-DOCUMENTO THRU 2200-EXIT
           IF WS-DC-ACHOU = 'N'
               GO TO 2510-EXIT
           END-IF

           MOVE FQ-CLIENTE  TO WS-DC-CLIENTE(WS-DC-IDX)
           MOVE FQ-TIPO-DOC TO WS-DC-TIPO(WS-DC-IDX)
           MOVE FQ-STATUS   TO WS-DC-STATUS(WS-DC-IDX)
           IF FQ-DATA-LIMITE IS NUMERIC
               MOVE FQ-DATA-LIMITE TO WS-DC-LIMITE(WS-DC-IDX)
           END-IF
           IF FQ-DATA-ULT-PROC(1:8) IS NUMERIC
               MOVE FQ-DATA-ULT-PROC(1:8) TO WS-DC-DATA(WS-DC-IDX)
           END-IF

           .
       2510-EXIT.
           EXIT.
      ******************************************************************
      *  3000 - LER AS ENTREGAS DO MES NO MANIFESTO                    *
      ******************************************************************
       3000-LER-ENTREGAS.

           OPEN INPUT ARQUIVO-ENTREGA
           IF FS-ENTREGA NOT = '00'
               DISPLAY '*** ATENCAO: manifesto de entregas nao '
                       'encontrado (' FUNCTION TRIM(WS-PATH-ENTREGAS)
                       '), nenhuma entrega no mes ***'
               GO TO 3000-EXIT
           END-IF

           READ ARQUIVO-ENTREGA NEXT RECORD
           PERFORM UNTIL FS-ENTREGA = '10'
               IF FUNCTION TRIM(REG-ENTREGA) NOT = SPACES
                   PERFORM 3100-TRATAR-ENTREGA THRU 3100-EXIT
               END-IF
               READ ARQUIVO-ENTREGA NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-ENTREGA

           .
       3000-EXIT.
           EXIT.
      ******************************************************************
      *  3100 - INCLUIR UMA ENTREGA DO MES                             *
      *  timestamp;cliente;documento;pdf-entregue;protocolo-entregue   *
      ******************************************************************
       3100-TRATAR-ENTREGA.

           MOVE SPACES TO WS-LINHA-ENTREGA

           UNSTRING REG-ENTREGA DELIMITED BY ';'
               INTO WN-TIMESTAMP
                    WN-CLIENTE
                    WN-DOCUMENTO
                    WN-PDF
                    WN-PROTOCOLO
           END-UNSTRING

           IF WN-TIMESTAMP(1:6) NOT = WS-MES
               GO TO 3100-EXIT
           END-IF

           MOVE FUNCTION TRIM(WN-CLIENTE) TO WN-CLIENTE
           IF WN-CLIENTE = SPACES
               ADD 1 TO WS-TOTAL-SEM-CLIENTE
               GO TO 3100-EXIT
           END-IF

           IF WS-EN-QTD >= 5000
               ADD 1 TO WS-TOTAL-FORA-TABELA
               DISPLAY '*** ATENCAO: mais de 5000 entregas no mes, '
                       'documento ' FUNCTION TRIM(WN-DOCUMENTO)
                       ' fora dos extratos ***'
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-EN-QTD
           MOVE WS-EN-QTD TO WS-EN-IDX
           ADD 1 TO WS-TOTAL-ENTREGAS

           MOVE WN-CLIENTE   TO WS-EN-CLIENTE(WS-EN-IDX)
           MOVE WN-DOCUMENTO TO WS-EN-DOC(WS-EN-IDX)
           MOVE WN-PDF       TO WS-EN-PDF(WS-EN-IDX)
           MOVE SPACES       TO WS-EN-TIPO(WS-EN-IDX)
                                WS-EN-ASSINADO(WS-EN-IDX)
                                WS-EN-PROTOCOLO(WS-EN-IDX)
                                WS-EN-CN(WS-EN-IDX)
                                WS-EN-HASH(WS-EN-IDX)

           PERFORM 3200-LER-PROTOCOLO THRU 3200-EXIT

      *---- Tipo ausente no comprovante: o da fila/historico
           IF WS-EN-TIPO(WS-EN-IDX) = SPACES
               PERFORM 2210-BUSCAR-DOCUMENTO
               IF WS-DC-ACHOU = 'Y'
                   MOVE WS-DC-TIPO(WS-DC-IDX) TO WS-EN-TIPO(WS-EN-IDX)
               END-IF
           END-IF

           MOVE WN-CLIENTE TO WS-CL-BUSCA
           PERFORM 3900-LOCALIZAR-CLIENTE THRU 3900-EXIT
           IF WS-CL-IDX > 0
               ADD 1 TO WS-CL-ENTREGUES(WS-CL-IDX)
           END-IF

           .
       3100-EXIT.
           EXIT.
      ******************************************************************
      *  3200 - LER OS DADOS DA ASSINATURA NO .PROTOCOLO               *
      *  Linhas do 8500 do ASST0010C; o valor comeca no byte 24. O     *
      *  comprovante entregue e o preferido; sem ele, o que esta ao    *
      *  lado do PDF entregue.                                         *
      ******************************************************************
       3200-LER-PROTOCOLO.

           MOVE WN-DOCUMENTO TO WE-DOCUMENTO

           MOVE SPACES TO WS-PROT-PATH
           IF FUNCTION TRIM(WN-PROTOCOLO) NOT = SPACES
               MOVE WN-PROTOCOLO TO WS-PROT-PATH
           ELSE
               STRING FUNCTION TRIM(WN-PDF) '.protocolo'
                   DELIMITED BY SIZE INTO WS-PROT-PATH
               END-STRING
           END-IF

           OPEN INPUT ARQUIVO-PROT
           IF FS-PROT NOT = '00'
               ADD 1 TO WS-TOTAL-SEM-PROT
               DISPLAY '*** ATENCAO: comprovante nao encontrado ('
                       FUNCTION TRIM(WS-PROT-PATH) ') para '
                       FUNCTION TRIM(WN-DOCUMENTO) ' ***'
               GO TO 3200-EXIT
           END-IF

           READ ARQUIVO-PROT NEXT RECORD
           PERFORM UNTIL FS-PROT NOT = '00'
               EVALUATE TRUE
                   WHEN REG-PROT(1:13) = 'Protocolo nr '
                       MOVE REG-PROT(24:20)
                         TO WS-EN-PROTOCOLO(WS-EN-IDX)
                   WHEN REG-PROT(1:18) = 'Tipo de documento '
                       MOVE REG-PROT(24:10) TO WS-EN-TIPO(WS-EN-IDX)
                   WHEN REG-PROT(1:17) = 'Certificado (CN) '
                       MOVE REG-PROT(24:100) TO WS-EN-CN(WS-EN-IDX)
                   WHEN REG-PROT(1:12) = 'Assinado em '
                       MOVE REG-PROT(24:19)
                         TO WS-EN-ASSINADO(WS-EN-IDX)
                   WHEN REG-PROT(1:20) = 'Hash de integridade '
                       UNSTRING REG-PROT(24:) DELIMITED BY ' ('
                           INTO WS-EN-HASH(WS-EN-IDX)
                       END-UNSTRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ ARQUIVO-PROT NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-PROT

           .
       3200-EXIT.
           EXIT.
      ******************************************************************
      *  3500 - APURAR OS DOCUMENTOS EM ABERTO NO FIM DO MES           *
      *  PENDENTE e PARCIAL (cadeia de coassinatura a meio) contam     *
      *  como pendentes, ERRO e BLOQUEADO em EM_ERRO; CANCELADO so     *
      *  entra se cancelado no mes.                                    *
      ******************************************************************
       3500-APURAR-ABERTOS.

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-QTD

               MOVE 'N' TO WS-EX-ABERTO
               EVALUATE WS-DC-STATUS(WS-DC-IDX)
                   WHEN 'PENDENTE'
                   WHEN 'PARCIAL'
                   WHEN 'ERRO'
                   WHEN 'BLOQUEADO'
                       MOVE 'S' TO WS-EX-ABERTO
                   WHEN 'CANCELADO'
                       IF WS-DC-DATA(WS-DC-IDX) NOT < WS-DATA-INI
                           MOVE 'S' TO WS-EX-ABERTO
                       END-IF
               END-EVALUATE

               IF WS-EX-ABERTO = 'S'
                   IF FUNCTION TRIM(WS-DC-CLIENTE(WS-DC-IDX)) = SPACES
                       ADD 1 TO WS-TOTAL-SEM-CLIENTE
                   ELSE
                       MOVE FUNCTION TRIM(WS-DC-CLIENTE(WS-DC-IDX))
                         TO WS-DC-CLIENTE(WS-DC-IDX)
                       MOVE WS-DC-CLIENTE(WS-DC-IDX) TO WS-CL-BUSCA
                       PERFORM 3900-LOCALIZAR-CLIENTE THRU 3900-EXIT
                       IF WS-CL-IDX > 0
                           ADD 1 TO WS-TOTAL-ABERTOS
                           EVALUATE WS-DC-STATUS(WS-DC-IDX)
                               WHEN 'ERRO'
                               WHEN 'BLOQUEADO'
                                   ADD 1 TO WS-CL-ERROS(WS-CL-IDX)
                               WHEN 'CANCELADO'
                                   ADD 1 TO WS-CL-CANCELADOS(WS-CL-IDX)
                               WHEN OTHER
                                   ADD 1 TO WS-CL-PENDENTES(WS-CL-IDX)
                           END-EVALUATE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM

           .
      ******************************************************************
      *  3900 - LOCALIZAR (OU INCLUIR) O CLIENTE (WS-CL-BUSCA)         *
      *  WS-CL-IDX = 0 quando a tabela esta cheia.                     *
      ******************************************************************
       3900-LOCALIZAR-CLIENTE.

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-QTD
               IF WS-CL-CLIENTE(WS-CL-IDX) = WS-CL-BUSCA
                   GO TO 3900-EXIT
               END-IF
           END-PERFORM

           IF WS-CL-QTD >= 2000
               DISPLAY '*** ATENCAO: mais de 2000 clientes no mes, '
                       FUNCTION TRIM(WS-CL-BUSCA)
                       ' fora dos extratos ***'
               MOVE 0 TO WS-CL-IDX
               GO TO 3900-EXIT
           END-IF

           ADD 1 TO WS-CL-QTD
           MOVE WS-CL-QTD TO WS-CL-IDX
           MOVE WS-CL-BUSCA TO WS-CL-CLIENTE(WS-CL-IDX)
           MOVE 0           TO WS-CL-ENTREGUES(WS-CL-IDX)
           MOVE 0           TO WS-CL-PENDENTES(WS-CL-IDX)
           MOVE 0           TO WS-CL-ERROS(WS-CL-IDX)
           MOVE 0           TO WS-CL-CANCELADOS(WS-CL-IDX)
           MOVE SPACES      TO WS-CL-SITUACAO(WS-CL-IDX)
           MOVE SPACES      TO WS-CL-EXTRATO(WS-CL-IDX)

           .
       3900-EXIT.
           EXIT.
      ******************************************************************
      *  4000 - GERAR OS EXTRATOS E O INDICE                           *
      ******************************************************************
       4000-GERAR-EXTRATOS.

           OPEN OUTPUT ARQUIVO-INDICE
           IF FS-INDICE NOT = '00'
               DISPLAY 'Erro ao criar indice de extratos ('
                       FUNCTION TRIM(WS-PATH-INDICE) '): ' FS-INDICE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-INDICE
           STRING 'CLIENTE;ENTREGUES;PENDENTES;EM_ERRO;CANCELADOS;'
                  'SITUACAO;EXTRATO'
               DELIMITED BY SIZE INTO REG-INDICE
           END-STRING
           WRITE REG-INDICE

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-QTD
               PERFORM 4100-EMITIR-EXTRATO THRU 4100-EXIT
               PERFORM 4800-GRAVAR-LINHA-INDICE
           END-PERFORM

           CLOSE ARQUIVO-INDICE

           .
       4000-EXIT.
           EXIT.
      ******************************************************************
      *  4100 - EMITIR O EXTRATO DE UM CLIENTE                         *
      *  Pasta do cadastro de rotas; sem rota, ou pasta inacessivel,   *
      *  o extrato vai para a pasta de envio manual.                   *
      ******************************************************************
       4100-EMITIR-EXTRATO.

           MOVE 'N' TO WS-ROTA-ACHOU
           PERFORM VARYING WS-ROTA-IDX FROM 1 BY 1
                   UNTIL WS-ROTA-IDX > WS-ROTA-QTD
                      OR WS-ROTA-ACHOU = 'Y'
               IF WS-ROTA-CLIENTE(WS-ROTA-IDX) =
                  WS-CL-CLIENTE(WS-CL-IDX)
                   MOVE 'Y' TO WS-ROTA-ACHOU
               END-IF
           END-PERFORM

           IF WS-ROTA-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-ROTA-IDX
               MOVE WS-ROTA-PASTA(WS-ROTA-IDX) TO WS-EX-DIR-BASE
               MOVE SPACES TO WS-EX-NOME
               STRING 'ASST0200_EXTRATO_' WS-MES '.TXT'
                   DELIMITED BY SIZE INTO WS-EX-NOME
               END-STRING
               PERFORM 4150-MONTAR-CAMINHO
               OPEN OUTPUT ARQUIVO-EXTRATO
               IF FS-EXTRATO = '00'
                   MOVE 'ENVIADO' TO WS-CL-SITUACAO(WS-CL-IDX)
                   ADD 1 TO WS-TOTAL-ENVIADOS
               ELSE
                   DISPLAY '*** ATENCAO: pasta do cliente '
                           FUNCTION TRIM(WS-CL-CLIENTE(WS-CL-IDX))
                           ' inacessivel (' FS-EXTRATO ') em '
                           FUNCTION TRIM(WS-PATH-EXTRATO)
                           ' - extrato para envio manual ***'
                   MOVE 'FALHA_ROTA' TO WS-CL-SITUACAO(WS-CL-IDX)
                   ADD 1 TO WS-TOTAL-FALHA-ROTA
               END-IF
           ELSE
               MOVE 'SEM_ROTA' TO WS-CL-SITUACAO(WS-CL-IDX)
               ADD 1 TO WS-TOTAL-SEM-ROTA
           END-IF

           IF WS-CL-SITUACAO(WS-CL-IDX) NOT = 'ENVIADO'
               MOVE WS-DIR-MANUAL TO WS-EX-DIR-BASE
               MOVE WS-CL-IDX TO WS-EX-SEQ-ED
               MOVE SPACES TO WS-EX-NOME
               STRING 'ASST0200_EXTRATO_' WS-MES '_' WS-EX-SEQ-ED
                   '.TXT'
                   DELIMITED BY SIZE INTO WS-EX-NOME
               END-STRING
               PERFORM 4150-MONTAR-CAMINHO
               OPEN OUTPUT ARQUIVO-EXTRATO
               IF FS-EXTRATO NOT = '00'
                   DISPLAY '*** ERRO ao criar extrato do cliente '
                           FUNCTION TRIM(WS-CL-CLIENTE(WS-CL-IDX))
                           ' (' FS-EXTRATO ') em '
                           FUNCTION TRIM(WS-PATH-EXTRATO) ' ***'
                   MOVE SPACES TO WS-CL-EXTRATO(WS-CL-IDX)
                   GO TO 4100-EXIT
               END-IF
           END-IF

           MOVE WS-PATH-EXTRATO TO WS-CL-EXTRATO(WS-CL-IDX)

           PERFORM 4200-GRAVAR-CABECALHO
           PERFORM 4300-GRAVAR-ENTREGUES
           PERFORM 4400-GRAVAR-ABERTOS THRU 4400-EXIT
           PERFORM 4500-GRAVAR-RODAPE

           CLOSE ARQUIVO-EXTRATO

           .
       4100-EXIT.
           EXIT.
      ******************************************************************
      *  4150 - MONTAR <WS-EX-DIR-BASE>\<WS-EX-NOME>                   *
      *  Pasta em branco = diretorio atual.                            *
      ******************************************************************
       4150-MONTAR-CAMINHO.

           MOVE SPACES TO WS-PATH-EXTRATO

           IF FUNCTION TRIM(WS-EX-DIR-BASE) = SPACES
               MOVE WS-EX-NOME TO WS-PATH-EXTRATO
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-EX-DIR-BASE))
                 TO WS-TAM
               IF WS-EX-DIR-BASE(WS-TAM:1) = '\'
                  OR WS-EX-DIR-BASE(WS-TAM:1) = '/'
                   STRING WS-EX-DIR-BASE(1:WS-TAM)
                          FUNCTION TRIM(WS-EX-NOME)
                          DELIMITED BY SIZE
                          INTO WS-PATH-EXTRATO
                   END-STRING
               ELSE
                   STRING WS-EX-DIR-BASE(1:WS-TAM)
                          '\'
                          FUNCTION TRIM(WS-EX-NOME)
                          DELIMITED BY SIZE
                          INTO WS-PATH-EXTRATO
                   END-STRING
               END-IF
           END-IF

           .
      ******************************************************************
      *  4200 - CABECALHO DO EXTRATO                                   *
      ******************************************************************
       4200-GRAVAR-CABECALHO.

           MOVE '=================================================='
             TO REG-EXTRATO
           WRITE REG-EXTRATO
           MOVE '   EXTRATO MENSAL DE DOCUMENTOS ASSINADOS'
             TO REG-EXTRATO
           WRITE REG-EXTRATO
           MOVE '=================================================='
             TO REG-EXTRATO
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Cliente .............: '
               FUNCTION TRIM(WS-CL-CLIENTE(WS-CL-IDX))
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Mes de referencia ...: ' WS-MES(5:2) '/'
               WS-MES(1:4)
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Emitido em ..........: ' WS-EX-EMISSAO
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           .
      ******************************************************************
      *  4300 - DOCUMENTOS ASSINADOS E ENTREGUES NO MES                *
      ******************************************************************
       4300-GRAVAR-ENTREGUES.

           MOVE '--------------------------------------------------'
             TO REG-EXTRATO
           WRITE REG-EXTRATO

           MOVE WS-CL-ENTREGUES(WS-CL-IDX) TO WS-EX-QTD-ED
           MOVE SPACES TO REG-EXTRATO
           STRING 'DOCUMENTOS ASSINADOS E ENTREGUES NO MES: '
               FUNCTION TRIM(WS-EX-QTD-ED)
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE '--------------------------------------------------'
             TO REG-EXTRATO
           WRITE REG-EXTRATO

           IF WS-CL-ENTREGUES(WS-CL-IDX) = 0
               MOVE ' (nenhum documento entregue no mes)'
                 TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-IF

           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-QTD
               IF WS-EN-CLIENTE(WS-EN-IDX) = WS-CL-CLIENTE(WS-CL-IDX)
                   PERFORM 4310-GRAVAR-DOCUMENTO-ENTREGUE
               END-IF
           END-PERFORM

           .
      ******************************************************************
      *  4310 - UM DOCUMENTO ENTREGUE (MESMOS ROTULOS DO .PROTOCOLO)   *
      ******************************************************************
       4310-GRAVAR-DOCUMENTO-ENTREGUE.

           MOVE SPACES TO REG-EXTRATO
           STRING 'Documento ...........: '
               FUNCTION TRIM(WS-EN-DOC(WS-EN-IDX))
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Tipo de documento ...: '
               FUNCTION TRIM(WS-EN-TIPO(WS-EN-IDX))
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Assinado em .........: '
               FUNCTION TRIM(WS-EN-ASSINADO(WS-EN-IDX))
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Protocolo nr ........: '
               FUNCTION TRIM(WS-EN-PROTOCOLO(WS-EN-IDX))
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Certificado (CN) ....: '
               FUNCTION TRIM(WS-EN-CN(WS-EN-IDX))
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Hash de integridade .: '
               FUNCTION TRIM(WS-EN-HASH(WS-EN-IDX))
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE SPACES TO REG-EXTRATO
           STRING 'Entregue em .........: '
               FUNCTION TRIM(WS-EN-PDF(WS-EN-IDX))
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           IF WS-EN-PROTOCOLO(WS-EN-IDX) = SPACES
               MOVE '  (comprovante .protocolo nao localizado)'
                 TO REG-EXTRATO
               WRITE REG-EXTRATO
           END-IF

           MOVE SPACES TO REG-EXTRATO
           WRITE REG-EXTRATO

           .
      ******************************************************************
      *  4400 - DOCUMENTOS EM ABERTO NO FIM DO MES                     *
      ******************************************************************
       4400-GRAVAR-ABERTOS.

           MOVE '--------------------------------------------------'
             TO REG-EXTRATO
           WRITE REG-EXTRATO

           COMPUTE WS-EX-QTD-ED = WS-CL-PENDENTES(WS-CL-IDX)
                                + WS-CL-ERROS(WS-CL-IDX)
                                + WS-CL-CANCELADOS(WS-CL-IDX)
           MOVE SPACES TO REG-EXTRATO
           STRING 'DOCUMENTOS EM ABERTO NO FIM DO MES: '
               FUNCTION TRIM(WS-EX-QTD-ED)
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE '--------------------------------------------------'
             TO REG-EXTRATO
           WRITE REG-EXTRATO

           IF WS-CL-PENDENTES(WS-CL-IDX) = 0
              AND WS-CL-ERROS(WS-CL-IDX) = 0
              AND WS-CL-CANCELADOS(WS-CL-IDX) = 0
               MOVE ' (nenhum documento em aberto)' TO REG-EXTRATO
               WRITE REG-EXTRATO
               GO TO 4400-EXIT
           END-IF

           MOVE 'DOCUMENTO            TIPO       SITUACAO   DATA-LIMITE'
             TO REG-EXTRATO
           WRITE REG-EXTRATO

           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > WS-DC-QTD
               IF WS-DC-CLIENTE(WS-DC-IDX) = WS-CL-CLIENTE(WS-CL-IDX)
                   PERFORM 4410-GRAVAR-DOCUMENTO-ABERTO
               END-IF
           END-PERFORM

           .
       4400-EXIT.
           EXIT.
      ******************************************************************
      *  4410 - UM DOCUMENTO EM ABERTO (MESMO CRITERIO DO 3500)        *
      ******************************************************************
       4410-GRAVAR-DOCUMENTO-ABERTO.

           MOVE 'N' TO WS-EX-ABERTO
           EVALUATE WS-DC-STATUS(WS-DC-IDX)
               WHEN 'PENDENTE'
               WHEN 'PARCIAL'
               WHEN 'ERRO'
               WHEN 'BLOQUEADO'
                   MOVE 'S' TO WS-EX-ABERTO
               WHEN 'CANCELADO'
                   IF WS-DC-DATA(WS-DC-IDX) NOT < WS-DATA-INI
                       MOVE 'S' TO WS-EX-ABERTO
                   END-IF
           END-EVALUATE

           IF WS-EX-ABERTO = 'S'
               IF WS-DC-LIMITE(WS-DC-IDX) > 0
                   MOVE SPACES TO WS-EX-LIMITE-ED
                   STRING WS-DC-LIMITE(WS-DC-IDX)(7:2) '/'
                          WS-DC-LIMITE(WS-DC-IDX)(5:2) '/'
                          WS-DC-LIMITE(WS-DC-IDX)(1:4)
                       DELIMITED BY SIZE INTO WS-EX-LIMITE-ED
                   END-STRING
               ELSE
                   MOVE '-' TO WS-EX-LIMITE-ED
               END-IF
               MOVE SPACES TO REG-EXTRATO
               STRING WS-DC-DOC(WS-DC-IDX) ' '
                      WS-DC-TIPO(WS-DC-IDX) ' '
                      WS-DC-STATUS(WS-DC-IDX) ' '
                      WS-EX-LIMITE-ED
                   DELIMITED BY SIZE INTO REG-EXTRATO
               END-STRING
               WRITE REG-EXTRATO
           END-IF

           .
      ******************************************************************
      *  4500 - RODAPE DO EXTRATO                                      *
      ******************************************************************
       4500-GRAVAR-RODAPE.

           MOVE '--------------------------------------------------'
             TO REG-EXTRATO
           WRITE REG-EXTRATO

           MOVE WS-CL-ENTREGUES(WS-CL-IDX)  TO WS-EX-QTD-ED
           MOVE WS-CL-PENDENTES(WS-CL-IDX)  TO WS-EX-QTD2-ED
           MOVE WS-CL-ERROS(WS-CL-IDX)      TO WS-EX-QTD3-ED
           MOVE WS-CL-CANCELADOS(WS-CL-IDX) TO WS-EX-QTD4-ED
           MOVE SPACES TO REG-EXTRATO
           STRING 'Entregues: ' FUNCTION TRIM(WS-EX-QTD-ED)
                  '  Pendentes: ' FUNCTION TRIM(WS-EX-QTD2-ED)
                  '  Em erro: ' FUNCTION TRIM(WS-EX-QTD3-ED)
                  '  Cancelados: ' FUNCTION TRIM(WS-EX-QTD4-ED)
               DELIMITED BY SIZE INTO REG-EXTRATO
           END-STRING
           WRITE REG-EXTRATO

           MOVE '=================================================='
             TO REG-EXTRATO
           WRITE REG-EXTRATO

           .
      ******************************************************************
      *  4800 - LINHA DO CLIENTE NO INDICE                             *
      ******************************************************************
       4800-GRAVAR-LINHA-INDICE.

           MOVE SPACES TO REG-INDICE
           STRING FUNCTION TRIM(WS-CL-CLIENTE(WS-CL-IDX)) ';'
                  WS-CL-ENTREGUES(WS-CL-IDX) ';'
                  WS-CL-PENDENTES(WS-CL-IDX) ';'
                  WS-CL-ERROS(WS-CL-IDX) ';'
                  WS-CL-CANCELADOS(WS-CL-IDX) ';'
                  FUNCTION TRIM(WS-CL-SITUACAO(WS-CL-IDX)) ';'
                  FUNCTION TRIM(WS-CL-EXTRATO(WS-CL-IDX))
               DELIMITED BY SIZE INTO REG-INDICE
           END-STRING
           WRITE REG-INDICE

           .
      ******************************************************************
      *  9000 - FINALIZAR                                              *
      *  Clientes para envio manual listados um a um.                  *
      ******************************************************************
       9000-FINALIZAR.

           DISPLAY '=========================================='
           DISPLAY '  RESUMO DOS EXTRATOS                    '
           DISPLAY '=========================================='
           DISPLAY 'Mes                         : ' WS-MES
           DISPLAY 'Entregas no mes             : ' WS-TOTAL-ENTREGAS
           DISPLAY 'Documentos em aberto        : ' WS-TOTAL-ABERTOS
           DISPLAY 'Entregas sem comprovante    : ' WS-TOTAL-SEM-PROT
           DISPLAY 'Sem cliente (fora)          : '
                   WS-TOTAL-SEM-CLIENTE
           DISPLAY 'Clientes com extrato        : ' WS-CL-QTD
           DISPLAY 'Extratos na pasta do cliente: ' WS-TOTAL-ENVIADOS
           DISPLAY 'Sem rota (envio manual)     : ' WS-TOTAL-SEM-ROTA
           DISPLAY 'Pasta inacessivel (manual)  : '
                   WS-TOTAL-FALHA-ROTA
           IF WS-TOTAL-FORA-TABELA > 0
               DISPLAY 'Fora das tabelas (limite)   : '
                       WS-TOTAL-FORA-TABELA
           END-IF

           IF WS-TOTAL-SEM-ROTA > 0 OR WS-TOTAL-FALHA-ROTA > 0
               DISPLAY '--------------------------------------'
               DISPLAY 'ENVIO MANUAL:'
               PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                       UNTIL WS-CL-IDX > WS-CL-QTD
                   IF WS-CL-SITUACAO(WS-CL-IDX) NOT = 'ENVIADO'
                       DISPLAY '  ' FUNCTION TRIM(WS-CL-CLIENTE
                               (WS-CL-IDX)) ' ('
                               FUNCTION TRIM(WS-CL-SITUACAO
                               (WS-CL-IDX)) '): '
                               FUNCTION TRIM(WS-CL-EXTRATO(WS-CL-IDX))
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY 'Indice: ' FUNCTION TRIM(WS-PATH-INDICE)
           DISPLAY '=========================================='

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0200C.
