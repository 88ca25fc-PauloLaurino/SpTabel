      ******************************************************************
      *  PROGRAMA: ASST0130C - CONSULTA AO REGISTRO DE PROTOCOLOS      *
      *  OBJETIVO: Dar ao atendimento a resposta de "onde esta o       *
      *            documento do protocolo X" em um passo, sem grep     *
      *            nos .protocolo: localiza no registro indexado       *
      *            (copy ASST0010R, gravado pelo 8500 do ASST0010C)    *
      *            pelo numero do protocolo, pelo documento, pelo      *
      *            cliente ou pelo hash do original, e mostra o        *
      *            registro completo com o local atual do PDF          *
      *            assinado (saida ou arquivo morto), a copia          *
      *            entregue ao cliente e se os arquivos ainda estao    *
      *            la.                                                 *
      *  ENTRADA:  Um criterio por variavel de ambiente:               *
      *            ASST0130_PROTOCOLO numero do protocolo              *
      *            ASST0130_DOCUMENTO numero do documento na fila ou   *
      *                               nome/caminho do original         *
      *            ASST0130_CLIENTE   todos os protocolos do cliente   *
      *            ASST0130_HASH      hash de integridade do original  *
      *            ASST0130_REGISTRO_PATH  registro (padrao            *
      *                               ASST0010_PROTOCOLO.DAT)          *
      *  SAIDA:    Console (somente consulta, nada e alterado).        *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - cliente ligando com o
      *                       numero do protocolo virava chamado para
      *                       a informatica
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0130C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-REGISTRO ASSIGN TO WS-PATH-REGISTRO
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PR-NUMERO
                                 ALTERNATE RECORD KEY IS PR-DOCUMENTO
                                     WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS PR-HASH
                                     WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS PR-CLIENTE
                                     WITH DUPLICATES
                                 FILE STATUS IS FS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.
      *---- Registro indexado de protocolos; layout compartilhado com
      *     o ASST0010C (gravacao), o ASST0020C e o ASST0050C
       FD  ARQUIVO-REGISTRO.
           COPY ASST0010R.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  PARAMETROS DE ENTRADA (VARIAVEIS DE AMBIENTE)                 *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-PATH-REGISTRO      PIC X(500) VALUE SPACES.
           05  WS-PROTOCOLO-X        PIC X(20)  VALUE SPACES.
           05  WS-DOCUMENTO          PIC X(500) VALUE SPACES.
           05  WS-CLIENTE            PIC X(60)  VALUE SPACES.
           05  WS-HASH               PIC X(10)  VALUE SPACES.

       01  WS-FILE-VARS.
           05  FS-REGISTRO           PIC X(02).

      ******************************************************************
      *  CRITERIO DA CONSULTA                                          *
      *  Numero do protocolo alinhado a direita e completado com zeros *
      *  ('123' -> 000000123); documento informado com diretorio fica  *
      *  so com o nome do arquivo, que e o que o registro guarda fora  *
      *  do modo FILA.                                                 *
      ******************************************************************
       01  WS-CRITERIO.
           05  WS-QTD-CRITERIOS      PIC 9(01) COMP VALUE 0.
           05  WS-TIPO-CRITERIO      PIC X(10)  VALUE SPACES.
           05  WS-PROT-ALINHADO      PIC X(09)  JUSTIFIED RIGHT.
           05  WS-PROT-NUMERO        PIC 9(09).
           05  WS-DOC-CHAVE          PIC X(60).
           05  WS-TAM                PIC 9(04) COMP.
           05  WS-I                  PIC 9(04) COMP.

      ******************************************************************
      *  EXIBICAO DO REGISTRO                                          *
      ******************************************************************
       01  WS-EXIBICAO.
           05  WS-DATA-ED            PIC X(19).
           05  WS-COMPROVANTE        PIC X(510).
           05  WS-SITUACAO-ARQ       PIC X(30).

           COPY ASSTCFE.

       01  WS-CHECK-RC               PIC 9(08) COMP-5.

       01  WS-CONTADORES.
           05  WS-TOTAL-ENCONTRADOS  PIC 9(06) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-CONSULTAR THRU 2000-EXIT

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      ******************************************************************
       1000-INICIALIZAR.

           ACCEPT WS-PATH-REGISTRO FROM ENVIRONMENT
               'ASST0130_REGISTRO_PATH'
           IF FUNCTION TRIM(WS-PATH-REGISTRO) = SPACES
      *---- Mesmo arquivo padrao gravado pelo ASST0010C
               MOVE 'ASST0010_PROTOCOLO.DAT' TO WS-PATH-REGISTRO
           END-IF

           ACCEPT WS-PROTOCOLO-X FROM ENVIRONMENT 'ASST0130_PROTOCOLO'
           ACCEPT WS-DOCUMENTO FROM ENVIRONMENT 'ASST0130_DOCUMENTO'
           ACCEPT WS-CLIENTE FROM ENVIRONMENT 'ASST0130_CLIENTE'
           ACCEPT WS-HASH FROM ENVIRONMENT 'ASST0130_HASH'

           DISPLAY '=========================================='
           DISPLAY '  ASST0130C - CONSULTA DE PROTOCOLOS     '
           DISPLAY '=========================================='
           DISPLAY 'Registro: ' FUNCTION TRIM(WS-PATH-REGISTRO)

           IF FUNCTION TRIM(WS-PROTOCOLO-X) NOT = SPACES
               ADD 1 TO WS-QTD-CRITERIOS
               MOVE 'PROTOCOLO' TO WS-TIPO-CRITERIO
           END-IF
           IF FUNCTION TRIM(WS-DOCUMENTO) NOT = SPACES
               ADD 1 TO WS-QTD-CRITERIOS
               MOVE 'DOCUMENTO' TO WS-TIPO-CRITERIO
           END-IF
           IF FUNCTION TRIM(WS-CLIENTE) NOT = SPACES
               ADD 1 TO WS-QTD-CRITERIOS
               MOVE 'CLIENTE' TO WS-TIPO-CRITERIO
           END-IF
           IF FUNCTION TRIM(WS-HASH) NOT = SPACES
               ADD 1 TO WS-QTD-CRITERIOS
               MOVE 'HASH' TO WS-TIPO-CRITERIO
           END-IF

           IF WS-QTD-CRITERIOS NOT = 1
               DISPLAY 'Informe um (e somente um) criterio: '
                       'ASST0130_PROTOCOLO, ASST0130_DOCUMENTO, '
                       'ASST0130_CLIENTE ou ASST0130_HASH'
               GOBACK
           END-IF

           EVALUATE WS-TIPO-CRITERIO
               WHEN 'PROTOCOLO'
                   MOVE FUNCTION TRIM(WS-PROTOCOLO-X)
                     TO WS-PROT-ALINHADO
                   INSPECT WS-PROT-ALINHADO
                       REPLACING LEADING SPACES BY '0'
                   IF WS-PROT-ALINHADO NOT NUMERIC
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-PROTOCOLO-X))
                         > 9
                       DISPLAY 'Numero de protocolo invalido: '
                               FUNCTION TRIM(WS-PROTOCOLO-X)
                       GOBACK
                   END-IF
                   MOVE WS-PROT-ALINHADO TO WS-PROT-NUMERO
                   DISPLAY 'Protocolo: ' WS-PROT-NUMERO
               WHEN 'DOCUMENTO'
                   PERFORM 1100-EXTRAIR-NOME-DOCUMENTO
                   DISPLAY 'Documento: ' FUNCTION TRIM(WS-DOC-CHAVE)
               WHEN 'CLIENTE'
                   DISPLAY 'Cliente: ' FUNCTION TRIM(WS-CLIENTE)
               WHEN 'HASH'
                   DISPLAY 'Hash do original: ' FUNCTION TRIM(WS-HASH)
           END-EVALUATE

           DISPLAY '--------------------------------------'

           .
       1000-EXIT.
           EXIT.
      ******************************************************************
      *  1100 - ISOLAR O NOME DO ARQUIVO DO DOCUMENTO INFORMADO        *
      *  Numero de documento da fila (sem barra) passa inalterado.     *
      ******************************************************************
       1100-EXTRAIR-NOME-DOCUMENTO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DOCUMENTO))
             TO WS-TAM

           PERFORM VARYING WS-I FROM WS-TAM BY -1
                   UNTIL WS-I < 1
                      OR WS-DOCUMENTO(WS-I:1) = '\'
                      OR WS-DOCUMENTO(WS-I:1) = '/'
               CONTINUE
           END-PERFORM

           MOVE SPACES TO WS-DOC-CHAVE
           ADD 1 TO WS-I
           MOVE WS-DOCUMENTO(WS-I:WS-TAM - WS-I + 1) TO WS-DOC-CHAVE

           .
      ******************************************************************
      *  2000 - CONSULTAR O REGISTRO PELO CRITERIO INFORMADO           *
      *  Protocolo e chave unica; documento, cliente e hash podem ter  *
      *  varios protocolos (coassinatura, reassinatura, varios         *
      *  documentos do cliente) - todos sao mostrados, em ordem de     *
      *  gravacao na chave alternada.                                  *
      ******************************************************************
       2000-CONSULTAR.

           OPEN INPUT ARQUIVO-REGISTRO
           IF FS-REGISTRO NOT = '00'
               DISPLAY 'Erro ao abrir o registro de protocolos ('
                       FS-REGISTRO '): '
                       FUNCTION TRIM(WS-PATH-REGISTRO)
               GO TO 2000-EXIT
           END-IF

           EVALUATE WS-TIPO-CRITERIO
               WHEN 'PROTOCOLO'
                   MOVE WS-PROT-NUMERO TO PR-NUMERO
                   READ ARQUIVO-REGISTRO KEY IS PR-NUMERO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 3000-MOSTRAR-REGISTRO
                   END-READ

               WHEN 'DOCUMENTO'
                   MOVE WS-DOC-CHAVE TO PR-DOCUMENTO
                   START ARQUIVO-REGISTRO KEY IS = PR-DOCUMENTO
                   IF FS-REGISTRO = '00'
                       READ ARQUIVO-REGISTRO NEXT RECORD
                       PERFORM UNTIL FS-REGISTRO NOT = '00'
                                  OR PR-DOCUMENTO NOT = WS-DOC-CHAVE
                           PERFORM 3000-MOSTRAR-REGISTRO
                           READ ARQUIVO-REGISTRO NEXT RECORD
                       END-PERFORM
                   END-IF

               WHEN 'CLIENTE'
                   MOVE WS-CLIENTE TO PR-CLIENTE
                   START ARQUIVO-REGISTRO KEY IS = PR-CLIENTE
                   IF FS-REGISTRO = '00'
                       READ ARQUIVO-REGISTRO NEXT RECORD
                       PERFORM UNTIL FS-REGISTRO NOT = '00'
                                  OR PR-CLIENTE NOT = WS-CLIENTE
                           PERFORM 3000-MOSTRAR-REGISTRO
                           READ ARQUIVO-REGISTRO NEXT RECORD
                       END-PERFORM
                   END-IF

               WHEN 'HASH'
                   MOVE WS-HASH TO PR-HASH
                   START ARQUIVO-REGISTRO KEY IS = PR-HASH
                   IF FS-REGISTRO = '00'
                       READ ARQUIVO-REGISTRO NEXT RECORD
                       PERFORM UNTIL FS-REGISTRO NOT = '00'
                                  OR PR-HASH NOT = WS-HASH
                           PERFORM 3000-MOSTRAR-REGISTRO
                           READ ARQUIVO-REGISTRO NEXT RECORD
                       END-PERFORM
                   END-IF
           END-EVALUATE

           CLOSE ARQUIVO-REGISTRO

           IF WS-TOTAL-ENCONTRADOS = 0
               DISPLAY 'Nenhum protocolo encontrado para o criterio '
                       'informado'
           ELSE
               DISPLAY 'Protocolos encontrados: '
                       WS-TOTAL-ENCONTRADOS
           END-IF

           .
       2000-EXIT.
           EXIT.
      ******************************************************************
      *  3000 - MOSTRAR UM REGISTRO COMPLETO                           *
      *  Alem dos dados gravados na assinatura, confere se o PDF e o   *
      *  comprovante ainda estao no local registrado e se a copia do   *
      *  cliente ainda existe na pasta de entrega.                     *
      ******************************************************************
       3000-MOSTRAR-REGISTRO.

           ADD 1 TO WS-TOTAL-ENCONTRADOS

      *---- Data/hora AAAAMMDDHHMMSS -> DD/MM/AAAA HH:MM:SS
           MOVE SPACES TO WS-DATA-ED
           STRING PR-DATA-HORA(7:2) '/'
                  PR-DATA-HORA(5:2) '/'
                  PR-DATA-HORA(1:4) ' '
                  PR-DATA-HORA(9:2) ':'
                  PR-DATA-HORA(11:2) ':'
                  PR-DATA-HORA(13:2)
               DELIMITED BY SIZE INTO WS-DATA-ED
           END-STRING

           DISPLAY 'Protocolo nr ........: ' PR-NUMERO
           DISPLAY 'Documento ...........: '
                   FUNCTION TRIM(PR-DOCUMENTO)
           DISPLAY 'Cliente .............: ' FUNCTION TRIM(PR-CLIENTE)
           DISPLAY 'Tipo de documento ...: '
                   FUNCTION TRIM(PR-TIPO-DOC)
           DISPLAY 'Documento original ..: '
                   FUNCTION TRIM(PR-PATH-ORIGINAL)
           DISPLAY 'Certificado (CN) ....: ' FUNCTION TRIM(PR-CN)
           DISPLAY 'Validade certificado : '
                   FUNCTION TRIM(PR-VALIDADE)
           DISPLAY 'Assinado em .........: ' WS-DATA-ED
           DISPLAY 'Carimbo de tempo ....: ' PR-CARIMBO-TS
           DISPLAY 'Hash de integridade .: ' FUNCTION TRIM(PR-HASH)
           DISPLAY 'Status HTTP .........: ' PR-STATUS-HTTP
           DISPLAY 'Situacao ............: '
                   FUNCTION TRIM(PR-SITUACAO)

           IF PR-SITUACAO = 'EXCLUIDO'
               DISPLAY 'Local do PDF ........: (excluido apos o prazo '
                       'legal de guarda)'
           ELSE
               MOVE PR-LOCAL-ATUAL TO WS-COMPROVANTE
               PERFORM 3100-CONFERIR-ARQUIVO
               DISPLAY 'Local do PDF ........: '
                       FUNCTION TRIM(PR-LOCAL-ATUAL)
                       ' ' FUNCTION TRIM(WS-SITUACAO-ARQ)

               MOVE SPACES TO WS-COMPROVANTE
               STRING FUNCTION TRIM(PR-LOCAL-ATUAL) '.protocolo'
                   DELIMITED BY SIZE INTO WS-COMPROVANTE
               END-STRING
               PERFORM 3100-CONFERIR-ARQUIVO
               DISPLAY 'Comprovante .........: '
                       FUNCTION TRIM(WS-COMPROVANTE)
                       ' ' FUNCTION TRIM(WS-SITUACAO-ARQ)
           END-IF

           IF FUNCTION TRIM(PR-LOCAL-ENTREGA) = SPACES
               DISPLAY 'Entregue ao cliente .: nao'
           ELSE
               MOVE PR-LOCAL-ENTREGA TO WS-COMPROVANTE
               PERFORM 3100-CONFERIR-ARQUIVO
               DISPLAY 'Entregue ao cliente .: '
                       FUNCTION TRIM(PR-LOCAL-ENTREGA)
                       ' ' FUNCTION TRIM(WS-SITUACAO-ARQ)
           END-IF

           DISPLAY 'Ultima atualizacao ..: '
                   FUNCTION TRIM(PR-DATA-ULT-ALT)
           DISPLAY '--------------------------------------'

           .
      ******************************************************************
      *  3100 - CONFERIR SE O ARQUIVO EM WS-COMPROVANTE EXISTE         *
      ******************************************************************
       3100-CONFERIR-ARQUIVO.

           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-COMPROVANTE CFE-FILE-INFO
               RETURNING WS-CHECK-RC
           END-CALL

           IF WS-CHECK-RC = 0
               MOVE '(presente)' TO WS-SITUACAO-ARQ
           ELSE
               MOVE '(NAO ENCONTRADO NO LOCAL)' TO WS-SITUACAO-ARQ
           END-IF

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0130C.
