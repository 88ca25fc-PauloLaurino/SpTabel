      *                       registram o tipo; os campos *-PDF-*
      *                       passam a carregar o documento de
      *                       qualquer tipo
      *  15/10/2026 SEPROCOM  Registro indexado de protocolos
      *                       (PROTOCOLO-REGISTRO, padrao
      *                       ASST0010_PROTOCOLO.DAT, copy ASST0010R):
      *                       o 8500 grava numero, documento, hash,
      *                       CN, validade, data/hora, status HTTP,
      *                       tipo e localizacao do PDF assinado, e
      *                       devolve o numero em LP-PROTOCOLO
      *  15/10/2026 SEPROCOM  Log de auditoria encadeado: cada linha
      *                       ganha numero sequencial e digest
      *                       encadeado ao da linha anterior (estado
      *                       em ASST0010_AUDITORIA.SEQ, sob bloqueio
      *                       exclusivo), conferidos pelo ASST0150C
      *  15/10/2026 SEPROCOM  Appliance secundario (contingencia):
      *                       chaves HOST-SEC, PORTA-SEC, URI-SEC,
      *                       URI-XML-SEC e APIKEY-SEC; falha de
      *                       comunicacao (retornos 20-24) apos as
      *                       retentativas troca para o outro lado e
      *                       o primario e sondado a cada
      *                       FAILOVER-SONDA-SEG segundos para a volta.
      *                       APPLIANCE (ou ASST0010_APPLIANCE) fixa um
      *                       lado na manutencao programada. Auditoria,
      *                       metricas e protocolo registram o lado;
      *                       LP-APPLIANCE/LP-FAILOVER informam o
      *                       chamador
      *  15/10/2026 SEPROCOM  Cadeia do log de auditoria so avanca pelo
      *                       status do WRITE, guardado antes do CLOSE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0010C.
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-PROTOCOLO.

           SELECT ARQUIVO-REGISTRO ASSIGN TO WS-REG-PATH
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
       FD  ARQUIVO-SAIDA.
       01  REG-SAIDA                  PIC X(32767).

      *---- 1300 bytes comportam o pior caso dos campos STRING'ados em
      *     9500-GRAVAR-AUDITORIA (timestamp + documento + CN +
      *     retorno + mensagem + tipo + sequencia + digest +
      *     separadores, ~1264 bytes no maximo); os leitores antigos
      *     com 1250 so perdem a sequencia e o digest da pior linha
       FD  ARQUIVO-AUDITORIA.
       01  REG-AUDITORIA              PIC X(1300).

       FD  ARQUIVO-CONFIG.
       01  REG-CONFIG                 PIC X(200).
       FD  ARQUIVO-PROTOCOLO.
       01  REG-PROTOCOLO              PIC X(600).

      *---- Registro indexado de protocolos (layout compartilhado com
      *     o ASST0020C, o ASST0050C e a consulta ASST0130C)
       FD  ARQUIVO-REGISTRO.
           COPY ASST0010R.

      *---- timestamp;documento;tamanho;ms;http;tentativa;retorno;
      *     appliance - uma linha por tentativa de chamada ao servico
       FD  ARQUIVO-METRICAS.
       01  REG-METRICAS               PIC X(600).

           05  WS-CFG-TIMEOUT-RECV    PIC 9(06)  VALUE 030000.
           05  WS-CFG-LIMITE-MB       PIC 9(03)  VALUE 050.
           05  WS-CFG-PROTOCOLO       PIC X(01)  VALUE 'S'.
      *---- Appliance secundario (contingencia no outro datacenter):
      *     HOST-SEC em branco = sem secundario; URIs e API-Key em
      *     branco repetem as do primario
           05  WS-CFG-HOST-SEC        PIC X(100) VALUE SPACES.
           05  WS-CFG-PORTA-SEC       PIC 9(05)  VALUE 08443.
           05  WS-CFG-URI-SEC         PIC X(200) VALUE SPACES.
           05  WS-CFG-URI-XML-SEC     PIC X(200) VALUE SPACES.
           05  WS-CFG-APIKEY-SEC      PIC X(100) VALUE SPACES.
           05  WS-CFG-APPLIANCE       PIC X(10)  VALUE 'AUTO'.
           05  WS-CFG-SONDA-SEG       PIC 9(05)  VALUE 00300.

      ******************************************************************
      *  FAILOVER ENTRE APPLIANCES (6000/6010/6020)                    *
      *  APPLIANCE = AUTO (padrao) troca de lado sozinho; PRIMARIO ou  *
      *  SECUNDARIO fixam um lado (manutencao programada), tambem pela *
      *  variavel ASST0010_APPLIANCE, que prevalece sobre o .CFG.      *
      *  O lado em uso fica nesta area entre as chamadas do lote (o    *
      *  ASST0020C chama o programa sem CANCEL): no secundario, o      *
      *  primario volta a ser sondado - uma tentativa so, sem          *
      *  retentativas - quando passam FAILOVER-SONDA-SEG segundos da   *
      *  ultima falha dele, e a sondagem bem-sucedida devolve o        *
      *  processamento ao primario.                                    *
      ******************************************************************
       01  WS-FAILOVER.
           05  WS-FO-LADO             PIC X(01)  VALUE 'P'.
           05  WS-FO-LADO-TENTADO     PIC X(01).
           05  WS-FO-AUTOMATICO       PIC X(01).
           05  WS-FO-SONDA            PIC X(01).
           05  WS-FO-RETRY-MAX        PIC 9(02).
           05  WS-FO-FALHA-SEG        PIC S9(11) COMP VALUE 0.
           05  WS-FO-AGORA-SEG        PIC S9(11) COMP.
           05  WS-FO-DATA-8           PIC 9(08).
           05  WS-FO-HOST             PIC X(100).
           05  WS-FO-PORTA            PIC 9(05).
           05  WS-FO-APIKEY           PIC X(100).
           05  WS-FO-APPLIANCE        PIC X(10).

      ******************************************************************
      *  CONTROLE DE RETENTATIVAS (6000-CHAMAR-SERVICO)                *
           05  WS-SEQ-ACCESS          PIC X(01) COMP-X VALUE 3.
           05  WS-SEQ-DENY            PIC X(01) COMP-X VALUE 0.
           05  WS-SEQ-BUFFER          PIC X(09).
      *---- Registro indexado de protocolos (8520)
           05  WS-REG-PATH            PIC X(500) VALUE
               'ASST0010_PROTOCOLO.DAT'.
           05  FS-REGISTRO            PIC X(02).
           05  WS-REG-TAM             PIC 9(04) COMP.
           05  WS-REG-POS             PIC 9(04) COMP.

       01  WS-CHUNK-VARS.
           05  WS-CHUNK-OFFSET       PIC 9(10) COMP.
           05  WA-RETORNO           PIC 9(02).
           05  WA-MENSAGEM          PIC X(500).
           05  WA-TIPO-DOC          PIC X(10).
           05  WA-APPLIANCE         PIC X(10).

      ******************************************************************
      *  ENCADEAMENTO DO LOG DE AUDITORIA (9510/9520)                  *
      *  Cada linha termina em ;sequencia;digest. O digest e o mesmo   *
      *  rolante do 4500 (mod 999999937), iniciado pelo digest da      *
      *  linha anterior e calculado sobre a linha ate a sequencia:     *
      *  alterar, remover ou intercalar uma linha quebra a cadeia      *
      *  (conferida pelo ASST0150C). Ultima sequencia e ultimo digest  *
      *  ficam em ASST0010_AUDITORIA.SEQ, que nao e zerado quando o    *
      *  ASST0050C fecha o log: o log do periodo seguinte continua a   *
      *  cadeia do anterior. O arquivo fica bloqueado (deny read/      *
      *  write, como o contador de protocolo) da leitura do estado ate *
      *  a gravacao da linha, para correntes paralelas nao gravarem a  *
      *  mesma posicao. Sem o bloqueio, a linha sai com sequencia e    *
      *  digest zerados (fora da cadeia, apontada na verificacao) -    *
      *  a trilha nao e perdida.                                       *
      ******************************************************************
       01  WS-CADEIA-AUDITORIA.
           05  WS-CAD-PATH            PIC X(500) VALUE
               'ASST0010_AUDITORIA.SEQ'.
           05  WS-CAD-HANDLE          PIC 9(08) COMP-5.
           05  WS-CAD-RC              PIC 9(08) COMP-5.
           05  WS-CAD-OFFSET          PIC X(08) COMP-X.
           05  WS-CAD-COUNT           PIC X(04) COMP-X.
           05  WS-CAD-BLOQUEADO       PIC X(01).
           05  WS-CAD-TENTATIVA       PIC 9(02) COMP.
           05  WS-CAD-ESTADO.
               10  WS-CAD-SEQ-X       PIC X(09).
               10  WS-CAD-DIGEST-X    PIC X(10).
           05  WS-CAD-SEQ             PIC 9(09).
           05  WS-CAD-DIGEST          PIC 9(10) COMP.
           05  WS-CAD-DIGEST-STR      PIC 9(10).
           05  WS-CAD-TAM             PIC 9(04) COMP.
           05  WS-CAD-I               PIC 9(04) COMP.
           05  WS-CAD-LINHA           PIC X(1300).
           05  WS-CAD-FS-GRAVACAO     PIC X(02).

      ******************************************************************
      *  AREA DE PASSAGEM DE PARAMETROS (LINKAGE)                       *

           MOVE SPACES TO LP-MENSAGEM
           MOVE 0    TO LP-RETORNO
           MOVE 0    TO LP-PROTOCOLO
           MOVE 'N'  TO WS-ERRO
           MOVE 'N'  TO DB-REQUEST-SENT
           MOVE 'N'  TO DB-RESP-RECEIVED
           MOVE SPACES TO SR-CN
           MOVE SPACES TO LP-APPLIANCE
           MOVE 'N'  TO LP-FAILOVER
           MOVE SPACES TO WS-FO-APPLIANCE

           PERFORM 1100-LER-CONFIGURACAO

           DISPLAY 'URL Servico: http://'
                   FUNCTION TRIM(WS-CFG-HOST) ':' WS-CFG-PORTA
                   FUNCTION TRIM(WS-CFG-URI)
           IF FUNCTION TRIM(WS-CFG-HOST-SEC) NOT = SPACES
               DISPLAY 'Secundario: http://'
                       FUNCTION TRIM(WS-CFG-HOST-SEC) ':'
                       WS-CFG-PORTA-SEC
           END-IF
           DISPLAY 'Appliance: ' FUNCTION TRIM(WS-CFG-APPLIANCE)
           DISPLAY '--------------------------------------'

           .
               MOVE 'ASST0010.CFG' TO WS-CFG-PATH
           END-IF

      *---- Relido a cada chamada: o lado fixado pelo operador vale a
      *     partir do documento seguinte, sem reiniciar o lote
           MOVE 'AUTO' TO WS-CFG-APPLIANCE

           OPEN INPUT ARQUIVO-CONFIG

           IF FS-CONFIG NOT = '00'
               CLOSE ARQUIVO-CONFIG
           END-IF

      *---- Lado fixado na manutencao programada: a variavel de
      *     ambiente prevalece sobre o .CFG
           MOVE SPACES TO WS-CFG-VALOR
           ACCEPT WS-CFG-VALOR FROM ENVIRONMENT 'ASST0010_APPLIANCE'
           IF FUNCTION TRIM(WS-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-APPLIANCE
           END-IF

           IF WS-CFG-APPLIANCE NOT = 'AUTO'
              AND WS-CFG-APPLIANCE NOT = 'PRIMARIO'
              AND WS-CFG-APPLIANCE NOT = 'SECUNDARIO'
               DISPLAY '*** ATENCAO: APPLIANCE invalido ('
                       FUNCTION TRIM(WS-CFG-APPLIANCE)
                       '), usando AUTO ***'
               MOVE 'AUTO' TO WS-CFG-APPLIANCE
           END-IF

           IF WS-CFG-APPLIANCE = 'SECUNDARIO'
              AND FUNCTION TRIM(WS-CFG-HOST-SEC) = SPACES
               DISPLAY '*** ATENCAO: APPLIANCE=SECUNDARIO sem '
                       'HOST-SEC configurado, usando o primario ***'
               MOVE 'PRIMARIO' TO WS-CFG-APPLIANCE
           END-IF

           .
      ******************************************************************
      *  1110 - INTERPRETAR UMA LINHA DE CONFIGURACAO                  *
               WHEN 'METRICAS-LOG'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-METR-PATH
               WHEN 'PROTOCOLO-REGISTRO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-REG-PATH
               WHEN 'HOST-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-HOST-SEC
               WHEN 'PORTA-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-PORTA-SEC
               WHEN 'URI-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-URI-SEC
               WHEN 'URI-XML-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-URI-XML-SEC
               WHEN 'APIKEY-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-APIKEY-SEC
               WHEN 'APPLIANCE'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-APPLIANCE
               WHEN 'FAILOVER-SONDA-SEG'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-SONDA-SEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           END-IF

      *---- Validar tipo de documento (PDF = padrao; XML para NF-e e
      *     similares); o endpoint correspondente, do primario ou do
      *     secundario, e escolhido em 6015 a cada tentativa
           IF FUNCTION TRIM(LP-TIPO-DOC) = SPACES
               MOVE 'PDF' TO LP-TIPO-DOC
           END-IF
               GOBACK
           END-IF

           .
      ******************************************************************
      *  3000 - PREPARAR O ARQUIVO PDF                                 *
           .
      ******************************************************************
      *  6000 - CHAMAR SERVICO REST                                    *
      *  Uma rodada de tentativas (6050) no appliance escolhido em     *
      *  6010. Se a rodada terminar em falha de comunicacao (20-24) -  *
      *  ou em qualquer falha, quando era a sondagem do primario - e a *
      *  troca automatica estiver permitida, faz uma segunda rodada no *
      *  outro appliance. O lado que respondeu passa a ser o lado em   *
      *  uso (6020).                                                   *
      ******************************************************************
       6000-CHAMAR-SERVICO.

           MOVE 'N' TO WS-CHAMADA-OK

           PERFORM 6010-ESCOLHER-APPLIANCE
           PERFORM 6050-RODADA-TENTATIVAS

           IF WS-CHAMADA-OK NOT = 'Y'
              AND WS-FO-AUTOMATICO = 'S'
              AND (WS-FO-SONDA = 'S'
                   OR (LP-RETORNO >= 20 AND LP-RETORNO <= 24))
               DISPLAY '*** FAILOVER: appliance '
                       FUNCTION TRIM(WS-FO-APPLIANCE) ' falhou ('
                       FUNCTION TRIM(LP-MENSAGEM) ') ***'
      *---- Falha do primario marca o inicio da contagem para a
      *     proxima sondagem
               IF WS-FO-LADO-TENTADO = 'P'
                   PERFORM 6030-CALCULAR-SEG-AGORA
                   MOVE WS-FO-AGORA-SEG TO WS-FO-FALHA-SEG
                   MOVE 'S' TO WS-FO-LADO-TENTADO
               ELSE
                   MOVE 'P' TO WS-FO-LADO-TENTADO
               END-IF
               MOVE 'N' TO WS-FO-SONDA
               PERFORM 6015-CARREGAR-APPLIANCE
               DISPLAY '*** Tentando o appliance '
                       FUNCTION TRIM(WS-FO-APPLIANCE) ' ***'
               PERFORM 6050-RODADA-TENTATIVAS
           END-IF

           IF WS-CHAMADA-OK = 'Y'
               PERFORM 6020-REGISTRAR-LADO
           END-IF

           MOVE WS-FO-APPLIANCE TO LP-APPLIANCE

           IF WS-CHAMADA-OK NOT = 'Y'
               PERFORM 9000-FINALIZAR-ERRO
               GOBACK
           END-IF

           .
      ******************************************************************
      *  6010 - ESCOLHER O APPLIANCE DA CHAMADA                        *
      *  Lado fixado pelo operador, ou o lado em uso; no secundario,   *
      *  passado o intervalo de FAILOVER-SONDA-SEG desde a ultima      *
      *  falha do primario, a chamada comeca por uma sondagem dele.    *
      ******************************************************************
       6010-ESCOLHER-APPLIANCE.

           MOVE 'N' TO WS-FO-SONDA
           MOVE 'N' TO WS-FO-AUTOMATICO
           IF WS-CFG-APPLIANCE = 'AUTO'
              AND FUNCTION TRIM(WS-CFG-HOST-SEC) NOT = SPACES
               MOVE 'S' TO WS-FO-AUTOMATICO
           END-IF

           EVALUATE TRUE
               WHEN WS-CFG-APPLIANCE = 'PRIMARIO'
                   MOVE 'P' TO WS-FO-LADO-TENTADO
               WHEN WS-CFG-APPLIANCE = 'SECUNDARIO'
                   MOVE 'S' TO WS-FO-LADO-TENTADO
               WHEN WS-FO-AUTOMATICO = 'N'
                   MOVE 'P' TO WS-FO-LADO-TENTADO
               WHEN WS-FO-LADO = 'P'
                   MOVE 'P' TO WS-FO-LADO-TENTADO
               WHEN OTHER
                   PERFORM 6030-CALCULAR-SEG-AGORA
                   IF WS-FO-AGORA-SEG - WS-FO-FALHA-SEG >=
                      WS-CFG-SONDA-SEG
                       MOVE 'P' TO WS-FO-LADO-TENTADO
                       MOVE 'S' TO WS-FO-SONDA
                       DISPLAY 'Sondando o appliance primario '
                               '(processamento no secundario)'
                   ELSE
                       MOVE 'S' TO WS-FO-LADO-TENTADO
                   END-IF
           END-EVALUATE

           PERFORM 6015-CARREGAR-APPLIANCE

           .
      ******************************************************************
      *  6015 - CARREGAR HOST, PORTA, API-KEY E ENDPOINT DO LADO       *
      *  As URIs e a API-Key do secundario, quando em branco, repetem  *
      *  as do primario (mesmo produto nos dois datacenters).          *
      ******************************************************************
       6015-CARREGAR-APPLIANCE.

           IF WS-FO-LADO-TENTADO = 'S'
               MOVE 'SECUNDARIO'     TO WS-FO-APPLIANCE
               MOVE WS-CFG-HOST-SEC  TO WS-FO-HOST
               MOVE WS-CFG-PORTA-SEC TO WS-FO-PORTA
               MOVE WS-CFG-APIKEY    TO WS-FO-APIKEY
               IF FUNCTION TRIM(WS-CFG-APIKEY-SEC) NOT = SPACES
                   MOVE WS-CFG-APIKEY-SEC TO WS-FO-APIKEY
               END-IF
               IF LP-TIPO-DOC = 'XML'
                   MOVE WS-CFG-URI-XML TO WS-URI
                   IF FUNCTION TRIM(WS-CFG-URI-XML-SEC) NOT = SPACES
                       MOVE WS-CFG-URI-XML-SEC TO WS-URI
                   END-IF
               ELSE
                   MOVE WS-CFG-URI TO WS-URI
                   IF FUNCTION TRIM(WS-CFG-URI-SEC) NOT = SPACES
                       MOVE WS-CFG-URI-SEC TO WS-URI
                   END-IF
               END-IF
           ELSE
               MOVE 'PRIMARIO'       TO WS-FO-APPLIANCE
               MOVE WS-CFG-HOST      TO WS-FO-HOST
               MOVE WS-CFG-PORTA     TO WS-FO-PORTA
               MOVE WS-CFG-APIKEY    TO WS-FO-APIKEY
               IF LP-TIPO-DOC = 'XML'
                   MOVE WS-CFG-URI-XML TO WS-URI
               ELSE
                   MOVE WS-CFG-URI TO WS-URI
               END-IF
           END-IF

           .
      ******************************************************************
      *  6020 - REGISTRAR O LADO QUE RESPONDEU                         *
      *  So na troca automatica: a chamada que mudou de lado devolve   *
      *  LP-FAILOVER = S (passou ao secundario) ou P (voltou ao        *
      *  primario) para o resumo e a notificacao do lote.              *
      ******************************************************************
       6020-REGISTRAR-LADO.

           IF WS-FO-AUTOMATICO = 'S'
              AND WS-FO-LADO-TENTADO NOT = WS-FO-LADO
               MOVE WS-FO-LADO-TENTADO TO WS-FO-LADO
               MOVE WS-FO-LADO TO LP-FAILOVER
               IF WS-FO-LADO = 'S'
                   DISPLAY '*** FAILOVER: processamento passa ao '
                           'appliance secundario ('
                           FUNCTION TRIM(WS-CFG-HOST-SEC) ') ***'
               ELSE
                   DISPLAY 'Appliance primario restabelecido ('
                           FUNCTION TRIM(WS-CFG-HOST)
                           ') - processamento volta ao primario'
               END-IF
           END-IF

           .
      ******************************************************************
      *  6030 - SEGUNDOS CORRIDOS (DIAS DO CALENDARIO + HORA DO DIA)   *
      *  Base do intervalo entre sondagens do primario; atravessa a    *
      *  meia-noite sem tratamento especial.                           *
      ******************************************************************
       6030-CALCULAR-SEG-AGORA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FO-DATA-8
           PERFORM 6150-CALCULAR-MS-DIA

           COMPUTE WS-FO-AGORA-SEG =
               FUNCTION INTEGER-OF-DATE(WS-FO-DATA-8) * 86400
               + WS-METR-AGORA-MS / 1000

           .
      ******************************************************************
      *  6050 - RODADA DE TENTATIVAS NO APPLIANCE CARREGADO            *
      *  Tenta WS-CFG-RETRY-MAX vezes, aguardando WS-CFG-RETRY-DELAY   *
      *  segundos entre tentativas, antes de reportar falha definitiva *
      *  (protege o lote contra indisponibilidades curtas do servico,  *
      *  como a reinicializacao noturna do appliance de assinatura).   *
      *  A sondagem do primario e uma tentativa so.                    *
      ******************************************************************
       6050-RODADA-TENTATIVAS.

           MOVE WS-CFG-RETRY-MAX TO WS-FO-RETRY-MAX
           IF WS-FO-SONDA = 'S'
               MOVE 1 TO WS-FO-RETRY-MAX
           END-IF

           PERFORM VARYING WS-RETRY-COUNT FROM 1 BY 1
                   UNTIL WS-RETRY-COUNT > WS-FO-RETRY-MAX
                      OR WS-CHAMADA-OK = 'Y'

               IF WS-RETRY-COUNT > 1
                   DISPLAY 'Tentativa ' WS-RETRY-COUNT ' de '
                           WS-FO-RETRY-MAX ' apos falha: '
                           FUNCTION TRIM(LP-MENSAGEM)
                   CALL 'C$SLEEP' USING WS-CFG-RETRY-DELAY
               END-IF

           END-PERFORM

           .
      ******************************************************************
      *  6100 - EXECUTAR UMA TENTATIVA DE CHAMADA AO SERVICO            *
           MOVE 0 TO WS-RESP-STATUS

           DISPLAY 'Chamando servico de assinatura...'
           DISPLAY 'URL: http://' FUNCTION TRIM(WS-FO-HOST) ':'
                   WS-FO-PORTA FUNCTION TRIM(WS-URI)
                   ' (' FUNCTION TRIM(WS-FO-APPLIANCE) ')'

      *===============================================================
      *  WINHTTP - ABRIR SESSAO
      *===============================================================
      *  WINHTTP - CONECTAR
      *===============================================================
           MOVE WS-FO-HOST TO WS-HOST

           CALL 'WinHttpConnect'
               USING BY VALUE     HINTERNET-SESSION
                     BY REFERENCE WS-HOST
                     BY VALUE     WS-FO-PORTA
                     BY VALUE     0
               RETURNING HINTERNET-CONNECT
           END-CALL
               X'0D0A'
               'Accept: application/json'
               X'0D0A'
               'X-API-Key: ' FUNCTION TRIM(WS-FO-APIKEY)
               X'0D0A'
               DELIMITED BY SIZE
               INTO WS-HEADERS
      ******************************************************************
      *  6160 - GRAVAR A METRICA DA TENTATIVA                          *
      *  Uma linha por tentativa (sucesso ou falha):                   *
      *  timestamp;documento;tamanho;ms;http;tentativa;retorno;        *
      *  appliance (PRIMARIO/SECUNDARIO - ultimo campo, os leitores    *
      *  de sete campos seguem valendo).                               *
      *  Falha na gravacao nao interfere na assinatura - fica so o     *
      *  aviso no console, como nos demais logs.                       *
      ******************************************************************
               WS-METR-ELAPSED-9 ';'
               WS-RESP-STATUS ';'
               WS-METR-TENT-9 ';'
               LP-RETORNO ';'
               FUNCTION TRIM(WS-FO-APPLIANCE)
               DELIMITED BY SIZE
               INTO REG-METRICAS
           END-STRING

           PERFORM 8510-OBTER-NUMERO-PROTOCOLO THRU 8510-EXIT

           MOVE WS-PROT-NUMERO TO LP-PROTOCOLO

      *---- O registro indexado e gravado antes do comprovante: uma
      *     falha no .protocolo nao deixa o numero sem rastro
           PERFORM 8520-GRAVAR-REGISTRO THRU 8520-EXIT

           MOVE SPACES TO WS-PROT-PATH
           STRING FUNCTION TRIM(LP-PATH-PDF-OUT) '.protocolo'
               DELIMITED BY SIZE INTO WS-PROT-PATH
           END-STRING
           WRITE REG-PROTOCOLO

           MOVE SPACES TO REG-PROTOCOLO
           STRING 'Appliance ...........: '
               FUNCTION TRIM(WS-FO-APPLIANCE) ' ('
               FUNCTION TRIM(WS-FO-HOST) ':' WS-FO-PORTA ')'
               DELIMITED BY SIZE INTO REG-PROTOCOLO
           END-STRING
           WRITE REG-PROTOCOLO

           MOVE '=================================================='
             TO REG-PROTOCOLO
           WRITE REG-PROTOCOLO
       8510-EXIT.
           EXIT.
      ******************************************************************
      *  8520 - GRAVAR O PROTOCOLO NO REGISTRO INDEXADO                *
      *  Uma entrada por protocolo emitido, com a localizacao inicial  *
      *  do PDF assinado (diretorio de saida). O arquivo e criado na   *
      *  primeira gravacao. Falha aqui, como no comprovante, nao       *
      *  desfaz a assinatura - so o aviso no console.                  *
      ******************************************************************
       8520-GRAVAR-REGISTRO.

           MOVE SPACES TO REG-PROTOCOLO-REG
           MOVE WS-PROT-NUMERO TO PR-NUMERO

      *---- Documento: numero da fila quando informado pelo chamador;
      *     senao, o nome do arquivo original sem o diretorio
           IF FUNCTION TRIM(LP-NUM-DOCUMENTO) NOT = SPACES
               MOVE FUNCTION TRIM(LP-NUM-DOCUMENTO) TO PR-DOCUMENTO
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LP-PATH-PDF-IN))
                 TO WS-REG-TAM
               PERFORM VARYING WS-REG-POS FROM WS-REG-TAM BY -1
                       UNTIL WS-REG-POS < 1
                          OR LP-PATH-PDF-IN(WS-REG-POS:1) = '\'
                          OR LP-PATH-PDF-IN(WS-REG-POS:1) = '/'
                   CONTINUE
               END-PERFORM
               ADD 1 TO WS-REG-POS
               COMPUTE WS-REG-TAM = WS-REG-TAM - WS-REG-POS + 1
               MOVE LP-PATH-PDF-IN(WS-REG-POS:WS-REG-TAM)
                 TO PR-DOCUMENTO
           END-IF

           MOVE WS-HASH-ORIGEM-STR   TO PR-HASH
           MOVE LP-CLIENTE           TO PR-CLIENTE
           MOVE LP-PATH-PDF-IN       TO PR-PATH-ORIGINAL
           MOVE LP-PATH-PDF-OUT      TO PR-PATH-ASSINADO
           MOVE LP-TIPO-DOC          TO PR-TIPO-DOC
           MOVE SR-CN                TO PR-CN
           MOVE SR-VALIDADE          TO PR-VALIDADE
           MOVE FUNCTION CURRENT-DATE(1:14) TO PR-DATA-HORA
           MOVE LP-INCLUI-TS         TO PR-CARIMBO-TS
           MOVE WS-RESP-STATUS       TO PR-STATUS-HTTP
           MOVE 'SAIDA'              TO PR-SITUACAO
           MOVE LP-PATH-PDF-OUT      TO PR-LOCAL-ATUAL
           MOVE SPACES               TO PR-LOCAL-ENTREGA
           MOVE FUNCTION CURRENT-DATE TO PR-DATA-ULT-ALT

           OPEN I-O ARQUIVO-REGISTRO
      *---- Primeira gravacao: o arquivo ainda nao existe
           IF FS-REGISTRO = '35'
               OPEN OUTPUT ARQUIVO-REGISTRO
               CLOSE ARQUIVO-REGISTRO
               OPEN I-O ARQUIVO-REGISTRO
           END-IF

           IF FS-REGISTRO NOT = '00'
               DISPLAY '*** ATENCAO: erro ao abrir o registro de '
                       'protocolos (' FS-REGISTRO ') em '
                       FUNCTION TRIM(WS-REG-PATH) ' ***'
               GO TO 8520-EXIT
           END-IF

           WRITE REG-PROTOCOLO-REG

           IF FS-REGISTRO NOT = '00'
               DISPLAY '*** ATENCAO: protocolo ' WS-PROT-NUMERO
                       ' nao entrou no registro (' FS-REGISTRO
                       ') - o comprovante .protocolo segue valendo ***'
           END-IF

           CLOSE ARQUIVO-REGISTRO

           .
       8520-EXIT.
           EXIT.
      ******************************************************************
      *  9000 - ROTINAS DE FINALIZACAO                                  *
      ******************************************************************
       9000-FECHAR-HANDLES.
           MOVE LP-RETORNO TO WA-RETORNO
           MOVE LP-MENSAGEM TO WA-MENSAGEM
           MOVE LP-TIPO-DOC TO WA-TIPO-DOC
           MOVE WS-FO-APPLIANCE TO WA-APPLIANCE

           PERFORM 9510-BLOQUEAR-CADEIA THRU 9510-EXIT

           OPEN EXTEND ARQUIVO-AUDITORIA
           IF FS-AUDITORIA NOT = '00'
           END-IF

      *---- O tipo entra como sexto campo: os consumidores antigos
      *     do log (cinco campos) seguem lendo as linhas novas;
      *     appliance (em branco quando a falha foi antes da chamada
      *     ao servico), sequencia e digest vem depois dele pelo mesmo
      *     motivo
           MOVE SPACES TO WS-CAD-LINHA
           STRING
               FUNCTION TRIM(WA-TIMESTAMP) ';'
               FUNCTION TRIM(WA-DOCUMENTO) ';'
               FUNCTION TRIM(WA-CN) ';'
               WA-RETORNO ';'
               FUNCTION TRIM(WA-MENSAGEM) ';'
               FUNCTION TRIM(WA-TIPO-DOC) ';'
               FUNCTION TRIM(WA-APPLIANCE) ';'
               WS-CAD-SEQ
               DELIMITED BY SIZE
               INTO WS-CAD-LINHA
           END-STRING

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CAD-LINHA TRAILING))
             TO WS-CAD-TAM

           IF WS-CAD-BLOQUEADO = 'Y'
               PERFORM VARYING WS-CAD-I FROM 1 BY 1
                       UNTIL WS-CAD-I > WS-CAD-TAM
                   COMPUTE WS-CAD-DIGEST =
                       FUNCTION MOD(
                           (WS-CAD-DIGEST * 31) +
                            FUNCTION ORD(WS-CAD-LINHA(WS-CAD-I:1)),
                           999999937)
               END-PERFORM
           ELSE
               MOVE 0 TO WS-CAD-DIGEST
           END-IF
           MOVE WS-CAD-DIGEST TO WS-CAD-DIGEST-STR

           MOVE SPACES TO REG-AUDITORIA
           STRING
               WS-CAD-LINHA(1:WS-CAD-TAM) ';'
               WS-CAD-DIGEST-STR
               DELIMITED BY SIZE
               INTO REG-AUDITORIA
           END-STRING

           WRITE REG-AUDITORIA
           MOVE FS-AUDITORIA TO WS-CAD-FS-GRAVACAO

           IF FS-AUDITORIA NOT = '00'
               DISPLAY '*** ERRO ao gravar log de auditoria ('

           CLOSE ARQUIVO-AUDITORIA

      *---- Estado so avanca se a linha foi gravada: linha perdida
      *     nao deixa lacuna na sequencia
           IF WS-CAD-BLOQUEADO = 'Y'
               IF WS-CAD-FS-GRAVACAO = '00'
                   PERFORM 9520-REGRAVAR-CADEIA
               END-IF
               CALL 'CBL_CLOSE_FILE' USING WS-CAD-HANDLE
                   RETURNING WS-CAD-RC
               END-CALL
           END-IF

           .
      ******************************************************************
      *  9510 - BLOQUEAR O ESTADO DA CADEIA E OBTER A PROXIMA POSICAO  *
      *  Abre ASST0010_AUDITORIA.SEQ em uso exclusivo (mesmas          *
      *  tentativas do 8510) e le sequencia(9) + digest(10) da ultima  *
      *  linha gravada. O arquivo fica aberto ate o 9500 terminar.     *
      *  Primeira gravacao: o arquivo nao existe e a cadeia comeca na  *
      *  sequencia 1 com digest anterior zero.                         *
      ******************************************************************
       9510-BLOQUEAR-CADEIA.

           MOVE 'N' TO WS-CAD-BLOQUEADO
           MOVE 0 TO WS-CAD-SEQ
           MOVE 0 TO WS-CAD-DIGEST

           PERFORM VARYING WS-CAD-TENTATIVA FROM 1 BY 1
                   UNTIL WS-CAD-TENTATIVA > 5
                      OR WS-CAD-BLOQUEADO = 'Y'

               IF WS-CAD-TENTATIVA > 1
                   CALL 'C$SLEEP' USING WS-PROT-ESPERA
               END-IF

               CALL 'CBL_OPEN_FILE' USING WS-CAD-PATH
                                          WS-SEQ-ACCESS
                                          WS-SEQ-DENY
                                          WS-AS-DEVICE
                                          WS-CAD-HANDLE
                   RETURNING WS-CAD-RC
               END-CALL

               IF WS-CAD-RC NOT = 0
                   CALL 'CBL_CHECK_FILE_EXIST'
                       USING WS-CAD-PATH CFE-FILE-INFO
                       RETURNING WS-CAD-RC
                   END-CALL
      *---- So cria se de fato nao existe: existente e bloqueado por
      *     outra corrente espera a proxima tentativa
                   IF WS-CAD-RC NOT = 0
                       CALL 'CBL_CREATE_FILE' USING WS-CAD-PATH
                                                    WS-SEQ-ACCESS
                                                    WS-SEQ-DENY
                                                    WS-AS-DEVICE
                                                    WS-CAD-HANDLE
                           RETURNING WS-CAD-RC
                       END-CALL
                   ELSE
                       MOVE 1 TO WS-CAD-RC
                   END-IF
               END-IF

               IF WS-CAD-RC = 0
                   MOVE 'Y' TO WS-CAD-BLOQUEADO
               END-IF

           END-PERFORM

           IF WS-CAD-BLOQUEADO NOT = 'Y'
               DISPLAY '*** ATENCAO: estado da cadeia de auditoria '
                       'indisponivel - linha gravada fora da '
                       'cadeia ***'
               GO TO 9510-EXIT
           END-IF

           MOVE SPACES TO WS-CAD-ESTADO
           MOVE 0 TO WS-CAD-OFFSET
           MOVE LENGTH OF WS-CAD-ESTADO TO WS-CAD-COUNT
           CALL 'CBL_READ_FILE' USING WS-CAD-HANDLE
                                      WS-CAD-OFFSET
                                      WS-CAD-COUNT
                                      WS-AS-FLAGS
                                      WS-CAD-ESTADO
               RETURNING WS-CAD-RC
           END-CALL

           IF WS-CAD-RC = 0
              AND WS-CAD-SEQ-X NUMERIC
              AND WS-CAD-DIGEST-X NUMERIC
               MOVE WS-CAD-SEQ-X TO WS-CAD-SEQ
               MOVE WS-CAD-DIGEST-X TO WS-CAD-DIGEST
           END-IF

           ADD 1 TO WS-CAD-SEQ

           .
       9510-EXIT.
           EXIT.
      ******************************************************************
      *  9520 - REGRAVAR O ESTADO DA CADEIA COM A LINHA GRAVADA        *
      ******************************************************************
       9520-REGRAVAR-CADEIA.

           MOVE WS-CAD-SEQ TO WS-CAD-SEQ-X
           MOVE WS-CAD-DIGEST-STR TO WS-CAD-DIGEST-X

           MOVE 0 TO WS-CAD-OFFSET
           MOVE LENGTH OF WS-CAD-ESTADO TO WS-CAD-COUNT
           CALL 'CBL_WRITE_FILE' USING WS-CAD-HANDLE
                                       WS-CAD-OFFSET
                                       WS-CAD-COUNT
                                       WS-AS-FLAGS
                                       WS-CAD-ESTADO
               RETURNING WS-CAD-RC
           END-CALL

           IF WS-CAD-RC NOT = 0
               DISPLAY '*** ERRO ao regravar o estado da cadeia de '
                       'auditoria (' WS-CAD-RC ') - a proxima linha '
                       'aparecera como quebra na verificacao ***'
           END-IF

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
