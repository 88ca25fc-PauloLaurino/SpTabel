      ******************************************************************
      *  PROGRAMA: ASST0180C - RECARIMBO DE PRESERVACAO DO ARQUIVO     *
      *  OBJETIVO: Preservacao de longo prazo dos PDFs assinados do    *
      *            arquivo morto: le os manifestos do ASST0050C,       *
      *            consulta no /api/v1/verificar a validade do         *
      *            certificado do signatario e do carimbo de tempo de  *
      *            cada PDF arquivado (versao atual) e, quando o       *
      *            vencimento cai dentro do horizonte configurado,     *
      *            pede ao appliance uma nova camada de carimbo de     *
      *            tempo de arquivamento (sem reassinar o conteudo).   *
      *            O PDF renovado e gravado na mesma pasta ano/mes,    *
      *            com o comprovante .protocolo ao lado, e entra no    *
      *            manifesto do dia como RECARIMBO (anterior;novo;     *
      *            tamanho;hash) - o ASST0080C passa a reverificar a   *
      *            versao renovada. A versao anterior fica no disco    *
      *            ate o expurgo legal. Versao ja renovada no mesmo    *
      *            dia sai ADIADO (o nome novo seria o dela).          *
      *  ENTRADA:  Raiz do arquivo morto em ASST0180_DIR_ARQUIVO ou,   *
      *            na falta, EXPURGO-DIR-ARQUIVO do ASST0050.CFG       *
      *            (de onde vem tambem PROTOCOLO-REGISTRO);            *
      *            ASST0180_HORIZONTE_DIAS (padrao 90);                *
      *            ASST0180_MAX_RENOVACOES (padrao e teto 500);        *
      *            servico (host/porta/URI-VERIF/URI-CARIMBO/chave)    *
      *            do ASST0010.CFG (ou ASST0180_CFG_PATH).             *
      *  SAIDA:    PDF renovado <nome>-RECARIMBO-AAAAMMDD.pdf e o seu  *
      *            .protocolo; linhas RECARIMBO no manifesto do dia;   *
      *            registro de protocolos apontando a versao renovada; *
      *            ASST0180_RECARIMBO.TXT (ou ASST0180_REL_PATH).      *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - o ASST0080C so acusava
      *                       o PDF arquivado depois que o carimbo ou
      *                       o certificado ja tinha vencido, tarde
      *                       demais para a guarda legal de 5 anos
      *  15/10/2026 SEPROCOM  Appliance secundario (contingencia), com
      *                       a mesma regra do ASST0010C; chaves
      *                       URI-VERIF-SEC e URI-CARIMBO-SEC para os
      *                       endpoints do secundario; o relatorio
      *                       traz o appliance de cada renovacao
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0180C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-PDF    ASSIGN TO PATH-PDF
                                 ORGANIZATION IS SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-PDF.

           SELECT ARQUIVO-MANIFESTO ASSIGN TO WS-MAN-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-MANIFESTO.

           SELECT ARQUIVO-CONFIG ASSIGN TO WS-CFG-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-CONFIG.

           SELECT ARQUIVO-PROT   ASSIGN TO WS-PROT-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-PROT.

           SELECT ARQUIVO-REGISTRO ASSIGN TO WS-CFG-REGISTRO
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

           SELECT ARQUIVO-REL    ASSIGN TO WS-PATH-REL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PDF.
       01  REG-PDF                    PIC X(32767).

      *---- Mesma largura de REG-MANIFESTO gravada pelo ASST0050C
       FD  ARQUIVO-MANIFESTO.
       01  REG-MANIFESTO              PIC X(1250).

       FD  ARQUIVO-CONFIG.
       01  REG-CONFIG                 PIC X(200).

      *---- Comprovante .protocolo gravado pelo 8500 do ASST0010C
       FD  ARQUIVO-PROT.
       01  REG-PROT                   PIC X(600).

      *---- Registro indexado de protocolos gravado pelo ASST0010C
       FD  ARQUIVO-REGISTRO.
           COPY ASST0010R.

       FD  ARQUIVO-REL.
       01  REG-REL                    PIC X(1250).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  CONFIGURACAO EXTERNA                                          *
      *  O servico vem do ASST0010.CFG (mesmo appliance e chave do     *
      *  ASST0080C); a raiz do arquivo morto e o registro de           *
      *  protocolos vem do ASST0050.CFG, como no expurgo.              *
      *  Appliance secundario: HOST-SEC em branco = sem secundario;    *
      *  URIs e APIKEY-SEC em branco repetem as do primario.           *
      ******************************************************************
       01  WS-CONFIGURACAO.
           05  WS-CFG-PATH            PIC X(500) VALUE SPACES.
           05  WS-CFG-HOST            PIC X(100) VALUE 'localhost'.
           05  WS-CFG-PORTA           PIC 9(05)  VALUE 08443.
           05  WS-CFG-URI-VERIF       PIC X(200) VALUE
               '/api/v1/verificar'.
           05  WS-CFG-URI-CARIMBO     PIC X(200) VALUE
               '/api/v1/carimbar'.
           05  WS-CFG-APIKEY          PIC X(100) VALUE
               'sua-api-key-aqui'.
           05  WS-CFG-RETRY-MAX       PIC 9(02)  VALUE 03.
           05  WS-CFG-RETRY-DELAY     PIC 9(02)  VALUE 05.
           05  WS-CFG-TIMEOUT-CONN    PIC 9(06)  VALUE 005000.
           05  WS-CFG-TIMEOUT-SEND    PIC 9(06)  VALUE 030000.
           05  WS-CFG-TIMEOUT-RECV    PIC 9(06)  VALUE 030000.
           05  WS-CFG-REGISTRO        PIC X(500) VALUE
               'ASST0010_PROTOCOLO.DAT'.
           05  WS-CFG-HOST-SEC        PIC X(100) VALUE SPACES.
           05  WS-CFG-PORTA-SEC       PIC 9(05)  VALUE 08443.
           05  WS-CFG-URI-VERIF-SEC   PIC X(200) VALUE SPACES.
           05  WS-CFG-URI-CARIMBO-SEC PIC X(200) VALUE SPACES.
           05  WS-CFG-APIKEY-SEC      PIC X(100) VALUE SPACES.
           05  WS-CFG-APPLIANCE       PIC X(10)  VALUE 'AUTO'.
           05  WS-CFG-SONDA-SEG       PIC 9(05)  VALUE 00300.

      ******************************************************************
      *  FAILOVER ENTRE APPLIANCES (6000/6010/6020)                    *
      *  Mesma regra do ASST0010C: APPLIANCE = AUTO troca de lado      *
      *  sozinho apos falha de comunicacao; PRIMARIO ou SECUNDARIO     *
      *  (ou ASST0010_APPLIANCE, que prevalece) fixam um lado. No      *
      *  secundario, o primario e sondado (uma tentativa) quando       *
      *  passam FAILOVER-SONDA-SEG segundos da ultima falha dele.      *
      *  WS-URI-TIPO: V = verificar, C = carimbar.                     *
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
           05  WS-FO-HORA-6           PIC 9(06).
           05  WS-FO-HORA-R REDEFINES WS-FO-HORA-6.
               10  WS-FO-HH           PIC 9(02).
               10  WS-FO-MI           PIC 9(02).
               10  WS-FO-SS           PIC 9(02).
           05  WS-FO-HOST             PIC X(100).
           05  WS-FO-PORTA            PIC 9(05).
           05  WS-FO-APIKEY           PIC X(100).
           05  WS-FO-APPLIANCE        PIC X(10)  VALUE SPACES.
           05  WS-URI-TIPO            PIC X(01).

       01  WS-CONFIG-PARSE.
           05  FS-CONFIG              PIC X(02).
           05  WS-CFG-CHAVE           PIC X(30).
           05  WS-CFG-VALOR           PIC X(200).

      ******************************************************************
      *  PARAMETROS DA EXECUCAO                                        *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-DIR-ARQUIVO         PIC X(500) VALUE SPACES.
           05  WS-PATH-REL            PIC X(500) VALUE SPACES.
           05  WS-HORIZONTE-X         PIC X(05)  VALUE SPACES.
           05  WS-HORIZONTE-DIAS      PIC 9(05)  VALUE 00090.
           05  WS-MAX-RENOV-X         PIC X(05)  VALUE SPACES.
           05  WS-MAX-RENOVACOES      PIC 9(05)  VALUE 00500.

       01  WS-FILE-VARS.
           05  PATH-PDF              PIC X(500).
           05  FS-PDF                PIC X(02).
           05  WS-PATH-LINHA         PIC X(500).
           05  FS-MANIFESTO          PIC X(02).
           05  FS-PROT               PIC X(02).
           05  FS-REGISTRO           PIC X(02).
           05  FS-REL                PIC X(02).
           05  WS-MAN-PATH           PIC X(500).
           05  WS-PROT-PATH          PIC X(500).

      ******************************************************************
      *  CONTROLE DE RETENTATIVAS (6000-CHAMAR-SERVICO)                *
      ******************************************************************
       01  WS-RETRY-CONTROL.
           05  WS-RETRY-COUNT         PIC 9(02) COMP.
           05  WS-CHAMADA-OK          PIC X(01).

      ******************************************************************
      *  MANIFESTOS ENCONTRADOS NA RAIZ DO ARQUIVO MORTO               *
      *  Mesmo dimensionamento do ASST0080C.                           *
      ******************************************************************
       01  WS-MANIFESTOS.
           05  WS-MF-QTD              PIC 9(04) COMP VALUE 0.
           05  WS-MF-IDX              PIC 9(04) COMP.
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
      *  VERSOES JA SUBSTITUIDAS POR RECARIMBO                         *
      *  Destino anterior de cada linha RECARIMBO de todos os          *
      *  manifestos: essa versao nao e mais a atual e nao volta a ser  *
      *  renovada (a renovada e que segue sendo acompanhada).          *
      ******************************************************************
       01  WS-SUBSTITUIDOS.
           05  WS-SB-QTD              PIC 9(05) COMP VALUE 0.
           05  WS-SB-IDX              PIC 9(05) COMP.
           05  WS-SB-ACHOU            PIC X(01).
           05  WS-SB-ITEM OCCURS 5000 TIMES
                                      PIC X(500).

      ******************************************************************
      *  LINHAS RECARIMBO PENDENTES PARA O MANIFESTO DO DIA            *
      *  Acumuladas e gravadas so no fim: o manifesto do dia pode ser  *
      *  um dos que estao sendo lidos nesta mesma execucao. Duas       *
      *  linhas por renovacao (PDF e .protocolo).                      *
      ******************************************************************
       01  WS-PENDENTES.
           05  WS-PD-QTD              PIC 9(04) COMP VALUE 0.
           05  WS-PD-IDX              PIC 9(04) COMP.
           05  WS-PD-LINHA OCCURS 1000 TIMES
                                      PIC X(1250).

      ******************************************************************
      *  CAMPOS DESMONTADOS DE UMA LINHA DO MANIFESTO                  *
      *  (acao;original;destino;tamanho;hash, conforme gravado em      *
      *  8100-GRAVAR-MANIFESTO do ASST0050C)                           *
      ******************************************************************
       01  WS-LINHA-MAN.
           05  WM-ACAO               PIC X(10).
           05  WM-ORIGINAL           PIC X(500).
           05  WM-DESTINO            PIC X(500).
           05  WM-TAMANHO-X          PIC X(12).
           05  WM-HASH-X             PIC X(12).
           05  WM-EH-PROTOCOLO       PIC 9(02) COMP.
           05  WM-EH-PDF             PIC 9(02) COMP.

      ******************************************************************
      *  INFORMACOES DE ARQUIVO (CBL_CHECK_FILE_EXIST)                 *
      ******************************************************************
           COPY ASSTCFE.

       01  WS-CHECK-RC               PIC 9(08) COMP-5.
       01  WS-COPY-RC                PIC 9(08) COMP-5.

      ******************************************************************
      *  LEITURA POR BLOCOS PARA O HASH (MESMO DIGEST DO ASST0050C)    *
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

      *---- Gravacao da versao renovada byte a byte (CBL_CREATE_FILE),
      *     como o contador do ASST0010C: o PDF sai com o tamanho
      *     exato devolvido pelo appliance, sem completar registro
       01  WS-GRAVACAO.
           05  WS-GR-HANDLE           PIC 9(08) COMP-5.
           05  WS-GR-ACCESS           PIC X(01) COMP-X VALUE 2.
           05  WS-GR-DENY             PIC X(01) COMP-X VALUE 3.
           05  WS-GR-OFFSET           PIC X(08) COMP-X.
           05  WS-GR-COUNT            PIC X(04) COMP-X.
           05  WS-GR-RC               PIC 9(08) COMP-5.
           05  WS-GR-RC-ED            PIC 9(08).

       01  WS-HASH-AREA.
           05  WS-HASH-PATH           PIC X(500).
           05  WS-HASH-TAMANHO        PIC 9(10) COMP.
           05  WS-HASH-OFFSET         PIC 9(10) COMP.
           05  WS-HASH-CHUNK          PIC 9(08) COMP.
           05  WS-HASH-VALOR          PIC 9(10) COMP.
           05  WS-HASH-STR            PIC 9(10).
           05  WS-HASH-OK             PIC X(01).
           05  WS-HASH-BUFFER         PIC X(49152).

      ******************************************************************
      *  DATAS DE VENCIMENTO                                           *
      *  Vencimento da versao = o menor entre a validade do            *
      *  certificado do signatario e a do carimbo de tempo. Depois do  *
      *  primeiro recarimbo o certificado ja esta coberto pelo         *
      *  carimbo de arquivamento e so o carimbo conta.                 *
      ******************************************************************
       01  WS-DATAS.
           05  WS-HOJE-8              PIC 9(08).
           05  WS-LIMITE-8            PIC 9(08).
           05  WS-VENC-CERT-8         PIC 9(08).
           05  WS-VENC-CARIMBO-8      PIC 9(08).
           05  WS-VENC-8              PIC 9(08).
           05  WS-NOVO-VENC-8         PIC 9(08).
           05  WS-DATA-ISO            PIC X(20).
           05  WS-DATA-CONV-8         PIC 9(08).
           05  WS-DATA-CONV-R REDEFINES WS-DATA-CONV-8.
               10  WS-DC-ANO          PIC 9(04).
               10  WS-DC-MES          PIC 9(02).
               10  WS-DC-DIA          PIC 9(02).

      ******************************************************************
      *  MONTAGEM DO NOME DA VERSAO RENOVADA                           *
      *  <destino sem extensao>-RECARIMBO-AAAAMMDD<extensao>; um       *
      *  sufixo -RECARIMBO- de renovacao anterior e substituido, nao   *
      *  acumulado. O -ASSINADO do nome e preservado.                  *
      ******************************************************************
       01  WS-NOME-NOVO.
           05  WS-PATH-NOVO           PIC X(500).
           05  WS-PROT-NOVO           PIC X(500).
           05  WS-BASE-NOME           PIC X(500).
           05  WS-EXTENSAO            PIC X(20).
           05  WS-TAM-NOME            PIC 9(04) COMP.
           05  WS-POS-PONTO           PIC 9(04) COMP.

      ******************************************************************
      *  ATUALIZACAO DO REGISTRO DE PROTOCOLOS                         *
      *  O numero sai da linha 'Protocolo nr ........: NNNNNNNNN' do   *
      *  .protocolo que acompanha o PDF, como no ASST0050C.            *
      ******************************************************************
       01  WS-REGISTRO.
           05  WS-REG-ABERTO          PIC X(01) VALUE 'N'.
           05  WS-REG-ACHOU           PIC X(01).
           05  WS-REG-NUM-X           PIC X(09).

      ******************************************************************
      *  VARIAVEIS DO PROGRAMA                                         *
      ******************************************************************
       01  WS-PROGRAM-VARS.
           05  WS-QTD-LIDA           PIC 9(10) COMP.
           05  WS-QTD-SAIDA          PIC 9(10) COMP.
           05  WS-BASE64-LEN         PIC 9(10) COMP.
           05  WS-PDF-SIZE           PIC 9(10) COMP.
           05  WS-RETORNO            PIC 9(02).
           05  WS-MENSAGEM           PIC X(500).
           05  WS-SITUACAO           PIC X(30).
           05  WS-TAMANHO-ED         PIC Z(09)9.

      ******************************************************************
      *  VARIAVEIS WINHTTP (MESMO ENCADEAMENTO DO ASST0080C)           *
      ******************************************************************
       01  WS-WINHTTP.
           05  HINTERNET-SESSION     PIC X(08) COMP-5.
           05  HINTERNET-CONNECT      PIC X(08) COMP-5.
           05  HINTERNET-REQUEST      PIC X(08) COMP-5.
           05  HINTERNET-STATUS       PIC 9(08) COMP-5.
           05  WS-HOST               PIC X(100).
           05  WS-URI-ATUAL          PIC X(200).
           05  WS-HEADERS            PIC X(500).
           05  WS-HEADERS-LEN        PIC 9(08) COMP-5.
           05  WS-DATA-LEN          PIC 9(10) COMP-5.
           05  WS-RESP-LEN          PIC 9(10) COMP-5.
           05  WS-RESP-TOTAL        PIC 9(10) COMP.
           05  WS-RESP-STATUS        PIC 9(05).
           05  WS-TIMEOUT-OK         PIC 9(08) COMP-5.

      ******************************************************************
      *  BUFFERS JSON E DE ARQUIVO                                     *
      *  Mesmo limite de PDF do ASST0080C; a resposta do carimbo traz  *
      *  o PDF renovado em Base64 e e lida em partes, como no          *
      *  ASST0010C, com folga para a camada de carimbo acrescentada.   *
      ******************************************************************
       01  WS-JSON-STRING           PIC X(300000).

       01  WS-JSON-RESPONSE.
           05  JR-RESPOSTA          PIC X(400000).

       01  WS-AUX.
           05  WS-I                 PIC 9(10) COMP.
           05  WS-J                 PIC 9(10) COMP.
           05  WS-K                 PIC 9(10) COMP.
           05  WP-DOC-INI           PIC 9(10) COMP.
           05  WP-DOC-LEN           PIC 9(10) COMP.
           05  WP-POS               PIC 9(10) COMP.
           05  WS-PDF-BUFFER        PIC X(200000).
           05  WS-BASE64-BUFFER     PIC X(300000).
           05  WS-OUT-BUFFER        PIC X(290000).

      ******************************************************************
      *  AREA DE RETORNO DO SERVICO                                    *
      *  VR-VALIDADE / VR-VALIDADE-CARIMBO (AAAA-MM-DD): vencimento do *
      *  certificado do signatario e do carimbo de tempo mais recente  *
      *  do documento, devolvidos pelo verificar e pelo carimbar.      *
      ******************************************************************
       01  WS-VERIF-RESPONSE.
           05  VR-STATUS            PIC X(10).
           05  VR-VALIDA            PIC X(01).
           05  VR-CN                PIC X(200).
           05  VR-CARIMBO-TEMPO     PIC X(01).
           05  VR-VALIDADE          PIC X(20).
           05  VR-VALIDADE-CARIMBO  PIC X(20).
           05  VR-ERRO-COD          PIC X(10).
           05  VR-ERRO-MSG          PIC X(500).

      ******************************************************************
      *  EXTRACAO GENERICA DE CAMPO DO JSON (MESMA DO ASST0080C)       *
      ******************************************************************
       01  WS-PARSING.
           05  WS-BUSCA-CHAVE       PIC X(30).
           05  WS-BUSCA-TAM         PIC 9(02) COMP.
           05  WP-ACHOU             PIC X(01).
           05  WP-LEN               PIC 9(10) COMP.
           05  WP-INI               PIC 9(10) COMP.
           05  WP-FIM               PIC 9(10) COMP.
           05  WP-VALUE             PIC X(500).

      ******************************************************************
      *  CONTADORES DA EXECUCAO                                        *
      ******************************************************************
      *---- Sem COMP: os totais entram por STRING no corpo do
      *     relatorio, como no ASST0080C
       01  WS-CONTADORES.
           05  WS-TOTAL-MANIFESTOS   PIC 9(06) VALUE 0.
           05  WS-TOTAL-AVALIADOS    PIC 9(06) VALUE 0.
           05  WS-TOTAL-EM-DIA       PIC 9(06) VALUE 0.
           05  WS-TOTAL-RENOVADOS    PIC 9(06) VALUE 0.
           05  WS-TOTAL-FALHAS       PIC 9(06) VALUE 0.
           05  WS-TOTAL-SEM-VALIDADE PIC 9(06) VALUE 0.
           05  WS-TOTAL-ADIADOS      PIC 9(06) VALUE 0.
           05  WS-TOTAL-SUBSTITUIDOS PIC 9(06) VALUE 0.
           05  WS-TOTAL-SECUNDARIO   PIC 9(06) VALUE 0.
           05  WS-TOTAL-FAILOVER     PIC 9(06) VALUE 0.
           05  WS-TENTATIVAS-RENOV   PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-VARRER-MANIFESTOS THRU 2000-EXIT
           PERFORM 8200-GRAVAR-MANIFESTO THRU 8200-EXIT
           PERFORM 9000-FINALIZAR

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      ******************************************************************
       1000-INICIALIZAR.

           ACCEPT WS-DIR-ARQUIVO FROM ENVIRONMENT
               'ASST0180_DIR_ARQUIVO'

           ACCEPT WS-PATH-REL FROM ENVIRONMENT 'ASST0180_REL_PATH'
           IF FUNCTION TRIM(WS-PATH-REL) = SPACES
               MOVE 'ASST0180_RECARIMBO.TXT' TO WS-PATH-REL
           END-IF

           ACCEPT WS-HORIZONTE-X FROM ENVIRONMENT
               'ASST0180_HORIZONTE_DIAS'
           IF FUNCTION TRIM(WS-HORIZONTE-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-HORIZONTE-X)
                 TO WS-HORIZONTE-DIAS
           END-IF

      *---- Cada renovacao e uma transacao cobrada pelo fornecedor:
      *     o teto protege o contrato numa primeira execucao sobre um
      *     acervo inteiro vencendo (o restante fica para a noite
      *     seguinte). 500 e tambem o limite da tabela de pendentes.
           ACCEPT WS-MAX-RENOV-X FROM ENVIRONMENT
               'ASST0180_MAX_RENOVACOES'
           IF FUNCTION TRIM(WS-MAX-RENOV-X) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-MAX-RENOV-X)
                 TO WS-MAX-RENOVACOES
           END-IF
           IF WS-MAX-RENOVACOES > 500
               MOVE 500 TO WS-MAX-RENOVACOES
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOJE-8
           COMPUTE WS-LIMITE-8 = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-8)
                   + WS-HORIZONTE-DIAS)

      *---- Raiz do arquivo morto e registro de protocolos: mesma
      *     configuracao que o expurgo usa (ASST0050.CFG)
           PERFORM 1100-LER-CFG-EXPURGO THRU 1100-EXIT

           IF FUNCTION TRIM(WS-DIR-ARQUIVO) = SPACES
               DISPLAY 'Informe ASST0180_DIR_ARQUIVO ou '
                       'EXPURGO-DIR-ARQUIVO no ASST0050.CFG'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-LER-CFG-SERVICO THRU 1200-EXIT
           PERFORM 1220-VALIDAR-APPLIANCE

           OPEN OUTPUT ARQUIVO-REL
           IF FS-REL NOT = '00'
               DISPLAY 'Erro ao criar relatorio ('
                       FUNCTION TRIM(WS-PATH-REL) '): ' FS-REL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *---- Sem registro o recarimbo segue; so deixa de apontar a
      *     versao renovada para o atendimento (ASST0130C)
           OPEN I-O ARQUIVO-REGISTRO
           IF FS-REGISTRO = '00'
               MOVE 'Y' TO WS-REG-ABERTO
           ELSE
               DISPLAY '*** ATENCAO: registro de protocolos '
                       'indisponivel (' FS-REGISTRO ') em '
                       FUNCTION TRIM(WS-CFG-REGISTRO)
                       ' - locais nao serao atualizados ***'
           END-IF

           MOVE '==================================================='
             TO REG-REL
           WRITE REG-REL
           MOVE ' RECARIMBO DE PRESERVACAO DO ARQUIVO MORTO'
             TO REG-REL
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING ' Horizonte: ' WS-HORIZONTE-DIAS ' dias (vencimento'
               ' ate ' WS-LIMITE-8 ')'
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL
           MOVE SPACES TO REG-REL
           STRING ' Arquivo morto: ' FUNCTION TRIM(WS-DIR-ARQUIVO)
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
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
           DISPLAY '  ASST0180C - RECARIMBO DE PRESERVACAO   '
           DISPLAY '=========================================='
           DISPLAY 'Arquivo morto: ' FUNCTION TRIM(WS-DIR-ARQUIVO)
           DISPLAY 'Horizonte: ' WS-HORIZONTE-DIAS ' dias (ate '
                   WS-LIMITE-8 ')'
           DISPLAY 'Maximo de renovacoes: ' WS-MAX-RENOVACOES
           DISPLAY 'URL Servico: http://'
                   FUNCTION TRIM(WS-CFG-HOST) ':' WS-CFG-PORTA
                   FUNCTION TRIM(WS-CFG-URI-CARIMBO)
           IF FUNCTION TRIM(WS-CFG-HOST-SEC) NOT = SPACES
               DISPLAY 'Secundario: http://'
                       FUNCTION TRIM(WS-CFG-HOST-SEC) ':'
                       WS-CFG-PORTA-SEC
           END-IF
           DISPLAY 'Appliance: ' FUNCTION TRIM(WS-CFG-APPLIANCE)
           DISPLAY '--------------------------------------'

           .
       1000-EXIT.
           EXIT.
      ******************************************************************
      *  1100 - LER RAIZ DO ARQUIVO MORTO E REGISTRO DO ASST0050.CFG   *
      *  Mesma tecnica do ASST0080C: o FD de configuracao aponta       *
      *  temporariamente para o arquivo do outro programa. A variavel  *
      *  de ambiente da raiz, quando informada, prevalece.             *
      ******************************************************************
       1100-LER-CFG-EXPURGO.

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
                   EVALUATE FUNCTION TRIM(WS-CFG-CHAVE)
                       WHEN 'EXPURGO-DIR-ARQUIVO'
                           IF FUNCTION TRIM(WS-DIR-ARQUIVO) = SPACES
                               MOVE FUNCTION TRIM(WS-CFG-VALOR)
                                 TO WS-DIR-ARQUIVO
                           END-IF
                       WHEN 'PROTOCOLO-REGISTRO'
                           MOVE FUNCTION TRIM(WS-CFG-VALOR)
                             TO WS-CFG-REGISTRO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

               READ ARQUIVO-CONFIG NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-CONFIG

           .
       1100-EXIT.
           EXIT.
      ******************************************************************
      *  1200 - LER A CONFIGURACAO DO SERVICO (ASST0010.CFG)           *
      *  Mesmas chaves do ASST0080C, mais URI-CARIMBO.                 *
      ******************************************************************
       1200-LER-CFG-SERVICO.

           MOVE SPACES TO WS-CFG-VALOR
           ACCEPT WS-CFG-VALOR FROM ENVIRONMENT 'ASST0180_CFG_PATH'
           IF FUNCTION TRIM(WS-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-PATH
           ELSE
               MOVE 'ASST0010.CFG' TO WS-CFG-PATH
           END-IF

           OPEN INPUT ARQUIVO-CONFIG
           IF FS-CONFIG NOT = '00'
               DISPLAY 'Config nao encontrada ('
                       FUNCTION TRIM(WS-CFG-PATH)
                       '), usando valores padrao'
               GO TO 1200-EXIT
           END-IF

           READ ARQUIVO-CONFIG NEXT RECORD
           PERFORM UNTIL FS-CONFIG = '10'
               PERFORM 1210-INTERPRETAR-LINHA-CFG THRU 1210-EXIT
               READ ARQUIVO-CONFIG NEXT RECORD
           END-PERFORM
           CLOSE ARQUIVO-CONFIG

           .
       1200-EXIT.
           EXIT.
      ******************************************************************
      *  1210 - INTERPRETAR UMA LINHA DE CONFIGURACAO                  *
      ******************************************************************
       1210-INTERPRETAR-LINHA-CFG.

           IF FUNCTION TRIM(REG-CONFIG) = SPACES
               GO TO 1210-EXIT
           END-IF

           IF REG-CONFIG(1:1) = '*'
               GO TO 1210-EXIT
           END-IF

           MOVE SPACES TO WS-CFG-CHAVE
           MOVE SPACES TO WS-CFG-VALOR

           UNSTRING REG-CONFIG DELIMITED BY '='
               INTO WS-CFG-CHAVE WS-CFG-VALOR
           END-UNSTRING

           EVALUATE FUNCTION TRIM(WS-CFG-CHAVE)
               WHEN 'HOST'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-HOST
               WHEN 'PORTA'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-PORTA
               WHEN 'URI-VERIF'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-URI-VERIF
               WHEN 'URI-CARIMBO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-URI-CARIMBO
               WHEN 'APIKEY'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-APIKEY
               WHEN 'RETRY-MAX'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-RETRY-MAX
               WHEN 'RETRY-DELAY'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-RETRY-DELAY
               WHEN 'TIMEOUT-CONN'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-TIMEOUT-CONN
               WHEN 'TIMEOUT-SEND'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-TIMEOUT-SEND
               WHEN 'TIMEOUT-RECV'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-TIMEOUT-RECV
               WHEN 'HOST-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-HOST-SEC
               WHEN 'PORTA-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-PORTA-SEC
               WHEN 'URI-VERIF-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-URI-VERIF-SEC
               WHEN 'URI-CARIMBO-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-URI-CARIMBO-SEC
               WHEN 'APIKEY-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-APIKEY-SEC
               WHEN 'APPLIANCE'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-APPLIANCE
               WHEN 'FAILOVER-SONDA-SEG'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-CFG-SONDA-SEG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .
       1210-EXIT.
           EXIT.
      ******************************************************************
      *  1220 - LADO FIXADO NA MANUTENCAO PROGRAMADA                   *
      *  ASST0010_APPLIANCE prevalece sobre a chave APPLIANCE do .CFG. *
      ******************************************************************
       1220-VALIDAR-APPLIANCE.

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
      *  2000 - VARRER OS MANIFESTOS DA RAIZ DO ARQUIVO MORTO          *
      *  Primeira passada: todas as linhas RECARIMBO, para saber quais *
      *  versoes ja foram substituidas. Segunda passada: as versoes    *
      *  atuais dos PDFs assinados.                                    *
      ******************************************************************
       2000-VARRER-MANIFESTOS.

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

           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-QTD
               PERFORM 2100-CARREGAR-SUBSTITUIDOS THRU 2100-EXIT
           END-PERFORM

           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-QTD
               ADD 1 TO WS-TOTAL-MANIFESTOS
               PERFORM 3000-PROCESSAR-MANIFESTO THRU 3000-EXIT
           END-PERFORM

           .
       2000-EXIT.
           EXIT.
      ******************************************************************
      *  2100 - CARREGAR AS VERSOES SUBSTITUIDAS DE UM MANIFESTO       *
      ******************************************************************
       2100-CARREGAR-SUBSTITUIDOS.

           PERFORM 2200-MONTAR-PATH-MANIFESTO

           OPEN INPUT ARQUIVO-MANIFESTO
           IF FS-MANIFESTO NOT = '00'
               GO TO 2100-EXIT
           END-IF

           READ ARQUIVO-MANIFESTO NEXT RECORD
           PERFORM UNTIL FS-MANIFESTO NOT = '00'

               IF REG-MANIFESTO(1:10) = 'RECARIMBO;'
                   PERFORM 3110-DESMONTAR-LINHA
                   IF WS-SB-QTD < 5000
                       ADD 1 TO WS-SB-QTD
                       MOVE WM-ORIGINAL TO WS-SB-ITEM(WS-SB-QTD)
                   ELSE
                       DISPLAY '*** ATENCAO: tabela de versoes '
                               'substituidas cheia (5000) ***'
                   END-IF
               END-IF

               READ ARQUIVO-MANIFESTO NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-MANIFESTO

           .
       2100-EXIT.
           EXIT.
      ******************************************************************
      *  2200 - MONTAR O CAMINHO DO MANIFESTO CORRENTE                 *
      ******************************************************************
       2200-MONTAR-PATH-MANIFESTO.

           MOVE SPACES TO WS-MAN-PATH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-ARQUIVO))
             TO WS-I
           IF WS-DIR-ARQUIVO(WS-I:1) = '\'
              OR WS-DIR-ARQUIVO(WS-I:1) = '/'
               STRING WS-DIR-ARQUIVO(1:WS-I)
                   FUNCTION TRIM(WS-MF-ITEM(WS-MF-IDX))
                   DELIMITED BY SIZE INTO WS-MAN-PATH
               END-STRING
           ELSE
               STRING WS-DIR-ARQUIVO(1:WS-I) '\'
                   FUNCTION TRIM(WS-MF-ITEM(WS-MF-IDX))
                   DELIMITED BY SIZE INTO WS-MAN-PATH
               END-STRING
           END-IF

           .
      ******************************************************************
      *  3000 - PROCESSAR UM MANIFESTO                                 *
      ******************************************************************
       3000-PROCESSAR-MANIFESTO.

           PERFORM 2200-MONTAR-PATH-MANIFESTO

           DISPLAY 'Manifesto: '
                   FUNCTION TRIM(WS-MF-ITEM(WS-MF-IDX))

           OPEN INPUT ARQUIVO-MANIFESTO
           IF FS-MANIFESTO NOT = '00'
               DISPLAY '*** ATENCAO: manifesto inacessivel ('
                       FS-MANIFESTO '): '
                       FUNCTION TRIM(WS-MAN-PATH) ' ***'
               GO TO 3000-EXIT
           END-IF

      *---- Primeira linha e o cabecalho, como no ASST0080C
           READ ARQUIVO-MANIFESTO NEXT RECORD
           IF FS-MANIFESTO = '00'
               READ ARQUIVO-MANIFESTO NEXT RECORD
           END-IF
           PERFORM UNTIL FS-MANIFESTO NOT = '00'

               IF FUNCTION TRIM(REG-MANIFESTO) NOT = SPACES
                   PERFORM 3100-PROCESSAR-LINHA THRU 3100-EXIT
               END-IF

               READ ARQUIVO-MANIFESTO NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-MANIFESTO

           .
       3000-EXIT.
           EXIT.
      ******************************************************************
      *  3100 - PROCESSAR UMA LINHA DO MANIFESTO                       *
      *  Interessam os PDFs assinados: ARQUIVADO pelo expurgo ou       *
      *  RECARIMBO de uma renovacao anterior. O .protocolo e os logs   *
      *  fechados nao tem assinatura a preservar; versao ja            *
      *  substituida por um recarimbo nao e mais a atual.              *
      ******************************************************************
       3100-PROCESSAR-LINHA.

           PERFORM 3110-DESMONTAR-LINHA

           IF FUNCTION TRIM(WM-ACAO) NOT = 'ARQUIVADO'
              AND FUNCTION TRIM(WM-ACAO) NOT = 'RECARIMBO'
               GO TO 3100-EXIT
           END-IF

           IF FUNCTION TRIM(WM-DESTINO) = SPACES
               GO TO 3100-EXIT
           END-IF

           MOVE 0 TO WM-EH-PROTOCOLO
           INSPECT WM-DESTINO
               TALLYING WM-EH-PROTOCOLO FOR ALL '.protocolo'

           MOVE 0 TO WM-EH-PDF
           INSPECT WM-DESTINO
               TALLYING WM-EH-PDF FOR ALL '-ASSINADO'

           IF WM-EH-PROTOCOLO > 0 OR WM-EH-PDF = 0
               GO TO 3100-EXIT
           END-IF

           MOVE 'N' TO WS-SB-ACHOU
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-QTD OR WS-SB-ACHOU = 'Y'
               IF WS-SB-ITEM(WS-SB-IDX) = WM-DESTINO
                   MOVE 'Y' TO WS-SB-ACHOU
               END-IF
           END-PERFORM

           IF WS-SB-ACHOU = 'Y'
               ADD 1 TO WS-TOTAL-SUBSTITUIDOS
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-AVALIADOS
           PERFORM 4000-AVALIAR-VERSAO THRU 4000-EXIT

           .
       3100-EXIT.
           EXIT.
      ******************************************************************
      *  3110 - DESMONTAR UMA LINHA DO MANIFESTO                       *
      ******************************************************************
       3110-DESMONTAR-LINHA.

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

           .
      ******************************************************************
      *  4000 - AVALIAR A VERSAO ATUAL DE UM PDF ARQUIVADO             *
      *  Verifica a assinatura para obter os vencimentos; dentro do    *
      *  horizonte, pede o carimbo de arquivamento e grava a versao    *
      *  renovada.                                                     *
      ******************************************************************
       4000-AVALIAR-VERSAO.

           MOVE 0 TO WS-RETORNO
           MOVE SPACES TO WS-MENSAGEM

           CALL 'CBL_CHECK_FILE_EXIST'
               USING WM-DESTINO CFE-FILE-INFO
               RETURNING WS-CHECK-RC
           END-CALL

           IF WS-CHECK-RC NOT = 0
               MOVE 'arquivo do manifesto nao encontrado no disco'
                 TO WS-MENSAGEM
               PERFORM 8110-REPORTAR-FALHA
               GO TO 4000-EXIT
           END-IF

           PERFORM 4100-LER-ARQUIVO-PDF THRU 4100-EXIT
           IF WS-RETORNO NOT = 0
               PERFORM 8110-REPORTAR-FALHA
               GO TO 4000-EXIT
           END-IF

           CALL 'BASE64ENCODE' USING WS-PDF-BUFFER
                                     WS-QTD-LIDA
                                     WS-BASE64-BUFFER
                                     WS-BASE64-LEN

           IF WS-BASE64-LEN = 0
               MOVE 'Erro na conversao Base64' TO WS-MENSAGEM
               PERFORM 8110-REPORTAR-FALHA
               GO TO 4000-EXIT
           END-IF

      *---- Verificacao: assinatura integra e vencimentos atuais
           MOVE SPACES TO WS-JSON-STRING
           STRING
               '{"documento":"'
               WS-BASE64-BUFFER(1:WS-BASE64-LEN)
               '"}'
               DELIMITED BY SIZE
               INTO WS-JSON-STRING
           END-STRING
           COMPUTE WS-DATA-LEN = WS-BASE64-LEN + 16

           MOVE 'V' TO WS-URI-TIPO
           PERFORM 6000-CHAMAR-SERVICO THRU 6000-EXIT
           IF WS-RETORNO = 0
               PERFORM 7500-PROCESSAR-RESPOSTA THRU 7500-EXIT
           END-IF

           IF WS-RETORNO NOT = 0
               PERFORM 8110-REPORTAR-FALHA
               GO TO 4000-EXIT
           END-IF

      *---- Assinatura que ja nao valida nao se recupera com carimbo
      *     novo: o carimbo so prova que era valida quando carimbada
           IF VR-VALIDA NOT = 'S'
               MOVE SPACES TO WS-MENSAGEM
               STRING 'assinatura ja nao valida (CN '
                   FUNCTION TRIM(VR-CN)
                   ') - recarimbo nao recupera, ver ASST0080C'
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
               PERFORM 8110-REPORTAR-FALHA
               GO TO 4000-EXIT
           END-IF

           PERFORM 4200-DETERMINAR-VENCIMENTO THRU 4200-EXIT

           IF WS-VENC-8 = 0
               ADD 1 TO WS-TOTAL-SEM-VALIDADE
               MOVE 'SEM VALIDADE' TO WS-SITUACAO
               MOVE 'servico e comprovante sem data de validade'
                 TO WS-MENSAGEM
               PERFORM 8100-REPORTAR-ITEM
               GO TO 4000-EXIT
           END-IF

           IF WS-VENC-8 > WS-LIMITE-8
               ADD 1 TO WS-TOTAL-EM-DIA
               GO TO 4000-EXIT
           END-IF

           IF WS-TENTATIVAS-RENOV >= WS-MAX-RENOVACOES
               ADD 1 TO WS-TOTAL-ADIADOS
               MOVE 'ADIADO' TO WS-SITUACAO
               MOVE SPACES TO WS-MENSAGEM
               STRING 'vence em ' WS-VENC-8
                   ' - limite de renovacoes da execucao atingido'
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
               PERFORM 8100-REPORTAR-ITEM
               GO TO 4000-EXIT
           END-IF

      *---- Versao ja renovada hoje teria o mesmo nome: a gravacao
      *     truncaria o proprio arquivo em renovacao e o manifesto
      *     daria a versao atual como substituida por ela mesma. Fica
      *     para a execucao do dia seguinte.
           PERFORM 5100-MONTAR-NOME-NOVO
           IF WS-PATH-NOVO = WM-DESTINO
               ADD 1 TO WS-TOTAL-ADIADOS
               MOVE 'ADIADO' TO WS-SITUACAO
               MOVE SPACES TO WS-MENSAGEM
               STRING 'vence em ' WS-VENC-8
                   ' - versao ja renovada hoje, nova renovacao so '
                   'na proxima data'
                   DELIMITED BY SIZE INTO WS-MENSAGEM
               END-STRING
               PERFORM 8100-REPORTAR-ITEM
               GO TO 4000-EXIT
           END-IF

           ADD 1 TO WS-TENTATIVAS-RENOV
           PERFORM 5000-RENOVAR-CARIMBO THRU 5000-EXIT

           .
       4000-EXIT.
           EXIT.
      ******************************************************************
      *  4100 - LER O PDF ARQUIVADO PARA O BUFFER                      *
      *  Mesma leitura limitada pelo tamanho real do ASST0080C.        *
      ******************************************************************
       4100-LER-ARQUIVO-PDF.

           MOVE FUNCTION TRIM(WM-DESTINO) TO PATH-PDF

           MOVE 0 TO CFE-TAMANHO
           CALL 'CBL_CHECK_FILE_EXIST' USING PATH-PDF CFE-FILE-INFO
               RETURNING WS-CHECK-RC
           END-CALL
           MOVE CFE-TAMANHO TO WS-PDF-SIZE

           IF WS-PDF-SIZE > LENGTH OF WS-PDF-BUFFER
               MOVE 12 TO WS-RETORNO
               MOVE 'PDF excede o limite de recarimbo'
                 TO WS-MENSAGEM
               GO TO 4100-EXIT
           END-IF

           OPEN INPUT ARQUIVO-PDF
           IF FS-PDF NOT = '00'
               MOVE 10 TO WS-RETORNO
               STRING 'Erro ao abrir PDF: ' FS-PDF
                 DELIMITED BY SIZE INTO WS-MENSAGEM
               GO TO 4100-EXIT
           END-IF

           MOVE 0 TO WS-QTD-LIDA
           MOVE SPACES TO WS-PDF-BUFFER

           READ ARQUIVO-PDF NEXT RECORD
           PERFORM UNTIL FS-PDF = '10' OR WS-QTD-LIDA >= WS-PDF-SIZE

               COMPUTE WS-J = WS-PDF-SIZE - WS-QTD-LIDA
               IF WS-J > LENGTH OF REG-PDF
                   MOVE LENGTH OF REG-PDF TO WS-J
               END-IF
               IF WS-QTD-LIDA + WS-J > LENGTH OF WS-PDF-BUFFER
                   COMPUTE WS-J = LENGTH OF WS-PDF-BUFFER - WS-QTD-LIDA
               END-IF

               MOVE REG-PDF(1:WS-J)
                 TO WS-PDF-BUFFER(WS-QTD-LIDA + 1 : WS-J)
               ADD WS-J TO WS-QTD-LIDA

               READ ARQUIVO-PDF NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-PDF

           .
       4100-EXIT.
           EXIT.
      ******************************************************************
      *  4200 - DETERMINAR O VENCIMENTO DA VERSAO                      *
      *  Certificado: "validade" da verificacao ou, sem ela, a linha   *
      *  'Validade certificado' do .protocolo ao lado do PDF. Na       *
      *  versao RECARIMBO so o carimbo conta. Sem nenhuma data,        *
      *  WS-VENC-8 = 0.                                                *
      ******************************************************************
       4200-DETERMINAR-VENCIMENTO.

           MOVE 0 TO WS-VENC-8
           MOVE 0 TO WS-VENC-CERT-8
           MOVE 0 TO WS-VENC-CARIMBO-8

           MOVE VR-VALIDADE-CARIMBO TO WS-DATA-ISO
           PERFORM 4300-CONVERTER-DATA
           MOVE WS-DATA-CONV-8 TO WS-VENC-CARIMBO-8

           IF FUNCTION TRIM(WM-ACAO) = 'ARQUIVADO'
               MOVE VR-VALIDADE TO WS-DATA-ISO
               IF FUNCTION TRIM(WS-DATA-ISO) = SPACES
                   PERFORM 4210-LER-VALIDADE-PROTOCOLO THRU 4210-EXIT
               END-IF
               PERFORM 4300-CONVERTER-DATA
               MOVE WS-DATA-CONV-8 TO WS-VENC-CERT-8
           END-IF

           MOVE WS-VENC-CARIMBO-8 TO WS-VENC-8
           IF WS-VENC-CERT-8 NOT = 0
               IF WS-VENC-8 = 0 OR WS-VENC-CERT-8 < WS-VENC-8
                   MOVE WS-VENC-CERT-8 TO WS-VENC-8
               END-IF
           END-IF

           .
       4200-EXIT.
           EXIT.
      ******************************************************************
      *  4210 - LER A VALIDADE DO CERTIFICADO NO .PROTOCOLO            *
      *  Linha 'Validade certificado : AAAA-MM-DD' do 8500 do          *
      *  ASST0010C; o valor comeca no byte 24, como o numero na linha  *
      *  'Protocolo nr'.                                               *
      ******************************************************************
       4210-LER-VALIDADE-PROTOCOLO.

           MOVE SPACES TO WS-PROT-PATH
           STRING FUNCTION TRIM(WM-DESTINO) '.protocolo'
               DELIMITED BY SIZE INTO WS-PROT-PATH
           END-STRING

           OPEN INPUT ARQUIVO-PROT
           IF FS-PROT NOT = '00'
               GO TO 4210-EXIT
           END-IF

           READ ARQUIVO-PROT NEXT RECORD
           PERFORM UNTIL FS-PROT NOT = '00'
                      OR FUNCTION TRIM(WS-DATA-ISO) NOT = SPACES

               IF REG-PROT(1:21) = 'Validade certificado '
                   MOVE REG-PROT(24:20) TO WS-DATA-ISO
               END-IF

               READ ARQUIVO-PROT NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-PROT

           .
       4210-EXIT.
           EXIT.
      ******************************************************************
      *  4300 - CONVERTER AAAA-MM-DD (WS-DATA-ISO) EM AAAAMMDD         *
      *  Mesmo recorte do 7200 do ASST0010C; data invalida = 0.        *
      ******************************************************************
       4300-CONVERTER-DATA.

           MOVE 0 TO WS-DATA-CONV-8

           IF WS-DATA-ISO(1:4) NUMERIC
              AND WS-DATA-ISO(6:2) NUMERIC
              AND WS-DATA-ISO(9:2) NUMERIC
               MOVE WS-DATA-ISO(1:4) TO WS-DC-ANO
               MOVE WS-DATA-ISO(6:2) TO WS-DC-MES
               MOVE WS-DATA-ISO(9:2) TO WS-DC-DIA
           END-IF

           .
      ******************************************************************
      *  5000 - RENOVAR O CARIMBO DE TEMPO DE UMA VERSAO               *
      *  O Base64 da verificacao ainda esta em WS-BASE64-BUFFER: o     *
      *  mesmo conteudo vai ao carimbar, com a operacao de             *
      *  arquivamento (camada nova de carimbo, assinatura intocada).   *
      ******************************************************************
       5000-RENOVAR-CARIMBO.

           MOVE SPACES TO WS-JSON-STRING
           STRING
               '{"documento":"'
               WS-BASE64-BUFFER(1:WS-BASE64-LEN)
               '","operacao":"carimbo_arquivamento"}'
               DELIMITED BY SIZE
               INTO WS-JSON-STRING
           END-STRING
           COMPUTE WS-DATA-LEN = WS-BASE64-LEN + 50

           MOVE 'C' TO WS-URI-TIPO
           PERFORM 6000-CHAMAR-SERVICO THRU 6000-EXIT
           IF WS-RETORNO = 0
               PERFORM 7500-PROCESSAR-RESPOSTA THRU 7500-EXIT
           END-IF

           IF WS-RETORNO NOT = 0
               PERFORM 8110-REPORTAR-FALHA
               GO TO 5000-EXIT
           END-IF

      *---- WS-PATH-NOVO ja montado pelo 5100 no 4000
           PERFORM 5200-GRAVAR-VERSAO-NOVA THRU 5200-EXIT
           IF WS-RETORNO NOT = 0
               PERFORM 8110-REPORTAR-FALHA
               GO TO 5000-EXIT
           END-IF

           MOVE WS-PATH-NOVO TO WS-HASH-PATH
           PERFORM 7000-CALCULAR-HASH-ARQUIVO THRU 7000-EXIT
           IF WS-HASH-OK NOT = 'Y'
               MOVE 'falha ao ler a versao renovada para o hash'
                 TO WS-MENSAGEM
               PERFORM 8110-REPORTAR-FALHA
               GO TO 5000-EXIT
           END-IF

           MOVE WM-DESTINO   TO WM-ORIGINAL
           MOVE WS-PATH-NOVO TO WS-PATH-LINHA
           PERFORM 5300-ACUMULAR-LINHA

      *---- O comprovante acompanha a versao atual (o ASST0130C o
      *     procura ao lado do PDF); a copia entra no manifesto
           MOVE SPACES TO WS-PROT-PATH
           STRING FUNCTION TRIM(WM-DESTINO) '.protocolo'
               DELIMITED BY SIZE INTO WS-PROT-PATH
           END-STRING
           MOVE SPACES TO WS-PROT-NOVO
           STRING FUNCTION TRIM(WS-PATH-NOVO) '.protocolo'
               DELIMITED BY SIZE INTO WS-PROT-NOVO
           END-STRING

           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-PROT-PATH CFE-FILE-INFO
               RETURNING WS-CHECK-RC
           END-CALL

           IF WS-CHECK-RC = 0
               CALL 'CBL_COPY_FILE'
                   USING WS-PROT-PATH
                         WS-PROT-NOVO
                   RETURNING WS-COPY-RC
               END-CALL
               IF WS-COPY-RC = 0
                   MOVE WS-PROT-NOVO TO WS-HASH-PATH
                   PERFORM 7000-CALCULAR-HASH-ARQUIVO THRU 7000-EXIT
      *---- Sem hash a linha acusaria a copia como alterada na
      *     conferencia (ASST0080C/ASST0150C): fica fora do manifesto
                   IF WS-HASH-OK NOT = 'Y'
                       DISPLAY '*** ATENCAO: falha ao ler a copia do '
                               'comprovante para o hash '
                               FUNCTION TRIM(WS-PROT-NOVO)
                               ' - fora do manifesto ***'
                   ELSE
                       MOVE WS-PROT-PATH TO WM-ORIGINAL
                       MOVE WS-PROT-NOVO TO WS-PATH-LINHA
                       PERFORM 5300-ACUMULAR-LINHA
                   END-IF
               ELSE
                   DISPLAY '*** ATENCAO: falha ao copiar comprovante '
                           FUNCTION TRIM(WS-PROT-PATH)
                           ' (' WS-COPY-RC ') ***'
               END-IF
           END-IF

           PERFORM 5400-ATUALIZAR-REGISTRO THRU 5400-EXIT

           MOVE VR-VALIDADE-CARIMBO TO WS-DATA-ISO
           PERFORM 4300-CONVERTER-DATA
           MOVE WS-DATA-CONV-8 TO WS-NOVO-VENC-8

           ADD 1 TO WS-TOTAL-RENOVADOS
           MOVE 'RENOVADO' TO WS-SITUACAO
           MOVE SPACES TO WS-MENSAGEM
           STRING 'vencia em ' WS-VENC-8 ', novo carimbo ate '
               WS-NOVO-VENC-8 ' (appliance '
               FUNCTION TRIM(WS-FO-APPLIANCE) ') -> '
               FUNCTION TRIM(WS-PATH-NOVO)
               DELIMITED BY SIZE INTO WS-MENSAGEM
           END-STRING
           PERFORM 8100-REPORTAR-ITEM

           .
       5000-EXIT.
           EXIT.
      ******************************************************************
      *  5100 - MONTAR O NOME DA VERSAO RENOVADA                       *
      ******************************************************************
       5100-MONTAR-NOME-NOVO.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WM-DESTINO))
             TO WS-TAM-NOME

           MOVE 0 TO WS-POS-PONTO
           PERFORM VARYING WS-I FROM WS-TAM-NOME BY -1
                   UNTIL WS-I < 1 OR WS-POS-PONTO > 0
                      OR WM-DESTINO(WS-I:1) = '\'
                      OR WM-DESTINO(WS-I:1) = '/'
               IF WM-DESTINO(WS-I:1) = '.'
                   MOVE WS-I TO WS-POS-PONTO
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-BASE-NOME
           MOVE SPACES TO WS-EXTENSAO
           IF WS-POS-PONTO > 1
               MOVE WM-DESTINO(1:WS-POS-PONTO - 1) TO WS-BASE-NOME
               MOVE WM-DESTINO(WS-POS-PONTO:WS-TAM-NOME
                    - WS-POS-PONTO + 1) TO WS-EXTENSAO
               COMPUTE WS-TAM-NOME = WS-POS-PONTO - 1
           ELSE
               MOVE WM-DESTINO TO WS-BASE-NOME
           END-IF

      *---- Renovacao de renovacao: troca o sufixo datado anterior
           IF WS-TAM-NOME > 19
               IF WS-BASE-NOME(WS-TAM-NOME - 18:11) = '-RECARIMBO-'
                  AND WS-BASE-NOME(WS-TAM-NOME - 7:8) NUMERIC
                   MOVE SPACES TO WS-BASE-NOME(WS-TAM-NOME - 18:19)
               END-IF
           END-IF

           MOVE SPACES TO WS-PATH-NOVO
           STRING FUNCTION TRIM(WS-BASE-NOME)
               '-RECARIMBO-' WS-HOJE-8
               FUNCTION TRIM(WS-EXTENSAO)
               DELIMITED BY SIZE INTO WS-PATH-NOVO
           END-STRING

           .
      ******************************************************************
      *  5200 - GRAVAR A VERSAO RENOVADA                               *
      *  "documento_carimbado" e localizado direto no buffer, como o   *
      *  "documento_assinado" no 8000 do ASST0010C, e gravado com o    *
      *  tamanho exato decodificado.                                   *
      ******************************************************************
       5200-GRAVAR-VERSAO-NOVA.

           MOVE WS-RESP-TOTAL TO WP-LEN

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WP-LEN OR
                         WS-JSON-RESPONSE(WS-I:23) =
                             '"documento_carimbado":"'
               CONTINUE
           END-PERFORM

           IF WS-I > WP-LEN
               MOVE 40 TO WS-RETORNO
               MOVE 'Resposta sem o campo documento_carimbado'
                 TO WS-MENSAGEM
               GO TO 5200-EXIT
           END-IF

           COMPUTE WP-DOC-INI = WS-I + 23

           PERFORM VARYING WS-J FROM WP-DOC-INI BY 1
                   UNTIL WS-J > WP-LEN OR
                         WS-JSON-RESPONSE(WS-J:1) = '"'
               CONTINUE
           END-PERFORM

           COMPUTE WP-DOC-LEN = WS-J - WP-DOC-INI

           COMPUTE WP-POS = (LENGTH OF WS-OUT-BUFFER / 3) * 4

           IF WP-DOC-LEN = 0 OR WP-DOC-LEN > WP-POS
               MOVE 40 TO WS-RETORNO
               MOVE 'Documento carimbado vazio ou acima do buffer'
                 TO WS-MENSAGEM
               GO TO 5200-EXIT
           END-IF

           MOVE SPACES TO WS-OUT-BUFFER

           CALL 'BASE64DECODE' USING
                    WS-JSON-RESPONSE(WP-DOC-INI:WP-DOC-LEN)
                    WP-DOC-LEN
                    WS-OUT-BUFFER
                    WS-QTD-SAIDA

           IF WS-QTD-SAIDA = 0
               MOVE 40 TO WS-RETORNO
               MOVE 'Erro ao decodificar resposta Base64'
                 TO WS-MENSAGEM
               GO TO 5200-EXIT
           END-IF

           CALL 'CBL_CREATE_FILE' USING WS-PATH-NOVO
                                        WS-GR-ACCESS
                                        WS-GR-DENY
                                        WS-AS-DEVICE
                                        WS-GR-HANDLE
               RETURNING WS-GR-RC
           END-CALL

           IF WS-GR-RC NOT = 0
               MOVE 41 TO WS-RETORNO
               MOVE WS-GR-RC TO WS-GR-RC-ED
               STRING 'Erro ao criar versao renovada: ' WS-GR-RC-ED
                 DELIMITED BY SIZE INTO WS-MENSAGEM
               GO TO 5200-EXIT
           END-IF

           MOVE 0            TO WS-GR-OFFSET
           MOVE WS-QTD-SAIDA TO WS-GR-COUNT

           CALL 'CBL_WRITE_FILE' USING WS-GR-HANDLE
                                       WS-GR-OFFSET
                                       WS-GR-COUNT
                                       WS-AS-FLAGS
                                       WS-OUT-BUFFER
               RETURNING WS-GR-RC
           END-CALL

           IF WS-GR-RC NOT = 0
               MOVE 42 TO WS-RETORNO
               MOVE WS-GR-RC TO WS-GR-RC-ED
               STRING 'Erro ao gravar versao renovada: ' WS-GR-RC-ED
                 DELIMITED BY SIZE INTO WS-MENSAGEM
           END-IF

           CALL 'CBL_CLOSE_FILE' USING WS-GR-HANDLE
               RETURNING WS-GR-RC
           END-CALL

      *---- Versao incompleta nao fica no arquivo morto: a anterior
      *     continua sendo a atual
           IF WS-RETORNO NOT = 0
               CALL 'CBL_DELETE_FILE' USING WS-PATH-NOVO
               END-CALL
           END-IF

           .
       5200-EXIT.
           EXIT.
      ******************************************************************
      *  5300 - ACUMULAR UMA LINHA RECARIMBO PARA O MANIFESTO          *
      *  Entrada: WM-ORIGINAL (versao anterior), WS-PATH-LINHA (nova)  *
      *  e o hash/tamanho de 7000. Mesmo formato do 8100 do ASST0050C. *
      ******************************************************************
       5300-ACUMULAR-LINHA.

           IF WS-PD-QTD >= 1000
               DISPLAY '*** ATENCAO: linha de manifesto nao '
                       'registrada para ' FUNCTION TRIM(WS-PATH-LINHA)
                       ' ***'
           ELSE
               MOVE WS-HASH-TAMANHO TO WS-TAMANHO-ED
               ADD 1 TO WS-PD-QTD
               MOVE SPACES TO WS-PD-LINHA(WS-PD-QTD)
               STRING
                   'RECARIMBO;'
                   FUNCTION TRIM(WM-ORIGINAL) ';'
                   FUNCTION TRIM(WS-PATH-LINHA) ';'
                   FUNCTION TRIM(WS-TAMANHO-ED) ';'
                   WS-HASH-STR
                   DELIMITED BY SIZE
                   INTO WS-PD-LINHA(WS-PD-QTD)
               END-STRING
           END-IF

           .
      ******************************************************************
      *  5400 - APONTAR A VERSAO RENOVADA NO REGISTRO DE PROTOCOLOS    *
      *  Numero lido do .protocolo da versao anterior (mesma leitura   *
      *  do 2140 do ASST0050C).                                        *
      ******************************************************************
       5400-ATUALIZAR-REGISTRO.

           MOVE 'N' TO WS-REG-ACHOU

           IF WS-REG-ABERTO NOT = 'Y'
               GO TO 5400-EXIT
           END-IF

           MOVE SPACES TO WS-PROT-PATH
           STRING FUNCTION TRIM(WM-DESTINO) '.protocolo'
               DELIMITED BY SIZE INTO WS-PROT-PATH
           END-STRING

           OPEN INPUT ARQUIVO-PROT
           IF FS-PROT NOT = '00'
               GO TO 5400-EXIT
           END-IF

           READ ARQUIVO-PROT NEXT RECORD
           PERFORM UNTIL FS-PROT NOT = '00' OR WS-REG-ACHOU = 'Y'

               IF REG-PROT(1:13) = 'Protocolo nr '
                   MOVE REG-PROT(24:9) TO WS-REG-NUM-X
                   IF WS-REG-NUM-X NUMERIC
                       MOVE 'Y' TO WS-REG-ACHOU
                   END-IF
               END-IF

               READ ARQUIVO-PROT NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-PROT

           IF WS-REG-ACHOU NOT = 'Y'
               GO TO 5400-EXIT
           END-IF

           MOVE WS-REG-NUM-X TO PR-NUMERO
           READ ARQUIVO-REGISTRO
               INVALID KEY
                   DISPLAY '*** ATENCAO: protocolo ' WS-REG-NUM-X
                           ' ausente do registro ***'
                   GO TO 5400-EXIT
           END-READ

           MOVE 'RECARIMBO'           TO PR-SITUACAO
           MOVE WS-PATH-NOVO          TO PR-LOCAL-ATUAL
           MOVE FUNCTION CURRENT-DATE TO PR-DATA-ULT-ALT

           REWRITE REG-PROTOCOLO-REG
           IF FS-REGISTRO NOT = '00'
               DISPLAY '*** ATENCAO: erro ao atualizar o registro ('
                       FS-REGISTRO ') para o protocolo '
                       WS-REG-NUM-X ' ***'
           END-IF

           .
       5400-EXIT.
           EXIT.
      ******************************************************************
      *  6000 - CHAMAR O SERVICO (WS-URI-TIPO)                         *
      *  Mesma politica de retentativas e de failover do ASST0010C:    *
      *  uma rodada (6050) no appliance escolhido em 6010 e, se ela    *
      *  terminar em falha de comunicacao (20-24) - ou em qualquer     *
      *  falha na sondagem do primario - com troca automatica          *
      *  permitida, uma segunda rodada no outro appliance.             *
      ******************************************************************
       6000-CHAMAR-SERVICO.

           MOVE 'N' TO WS-CHAMADA-OK

           PERFORM 6010-ESCOLHER-APPLIANCE
           PERFORM 6050-RODADA-TENTATIVAS

           IF WS-CHAMADA-OK NOT = 'Y'
              AND WS-FO-AUTOMATICO = 'S'
              AND (WS-FO-SONDA = 'S'
                   OR (WS-RETORNO >= 20 AND WS-RETORNO <= 24))
               DISPLAY '*** FAILOVER: appliance '
                       FUNCTION TRIM(WS-FO-APPLIANCE) ' falhou ('
                       FUNCTION TRIM(WS-MENSAGEM) ') ***'
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

           .
       6000-EXIT.
           EXIT.
      ******************************************************************
      *  6010 - ESCOLHER O APPLIANCE DA CHAMADA                        *
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
      ******************************************************************
       6015-CARREGAR-APPLIANCE.

           IF WS-FO-LADO-TENTADO = 'S'
               MOVE 'SECUNDARIO'     TO WS-FO-APPLIANCE
               MOVE WS-CFG-HOST-SEC  TO WS-FO-HOST
               MOVE WS-CFG-PORTA-SEC TO WS-FO-PORTA
               IF WS-URI-TIPO = 'C'
                   MOVE WS-CFG-URI-CARIMBO TO WS-URI-ATUAL
                   IF FUNCTION TRIM(WS-CFG-URI-CARIMBO-SEC)
                      NOT = SPACES
                       MOVE WS-CFG-URI-CARIMBO-SEC TO WS-URI-ATUAL
                   END-IF
               ELSE
                   MOVE WS-CFG-URI-VERIF TO WS-URI-ATUAL
                   IF FUNCTION TRIM(WS-CFG-URI-VERIF-SEC) NOT = SPACES
                       MOVE WS-CFG-URI-VERIF-SEC TO WS-URI-ATUAL
                   END-IF
               END-IF
               MOVE WS-CFG-APIKEY    TO WS-FO-APIKEY
               IF FUNCTION TRIM(WS-CFG-APIKEY-SEC) NOT = SPACES
                   MOVE WS-CFG-APIKEY-SEC TO WS-FO-APIKEY
               END-IF
           ELSE
               MOVE 'PRIMARIO'       TO WS-FO-APPLIANCE
               MOVE WS-CFG-HOST      TO WS-FO-HOST
               MOVE WS-CFG-PORTA     TO WS-FO-PORTA
               IF WS-URI-TIPO = 'C'
                   MOVE WS-CFG-URI-CARIMBO TO WS-URI-ATUAL
               ELSE
                   MOVE WS-CFG-URI-VERIF TO WS-URI-ATUAL
               END-IF
               MOVE WS-CFG-APIKEY    TO WS-FO-APIKEY
           END-IF

           .
      ******************************************************************
      *  6020 - REGISTRAR O LADO QUE RESPONDEU (TROCA AUTOMATICA)      *
      ******************************************************************
       6020-REGISTRAR-LADO.

           IF WS-FO-APPLIANCE = 'SECUNDARIO'
               ADD 1 TO WS-TOTAL-SECUNDARIO
           END-IF

           IF WS-FO-AUTOMATICO = 'S'
              AND WS-FO-LADO-TENTADO NOT = WS-FO-LADO
               MOVE WS-FO-LADO-TENTADO TO WS-FO-LADO
               IF WS-FO-LADO = 'S'
                   ADD 1 TO WS-TOTAL-FAILOVER
                   DISPLAY '*** FAILOVER: recarimbo passa ao '
                           'appliance secundario ('
                           FUNCTION TRIM(WS-CFG-HOST-SEC) ') ***'
               ELSE
                   DISPLAY 'Appliance primario restabelecido ('
                           FUNCTION TRIM(WS-CFG-HOST)
                           ') - recarimbo volta ao primario'
               END-IF
           END-IF

           .
      ******************************************************************
      *  6030 - SEGUNDOS CORRIDOS (DIAS DO CALENDARIO + HORA DO DIA)   *
      ******************************************************************
       6030-CALCULAR-SEG-AGORA.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FO-DATA-8
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-FO-HORA-6

           COMPUTE WS-FO-AGORA-SEG =
               FUNCTION INTEGER-OF-DATE(WS-FO-DATA-8) * 86400
               + WS-FO-HH * 3600 + WS-FO-MI * 60 + WS-FO-SS

           .
      ******************************************************************
      *  6050 - RODADA DE TENTATIVAS NO APPLIANCE CARREGADO            *
      *  Tenta WS-CFG-RETRY-MAX vezes com espera de WS-CFG-RETRY-DELAY *
      *  segundos entre tentativas; a sondagem do primario e uma       *
      *  tentativa so.                                                 *
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
                           FUNCTION TRIM(WS-MENSAGEM)
                   CALL 'C$SLEEP' USING WS-CFG-RETRY-DELAY
               END-IF

               PERFORM 6100-EXECUTAR-TENTATIVA THRU 6100-EXIT

               IF WS-RETORNO = 0
                   MOVE 'Y' TO WS-CHAMADA-OK
               END-IF

           END-PERFORM

           .
      ******************************************************************
      *  6100 - EXECUTAR UMA TENTATIVA DE CHAMADA AO SERVICO           *
      *  Resposta lida em partes, como no ASST0010C: a do carimbar     *
      *  traz o PDF inteiro em Base64.                                 *
      ******************************************************************
       6100-EXECUTAR-TENTATIVA.

           MOVE 0 TO WS-RETORNO
           MOVE SPACES TO WS-MENSAGEM
           MOVE 0 TO HINTERNET-SESSION
           MOVE 0 TO HINTERNET-CONNECT
           MOVE 0 TO HINTERNET-REQUEST

           CALL 'WinHttpOpen'
               USING BY VALUE     0
                     BY REFERENCE 'ASST0180C/1.0'
                     BY VALUE     0
                     BY VALUE     0
                     BY VALUE     0
               RETURNING HINTERNET-SESSION
           END-CALL

           IF HINTERNET-SESSION = 0
               MOVE 20 TO WS-RETORNO
               MOVE 'Erro WinHttpOpen' TO WS-MENSAGEM
               GO TO 6100-EXIT
           END-IF

           CALL 'WinHttpSetTimeouts'
               USING BY VALUE     HINTERNET-SESSION
                     BY VALUE     0
                     BY VALUE     WS-CFG-TIMEOUT-CONN
                     BY VALUE     WS-CFG-TIMEOUT-SEND
                     BY VALUE     WS-CFG-TIMEOUT-RECV
               RETURNING WS-TIMEOUT-OK
           END-CALL

           IF WS-TIMEOUT-OK = 0
               DISPLAY '*** ATENCAO: falha ao configurar timeouts '
                       'WinHTTP, seguindo com os valores padrao ***'
           END-IF

           MOVE WS-FO-HOST TO WS-HOST

           CALL 'WinHttpConnect'
               USING BY VALUE     HINTERNET-SESSION
                     BY REFERENCE WS-HOST
                     BY VALUE     WS-FO-PORTA
                     BY VALUE     0
               RETURNING HINTERNET-CONNECT
           END-CALL

           IF HINTERNET-CONNECT = 0
               MOVE 21 TO WS-RETORNO
               MOVE 'Erro WinHttpConnect' TO WS-MENSAGEM
               PERFORM 9100-FECHAR-HANDLES
               GO TO 6100-EXIT
           END-IF

           CALL 'WinHttpOpenRequest'
               USING BY VALUE     HINTERNET-CONNECT
                     BY REFERENCE 'POST'
                     BY REFERENCE WS-URI-ATUAL
                     BY REFERENCE SPACES
                     BY REFERENCE SPACES
                     BY REFERENCE SPACES
                     BY VALUE     0
                     BY VALUE     0
               RETURNING HINTERNET-REQUEST
           END-CALL

           IF HINTERNET-REQUEST = 0
               MOVE 22 TO WS-RETORNO
               MOVE 'Erro WinHttpOpenRequest' TO WS-MENSAGEM
               PERFORM 9100-FECHAR-HANDLES
               GO TO 6100-EXIT
           END-IF

           MOVE SPACES TO WS-HEADERS
           STRING
               'Content-Type: application/json'
               X'0D0A'
               'Accept: application/json'
               X'0D0A'
               'X-API-Key: ' FUNCTION TRIM(WS-FO-APIKEY)
               X'0D0A'
               DELIMITED BY SIZE
               INTO WS-HEADERS
           END-STRING

           MOVE LENGTH OF WS-HEADERS TO WS-HEADERS-LEN

           CALL 'WinHttpSendRequest'
               USING BY VALUE     HINTERNET-REQUEST
                     BY REFERENCE WS-HEADERS
                     BY VALUE     WS-HEADERS-LEN
                     BY REFERENCE WS-JSON-STRING
                     BY VALUE     WS-DATA-LEN
                     BY VALUE     WS-DATA-LEN
               RETURNING HINTERNET-STATUS
           END-CALL

           IF HINTERNET-STATUS = 0
               MOVE 23 TO WS-RETORNO
               MOVE 'Erro WinHttpSendRequest' TO WS-MENSAGEM
               PERFORM 9100-FECHAR-HANDLES
               GO TO 6100-EXIT
           END-IF

           CALL 'WinHttpReceiveResponse'
               USING BY VALUE     HINTERNET-REQUEST
                     BY VALUE     0
               RETURNING HINTERNET-STATUS
           END-CALL

           IF HINTERNET-STATUS = 0
               MOVE 24 TO WS-RETORNO
               MOVE 'Erro WinHttpReceiveResponse' TO WS-MENSAGEM
               PERFORM 9100-FECHAR-HANDLES
               GO TO 6100-EXIT
           END-IF

           CALL 'WinHttpQueryHeaders'
               USING BY VALUE     HINTERNET-REQUEST
                     BY VALUE     19
                     BY REFERENCE SPACES
                     BY REFERENCE SPACES
                     BY VALUE     0
                     BY VALUE     0
               RETURNING WS-RESP-STATUS
           END-CALL

           MOVE SPACES TO WS-JSON-RESPONSE
           MOVE 0 TO WS-RESP-TOTAL
           MOVE 1 TO WS-RESP-LEN

           PERFORM UNTIL WS-RESP-LEN = 0

               IF WS-RESP-TOTAL + 65536 >
                  LENGTH OF WS-JSON-RESPONSE
                   MOVE 24 TO WS-RETORNO
                   MOVE 'Resposta do servico excede o buffer'
                     TO WS-MENSAGEM
                   PERFORM 9100-FECHAR-HANDLES
                   GO TO 6100-EXIT
               END-IF

               MOVE 0 TO WS-RESP-LEN
               CALL 'WinHttpReadData'
                   USING BY VALUE     HINTERNET-REQUEST
                         BY REFERENCE WS-JSON-RESPONSE
                                      (WS-RESP-TOTAL + 1 : 65536)
                         BY VALUE     65536
                         BY VALUE     0
                   RETURNING WS-RESP-LEN
               END-CALL

               ADD WS-RESP-LEN TO WS-RESP-TOTAL

           END-PERFORM

           PERFORM 9100-FECHAR-HANDLES

           .
       6100-EXIT.
           EXIT.
      ******************************************************************
      *  7000 - CALCULAR O HASH DE UM ARQUIVO                          *
      *  Mesmo digest rolante do ASST0050C (mod 999999937), por        *
      *  blocos - e o valor gravado na linha RECARIMBO do manifesto.   *
      ******************************************************************
       7000-CALCULAR-HASH-ARQUIVO.

           MOVE 0 TO WS-HASH-VALOR
           MOVE 0 TO WS-HASH-STR
           MOVE 0 TO WS-HASH-TAMANHO
           MOVE 'N' TO WS-HASH-OK

           CALL 'CBL_CHECK_FILE_EXIST'
               USING WS-HASH-PATH CFE-FILE-INFO
               RETURNING WS-CHECK-RC
           END-CALL

           IF WS-CHECK-RC NOT = 0
               GO TO 7000-EXIT
           END-IF

           MOVE CFE-TAMANHO TO WS-HASH-TAMANHO

           CALL 'CBL_OPEN_FILE' USING WS-HASH-PATH
                                      WS-AS-ACCESS
                                      WS-AS-DENY
                                      WS-AS-DEVICE
                                      WS-AS-HANDLE
               RETURNING WS-AS-RC
           END-CALL

           IF WS-AS-RC NOT = 0
               GO TO 7000-EXIT
           END-IF

           MOVE 0 TO WS-HASH-OFFSET

           PERFORM UNTIL WS-HASH-OFFSET >= WS-HASH-TAMANHO

               COMPUTE WS-HASH-CHUNK =
                   WS-HASH-TAMANHO - WS-HASH-OFFSET
               IF WS-HASH-CHUNK > LENGTH OF WS-HASH-BUFFER
                   MOVE LENGTH OF WS-HASH-BUFFER TO WS-HASH-CHUNK
               END-IF

               MOVE WS-HASH-OFFSET TO WS-AS-OFFSET
               MOVE WS-HASH-CHUNK  TO WS-AS-COUNT

               CALL 'CBL_READ_FILE' USING WS-AS-HANDLE
                                          WS-AS-OFFSET
                                          WS-AS-COUNT
                                          WS-AS-FLAGS
                                          WS-HASH-BUFFER
                   RETURNING WS-AS-RC
               END-CALL

               IF WS-AS-RC NOT = 0
                   CALL 'CBL_CLOSE_FILE' USING WS-AS-HANDLE
                       RETURNING WS-AS-RC
                   END-CALL
                   GO TO 7000-EXIT
               END-IF

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-HASH-CHUNK

                   COMPUTE WS-HASH-VALOR =
                       FUNCTION MOD(
                           (WS-HASH-VALOR * 31) +
                            FUNCTION ORD(WS-HASH-BUFFER(WS-I:1)),
                           999999937)

               END-PERFORM

               ADD WS-HASH-CHUNK TO WS-HASH-OFFSET

           END-PERFORM

           CALL 'CBL_CLOSE_FILE' USING WS-AS-HANDLE
               RETURNING WS-AS-RC
           END-CALL

           MOVE WS-HASH-VALOR TO WS-HASH-STR
           MOVE 'Y' TO WS-HASH-OK

           .
       7000-EXIT.
           EXIT.
      ******************************************************************
      *  7500 - PROCESSAR A RESPOSTA DO SERVICO                        *
      ******************************************************************
       7500-PROCESSAR-RESPOSTA.

           IF WS-RESP-STATUS >= 400
               MOVE 30 TO WS-RETORNO
               STRING 'Erro HTTP: ' WS-RESP-STATUS
                 DELIMITED BY SIZE
                 INTO WS-MENSAGEM
               GO TO 7500-EXIT
           END-IF

           PERFORM 7600-PARSER-JSON

           IF VR-STATUS NOT = 'ok'
               MOVE 31 TO WS-RETORNO
               IF FUNCTION TRIM(VR-ERRO-MSG) NOT = SPACES
                   STRING 'Servico retornou erro '
                       FUNCTION TRIM(VR-ERRO-COD) ': '
                       FUNCTION TRIM(VR-ERRO-MSG)
                       DELIMITED BY SIZE
                       INTO WS-MENSAGEM
               ELSE
                   MOVE 'Servico retornou erro' TO WS-MENSAGEM
               END-IF
           END-IF

           .
       7500-EXIT.
           EXIT.
      ******************************************************************
      *  7600 - PARSER DO JSON DE RESPOSTA                             *
      *  Campos do /api/v1/verificar lidos pelo ASST0080C, mais as     *
      *  validades do certificado e do carimbo de tempo.               *
      ******************************************************************
       7600-PARSER-JSON.

           MOVE 'erro' TO VR-STATUS
           MOVE SPACES TO VR-ERRO-COD
           MOVE SPACES TO VR-ERRO-MSG
           MOVE SPACES TO VR-CN
           MOVE SPACES TO VR-VALIDADE
           MOVE SPACES TO VR-VALIDADE-CARIMBO

           MOVE '"status":' TO WS-BUSCA-CHAVE
           MOVE 9 TO WS-BUSCA-TAM
           PERFORM 7610-EXTRAIR-CAMPO-JSON THRU 7610-EXIT
           IF WP-ACHOU = 'Y'
               MOVE WP-VALUE(1:10) TO VR-STATUS
           END-IF

           MOVE '"assinatura_valida":' TO WS-BUSCA-CHAVE
           MOVE 20 TO WS-BUSCA-TAM
           PERFORM 7610-EXTRAIR-CAMPO-JSON THRU 7610-EXIT
           IF WP-ACHOU = 'Y' AND WP-VALUE(1:4) = 'true'
               MOVE 'S' TO VR-VALIDA
           ELSE
               MOVE 'N' TO VR-VALIDA
           END-IF

           MOVE '"cn":' TO WS-BUSCA-CHAVE
           MOVE 5 TO WS-BUSCA-TAM
           PERFORM 7610-EXTRAIR-CAMPO-JSON THRU 7610-EXIT
           IF WP-ACHOU = 'Y'
               MOVE WP-VALUE(1:200) TO VR-CN
           END-IF

           MOVE '"carimbo_tempo":' TO WS-BUSCA-CHAVE
           MOVE 16 TO WS-BUSCA-TAM
           PERFORM 7610-EXTRAIR-CAMPO-JSON THRU 7610-EXIT
           IF WP-ACHOU = 'Y' AND WP-VALUE(1:4) = 'true'
               MOVE 'S' TO VR-CARIMBO-TEMPO
           ELSE
               MOVE 'N' TO VR-CARIMBO-TEMPO
           END-IF

           MOVE '"validade":' TO WS-BUSCA-CHAVE
           MOVE 11 TO WS-BUSCA-TAM
           PERFORM 7610-EXTRAIR-CAMPO-JSON THRU 7610-EXIT
           IF WP-ACHOU = 'Y'
               MOVE WP-VALUE(1:20) TO VR-VALIDADE
           END-IF

           MOVE '"validade_carimbo":' TO WS-BUSCA-CHAVE
           MOVE 19 TO WS-BUSCA-TAM
           PERFORM 7610-EXTRAIR-CAMPO-JSON THRU 7610-EXIT
           IF WP-ACHOU = 'Y'
               MOVE WP-VALUE(1:20) TO VR-VALIDADE-CARIMBO
           END-IF

           MOVE '"codigo_erro":' TO WS-BUSCA-CHAVE
           MOVE 14 TO WS-BUSCA-TAM
           PERFORM 7610-EXTRAIR-CAMPO-JSON THRU 7610-EXIT
           IF WP-ACHOU = 'Y'
               MOVE WP-VALUE(1:10) TO VR-ERRO-COD
           END-IF

           MOVE '"mensagem_erro":' TO WS-BUSCA-CHAVE
           MOVE 16 TO WS-BUSCA-TAM
           PERFORM 7610-EXTRAIR-CAMPO-JSON THRU 7610-EXIT
           IF WP-ACHOU = 'Y'
               MOVE WP-VALUE(1:500) TO VR-ERRO-MSG
           END-IF

           .
      ******************************************************************
      *  7610 - EXTRAIR UM CAMPO DO JSON DE RESPOSTA                   *
      *  Mesma extracao generica do ASST0080C, limitada ao que foi     *
      *  recebido (a resposta do carimbar e longa).                    *
      ******************************************************************
       7610-EXTRAIR-CAMPO-JSON.

           MOVE 'N' TO WP-ACHOU
           MOVE SPACES TO WP-VALUE
           MOVE WS-RESP-TOTAL TO WP-LEN

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WP-LEN OR
                         WS-JSON-RESPONSE(WS-I:WS-BUSCA-TAM) =
                             WS-BUSCA-CHAVE(1:WS-BUSCA-TAM)
               CONTINUE
           END-PERFORM

           IF WS-I > WP-LEN
               GO TO 7610-EXIT
           END-IF

           COMPUTE WP-INI = WS-I + WS-BUSCA-TAM

           IF WS-JSON-RESPONSE(WP-INI:1) = '"'
               ADD 1 TO WP-INI
               PERFORM VARYING WS-J FROM WP-INI BY 1
                       UNTIL WS-J > WP-LEN OR
                             WS-JSON-RESPONSE(WS-J:1) = '"'
                   CONTINUE
               END-PERFORM
           ELSE
               PERFORM VARYING WS-J FROM WP-INI BY 1
                       UNTIL WS-J > WP-LEN OR
                             WS-JSON-RESPONSE(WS-J:1) = ',' OR
                             WS-JSON-RESPONSE(WS-J:1) = '}'
                   CONTINUE
               END-PERFORM
           END-IF

           SUBTRACT 1 FROM WS-J GIVING WP-FIM
           COMPUTE WS-K = WP-FIM - WP-INI + 1

           IF WS-K > 0 AND WS-K <= LENGTH OF WP-VALUE
               MOVE WS-JSON-RESPONSE(WP-INI:WS-K)
                 TO WP-VALUE(1:WS-K)
               MOVE 'Y' TO WP-ACHOU
           END-IF

           .
       7610-EXIT.
           EXIT.
      ******************************************************************
      *  8100 - REPORTAR UM ITEM (RENOVADO / SEM VALIDADE / ADIADO)    *
      ******************************************************************
       8100-REPORTAR-ITEM.

           MOVE SPACES TO REG-REL
           STRING
               FUNCTION TRIM(WS-SITUACAO) ': '
               FUNCTION TRIM(WM-DESTINO) ' - '
               FUNCTION TRIM(WS-MENSAGEM)
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           DISPLAY '  ' FUNCTION TRIM(WS-SITUACAO) ': '
                   FUNCTION TRIM(WM-DESTINO)

           .
      ******************************************************************
      *  8110 - REPORTAR UMA FALHA (mensagem em WS-MENSAGEM)           *
      ******************************************************************
       8110-REPORTAR-FALHA.

           ADD 1 TO WS-TOTAL-FALHAS
           MOVE 'FALHA' TO WS-SITUACAO
           PERFORM 8100-REPORTAR-ITEM

           .
      ******************************************************************
      *  8200 - GRAVAR AS LINHAS RECARIMBO NO MANIFESTO DO DIA         *
      *  Mesmo arquivo e cabecalho do 1300 do ASST0050C (extend, ou    *
      *  criacao se for o primeiro do dia).                            *
      ******************************************************************
       8200-GRAVAR-MANIFESTO.

           IF WS-PD-QTD = 0
               GO TO 8200-EXIT
           END-IF

           MOVE SPACES TO WS-MAN-PATH
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DIR-ARQUIVO))
             TO WS-I
           IF WS-DIR-ARQUIVO(WS-I:1) = '\'
              OR WS-DIR-ARQUIVO(WS-I:1) = '/'
               STRING WS-DIR-ARQUIVO(1:WS-I)
                   'ASST0050_MANIFESTO_' WS-HOJE-8 '.CSV'
                   DELIMITED BY SIZE INTO WS-MAN-PATH
               END-STRING
           ELSE
               STRING WS-DIR-ARQUIVO(1:WS-I) '\'
                   'ASST0050_MANIFESTO_' WS-HOJE-8 '.CSV'
                   DELIMITED BY SIZE INTO WS-MAN-PATH
               END-STRING
           END-IF

           OPEN EXTEND ARQUIVO-MANIFESTO
           IF FS-MANIFESTO NOT = '00'
               OPEN OUTPUT ARQUIVO-MANIFESTO
           END-IF

           IF FS-MANIFESTO NOT = '00'
               DISPLAY '*** ERRO ao abrir manifesto ('
                       FUNCTION TRIM(WS-MAN-PATH) '): ' FS-MANIFESTO
                       ' - linhas RECARIMBO abaixo nao registradas'
                       ' ***'
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > WS-PD-QTD
                   DISPLAY FUNCTION TRIM(WS-PD-LINHA(WS-PD-IDX))
               END-PERFORM
               GO TO 8200-EXIT
           END-IF

           MOVE 'ACAO;ORIGINAL;DESTINO;TAMANHO;HASH' TO REG-MANIFESTO
           WRITE REG-MANIFESTO

           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                   UNTIL WS-PD-IDX > WS-PD-QTD

               MOVE WS-PD-LINHA(WS-PD-IDX) TO REG-MANIFESTO
               WRITE REG-MANIFESTO

               IF FS-MANIFESTO NOT = '00'
                   DISPLAY '*** ERRO ao gravar manifesto ('
                           FS-MANIFESTO ') - linha: '
                           FUNCTION TRIM(WS-PD-LINHA(WS-PD-IDX))
                           ' ***'
               END-IF

           END-PERFORM

           CLOSE ARQUIVO-MANIFESTO

           DISPLAY 'Manifesto: ' FUNCTION TRIM(WS-MAN-PATH)

           .
       8200-EXIT.
           EXIT.
      ******************************************************************
      *  9100 - FECHAR HANDLES WINHTTP                                 *
      ******************************************************************
       9100-FECHAR-HANDLES.

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
      *  9000 - FINALIZAR                                              *
      ******************************************************************
       9000-FINALIZAR.

           IF WS-REG-ABERTO = 'Y'
               CLOSE ARQUIVO-REGISTRO
           END-IF

           MOVE SPACES TO REG-REL
           WRITE REG-REL
           MOVE ' TOTAIS DO RECARIMBO' TO REG-REL
           WRITE REG-REL
           MOVE ' -------------------' TO REG-REL
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Manifestos lidos        : ' WS-TOTAL-MANIFESTOS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Versoes avaliadas       : ' WS-TOTAL-AVALIADOS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Fora do horizonte       : ' WS-TOTAL-EM-DIA
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Renovados               : ' WS-TOTAL-RENOVADOS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Falhas                  : ' WS-TOTAL-FALHAS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Sem data de validade    : ' WS-TOTAL-SEM-VALIDADE
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Adiados                 : ' WS-TOTAL-ADIADOS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Versoes ja substituidas : ' WS-TOTAL-SUBSTITUIDOS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           IF WS-TOTAL-FAILOVER > 0 OR WS-TOTAL-SECUNDARIO > 0
               MOVE SPACES TO REG-REL
               STRING ' Chamadas no secundario  : ' WS-TOTAL-SECUNDARIO
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING ' FAILOVER p/ secundario  : ' WS-TOTAL-FAILOVER
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
               WRITE REG-REL
           END-IF

           CLOSE ARQUIVO-REL

           DISPLAY '=========================================='
           DISPLAY '  RESUMO DO RECARIMBO                    '
           DISPLAY '=========================================='
           DISPLAY 'Manifestos lidos        : ' WS-TOTAL-MANIFESTOS
           DISPLAY 'Versoes avaliadas       : ' WS-TOTAL-AVALIADOS
           DISPLAY 'Fora do horizonte       : ' WS-TOTAL-EM-DIA
           DISPLAY 'Renovados               : ' WS-TOTAL-RENOVADOS
           DISPLAY 'Falhas                  : ' WS-TOTAL-FALHAS
           DISPLAY 'Sem data de validade    : ' WS-TOTAL-SEM-VALIDADE
           DISPLAY 'Adiados                 : ' WS-TOTAL-ADIADOS
           DISPLAY 'Versoes ja substituidas : ' WS-TOTAL-SUBSTITUIDOS
           IF WS-TOTAL-FAILOVER > 0 OR WS-TOTAL-SECUNDARIO > 0
               DISPLAY 'Chamadas no secundario  : ' WS-TOTAL-SECUNDARIO
               DISPLAY 'FAILOVER p/ secundario  : ' WS-TOTAL-FAILOVER
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'Relatorio: ' FUNCTION TRIM(WS-PATH-REL)

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0180C.
