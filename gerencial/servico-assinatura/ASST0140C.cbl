      ******************************************************************
      *  PROGRAMA: ASST0140C - CONCILIACAO DA FATURA DO APPLIANCE      *
      *  OBJETIVO: Conferir a fatura mensal do fornecedor do appliance *
      *            (uma linha por transacao cobrada) contra o que o    *
      *            ASST0010C registrou no periodo, e gerar a evidencia *
      *            para o financeiro contestar a cobranca:             *
      *            - transacao cobrada sem assinatura com sucesso do   *
      *              nosso lado (COBRADA_SEM_SUCESSO);                 *
      *            - transacao que o proprio fornecedor marca como     *
      *              falha e cobra (FALHA_COBRADA);                    *
      *            - sucesso cobrado mais vezes que o assinado, em     *
      *              documento com tentativas no log de metricas       *
      *              (RETENTATIVA_COBRADA);                            *
      *            - assinatura com sucesso nossa ausente da fatura    *
      *              (NAO_FATURADA - informativo, nao contestado).     *
      *            O valor contestado usa o mesmo preco unitario do    *
      *            rateio (ASST0100C).                                 *
      *  ENTRADA:  ASST0140_FATURA_PATH  arquivo do fornecedor, uma    *
      *                                  linha por transacao:          *
      *                   data-hora;documento-ou-hash;resultado        *
      *                   data-hora AAAA-MM-DD HH:MM:SS (ou so os      *
      *                   digitos AAAAMMDDHHMMSS); documento = nome ou *
      *                   caminho do PDF enviado, ou o hash_origem de  *
      *                   10 digitos do JSON; resultado OK/SUCESSO/    *
      *                   SUCCESS/ASSINADO/200 = sucesso, o resto =    *
      *                   falha. Linha sem data valida (cabecalho) e   *
      *                   ignorada.                                    *
      *            ASST0140_LOG_PATH      log de auditoria (padrao     *
      *                                   ASST0010_AUDITORIA.LOG)      *
      *            ASST0140_METRICAS_PATH log de metricas (padrao      *
      *                                   ASST0010_METRICAS.LOG)       *
      *            ASST0140_REGISTRO_PATH registro de protocolos, para *
      *                                   traduzir hash em documento   *
      *                                   (padrao                      *
      *                                   ASST0010_PROTOCOLO.DAT)      *
      *            ASST0140_DATA_INI/ASST0140_DATA_FIM periodo dos     *
      *                                   nossos logs (AAAAMMDD)       *
      *            ASST0140_PRECO preco unitario (na falta, o          *
      *                                   ASST0100_PRECO do rateio)    *
      *  SAIDA:    ASST0140_CONCILIACAO.CSV (ou ASST0140_REL_PATH):    *
      *            SITUACAO;DATA_HORA;DOCUMENTO;REFERENCIA_FATURA;     *
      *            RESULTADO_FATURA;TENTATIVAS;FALHAS;VALOR, uma linha *
      *            por divergencia, e as linhas TOTAL no final.        *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - a fatura do appliance
      *                       vinha acima do rateio e o financeiro nao
      *                       tinha como apontar as transacoes
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0140C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FATURA ASSIGN TO WS-PATH-FATURA
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-FATURA.

           SELECT ARQUIVO-LOG    ASSIGN TO WS-PATH-LOG
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-LOG.

           SELECT ARQUIVO-METRICAS ASSIGN TO WS-PATH-METRICAS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-METRICAS.

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

           SELECT ARQUIVO-REL    ASSIGN TO WS-PATH-REL
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FATURA.
       01  REG-FATURA                 PIC X(1000).

      *---- Mesma largura de REG-AUDITORIA gravada pelo ASST0010C
       FD  ARQUIVO-LOG.
       01  REG-LOG                    PIC X(1300).

      *---- Mesma largura de REG-METRICAS gravada pelo ASST0010C
       FD  ARQUIVO-METRICAS.
       01  REG-METRICAS               PIC X(600).

      *---- Registro indexado de protocolos gravado pelo ASST0010C
       FD  ARQUIVO-REGISTRO.
           COPY ASST0010R.

       FD  ARQUIVO-REL.
       01  REG-REL                    PIC X(800).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  PARAMETROS DE ENTRADA                                         *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-PATH-FATURA        PIC X(500) VALUE SPACES.
           05  WS-PATH-LOG           PIC X(500) VALUE SPACES.
           05  WS-PATH-METRICAS      PIC X(500) VALUE SPACES.
           05  WS-PATH-REGISTRO      PIC X(500) VALUE SPACES.
           05  WS-PATH-REL           PIC X(500) VALUE SPACES.
           05  WS-DATA-INI           PIC X(08)  VALUE '00000000'.
           05  WS-DATA-FIM           PIC X(08)  VALUE '99999999'.
           05  WS-PRECO-X            PIC X(10)  VALUE SPACES.
           05  WS-PRECO              PIC 9(05)V99 VALUE 0.
           05  WS-REGISTRO-ABERTO    PIC X(01)  VALUE 'N'.

       01  WS-FILE-VARS.
           05  FS-FATURA             PIC X(02).
           05  FS-LOG                PIC X(02).
           05  FS-METRICAS           PIC X(02).
           05  FS-REGISTRO           PIC X(02).
           05  FS-REL                PIC X(02).

      ******************************************************************
      *  CAMPOS DESMONTADOS DE UMA LINHA DO LOG DE AUDITORIA           *
      ******************************************************************
       01  WS-LINHA-LOG.
           05  WL-TIMESTAMP          PIC X(26).
           05  WL-DOCUMENTO          PIC X(500).
           05  WL-CN                 PIC X(200).
           05  WL-RETORNO-X          PIC X(02).
           05  WL-MENSAGEM           PIC X(500).
           05  WL-DATA               PIC X(08).

      ******************************************************************
      *  CAMPOS DESMONTADOS DE UMA LINHA DO LOG DE METRICAS            *
      *  (uma por tentativa: data-hora;documento;bytes;ms;http;        *
      *  tentativa;retorno - 6160 do ASST0010C)                        *
      ******************************************************************
       01  WS-LINHA-METRICA.
           05  WM-TIMESTAMP          PIC X(16).
           05  WM-DOCUMENTO          PIC X(500).
           05  WM-TAMANHO            PIC X(10).
           05  WM-MS                 PIC X(09).
           05  WM-STATUS             PIC X(05).
           05  WM-TENTATIVA          PIC X(02).
           05  WM-RETORNO-X          PIC X(02).
           05  WM-DATA               PIC X(08).

      ******************************************************************
      *  CAMPOS DESMONTADOS DE UMA LINHA DA FATURA                     *
      *  WF-DATA-HORA-N guarda so os digitos da data-hora do           *
      *  fornecedor (AAAAMMDDHHMMSS), seja qual for a pontuacao.       *
      ******************************************************************
       01  WS-LINHA-FATURA.
           05  WF-DATA-HORA          PIC X(30).
           05  WF-REFERENCIA         PIC X(500).
           05  WF-RESULTADO          PIC X(30).
           05  WF-DATA-HORA-N        PIC X(14).
           05  WF-QTD-DIG            PIC 9(04) COMP.
           05  WF-SUCESSO            PIC X(01).
           05  WF-SITUACAO           PIC X(20).

      ******************************************************************
      *  NOME DO DOCUMENTO USADO NA COMPARACAO                         *
      *  Os logs guardam o caminho completo de entrada do ASST0010C e  *
      *  o fornecedor pode mandar so o nome: compara-se o nome do      *
      *  arquivo, sem diretorio. Hash de 10 digitos e traduzido pelo   *
      *  registro de protocolos (chave PR-HASH) para o nome do         *
      *  original; hash sem protocolo fica como esta e nao casa com    *
      *  nenhum sucesso nosso.                                         *
      ******************************************************************
       01  WS-NOME-VARS.
           05  WS-NOME-ENTRADA       PIC X(500).
           05  WS-NOME-CHAVE         PIC X(80).
           05  WS-NOME-TAM           PIC 9(04) COMP.
           05  WS-I                  PIC 9(04) COMP.
           05  WS-REF-TAM            PIC 9(04) COMP.
           05  WS-REF-HASH           PIC X(10).

      ******************************************************************
      *  ASSINATURAS COM SUCESSO NO PERIODO (LOG DE AUDITORIA)         *
      *  Uma entrada por assinatura; cada linha de sucesso da fatura   *
      *  consome a primeira entrada ainda nao faturada do documento.   *
      ******************************************************************
       01  WS-TAB-SUCESSO.
           05  WS-SC-QTD             PIC 9(05) COMP VALUE 0.
           05  WS-SC-IDX             PIC 9(05) COMP.
           05  WS-SC-ACHOU           PIC X(01).
           05  WS-SC-ENT OCCURS 20000 TIMES.
               10  WS-SC-NOME        PIC X(80).
               10  WS-SC-DATA-HORA   PIC X(16).
               10  WS-SC-FATURADA    PIC X(01).

      ******************************************************************
      *  TENTATIVAS POR DOCUMENTO NO PERIODO (LOG DE METRICAS)         *
      *  Contadores sem COMP: entram por STRING no relatorio.          *
      ******************************************************************
       01  WS-TAB-TENTATIVA.
           05  WS-TN-QTD             PIC 9(05) COMP VALUE 0.
           05  WS-TN-IDX             PIC 9(05) COMP.
           05  WS-TN-ACHOU           PIC X(01).
           05  WS-TN-ENT OCCURS 20000 TIMES.
               10  WS-TN-NOME        PIC X(80).
               10  WS-TN-TENTATIVAS  PIC 9(05).
               10  WS-TN-FALHAS      PIC 9(05).

       01  WS-TENTATIVAS-DOC         PIC 9(05).
       01  WS-FALHAS-DOC             PIC 9(05).

      ******************************************************************
      *  TOTAIS E EDICAO DE VALORES                                    *
      ******************************************************************
       01  WS-TOTAIS.
           05  WS-TOTAL-LINHAS-FAT   PIC 9(08) VALUE 0.
           05  WS-TOTAL-FATURADAS    PIC 9(08) VALUE 0.
           05  WS-TOTAL-CONFERE      PIC 9(08) VALUE 0.
           05  WS-TOTAL-SEM-SUCESSO  PIC 9(08) VALUE 0.
           05  WS-TOTAL-FALHA-COBR   PIC 9(08) VALUE 0.
           05  WS-TOTAL-RETENT-COBR  PIC 9(08) VALUE 0.
           05  WS-TOTAL-CONTESTADAS  PIC 9(08) VALUE 0.
           05  WS-TOTAL-NAO-FATURADA PIC 9(08) VALUE 0.
           05  WS-TOTAL-SUCESSO      PIC 9(08) VALUE 0.
           05  WS-TOTAL-TENTATIVAS   PIC 9(08) VALUE 0.
           05  WS-VALOR-LINHA        PIC 9(09)V99 VALUE 0.
           05  WS-VALOR-FATURA       PIC 9(11)V99 VALUE 0.
           05  WS-VALOR-CONTESTADO   PIC 9(11)V99 VALUE 0.
           05  WS-VALOR-ED           PIC 9(09).99.
           05  WS-VALOR-GERAL-ED     PIC 9(11).99.
           05  WS-PRECO-ED           PIC 9(05).99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR
           PERFORM 2000-CARREGAR-SUCESSOS
           PERFORM 2500-CARREGAR-TENTATIVAS THRU 2500-EXIT
           PERFORM 3000-CONCILIAR-FATURA
           PERFORM 4000-LISTAR-NAO-FATURADAS
           PERFORM 5000-GRAVAR-TOTAIS
           PERFORM 9000-FINALIZAR

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      ******************************************************************
       1000-INICIALIZAR.

           ACCEPT WS-PATH-FATURA FROM ENVIRONMENT
               'ASST0140_FATURA_PATH'
           IF FUNCTION TRIM(WS-PATH-FATURA) = SPACES
               DISPLAY 'Informe o arquivo da fatura do fornecedor '
                       'em ASST0140_FATURA_PATH'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-PATH-LOG FROM ENVIRONMENT 'ASST0140_LOG_PATH'
           IF FUNCTION TRIM(WS-PATH-LOG) = SPACES
               MOVE 'ASST0010_AUDITORIA.LOG' TO WS-PATH-LOG
           END-IF

           ACCEPT WS-PATH-METRICAS FROM ENVIRONMENT
               'ASST0140_METRICAS_PATH'
           IF FUNCTION TRIM(WS-PATH-METRICAS) = SPACES
               MOVE 'ASST0010_METRICAS.LOG' TO WS-PATH-METRICAS
           END-IF

           ACCEPT WS-PATH-REGISTRO FROM ENVIRONMENT
               'ASST0140_REGISTRO_PATH'
           IF FUNCTION TRIM(WS-PATH-REGISTRO) = SPACES
      *---- Mesmo arquivo padrao gravado pelo ASST0010C
               MOVE 'ASST0010_PROTOCOLO.DAT' TO WS-PATH-REGISTRO
           END-IF

           ACCEPT WS-PATH-REL FROM ENVIRONMENT 'ASST0140_REL_PATH'
           IF FUNCTION TRIM(WS-PATH-REL) = SPACES
               MOVE 'ASST0140_CONCILIACAO.CSV' TO WS-PATH-REL
           END-IF

           ACCEPT WS-DATA-INI FROM ENVIRONMENT 'ASST0140_DATA_INI'
           IF FUNCTION TRIM(WS-DATA-INI) = SPACES
               MOVE '00000000' TO WS-DATA-INI
           END-IF

           ACCEPT WS-DATA-FIM FROM ENVIRONMENT 'ASST0140_DATA_FIM'
           IF FUNCTION TRIM(WS-DATA-FIM) = SPACES
               MOVE '99999999' TO WS-DATA-FIM
           END-IF

      *---- Sem preco proprio vale o do rateio: a contestacao tem de
      *     bater com o valor que a contabilidade ja repartiu
           ACCEPT WS-PRECO-X FROM ENVIRONMENT 'ASST0140_PRECO'
           IF FUNCTION TRIM(WS-PRECO-X) = SPACES
               ACCEPT WS-PRECO-X FROM ENVIRONMENT 'ASST0100_PRECO'
           END-IF
           IF FUNCTION TRIM(WS-PRECO-X) = SPACES
               DISPLAY '*** ATENCAO: ASST0140_PRECO/ASST0100_PRECO '
                       'nao informado - valores saem zerados ***'
           ELSE
               COMPUTE WS-PRECO = FUNCTION NUMVAL(WS-PRECO-X)
           END-IF

           DISPLAY '=========================================='
           DISPLAY '  ASST0140C - CONCILIACAO DA FATURA      '
           DISPLAY '=========================================='
           DISPLAY 'Fatura          : ' FUNCTION TRIM(WS-PATH-FATURA)
           DISPLAY 'Log de auditoria: ' FUNCTION TRIM(WS-PATH-LOG)
           DISPLAY 'Log de metricas : ' FUNCTION TRIM(WS-PATH-METRICAS)
           DISPLAY 'Registro        : ' FUNCTION TRIM(WS-PATH-REGISTRO)
           DISPLAY 'Periodo         : ' WS-DATA-INI ' a ' WS-DATA-FIM
           MOVE WS-PRECO TO WS-PRECO-ED
           DISPLAY 'Preco unitario  : ' WS-PRECO-ED
           DISPLAY '--------------------------------------'

           .
      ******************************************************************
      *  1900 - ISOLAR O NOME DO ARQUIVO (SEM DIRETORIO)               *
      *  Entrada em WS-NOME-ENTRADA, resultado em WS-NOME-CHAVE.       *
      ******************************************************************
       1900-EXTRAIR-NOME.

           MOVE SPACES TO WS-NOME-CHAVE

           IF FUNCTION TRIM(WS-NOME-ENTRADA) = SPACES
               GO TO 1900-EXIT
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOME-ENTRADA))
             TO WS-NOME-TAM

           PERFORM VARYING WS-I FROM WS-NOME-TAM BY -1
                   UNTIL WS-I < 1
                      OR WS-NOME-ENTRADA(WS-I:1) = '\'
                      OR WS-NOME-ENTRADA(WS-I:1) = '/'
               CONTINUE
           END-PERFORM

           ADD 1 TO WS-I
           MOVE WS-NOME-ENTRADA(WS-I:WS-NOME-TAM - WS-I + 1)
             TO WS-NOME-CHAVE

           .
       1900-EXIT.
           EXIT.
      ******************************************************************
      *  2000 - CARREGAR AS ASSINATURAS COM SUCESSO DO PERIODO         *
      ******************************************************************
       2000-CARREGAR-SUCESSOS.

           OPEN INPUT ARQUIVO-LOG
           IF FS-LOG NOT = '00'
               DISPLAY 'Erro ao abrir log de auditoria ('
                       FUNCTION TRIM(WS-PATH-LOG) '): ' FS-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ ARQUIVO-LOG NEXT RECORD
           PERFORM UNTIL FS-LOG = '10'

               IF FUNCTION TRIM(REG-LOG) NOT = SPACES
                   PERFORM 2100-CARREGAR-LINHA-LOG THRU 2100-EXIT
               END-IF

               READ ARQUIVO-LOG NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-LOG

           DISPLAY 'Assinaturas com sucesso no periodo: '
                   WS-TOTAL-SUCESSO

           .
      ******************************************************************
      *  2100 - DESMONTAR UMA LINHA DO LOG DE AUDITORIA                *
      *  Mesmo criterio do rateio (ASST0100C): so retorno 00 e uma     *
      *  assinatura cobravel.                                          *
      ******************************************************************
       2100-CARREGAR-LINHA-LOG.

           MOVE SPACES TO WL-TIMESTAMP
           MOVE SPACES TO WL-DOCUMENTO
           MOVE SPACES TO WL-CN
           MOVE SPACES TO WL-RETORNO-X
           MOVE SPACES TO WL-MENSAGEM

           UNSTRING REG-LOG DELIMITED BY ';'
               INTO WL-TIMESTAMP
                    WL-DOCUMENTO
                    WL-CN
                    WL-RETORNO-X
                    WL-MENSAGEM
           END-UNSTRING

           IF WL-TIMESTAMP(1:8) NOT NUMERIC
               GO TO 2100-EXIT
           END-IF

           IF WL-RETORNO-X NOT = '00'
               GO TO 2100-EXIT
           END-IF

           MOVE WL-TIMESTAMP(1:8) TO WL-DATA

           IF WL-DATA < WS-DATA-INI OR WL-DATA > WS-DATA-FIM
               GO TO 2100-EXIT
           END-IF

           IF WS-SC-QTD >= 20000
               DISPLAY '*** ATENCAO: tabela de sucessos cheia '
                       '(20000), assinatura fora da conciliacao: '
                       FUNCTION TRIM(WL-DOCUMENTO) ' ***'
               GO TO 2100-EXIT
           END-IF

           MOVE WL-DOCUMENTO TO WS-NOME-ENTRADA
           PERFORM 1900-EXTRAIR-NOME THRU 1900-EXIT

           ADD 1 TO WS-SC-QTD
           ADD 1 TO WS-TOTAL-SUCESSO
           MOVE WS-NOME-CHAVE TO WS-SC-NOME(WS-SC-QTD)
           MOVE WL-TIMESTAMP(1:16) TO WS-SC-DATA-HORA(WS-SC-QTD)
           MOVE 'N' TO WS-SC-FATURADA(WS-SC-QTD)

           .
       2100-EXIT.
           EXIT.
      ******************************************************************
      *  2500 - CARREGAR AS TENTATIVAS DO PERIODO (LOG DE METRICAS)    *
      *  Sem o log de metricas a conciliacao continua; so deixa de     *
      *  separar retentativa cobrada de cobranca sem sucesso.          *
      ******************************************************************
       2500-CARREGAR-TENTATIVAS.

           OPEN INPUT ARQUIVO-METRICAS
           IF FS-METRICAS NOT = '00'
               DISPLAY '*** ATENCAO: log de metricas inacessivel ('
                       FUNCTION TRIM(WS-PATH-METRICAS) '): '
                       FS-METRICAS ' - retentativas nao separadas ***'
               GO TO 2500-EXIT
           END-IF

           READ ARQUIVO-METRICAS NEXT RECORD
           PERFORM UNTIL FS-METRICAS = '10'

               IF FUNCTION TRIM(REG-METRICAS) NOT = SPACES
                   PERFORM 2600-CARREGAR-LINHA-METRICA THRU 2600-EXIT
               END-IF

               READ ARQUIVO-METRICAS NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-METRICAS

           DISPLAY 'Tentativas no periodo             : '
                   WS-TOTAL-TENTATIVAS

           .
       2500-EXIT.
           EXIT.
      ******************************************************************
      *  2600 - DESMONTAR UMA LINHA DO LOG DE METRICAS                 *
      ******************************************************************
       2600-CARREGAR-LINHA-METRICA.

           MOVE SPACES TO WM-TIMESTAMP
           MOVE SPACES TO WM-DOCUMENTO
           MOVE SPACES TO WM-TAMANHO
           MOVE SPACES TO WM-MS
           MOVE SPACES TO WM-STATUS
           MOVE SPACES TO WM-TENTATIVA
           MOVE SPACES TO WM-RETORNO-X

           UNSTRING REG-METRICAS DELIMITED BY ';'
               INTO WM-TIMESTAMP
                    WM-DOCUMENTO
                    WM-TAMANHO
                    WM-MS
                    WM-STATUS
                    WM-TENTATIVA
                    WM-RETORNO-X
           END-UNSTRING

           IF WM-TIMESTAMP(1:8) NOT NUMERIC
               GO TO 2600-EXIT
           END-IF

           MOVE WM-TIMESTAMP(1:8) TO WM-DATA

           IF WM-DATA < WS-DATA-INI OR WM-DATA > WS-DATA-FIM
               GO TO 2600-EXIT
           END-IF

           MOVE WM-DOCUMENTO TO WS-NOME-ENTRADA
           PERFORM 1900-EXTRAIR-NOME THRU 1900-EXIT

           PERFORM 2700-LOCALIZAR-TENTATIVA

           IF WS-TN-ACHOU NOT = 'Y'
               IF WS-TN-QTD >= 20000
                   DISPLAY '*** ATENCAO: tabela de tentativas cheia '
                           '(20000), metrica ignorada: '
                           FUNCTION TRIM(WS-NOME-CHAVE) ' ***'
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO WS-TN-QTD
               MOVE WS-TN-QTD TO WS-TN-IDX
               MOVE WS-NOME-CHAVE TO WS-TN-NOME(WS-TN-IDX)
               MOVE 0 TO WS-TN-TENTATIVAS(WS-TN-IDX)
               MOVE 0 TO WS-TN-FALHAS(WS-TN-IDX)
           END-IF

           ADD 1 TO WS-TN-TENTATIVAS(WS-TN-IDX)
           ADD 1 TO WS-TOTAL-TENTATIVAS
           IF WM-RETORNO-X NOT = '00'
               ADD 1 TO WS-TN-FALHAS(WS-TN-IDX)
           END-IF

           .
       2600-EXIT.
           EXIT.
      ******************************************************************
      *  2700 - LOCALIZAR O DOCUMENTO WS-NOME-CHAVE NAS TENTATIVAS     *
      *  Achou: WS-TN-ACHOU = 'Y' e WS-TN-IDX na entrada.              *
      ******************************************************************
       2700-LOCALIZAR-TENTATIVA.

           MOVE 'N' TO WS-TN-ACHOU
           PERFORM VARYING WS-TN-IDX FROM 1 BY 1
                   UNTIL WS-TN-IDX > WS-TN-QTD
                      OR WS-TN-ACHOU = 'Y'
               IF WS-TN-NOME(WS-TN-IDX) = WS-NOME-CHAVE
                   MOVE 'Y' TO WS-TN-ACHOU
               END-IF
           END-PERFORM

           IF WS-TN-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-TN-IDX
           END-IF

           .
      ******************************************************************
      *  3000 - CONCILIAR A FATURA LINHA A LINHA                       *
      *  Toda linha da fatura e uma transacao cobrada. O registro de   *
      *  protocolos so e aberto se existir: sem ele, referencia por    *
      *  hash nao casa e sai como cobrada sem sucesso.                 *
      ******************************************************************
       3000-CONCILIAR-FATURA.

           OPEN INPUT ARQUIVO-FATURA
           IF FS-FATURA NOT = '00'
               DISPLAY 'Erro ao abrir a fatura ('
                       FUNCTION TRIM(WS-PATH-FATURA) '): ' FS-FATURA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARQUIVO-REL
           IF FS-REL NOT = '00'
               DISPLAY 'Erro ao criar relatorio ('
                       FUNCTION TRIM(WS-PATH-REL) '): ' FS-REL
               CLOSE ARQUIVO-FATURA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARQUIVO-REGISTRO
           IF FS-REGISTRO = '00'
               MOVE 'Y' TO WS-REGISTRO-ABERTO
           ELSE
               DISPLAY '*** ATENCAO: registro de protocolos '
                       'inacessivel (' FS-REGISTRO ') - referencias '
                       'por hash nao serao traduzidas ***'
           END-IF

           MOVE SPACES TO REG-REL
           STRING
               'SITUACAO;DATA_HORA;DOCUMENTO;REFERENCIA_FATURA;'
               'RESULTADO_FATURA;TENTATIVAS;FALHAS;VALOR'
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE WS-PRECO TO WS-PRECO-ED

           READ ARQUIVO-FATURA NEXT RECORD
           PERFORM UNTIL FS-FATURA = '10'

               IF FUNCTION TRIM(REG-FATURA) NOT = SPACES
                   ADD 1 TO WS-TOTAL-LINHAS-FAT
                   PERFORM 3100-CONCILIAR-LINHA THRU 3100-EXIT
               END-IF

               READ ARQUIVO-FATURA NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-FATURA
           IF WS-REGISTRO-ABERTO = 'Y'
               CLOSE ARQUIVO-REGISTRO
           END-IF

           .
      ******************************************************************
      *  3100 - CONCILIAR UMA TRANSACAO DA FATURA                      *
      *  Sucesso da fatura consome um sucesso nosso do documento       *
      *  (CONFERE). Sem sucesso nosso sobrando: com tentativa no log   *
      *  de metricas e RETENTATIVA_COBRADA, sem nenhuma e              *
      *  COBRADA_SEM_SUCESSO. Falha na propria fatura e sempre         *
      *  FALHA_COBRADA. As tres sao contestadas.                       *
      ******************************************************************
       3100-CONCILIAR-LINHA.

           MOVE SPACES TO WF-DATA-HORA
           MOVE SPACES TO WF-REFERENCIA
           MOVE SPACES TO WF-RESULTADO

           UNSTRING REG-FATURA DELIMITED BY ';'
               INTO WF-DATA-HORA
                    WF-REFERENCIA
                    WF-RESULTADO
           END-UNSTRING

      *---- So os digitos da data-hora: AAAA-MM-DD HH:MM:SS,
      *     AAAA-MM-DDTHH:MM:SS e AAAAMMDDHHMMSS dao o mesmo valor
           MOVE SPACES TO WF-DATA-HORA-N
           MOVE 0 TO WF-QTD-DIG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > 30
                      OR WF-QTD-DIG = 14
               IF WF-DATA-HORA(WS-I:1) NUMERIC
                   ADD 1 TO WF-QTD-DIG
                   MOVE WF-DATA-HORA(WS-I:1)
                     TO WF-DATA-HORA-N(WF-QTD-DIG:1)
               END-IF
           END-PERFORM

      *---- Cabecalho ou linha de rodape do fornecedor
           IF WF-DATA-HORA-N(1:8) NOT NUMERIC
              OR FUNCTION TRIM(WF-REFERENCIA) = SPACES
               SUBTRACT 1 FROM WS-TOTAL-LINHAS-FAT
               GO TO 3100-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-FATURADAS
           COMPUTE WS-VALOR-FATURA = WS-VALOR-FATURA + WS-PRECO

           PERFORM 3200-RESOLVER-REFERENCIA THRU 3200-EXIT

           INSPECT WF-RESULTADO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           EVALUATE FUNCTION TRIM(WF-RESULTADO)
               WHEN 'OK'
               WHEN 'SUCESSO'
               WHEN 'SUCCESS'
               WHEN 'ASSINADO'
               WHEN '200'
                   MOVE 'Y' TO WF-SUCESSO
               WHEN OTHER
                   MOVE 'N' TO WF-SUCESSO
           END-EVALUATE

           PERFORM 2700-LOCALIZAR-TENTATIVA
           IF WS-TN-ACHOU = 'Y'
               MOVE WS-TN-TENTATIVAS(WS-TN-IDX) TO WS-TENTATIVAS-DOC
               MOVE WS-TN-FALHAS(WS-TN-IDX) TO WS-FALHAS-DOC
           ELSE
               MOVE 0 TO WS-TENTATIVAS-DOC
               MOVE 0 TO WS-FALHAS-DOC
           END-IF

           IF WF-SUCESSO = 'N'
               MOVE 'FALHA_COBRADA' TO WF-SITUACAO
               ADD 1 TO WS-TOTAL-FALHA-COBR
               PERFORM 3300-GRAVAR-CONTESTADA
               GO TO 3100-EXIT
           END-IF

           MOVE 'N' TO WS-SC-ACHOU
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-QTD
                      OR WS-SC-ACHOU = 'Y'
               IF WS-SC-FATURADA(WS-SC-IDX) = 'N'
                  AND WS-SC-NOME(WS-SC-IDX) = WS-NOME-CHAVE
                   MOVE 'Y' TO WS-SC-ACHOU
                   MOVE 'Y' TO WS-SC-FATURADA(WS-SC-IDX)
               END-IF
           END-PERFORM

           IF WS-SC-ACHOU = 'Y'
               ADD 1 TO WS-TOTAL-CONFERE
               GO TO 3100-EXIT
           END-IF

           IF WS-TENTATIVAS-DOC > 0
               MOVE 'RETENTATIVA_COBRADA' TO WF-SITUACAO
               ADD 1 TO WS-TOTAL-RETENT-COBR
           ELSE
               MOVE 'COBRADA_SEM_SUCESSO' TO WF-SITUACAO
               ADD 1 TO WS-TOTAL-SEM-SUCESSO
           END-IF
           PERFORM 3300-GRAVAR-CONTESTADA

           .
       3100-EXIT.
           EXIT.
      ******************************************************************
      *  3200 - RESOLVER A REFERENCIA DA FATURA EM NOME DE DOCUMENTO   *
      *  Referencia de exatamente 10 digitos e o hash_origem enviado   *
      *  no JSON; o resto e nome ou caminho do PDF.                    *
      ******************************************************************
       3200-RESOLVER-REFERENCIA.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WF-REFERENCIA))
             TO WS-REF-TAM
           MOVE FUNCTION TRIM(WF-REFERENCIA) TO WS-REF-HASH

           IF WS-REF-TAM NOT = 10
              OR WS-REF-HASH NOT NUMERIC
               MOVE WF-REFERENCIA TO WS-NOME-ENTRADA
               PERFORM 1900-EXTRAIR-NOME THRU 1900-EXIT
               GO TO 3200-EXIT
           END-IF

           MOVE WS-REF-HASH TO WS-NOME-CHAVE

           IF WS-REGISTRO-ABERTO NOT = 'Y'
               GO TO 3200-EXIT
           END-IF

           MOVE WS-REF-HASH TO PR-HASH
           READ ARQUIVO-REGISTRO KEY IS PR-HASH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PR-PATH-ORIGINAL TO WS-NOME-ENTRADA
                   PERFORM 1900-EXTRAIR-NOME THRU 1900-EXIT
           END-READ

           .
       3200-EXIT.
           EXIT.
      ******************************************************************
      *  3300 - GRAVAR UMA TRANSACAO CONTESTADA NO RELATORIO           *
      ******************************************************************
       3300-GRAVAR-CONTESTADA.

           ADD 1 TO WS-TOTAL-CONTESTADAS
           COMPUTE WS-VALOR-CONTESTADO =
               WS-VALOR-CONTESTADO + WS-PRECO

           MOVE SPACES TO REG-REL
           STRING
               FUNCTION TRIM(WF-SITUACAO) ';'
               WF-DATA-HORA-N ';'
               FUNCTION TRIM(WS-NOME-CHAVE) ';'
               FUNCTION TRIM(WF-REFERENCIA) ';'
               FUNCTION TRIM(WF-RESULTADO) ';'
               WS-TENTATIVAS-DOC ';'
               WS-FALHAS-DOC ';'
               WS-PRECO-ED
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           .
      ******************************************************************
      *  4000 - LISTAR OS SUCESSOS NOSSOS AUSENTES DA FATURA           *
      *  Informativo: nao entra no valor contestado, mas mostra ao     *
      *  financeiro que a fatura do fornecedor esta incompleta.        *
      ******************************************************************
       4000-LISTAR-NAO-FATURADAS.

           MOVE 0 TO WS-VALOR-LINHA
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED

           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-QTD

               IF WS-SC-FATURADA(WS-SC-IDX) = 'N'
                   ADD 1 TO WS-TOTAL-NAO-FATURADA

                   MOVE WS-SC-NOME(WS-SC-IDX) TO WS-NOME-CHAVE
                   PERFORM 2700-LOCALIZAR-TENTATIVA
                   IF WS-TN-ACHOU = 'Y'
                       MOVE WS-TN-TENTATIVAS(WS-TN-IDX)
                         TO WS-TENTATIVAS-DOC
                       MOVE WS-TN-FALHAS(WS-TN-IDX) TO WS-FALHAS-DOC
                   ELSE
                       MOVE 0 TO WS-TENTATIVAS-DOC
                       MOVE 0 TO WS-FALHAS-DOC
                   END-IF

                   MOVE SPACES TO REG-REL
                   STRING
                       'NAO_FATURADA;'
                       WS-SC-DATA-HORA(WS-SC-IDX) ';'
                       FUNCTION TRIM(WS-SC-NOME(WS-SC-IDX)) ';'
                       ';'
                       ';'
                       WS-TENTATIVAS-DOC ';'
                       WS-FALHAS-DOC ';'
                       WS-VALOR-ED
                       DELIMITED BY SIZE
                       INTO REG-REL
                   END-STRING
                   WRITE REG-REL
               END-IF

           END-PERFORM

           .
      ******************************************************************
      *  5000 - GRAVAR AS LINHAS DE TOTAL E FECHAR O RELATORIO         *
      *  TOTAL;<item>;<quantidade>;<valor>                             *
      ******************************************************************
       5000-GRAVAR-TOTAIS.

           MOVE WS-VALOR-FATURA TO WS-VALOR-GERAL-ED
           MOVE SPACES TO REG-REL
           STRING
               'TOTAL;TRANSACOES_FATURADAS;' WS-TOTAL-FATURADAS ';'
               WS-VALOR-GERAL-ED
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           COMPUTE WS-VALOR-LINHA = WS-TOTAL-CONFERE * WS-PRECO
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED
           MOVE SPACES TO REG-REL
           STRING
               'TOTAL;CONFERE;' WS-TOTAL-CONFERE ';' WS-VALOR-ED
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           COMPUTE WS-VALOR-LINHA = WS-TOTAL-SEM-SUCESSO * WS-PRECO
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED
           MOVE SPACES TO REG-REL
           STRING
               'TOTAL;COBRADA_SEM_SUCESSO;' WS-TOTAL-SEM-SUCESSO ';'
               WS-VALOR-ED
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           COMPUTE WS-VALOR-LINHA = WS-TOTAL-FALHA-COBR * WS-PRECO
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED
           MOVE SPACES TO REG-REL
           STRING
               'TOTAL;FALHA_COBRADA;' WS-TOTAL-FALHA-COBR ';'
               WS-VALOR-ED
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           COMPUTE WS-VALOR-LINHA = WS-TOTAL-RETENT-COBR * WS-PRECO
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED
           MOVE SPACES TO REG-REL
           STRING
               'TOTAL;RETENTATIVA_COBRADA;' WS-TOTAL-RETENT-COBR ';'
               WS-VALOR-ED
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           COMPUTE WS-VALOR-LINHA = WS-TOTAL-NAO-FATURADA * WS-PRECO
           MOVE WS-VALOR-LINHA TO WS-VALOR-ED
           MOVE SPACES TO REG-REL
           STRING
               'TOTAL;NAO_FATURADA;' WS-TOTAL-NAO-FATURADA ';'
               WS-VALOR-ED
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           MOVE WS-VALOR-CONTESTADO TO WS-VALOR-GERAL-ED
           MOVE SPACES TO REG-REL
           STRING
               'TOTAL;VALOR_CONTESTADO;' WS-TOTAL-CONTESTADAS ';'
               WS-VALOR-GERAL-ED
               DELIMITED BY SIZE
               INTO REG-REL
           END-STRING
           WRITE REG-REL

           CLOSE ARQUIVO-REL

           .
      ******************************************************************
      *  9000 - FINALIZAR                                              *
      ******************************************************************
       9000-FINALIZAR.

           DISPLAY '=========================================='
           DISPLAY '  RESUMO DA CONCILIACAO                  '
           DISPLAY '=========================================='
           DISPLAY 'Transacoes faturadas     : ' WS-TOTAL-FATURADAS
           DISPLAY 'Conferem com o log       : ' WS-TOTAL-CONFERE
           DISPLAY 'Cobradas sem sucesso     : ' WS-TOTAL-SEM-SUCESSO
           DISPLAY 'Falhas cobradas          : ' WS-TOTAL-FALHA-COBR
           DISPLAY 'Retentativas cobradas    : ' WS-TOTAL-RETENT-COBR
           DISPLAY 'Sucessos nao faturados   : ' WS-TOTAL-NAO-FATURADA
           MOVE WS-VALOR-FATURA TO WS-VALOR-GERAL-ED
           DISPLAY 'Valor faturado           : ' WS-VALOR-GERAL-ED
           MOVE WS-VALOR-CONTESTADO TO WS-VALOR-GERAL-ED
           DISPLAY 'Valor contestado         : ' WS-VALOR-GERAL-ED
           DISPLAY '=========================================='
           DISPLAY 'Relatorio: ' FUNCTION TRIM(WS-PATH-REL)

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0140C.
