      *                       morto criada antes da abertura do
      *                       manifesto (primeira execucao em
      *                       servidor novo)
      *  15/10/2026 SEPROCOM  Registro de protocolos (copy ASST0010R,
      *                       chave PROTOCOLO-REGISTRO): ao arquivar
      *                       ou excluir um PDF assinado, a entrada do
      *                       seu protocolo passa a apontar o novo
      *                       local (ARQUIVADO) ou fica marcada como
      *                       EXCLUIDO
      *  15/10/2026 SEPROCOM  Ao fechar o log de auditoria, grava no
      *                       manifesto a linha CADEIA com a ultima
      *                       sequencia e o digest de fechamento da
      *                       cadeia do log (conferidos pelo ASST0150C
      *                       na continuacao do periodo seguinte)
      *  15/10/2026 SEPROCOM  Expurgo de versao ja substituida por
      *                       recarimbo (ASST0180C) nao marca o
      *                       protocolo como EXCLUIDO: o registro
      *                       continua apontando a versao renovada
      *  15/10/2026 SEPROCOM  Erro que impede o processamento devolve
      *                       RETURN-CODE 16, para o controlador da
      *                       corrente noturna (ASST0190C) saber que o
      *                       passo falhou
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0050C.
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-MANIFESTO.

           SELECT ARQUIVO-PROT   ASSIGN TO WS-PROT-ORIGINAL
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

           SELECT ARQUIVO-LOG-FECHADO ASSIGN TO WS-PATH-DESTINO
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-LOG-FECHADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONFIG.
       01  REG-CONFIG                 PIC X(200).

      *---- acao;original;destino;tamanho;hash - larguras compativeis
      *     com os caminhos de 500 bytes usados no subsistema. Na
      *     linha CADEIA (fechamento do log de auditoria), tamanho =
      *     ultima sequencia e hash = digest encadeado dessa linha
       FD  ARQUIVO-MANIFESTO.
       01  REG-MANIFESTO              PIC X(1250).

      *---- Comprovante .protocolo gravado pelo 8500 do ASST0010C
       FD  ARQUIVO-PROT.
       01  REG-PROT                   PIC X(600).

      *---- Registro indexado de protocolos gravado pelo ASST0010C
       FD  ARQUIVO-REGISTRO.
           COPY ASST0010R.

      *---- Log de auditoria ja fechado (mesma largura de
      *     REG-AUDITORIA do ASST0010C), lido para o fecho da cadeia
       FD  ARQUIVO-LOG-FECHADO.
       01  REG-LOG-FECHADO            PIC X(1300).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  CONFIGURACAO EXTERNA (ASST0050.CFG, CHAVE=VALOR)              *
               'ASST0010_AUDITORIA.LOG'.
           05  WS-CFG-LOG-VALIDADE    PIC X(500) VALUE
               'ASST0010_VALIDADE.LOG'.
           05  WS-CFG-REGISTRO        PIC X(500) VALUE
               'ASST0010_PROTOCOLO.DAT'.

      *---- Prazo legal de guarda: nada e excluido em definitivo antes
      *     de 5 anos (1826 dias cobrem um bissexto) no arquivo morto
       01  WS-FILE-VARS.
           05  FS-MANIFESTO           PIC X(02).
           05  WS-MAN-PATH            PIC X(500).
           05  FS-PROT                PIC X(02).
           05  FS-REGISTRO            PIC X(02).
           05  FS-LOG-FECHADO         PIC X(02).

      ******************************************************************
      *  ATUALIZACAO DO REGISTRO DE PROTOCOLOS (2140/2150)             *
      *  O numero sai da linha 'Protocolo nr ........: NNNNNNNNN' do   *
      *  .protocolo que acompanha o PDF, como no ASST0090C.            *
      ******************************************************************
       01  WS-REGISTRO.
           05  WS-REG-ABERTO          PIC X(01) VALUE 'N'.
           05  WS-REG-ACHOU           PIC X(01).
           05  WS-REG-NUM-X           PIC X(09).
           05  WS-REG-SITUACAO        PIC X(10).
           05  WS-REG-LOCAL           PIC X(500).

      ******************************************************************
      *  INFORMACOES DE ARQUIVO (CBL_CHECK_FILE_EXIST)                 *
      ******************************************************************
           COPY ASSTCFE.

      ******************************************************************
      *  FECHO DA CADEIA DO LOG DE AUDITORIA (3200)                    *
      *  Ultima linha encadeada do log fechado: ...;sequencia;digest   *
      *  (9500 do ASST0010C).                                          *
      ******************************************************************
       01  WS-FECHO-CADEIA.
           05  WS-FC-ACHOU            PIC X(01).
           05  WS-FC-SEQ              PIC 9(09).
           05  WS-FC-DIGEST           PIC 9(10).
           05  WS-FC-TAM              PIC 9(04) COMP.
           05  WS-FC-POS-DIG          PIC 9(04) COMP.
           05  WS-FC-POS-SEQ          PIC 9(04) COMP.

       01  WS-CHECK-RC                PIC 9(08) COMP-5.
       01  WS-RENAME-RC               PIC 9(08) COMP-5.
       01  WS-DELETE-RC               PIC 9(08) COMP-5.
              OR FUNCTION TRIM(WS-CFG-DIR-ARQUIVO) = SPACES
               DISPLAY 'EXPURGO-DIR-ORIGEM e EXPURGO-DIR-ARQUIVO sao '
                       'obrigatorios no ' FUNCTION TRIM(WS-CFG-PATH)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1300-ABRIR-MANIFESTO
           PERFORM 1400-ABRIR-REGISTRO

           .
      ******************************************************************
               WHEN 'LOG-VALIDADE'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-LOG-VALIDADE
               WHEN 'PROTOCOLO-REGISTRO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-REGISTRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FS-MANIFESTO NOT = '00'
               DISPLAY 'Erro ao criar manifesto ('
                       FUNCTION TRIM(WS-MAN-PATH) '): ' FS-MANIFESTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF


           .
      ******************************************************************
      *  1400 - ABRIR O REGISTRO DE PROTOCOLOS                         *
      *  Sem registro (instalacao anterior a ele, ou PROTOCOLO=N no    *
      *  ASST0010.CFG), o expurgo segue normalmente - so deixa de      *
      *  anotar as mudancas de local.                                  *
      ******************************************************************
       1400-ABRIR-REGISTRO.

           OPEN I-O ARQUIVO-REGISTRO

           IF FS-REGISTRO = '00'
               MOVE 'Y' TO WS-REG-ABERTO
           ELSE
               DISPLAY '*** ATENCAO: registro de protocolos '
                       'indisponivel (' FS-REGISTRO ') em '
                       FUNCTION TRIM(WS-CFG-REGISTRO)
                       ' - locais nao serao atualizados ***'
           END-IF

           .
      ******************************************************************
      *  2000 - ARQUIVAR OS PDFS ASSINADOS ANTIGOS                     *
      *  Coleta os PDFs do diretorio de origem e move para a arvore    *
      *  ano/mes do arquivo morto os que tem sufixo -ASSINADO e idade  *
           DISPLAY 'Arquivado: ' FUNCTION TRIM(WS-ARQUIVO-ATUAL)
                   ' -> ' FUNCTION TRIM(WS-DIR-ANO-MES)

      *---- O .protocolo ainda esta ao lado do PDF original (2130 o
      *     move logo em seguida): dele sai o numero do registro
           PERFORM 2140-OBTER-NUMERO-PROTOCOLO THRU 2140-EXIT
           MOVE 'ARQUIVADO'     TO WS-REG-SITUACAO
           MOVE WS-PATH-DESTINO TO WS-REG-LOCAL
           PERFORM 2150-ATUALIZAR-REGISTRO THRU 2150-EXIT

      *---- O protocolo de assinatura gravado ao lado do PDF
      *     acompanha o documento para o arquivo morto - comprovante
      *     e documento nunca se separam
       2130-EXIT.
           EXIT.
      ******************************************************************
      *  2140 - OBTER O NUMERO DO PROTOCOLO DO PDF EM WS-PATH-ORIGINAL *
      *  Le <pdf>.protocolo, quando existir; WS-REG-ACHOU = 'N' para   *
      *  documento sem comprovante.                                    *
      ******************************************************************
       2140-OBTER-NUMERO-PROTOCOLO.

           MOVE 'N' TO WS-REG-ACHOU

           IF WS-REG-ABERTO NOT = 'Y'
               GO TO 2140-EXIT
           END-IF

           MOVE SPACES TO WS-PROT-ORIGINAL
           STRING FUNCTION TRIM(WS-PATH-ORIGINAL) '.protocolo'
               DELIMITED BY SIZE INTO WS-PROT-ORIGINAL
           END-STRING

           OPEN INPUT ARQUIVO-PROT
           IF FS-PROT NOT = '00'
               GO TO 2140-EXIT
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

           .
       2140-EXIT.
           EXIT.
      ******************************************************************
      *  2150 - ANOTAR O NOVO LOCAL NO REGISTRO DE PROTOCOLOS          *
      *  Entrada: WS-REG-NUM-X (de 2140), WS-REG-SITUACAO e            *
      *  WS-REG-LOCAL.                                                 *
      ******************************************************************
       2150-ATUALIZAR-REGISTRO.

           IF WS-REG-ACHOU NOT = 'Y'
               GO TO 2150-EXIT
           END-IF

           MOVE WS-REG-NUM-X TO PR-NUMERO
           READ ARQUIVO-REGISTRO
               INVALID KEY
                   DISPLAY '*** ATENCAO: protocolo ' WS-REG-NUM-X
                           ' ausente do registro ***'
                   GO TO 2150-EXIT
           END-READ

      *---- Versao anterior de documento renovado pelo recarimbo: a
      *     atual (PR-LOCAL-ATUAL) segue no arquivo morto
           IF WS-REG-SITUACAO = 'EXCLUIDO'
              AND PR-SITUACAO = 'RECARIMBO'
              AND PR-LOCAL-ATUAL NOT = WS-PATH-ORIGINAL
               GO TO 2150-EXIT
           END-IF

           MOVE WS-REG-SITUACAO       TO PR-SITUACAO
           MOVE WS-REG-LOCAL          TO PR-LOCAL-ATUAL
           MOVE FUNCTION CURRENT-DATE TO PR-DATA-ULT-ALT

           REWRITE REG-PROTOCOLO-REG
           IF FS-REGISTRO NOT = '00'
               DISPLAY '*** ATENCAO: erro ao atualizar o registro ('
                       FS-REGISTRO ') para o protocolo '
                       WS-REG-NUM-X ' ***'
           END-IF

           .
       2150-EXIT.
           EXIT.
      ******************************************************************
      *  2110 - CALCULAR A IDADE DO ARQUIVO EM DIAS                    *
      *  Usa a data da ultima gravacao devolvida em CFE-FILE-INFO.      *
      ******************************************************************

           DISPLAY 'Log fechado: ' FUNCTION TRIM(WS-PATH-DESTINO)

           IF WS-PATH-ORIGINAL = WS-CFG-LOG-AUDITORIA
               PERFORM 3200-REGISTRAR-FECHO-CADEIA THRU 3200-EXIT
           END-IF

           .
       3100-EXIT.
           EXIT.
      ******************************************************************
      *  3200 - REGISTRAR O FECHO DA CADEIA DO LOG DE AUDITORIA        *
      *  Le o log recem-fechado ate o fim e guarda a sequencia e o     *
      *  digest da ultima linha encadeada (linhas anteriores a cadeia  *
      *  ou gravadas fora dela - sequencia zero - sao ignoradas). A    *
      *  linha CADEIA do manifesto e o ponto de partida conferido pelo *
      *  ASST0150C para o log do periodo seguinte.                     *
      ******************************************************************
       3200-REGISTRAR-FECHO-CADEIA.

           MOVE 'N' TO WS-FC-ACHOU

           OPEN INPUT ARQUIVO-LOG-FECHADO
           IF FS-LOG-FECHADO NOT = '00'
               DISPLAY '*** ATENCAO: log fechado inacessivel ('
                       FS-LOG-FECHADO ') - fecho da cadeia nao '
                       'registrado ***'
               GO TO 3200-EXIT
           END-IF

           READ ARQUIVO-LOG-FECHADO NEXT RECORD
           PERFORM UNTIL FS-LOG-FECHADO NOT = '00'

               MOVE FUNCTION LENGTH(
                        FUNCTION TRIM(REG-LOG-FECHADO TRAILING))
                 TO WS-FC-TAM

      *---- Ultimo e penultimo ';' da linha
               PERFORM VARYING WS-FC-POS-DIG FROM WS-FC-TAM BY -1
                       UNTIL WS-FC-POS-DIG < 1
                          OR REG-LOG-FECHADO(WS-FC-POS-DIG:1) = ';'
                   CONTINUE
               END-PERFORM

               IF WS-FC-POS-DIG > 10
                  AND WS-FC-TAM - WS-FC-POS-DIG = 10
                   COMPUTE WS-FC-POS-SEQ = WS-FC-POS-DIG - 10
                   IF REG-LOG-FECHADO(WS-FC-POS-SEQ:1) = ';'
                      AND REG-LOG-FECHADO(WS-FC-POS-SEQ + 1:9)
                          NUMERIC
                      AND REG-LOG-FECHADO(WS-FC-POS-DIG + 1:10)
                          NUMERIC
                      AND REG-LOG-FECHADO(WS-FC-POS-SEQ + 1:9)
                          NOT = '000000000'
                       MOVE REG-LOG-FECHADO(WS-FC-POS-SEQ + 1:9)
                         TO WS-FC-SEQ
                       MOVE REG-LOG-FECHADO(WS-FC-POS-DIG + 1:10)
                         TO WS-FC-DIGEST
                       MOVE 'Y' TO WS-FC-ACHOU
                   END-IF
               END-IF

               READ ARQUIVO-LOG-FECHADO NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-LOG-FECHADO

           IF WS-FC-ACHOU NOT = 'Y'
               DISPLAY 'Log fechado sem linhas encadeadas - fecho '
                       'da cadeia nao registrado'
               GO TO 3200-EXIT
           END-IF

      *---- tamanho = ultima sequencia, hash = digest de fechamento
           MOVE WS-FC-SEQ TO WS-HASH-TAMANHO
           MOVE WS-FC-DIGEST TO WS-HASH-STR
           MOVE 'CADEIA' TO WS-ACAO
           PERFORM 8100-GRAVAR-MANIFESTO

           DISPLAY 'Fecho da cadeia: sequencia ' WS-FC-SEQ
                   ' digest ' WS-FC-DIGEST

           .
       3200-EXIT.
           EXIT.
      ******************************************************************
      *  3110 - DERIVAR O NOME DATADO DO LOG FECHADO                   *
      *  Isola o nome do arquivo do caminho e acrescenta _AAAAMMDD     *
      *  antes da extensao (ASST0010_AUDITORIA.LOG ->                  *
           MOVE WS-PATH-ORIGINAL TO WS-HASH-PATH
           PERFORM 7000-CALCULAR-HASH-ARQUIVO THRU 7000-EXIT

      *---- Numero lido antes da exclusao: o .protocolo pode sair
      *     nesta mesma varredura
           PERFORM 2140-OBTER-NUMERO-PROTOCOLO THRU 2140-EXIT

           CALL 'CBL_DELETE_FILE' USING WS-PATH-ORIGINAL
               RETURNING WS-DELETE-RC
           END-CALL
           MOVE SPACES TO WS-PATH-DESTINO
           PERFORM 8100-GRAVAR-MANIFESTO

           MOVE 'EXCLUIDO' TO WS-REG-SITUACAO
           MOVE SPACES     TO WS-REG-LOCAL
           PERFORM 2150-ATUALIZAR-REGISTRO THRU 2150-EXIT

           DISPLAY 'Excluido (prazo legal cumprido): '
                   FUNCTION TRIM(WS-PATH-ORIGINAL)


           CLOSE ARQUIVO-MANIFESTO

           IF WS-REG-ABERTO = 'Y'
               CLOSE ARQUIVO-REGISTRO
           END-IF

           DISPLAY 'Manifesto: ' FUNCTION TRIM(WS-MAN-PATH)

           .
