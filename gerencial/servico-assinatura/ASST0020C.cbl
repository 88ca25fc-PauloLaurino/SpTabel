      *                       documento. JANELA-MANUT-INI/FIM define o
      *                       horario de manutencao do appliance, em
      *                       que as execucoes pausam em vez de falhar
      *  15/10/2026 SEPROCOM  Modo FILA: cadeia de coassinatura (copy
      *                       ASST0020Q, FQ-COASSINANTE): cada etapa
      *                       assina o PDF produzido pela anterior, com
      *                       linha de auditoria e protocolo proprios;
      *                       entre etapas o registro fica PARCIAL e,
      *                       se o assinante da etapa seguinte nao
      *                       estiver disponivel no cadastro (ausente,
      *                       suspenso ou fora da vigencia), aguarda a
      *                       proxima execucao em vez de falhar.
      *                       ASSINADO e a entrega ao cliente (5120) so
      *                       depois do ultimo assinante
      *  15/10/2026 SEPROCOM  Politica de autorizacao (copy ASST0020P,
      *                       mantida pelo ASST0120C): antes de chamar
      *                       o ASST0010C, em todos os modos, confere
      *                       se o certificado (por apelido ou pelo
      *                       setor dono) pode assinar o tipo de
      *                       documento e o cliente; fora da politica o
      *                       documento nao e assinado (retorno 96) e,
      *                       na fila, vai para BLOQUEADO com o motivo
      *  15/10/2026 SEPROCOM  Registro de protocolos (copy ASST0010R):
      *                       o ASST0010C recebe numero do documento e
      *                       cliente da fila e devolve o protocolo
      *                       emitido; a entrega ao cliente (5120)
      *                       anota no registro onde a copia foi
      *                       deixada (chave PROTOCOLO-REGISTRO)
      *  15/10/2026 SEPROCOM  Bloqueio de assinatura em duplicidade:
      *                       antes de chamar o ASST0010C, em todos os
      *                       modos, confere o hash do original no
      *                       indice de originais ja assinados (copy
      *                       ASST0020H, chave HASH-ASSINADOS); o
      *                       duplicado nao e assinado (retorno 95) e
      *                       fica DUPLICADO na fila ou vai para
      *                       HOTFOLDER-DIR-REJEITADOS, com o protocolo
      *                       e o documento da primeira assinatura.
      *                       REASSINATURA (com operador e motivo)
      *                       libera a reassinatura intencional, que
      *                       fica registrada em REASSINATURA-LOG
      *  15/10/2026 SEPROCOM  Historico de eventos da fila: cada
      *                       transicao de status gravada no modo FILA
      *                       (5110 e 5160) gera uma linha no
      *                       historico de eventos via ASST0160C
      *                       (copy ASST0020E, chave FILA-EVENTOS), com
      *                       status anterior e novo, origem ASST0020C
      *                       e retorno - insumo do relatorio de ciclo
      *                       da fila (ASST0170C)
      *  15/10/2026 SEPROCOM  Failover entre appliances (troca feita no
      *                       ASST0010C): resumo, CSV, notificacao de
      *                       fim de lote e consolidacao das correntes
      *                       contam as trocas para o secundario, as
      *                       voltas ao primario e os documentos
      *                       assinados no secundario; a notificacao
      *                       sai tambem sem falhas quando houve
      *                       failover. Disjuntor e dry-run sondam o
      *                       secundario (HOST-SEC/PORTA-SEC) quando o
      *                       primario nao responde
      *  15/10/2026 SEPROCOM  Erro que impede o processamento devolve
      *                       RETURN-CODE 16, para o controlador da
      *                       corrente noturna (ASST0190C) saber que o
      *                       passo falhou
      *  15/10/2026 SEPROCOM  Consolidacao das correntes paralelas conta
      *                       os bloqueados pela politica (retorno 96)
      *  15/10/2026 SEPROCOM  Falha ao regravar o registro da fila
      *                       interrompe a cadeia de coassinatura; a
      *                       proxima execucao retoma do que foi gravado
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0020C.
                                 RECORD KEY IS CM-APELIDO
                                 FILE STATUS IS FS-CERTM.

           SELECT ARQUIVO-POLITICA ASSIGN TO WS-CFG-PATH-POLITICA
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PO-CHAVE
                                 FILE STATUS IS FS-POLITICA.

           SELECT ARQUIVO-REGPROT ASSIGN TO WS-ENT-REG-PATH
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PR-NUMERO
                                 ALTERNATE RECORD KEY IS PR-DOCUMENTO
                                     WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS PR-HASH
                                     WITH DUPLICATES
                                 ALTERNATE RECORD KEY IS PR-CLIENTE
                                     WITH DUPLICATES
                                 FILE STATUS IS FS-REGPROT.

           SELECT ARQUIVO-ASSINADOS ASSIGN TO WS-DUP-PATH
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS HA-CHAVE
                                 FILE STATUS IS FS-ASSINADOS.

           SELECT ARQUIVO-REASS ASSIGN TO WS-DUP-LOG-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-REASS.

           SELECT ARQUIVO-ESCAL ASSIGN TO WS-FILA-ESCAL-PATH
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
       FD  ARQUIVO-CERTM.
           COPY ASST0020M.

      *---- Politica de autorizacao por apelido ou setor, mantida
      *     pelo ASST0120C
       FD  ARQUIVO-POLITICA.
           COPY ASST0020P.

       FD  ARQUIVO-NOTIF.
       01  REG-NOTIF                  PIC X(1000).

       FD  ARQUIVO-ENTREGA.
       01  REG-ENTREGA                PIC X(1250).

      *---- Registro indexado de protocolos gravado pelo ASST0010C; a
      *     entrega anota nele o local da copia do cliente
       FD  ARQUIVO-REGPROT.
           COPY ASST0010R.

      *---- Indice dos originais ja assinados (hash + tamanho),
      *     consultado antes de cada assinatura
       FD  ARQUIVO-ASSINADOS.
           COPY ASST0020H.

      *---- Log de reassinaturas autorizadas: timestamp;operador;
      *     documento;hash;protocolo-original;documento-original;
      *     protocolo-novo;retorno;motivo
       FD  ARQUIVO-REASS.
       01  REG-REASS                  PIC X(1250).

      *---- Retrato de situacao, regravado inteiro a cada ciclo
       FD  ARQUIVO-SNAP.
       01  REG-SNAP                   PIC X(132).
           05  FS-SNAP                PIC X(02).
           05  FS-ROTAS               PIC X(02).
           05  FS-ENTREGA             PIC X(02).
           05  FS-REGPROT             PIC X(02).
           05  FS-POLITICA            PIC X(02).
           05  FS-ASSINADOS           PIC X(02).
           05  FS-REASS               PIC X(02).

      ******************************************************************
      *  CONFIGURACAO EM ARQUIVO (ASST0020.CFG)                        *
           05  WS-HF-PATH-MONTADO     PIC X(500).
           05  WS-HF-PATH-COMPLETO    PIC X(500).
           05  WS-HF-PATH-DESTINO     PIC X(500).
      *---- Destino do original recusado por duplicidade; sem ele o
      *     duplicado fica na entrada, fora das varreduras seguintes
      *     desta execucao
           05  WS-HF-DIR-REJEITADOS   PIC X(500) VALUE SPACES.
           05  WS-HF-FALHAS-MOVER     PIC 9(04) COMP VALUE 0.

      *---- Nomes encontrados em uma varredura sao coletados nesta
           05  WS-PCSV-RETORNO-X      PIC X(02).
           05  WS-PCSV-MENSAGEM       PIC X(500).

      *---- Linha TOTAL de um CSV parcial desmontada em pares
      *     chave/valor (TOTAL;OK=n;FALHA=n;...), para os totais de
      *     failover que nao saem das linhas de documento
       01  WS-PTOT-CAMPOS.
           05  WS-PTOT-ITEM           PIC X(20) OCCURS 13 TIMES.
           05  WS-PTOT-IDX            PIC 9(02) COMP.

      ******************************************************************
      *  MODO FILA (5000-PROCESSAR-FILA)                               *
      *  WS-FILA-STATUS-ALVO define quais registros sao processados:   *
           05  WS-DRY-CABECA          PIC X(08).
           05  WS-DRY-HOST            PIC X(100) VALUE 'localhost'.
           05  WS-DRY-PORTA           PIC 9(05)  VALUE 08443.
      *---- Appliance secundario e lado fixado (APPLIANCE ou
      *     ASST0010_APPLIANCE), do mesmo ASST0010.CFG
           05  WS-DRY-HOST-SEC        PIC X(100) VALUE SPACES.
           05  WS-DRY-PORTA-SEC       PIC 9(05)  VALUE 08443.
           05  WS-DRY-APPLIANCE       PIC X(10)  VALUE 'AUTO'.
      *---- Alvo da sondagem (6220) e lado que respondeu (6230)
           05  WS-PRB-HOST            PIC X(100).
           05  WS-PRB-PORTA           PIC 9(05).
           05  WS-PRB-APPLIANCE       PIC X(10).
           05  WS-CFG-LIMITE-MB       PIC 9(03)  VALUE 050.
      *---- 'S' quando LIMITE-PDF-MB veio explicito do ASST0020.CFG;
      *     sem isso, o dry-run adota o limite do ASST0010.CFG (o
               'ASST0020_ESCALACAO.TXT'.
           05  WS-ESC-MOMENTO         PIC X(06).
           05  WS-ESC-QTD             PIC 9(05) COMP.
           05  WS-FILA-EVENTOS-PATH   PIC X(500) VALUE SPACES.
           05  WS-FILA-STATUS-ANT     PIC X(10).
           05  WS-FILA-CHAMOU         PIC X(01).

      ******************************************************************
      *  CADEIA DE COASSINATURA NO MODO FILA (5100/5105)               *
      *  WS-ETP-QTD = total de assinantes do registro (1 a 3) e        *
      *  WS-ETP-ATUAL = etapa assinada nesta chamada. WS-ETP-SEGUIR    *
      *  pede ao 5000 mais uma volta no mesmo registro quando a etapa  *
      *  intermediaria assinou e o proximo assinante pode seguir ja.   *
      ******************************************************************
       01  WS-CADEIA.
           05  WS-ETP-QTD             PIC 9(01).
           05  WS-ETP-ATUAL           PIC 9(01).
           05  WS-ETP-IDX             PIC 9(01).
           05  WS-ETP-APELIDO         PIC X(30).
           05  WS-ETP-SEGUIR          PIC X(01).
           05  WS-ETP-MSG             PIC X(200).

      ******************************************************************
      *  DISJUNTOR DE COMUNICACAO E JANELA DE MANUTENCAO (2400/2500)   *
           05  WS-ENT-PROT-DEST       PIC X(500).
           05  WS-ENT-COPY-RC         PIC 9(08) COMP-5.
           05  WS-ENT-TIMESTAMP       PIC X(26).
           05  WS-ENT-REG-PATH        PIC X(500) VALUE
               'ASST0010_PROTOCOLO.DAT'.

      *---- Clientes sem rota vistos na execucao (um aviso por
      *     cliente no resumo, nao um por documento)
           05  WS-SNAP-ULT-RET        PIC 9(02)  VALUE 0.
           05  WS-SNAP-ULT-MSG        PIC X(200) VALUE SPACES.
           05  WS-SNAP-QTD-PENDENTE   PIC 9(06).
           05  WS-SNAP-QTD-PARCIAL    PIC 9(06).
           05  WS-SNAP-QTD-ASSINADO   PIC 9(06).
           05  WS-SNAP-QTD-ERRO       PIC 9(06).
           05  WS-SNAP-QTD-CANCELADO  PIC 9(06).
           05  WS-SNAP-QTD-BLOQUEADO  PIC 9(06).
           05  WS-SNAP-QTD-DUPLICADO  PIC 9(06).
           05  WS-SNAP-QTD-OUTROS     PIC 9(06).
           05  WS-SNAP-VELHO-DOC      PIC X(20).
           05  WS-SNAP-VELHO-PRAZO    PIC 9(08).
           05  WS-CERT-SIT-OK         PIC X(01).
           05  WS-CERT-SIT-MSG        PIC X(200).

      ******************************************************************
      *  POLITICA DE AUTORIZACAO (1430/2190)                           *
      *  Copia em memoria do ASST0020_POLITICA.DAT: chave A+apelido ou *
      *  S+setor, tipos de documento e clientes autorizados ('*' na    *
      *  primeira posicao libera todos). Tabela vazia (arquivo ainda   *
      *  nao implantado) deixa a conferencia desligada. O certificado  *
      *  padrao do lote, sem apelido, responde pelo apelido PADRAO.    *
      ******************************************************************
       01  WS-POLITICA.
           05  WS-CFG-PATH-POLITICA   PIC X(500) VALUE SPACES.
           05  WS-POL-QTD             PIC 9(03) COMP VALUE 0.
           05  WS-POL-IDX             PIC 9(03) COMP.
           05  WS-POL-J               PIC 9(02) COMP.
           05  WS-POL-ACHOU           PIC X(01).
           05  WS-POL-OK              PIC X(01).
           05  WS-POL-MSG             PIC X(200).
           05  WS-POL-CHAVE-BUSCA     PIC X(31).
           05  WS-POL-APELIDO         PIC X(30).
           05  WS-POL-SETOR           PIC X(30).
           05  WS-POL-TIPO            PIC X(10).
           05  WS-POL-CLIENTE         PIC X(60).
           05  WS-POL-ENT OCCURS 100 TIMES.
               10  WS-POL-CHAVE       PIC X(31).
               10  WS-POL-TIPO-DOC    PIC X(10) OCCURS 10 TIMES.
               10  WS-POL-CLI         PIC X(60) OCCURS 30 TIMES.

      ******************************************************************
      *  ORIGINAIS JA ASSINADOS (2600-2650)                            *
      *  O hash do original (mesmo digest rolante do ASST0010C, mod    *
      *  999999937, por blocos) e o tamanho localizam no indice        *
      *  ASST0020H a primeira assinatura do mesmo documento.           *
      *  WS-DUP-SITUACAO: N = original novo, D = duplicado (nao        *
      *  assina), R = duplicado com reassinatura autorizada.           *
      *  WS-CFG-REASSINATURA: N (padrao), S (qualquer duplicado desta  *
      *  execucao) ou o documento - numero na fila ou nome do arquivo  *
      *  - que pode ser reassinado; exige operador e motivo.           *
      ******************************************************************
       01  WS-DUPLICIDADE.
           05  WS-DUP-PATH            PIC X(500) VALUE
               'ASST0020_ASSINADOS.DAT'.
           05  WS-DUP-LOG-PATH        PIC X(500) VALUE
               'ASST0020_REASSINATURAS.LOG'.
           05  WS-CFG-REASSINATURA    PIC X(60)  VALUE 'N'.
           05  WS-CFG-REASS-OPERADOR  PIC X(30)  VALUE SPACES.
           05  WS-CFG-REASS-MOTIVO    PIC X(200) VALUE SPACES.
           05  WS-DUP-DOCUMENTO       PIC X(60).
           05  WS-DUP-SITUACAO        PIC X(01)  VALUE 'N'.
           05  WS-DUP-HASH-OK         PIC X(01)  VALUE 'N'.
           05  WS-DUP-HASH-VALOR      PIC 9(10) COMP.
           05  WS-DUP-HASH-STR        PIC 9(10).
           05  WS-DUP-TAMANHO         PIC 9(10) COMP.
           05  WS-DUP-OFFSET          PIC 9(10) COMP.
           05  WS-DUP-CHUNK           PIC 9(08) COMP.
           05  WS-DUP-I               PIC 9(08) COMP.
           05  WS-DUP-BUFFER          PIC X(49152).
           05  WS-DUP-PROT-ORIG       PIC 9(09).
           05  WS-DUP-DOC-ORIG        PIC X(60).
           05  WS-DUP-DATA-ORIG       PIC X(10).
           05  WS-DUP-MSG             PIC X(200).
           05  WS-DUP-TIMESTAMP       PIC X(26).
           05  WS-DUP-RET-ED          PIC 9(02).

       01  WS-PIN-DECIFRA.
           05  WS-PIN-CLARO           PIC X(20).
           05  WS-PD-I                PIC 9(02) COMP.
           05  WS-TOTAL-LIDOS        PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-OK           PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-ERRO         PIC 9(06) COMP VALUE 0.
      *---- Modo FILA: etapas intermediarias de cadeias assinadas e
      *     registros parados aguardando o proximo assinante
           05  WS-TOTAL-ETAPAS       PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-AGUARDANDO   PIC 9(06) COMP VALUE 0.
      *---- Documentos recusados pela politica de autorizacao (ja
      *     incluidos em WS-TOTAL-ERRO)
           05  WS-TOTAL-BLOQUEADOS   PIC 9(06) COMP VALUE 0.
      *---- Originais ja assinados antes (nao assinados de novo, nem
      *     contados como falha) e reassinaturas autorizadas
           05  WS-TOTAL-DUPLICADOS   PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-REASSINADOS  PIC 9(06) COMP VALUE 0.
      *---- Failover entre appliances (LP-APPLIANCE/LP-FAILOVER do
      *     ASST0010C): assinados no secundario, trocas para o
      *     secundario e voltas ao primario
           05  WS-TOTAL-SECUNDARIO   PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-FAILOVER     PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-VOLTA-PRIM   PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-SECUND-ED    PIC Z(5)9.
           05  WS-TOTAL-FAILOVER-ED  PIC Z(5)9.
           05  WS-TOTAL-VOLTA-ED     PIC Z(5)9.
           05  WS-TOTAL-DUPLIC-ED    PIC Z(5)9.
           05  WS-TOTAL-OK-ED        PIC Z(5)9.
           05  WS-TOTAL-ERRO-ED      PIC Z(5)9.
           05  WS-TOTAL-PULADOS-ED   PIC Z(5)9.
      ******************************************************************
           COPY ASST0010.

      ******************************************************************
      *  AREA DE PARAMETROS PASSADA AO ASST0160C (evento da fila; mesmo*
      *  copybook dos modulos geradores do ERP e do ASST0060C)         *
      ******************************************************************
           COPY ASST0020E.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               MOVE 'ASST0020_DRYRUN.TXT' TO WS-DRY-REL-PATH
           END-IF

      *---- Reassinatura de original ja assinado: vale para a
      *     execucao e so com operador e motivo, que vao para o log
      *     de reassinaturas junto com cada documento liberado
           MOVE SPACES TO WS-CFG-VALOR
           ACCEPT WS-CFG-VALOR FROM ENVIRONMENT 'ASST0020_REASSINATURA'
           IF FUNCTION TRIM(WS-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALOR)
                 TO WS-CFG-REASSINATURA
           END-IF

           MOVE SPACES TO WS-CFG-VALOR
           ACCEPT WS-CFG-VALOR FROM ENVIRONMENT 'ASST0020_OPERADOR'
           IF FUNCTION TRIM(WS-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALOR)
                 TO WS-CFG-REASS-OPERADOR
           END-IF

           MOVE SPACES TO WS-CFG-VALOR
           ACCEPT WS-CFG-VALOR FROM ENVIRONMENT
               'ASST0020_REASSINATURA_MOTIVO'
           IF FUNCTION TRIM(WS-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALOR)
                 TO WS-CFG-REASS-MOTIVO
           END-IF

           IF FUNCTION TRIM(WS-CFG-REASSINATURA) = SPACES
               MOVE 'N' TO WS-CFG-REASSINATURA
           END-IF

           IF WS-CFG-REASSINATURA NOT = 'N'
              AND (FUNCTION TRIM(WS-CFG-REASS-OPERADOR) = SPACES
                   OR FUNCTION TRIM(WS-CFG-REASS-MOTIVO) = SPACES)
               DISPLAY '*** ATENCAO: REASSINATURA sem operador e '
                       'motivo ignorada - duplicados continuam '
                       'bloqueados ***'
               MOVE 'N' TO WS-CFG-REASSINATURA
           END-IF

           PERFORM 1200-LER-CHECKPOINT THRU 1200-EXIT

      *---- No dry-run o resumo CSV do lote nao e criado/truncado -
               PERFORM 1300-ABRIR-CSV
           END-IF
           PERFORM 1400-LER-CADASTRO-CERT THRU 1400-EXIT
           PERFORM 1430-CARREGAR-POLITICA THRU 1430-EXIT

      *---- A tabela de rotas so serve a entrega do modo FILA
           IF WS-CFG-MODO = 'FILA'
                   FUNCTION TRIM(WS-CFG-PATH-CHECKPOINT)
           DISPLAY 'Documentos ja confirmados (checkpoint): '
                   WS-CKP-QTD
           IF WS-CFG-REASSINATURA NOT = 'N'
               DISPLAY 'Reassinatura autorizada: '
                       FUNCTION TRIM(WS-CFG-REASSINATURA)
                       ' (operador '
                       FUNCTION TRIM(WS-CFG-REASS-OPERADOR) ')'
           END-IF
           DISPLAY '--------------------------------------'

           .
               WHEN 'CERT-MESTRE'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-PATH-CERTM
               WHEN 'POLITICA-ARQUIVO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-PATH-POLITICA
               WHEN 'NOTIF-MODO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-NT-MODO
               WHEN 'NOTIF-SOMENTE-FALHA'
               WHEN 'FILA-ESCALACAO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-FILA-ESCAL-PATH
               WHEN 'FILA-EVENTOS'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-FILA-EVENTOS-PATH
               WHEN 'SNAPSHOT-ARQUIVO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-SNAP-PATH
               WHEN 'ENTREGAS-MANIFESTO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-ENT-MANIF-PATH
               WHEN 'PROTOCOLO-REGISTRO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-ENT-REG-PATH
               WHEN 'HASH-ASSINADOS'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-DUP-PATH
               WHEN 'REASSINATURA'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-REASSINATURA
               WHEN 'REASSINATURA-OPERADOR'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-REASS-OPERADOR
               WHEN 'REASSINATURA-MOTIVO'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-REASS-MOTIVO
               WHEN 'REASSINATURA-LOG'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-DUP-LOG-PATH
               WHEN 'HOTFOLDER-DIR-REJEITADOS'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-HF-DIR-REJEITADOS
               WHEN 'DISJUNTOR-FALHAS'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-DISJ-FALHAS
               DISPLAY 'Erro ao criar relatorio CSV ('
                       FUNCTION TRIM(WS-CFG-PATH-CSV)
                       '): ' FS-CSV
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

       1420-EXIT.
           EXIT.
      ******************************************************************
      *  1430 - CARREGAR A POLITICA DE AUTORIZACAO                     *
      *  Le o arquivo indexado mantido pelo ASST0120C para a tabela em *
      *  memoria. Sem o arquivo a conferencia fica desligada, como     *
      *  antes da politica existir - com aviso no console.             *
      ******************************************************************
       1430-CARREGAR-POLITICA.

           MOVE 0 TO WS-POL-QTD

           MOVE SPACES TO WS-CFG-VALOR
           ACCEPT WS-CFG-VALOR FROM ENVIRONMENT
               'ASST0020_POLITICA_PATH'
           IF FUNCTION TRIM(WS-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALOR)
                 TO WS-CFG-PATH-POLITICA
           END-IF
           IF FUNCTION TRIM(WS-CFG-PATH-POLITICA) = SPACES
               MOVE 'ASST0020_POLITICA.DAT' TO WS-CFG-PATH-POLITICA
           END-IF

           OPEN INPUT ARQUIVO-POLITICA
           IF FS-POLITICA NOT = '00'
               DISPLAY '*** ATENCAO: politica de autorizacao nao '
                       'encontrada ('
                       FUNCTION TRIM(WS-CFG-PATH-POLITICA)
                       '), conferencia desligada ***'
               GO TO 1430-EXIT
           END-IF

           MOVE LOW-VALUES TO PO-CHAVE
           START ARQUIVO-POLITICA KEY NOT < PO-CHAVE
           IF FS-POLITICA NOT = '00'
               CLOSE ARQUIVO-POLITICA
               GO TO 1430-EXIT
           END-IF

           READ ARQUIVO-POLITICA NEXT RECORD
           PERFORM UNTIL FS-POLITICA NOT = '00'

               IF WS-POL-QTD < 100
                   ADD 1 TO WS-POL-QTD
                   MOVE PO-CHAVE TO WS-POL-CHAVE(WS-POL-QTD)
                   PERFORM VARYING WS-POL-J FROM 1 BY 1
                           UNTIL WS-POL-J > 10
                       MOVE PO-TIPO-DOC(WS-POL-J)
                         TO WS-POL-TIPO-DOC(WS-POL-QTD, WS-POL-J)
                   END-PERFORM
                   PERFORM VARYING WS-POL-J FROM 1 BY 1
                           UNTIL WS-POL-J > 30
                       MOVE PO-CLIENTE(WS-POL-J)
                         TO WS-POL-CLI(WS-POL-QTD, WS-POL-J)
                   END-PERFORM
               ELSE
                   DISPLAY '*** ATENCAO: politica de autorizacao '
                           'cheia (100), entrada ignorada: '
                           FUNCTION TRIM(PO-CHAVE) ' ***'
               END-IF

               READ ARQUIVO-POLITICA NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-POLITICA

           DISPLAY 'Politicas de autorizacao carregadas: ' WS-POL-QTD

           .
       1430-EXIT.
           EXIT.
      ******************************************************************
      *  1500 - CARREGAR A TABELA DE ROTEAMENTO POR CLIENTE            *
      *  Arquivo texto cliente;pasta-de-saida, um por linha, no mesmo  *
      *  estilo dos demais cadastros texto do lote. Sem o arquivo, a   *
           IF FS-CONTROLE NOT = '00'
               DISPLAY 'Erro ao abrir arquivo de controle: '
                       FS-CONTROLE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES            TO LP-MENSAGEM
           MOVE SPACES            TO LP-CN-CERTIFICADO
           MOVE 0                TO LP-STATUS-HTTP
           MOVE SPACES            TO LP-NUM-DOCUMENTO
           MOVE SPACES            TO LP-CLIENTE

      *---- Terceiro campo do controle; vazio assina como PDF
           IF FUNCTION TRIM(WS-CTL-TIPO) = SPACES
               MOVE FUNCTION TRIM(WS-CTL-TIPO) TO LP-TIPO-DOC
           END-IF

      *---- O arquivo de controle nao traz cliente: so o tipo conta
           MOVE LP-TIPO-DOC TO WS-POL-TIPO
           MOVE SPACES      TO WS-POL-CLIENTE
           PERFORM 2190-VERIFICAR-POLITICA THRU 2190-EXIT
           IF WS-POL-OK = 'N'
               PERFORM 2195-REGISTRAR-BLOQUEIO
               GO TO 2100-EXIT
           END-IF

      *---- Original ja assinado antes (outra linha, outro lote)
           PERFORM 2605-EXTRAIR-NOME-ORIGINAL
           PERFORM 2600-VERIFICAR-DUPLICIDADE THRU 2600-EXIT
           IF WS-DUP-SITUACAO = 'D'
               PERFORM 2620-REGISTRAR-DUPLICADO
               GO TO 2100-EXIT
           END-IF

           PERFORM 2400-AGUARDAR-JANELA THRU 2400-EXIT

           DISPLAY 'Assinando: ' FUNCTION TRIM(LP-PATH-PDF-IN)

           CALL 'ASST0010C' USING LINKAGE-PARAMS
           END-CALL
           PERFORM 2185-REGISTRAR-APPLIANCE

           IF WS-DUP-SITUACAO = 'R'
               PERFORM 2640-GRAVAR-REASSINATURA
           END-IF

           IF LP-RETORNO = 0
               ADD 1 TO WS-TOTAL-OK
               DISPLAY '  -> OK: ' FUNCTION TRIM(LP-PATH-PDF-OUT)
               PERFORM 2160-GRAVAR-CHECKPOINT
               PERFORM 2630-GRAVAR-ASSINADO THRU 2630-EXIT
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY '  -> FALHA (' LP-RETORNO '): '
               PERFORM 2180-REGISTRAR-FALHA
           END-IF

           PERFORM 2170-GRAVAR-LINHA-CSV

           PERFORM 2500-CONTROLAR-DISJUNTOR THRU 2500-EXIT

           .
       2100-EXIT.
           EXIT.
      ******************************************************************
      *  2170 - GRAVAR LINHA NO RELATORIO CSV DE RECONCILIACAO         *
      ******************************************************************
       2170-GRAVAR-LINHA-CSV.

           MOVE SPACES TO REG-CSV
           STRING
               FUNCTION TRIM(LP-PATH-PDF-IN) ';'
               FUNCTION TRIM(LP-CN-CERTIFICADO) ';'
               LP-STATUS-HTTP ';'
               LP-RETORNO ';'
               FUNCTION TRIM(LP-MENSAGEM)
               DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING

           WRITE REG-CSV

           IF FS-CSV NOT = '00'
               DISPLAY '*** ERRO ao gravar linha do CSV (' FS-CSV
                       ') para ' FUNCTION TRIM(LP-PATH-PDF-IN) ' ***'
           END-IF

           .
      ******************************************************************
      *  2180 - REGISTRAR A FALHA PARA A NOTIFICACAO DE FIM DE LOTE    *
      ******************************************************************
       2180-REGISTRAR-FALHA.

           IF WS-FAL-QTD < 200
               ADD 1 TO WS-FAL-QTD
               MOVE LP-PATH-PDF-IN TO WS-FAL-DOCUMENTO(WS-FAL-QTD)
               MOVE LP-RETORNO     TO WS-FAL-RETORNO(WS-FAL-QTD)
               MOVE LP-MENSAGEM    TO WS-FAL-MENSAGEM(WS-FAL-QTD)
           END-IF

           .
      ******************************************************************
      *  2185 - REGISTRAR O APPLIANCE QUE ATENDEU A CHAMADA            *
      *  Contagem do failover para o resumo, o CSV e a notificacao: a  *
      *  troca em si e feita pelo ASST0010C.                           *
      ******************************************************************
       2185-REGISTRAR-APPLIANCE.

           IF LP-RETORNO = 0 AND LP-APPLIANCE = 'SECUNDARIO'
               ADD 1 TO WS-TOTAL-SECUNDARIO
           END-IF

           EVALUATE LP-FAILOVER
               WHEN 'S'
                   ADD 1 TO WS-TOTAL-FAILOVER
               WHEN 'P'
                   ADD 1 TO WS-TOTAL-VOLTA-PRIM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           .
      ******************************************************************
      *  2190 - CONFERIR A POLITICA DE AUTORIZACAO                     *
      *  Entrada: WS-CTL-APELIDO (com o certificado ja localizado em   *
      *  2140 quando informado; vazio = certificado padrao, apelido    *
      *  PADRAO), WS-POL-TIPO e WS-POL-CLIENTE (vazio nos modos que    *
      *  nao conhecem o cliente - lote e hot folder). Vale a politica  *
      *  do apelido; sem ela, a do setor dono do certificado.          *
      *  Saida: WS-POL-OK = 'N' com o motivo em WS-POL-MSG.            *
      ******************************************************************
       2190-VERIFICAR-POLITICA.

           MOVE 'Y' TO WS-POL-OK
           MOVE SPACES TO WS-POL-MSG

           IF WS-POL-QTD = 0
               GO TO 2190-EXIT
           END-IF

           MOVE SPACES TO WS-POL-APELIDO
           MOVE SPACES TO WS-POL-SETOR
           IF FUNCTION TRIM(WS-CTL-APELIDO) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CTL-APELIDO) TO WS-POL-APELIDO
               MOVE FUNCTION TRIM(WS-CERT-SETOR(WS-CERT-IDX))
                 TO WS-POL-SETOR
           ELSE
               MOVE 'PADRAO' TO WS-POL-APELIDO
           END-IF

           MOVE SPACES TO WS-POL-CHAVE-BUSCA
           STRING 'A' WS-POL-APELIDO
               DELIMITED BY SIZE INTO WS-POL-CHAVE-BUSCA
           END-STRING
           PERFORM 2191-LOCALIZAR-POLITICA

           IF WS-POL-ACHOU = 'N'
              AND WS-POL-SETOR NOT = SPACES
               MOVE SPACES TO WS-POL-CHAVE-BUSCA
               STRING 'S' WS-POL-SETOR
                   DELIMITED BY SIZE INTO WS-POL-CHAVE-BUSCA
               END-STRING
               PERFORM 2191-LOCALIZAR-POLITICA
           END-IF

           IF WS-POL-ACHOU = 'N'
               MOVE 'N' TO WS-POL-OK
               STRING 'Certificado sem politica de autorizacao: '
                   FUNCTION TRIM(WS-POL-APELIDO)
                   ' (setor ' FUNCTION TRIM(WS-POL-SETOR) ')'
                   DELIMITED BY SIZE
                   INTO WS-POL-MSG
               END-STRING
               GO TO 2190-EXIT
           END-IF

      *---- Tipo de documento
           IF WS-POL-TIPO-DOC(WS-POL-IDX, 1) NOT = '*'
               MOVE 'N' TO WS-POL-ACHOU
               PERFORM VARYING WS-POL-J FROM 1 BY 1
                       UNTIL WS-POL-J > 10
                          OR WS-POL-ACHOU = 'Y'
                   IF WS-POL-TIPO-DOC(WS-POL-IDX, WS-POL-J)
                      NOT = SPACES
                      AND FUNCTION TRIM
                          (WS-POL-TIPO-DOC(WS-POL-IDX, WS-POL-J)) =
                          FUNCTION TRIM(WS-POL-TIPO)
                       MOVE 'Y' TO WS-POL-ACHOU
                   END-IF
               END-PERFORM
               IF WS-POL-ACHOU = 'N'
                   MOVE 'N' TO WS-POL-OK
                   STRING 'Certificado '
                       FUNCTION TRIM(WS-POL-APELIDO)
                       ' nao autorizado a assinar documento do tipo '
                       FUNCTION TRIM(WS-POL-TIPO)
                       DELIMITED BY SIZE
                       INTO WS-POL-MSG
                   END-STRING
                   GO TO 2190-EXIT
               END-IF
           END-IF

      *---- Cliente, quando o modo o conhece
           IF FUNCTION TRIM(WS-POL-CLIENTE) = SPACES
              OR WS-POL-CLI(WS-POL-IDX, 1) = '*'
               GO TO 2190-EXIT
           END-IF

           MOVE 'N' TO WS-POL-ACHOU
           PERFORM VARYING WS-POL-J FROM 1 BY 1
                   UNTIL WS-POL-J > 30
                      OR WS-POL-ACHOU = 'Y'
               IF WS-POL-CLI(WS-POL-IDX, WS-POL-J) NOT = SPACES
                  AND FUNCTION TRIM(WS-POL-CLI(WS-POL-IDX, WS-POL-J))
                      = FUNCTION TRIM(WS-POL-CLIENTE)
                   MOVE 'Y' TO WS-POL-ACHOU
               END-IF
           END-PERFORM

           IF WS-POL-ACHOU = 'N'
               MOVE 'N' TO WS-POL-OK
               STRING 'Certificado '
                   FUNCTION TRIM(WS-POL-APELIDO)
                   ' nao autorizado a assinar para o cliente '
                   FUNCTION TRIM(WS-POL-CLIENTE)
                   DELIMITED BY SIZE
                   INTO WS-POL-MSG
               END-STRING
           END-IF

           .
       2190-EXIT.
           EXIT.
      ******************************************************************
      *  2191 - LOCALIZAR A POLITICA PELA CHAVE (A+APELIDO OU S+SETOR) *
      ******************************************************************
       2191-LOCALIZAR-POLITICA.

           MOVE 'N' TO WS-POL-ACHOU

           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-QTD
                      OR WS-POL-ACHOU = 'Y'
               IF WS-POL-CHAVE(WS-POL-IDX) = WS-POL-CHAVE-BUSCA
                   MOVE 'Y' TO WS-POL-ACHOU
               END-IF
           END-PERFORM

      *---- O PERFORM VARYING deixa o indice uma posicao alem da
      *     entrada encontrada
           IF WS-POL-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-POL-IDX
           END-IF

           .
      ******************************************************************
      *  2195 - REGISTRAR O DOCUMENTO RECUSADO PELA POLITICA           *
      *  Retorno 96 no CSV e na relacao de falhas da notificacao; o    *
      *  ASST0010C nao chega a ser chamado.                            *
      ******************************************************************
       2195-REGISTRAR-BLOQUEIO.

           ADD 1 TO WS-TOTAL-ERRO
           ADD 1 TO WS-TOTAL-BLOQUEADOS
           MOVE SPACES TO LP-CN-CERTIFICADO
           MOVE 0      TO LP-STATUS-HTTP
           MOVE 96     TO LP-RETORNO
           MOVE WS-POL-MSG TO LP-MENSAGEM
           DISPLAY '  -> BLOQUEADO (96): ' FUNCTION TRIM(LP-MENSAGEM)
           PERFORM 2170-GRAVAR-LINHA-CSV
           PERFORM 2180-REGISTRAR-FALHA

           .
      ******************************************************************
      *  2600 - CONFERIR SE O ORIGINAL JA FOI ASSINADO                 *
      *  Entrada: LP-PATH-PDF-IN e WS-DUP-DOCUMENTO (numero na fila ou *
      *  nome do arquivo). Saida: WS-DUP-SITUACAO (N/D/R) e, no        *
      *  duplicado, a referencia a primeira assinatura em WS-DUP-MSG.  *
      *  Original ilegivel segue para o ASST0010C, que aponta o erro;  *
      *  indice ainda inexistente (35) e o primeiro uso - nada a       *
      *  conferir.                                                     *
      ******************************************************************
       2600-VERIFICAR-DUPLICIDADE.

           MOVE 'N' TO WS-DUP-SITUACAO
           MOVE SPACES TO WS-DUP-MSG

           PERFORM 2610-CALCULAR-HASH-ORIGINAL THRU 2610-EXIT
           IF WS-DUP-HASH-OK = 'N'
               GO TO 2600-EXIT
           END-IF

           OPEN INPUT ARQUIVO-ASSINADOS
           IF FS-ASSINADOS NOT = '00'
               IF FS-ASSINADOS NOT = '35'
                   DISPLAY '*** ATENCAO: indice de originais assinados '
                           'indisponivel (' FS-ASSINADOS
                           '), duplicidade nao conferida ***'
               END-IF
               GO TO 2600-EXIT
           END-IF

           MOVE WS-DUP-HASH-STR TO HA-HASH
           MOVE WS-DUP-TAMANHO  TO HA-TAMANHO
           READ ARQUIVO-ASSINADOS
               INVALID KEY
                   CLOSE ARQUIVO-ASSINADOS
                   GO TO 2600-EXIT
           END-READ

           CLOSE ARQUIVO-ASSINADOS

           MOVE HA-PROTOCOLO TO WS-DUP-PROT-ORIG
           MOVE HA-DOCUMENTO TO WS-DUP-DOC-ORIG
           MOVE SPACES TO WS-DUP-DATA-ORIG
           STRING HA-DATA-HORA(7:2) '/'
                  HA-DATA-HORA(5:2) '/'
                  HA-DATA-HORA(1:4)
               DELIMITED BY SIZE INTO WS-DUP-DATA-ORIG
           END-STRING

           IF WS-CFG-REASSINATURA = 'S'
              OR (WS-CFG-REASSINATURA NOT = 'N'
                  AND FUNCTION TRIM(WS-CFG-REASSINATURA) =
                      FUNCTION TRIM(WS-DUP-DOCUMENTO))
               MOVE 'R' TO WS-DUP-SITUACAO
               DISPLAY '  -> REASSINATURA AUTORIZADA: original ja '
                       'assinado no protocolo ' WS-DUP-PROT-ORIG
                       ' (documento ' FUNCTION TRIM(WS-DUP-DOC-ORIG)
                       ')'
           ELSE
               MOVE 'D' TO WS-DUP-SITUACAO
               STRING 'Original ja assinado no protocolo '
                   WS-DUP-PROT-ORIG
                   ' (documento ' FUNCTION TRIM(WS-DUP-DOC-ORIG)
                   ' em ' WS-DUP-DATA-ORIG ')'
                   DELIMITED BY SIZE
                   INTO WS-DUP-MSG
               END-STRING
           END-IF

           .
       2600-EXIT.
           EXIT.
      ******************************************************************
      *  2605 - ISOLAR O NOME DO ARQUIVO ORIGINAL (LOTE E DRY-RUN)     *
      *  Fora do modo FILA o documento e identificado pelo nome do     *
      *  arquivo, como no registro de protocolos.                      *
      ******************************************************************
       2605-EXTRAIR-NOME-ORIGINAL.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(LP-PATH-PDF-IN))
             TO WS-TAM

           PERFORM VARYING WS-I FROM WS-TAM BY -1
                   UNTIL WS-I < 1
                      OR LP-PATH-PDF-IN(WS-I:1) = '\'
                      OR LP-PATH-PDF-IN(WS-I:1) = '/'
               CONTINUE
           END-PERFORM

           MOVE SPACES TO WS-DUP-DOCUMENTO
           ADD 1 TO WS-I
           MOVE LP-PATH-PDF-IN(WS-I:WS-TAM - WS-I + 1)
             TO WS-DUP-DOCUMENTO

           .
      ******************************************************************
      *  2610 - CALCULAR O HASH DO ORIGINAL                            *
      *  Mesmo digest rolante do 4500 do ASST0010C (mod 999999937),    *
      *  por blocos, sobre o arquivo completo - o valor bate com o     *
      *  gravado no protocolo e no registro de protocolos.             *
      ******************************************************************
       2610-CALCULAR-HASH-ORIGINAL.

           MOVE 0 TO WS-DUP-HASH-VALOR
           MOVE 0 TO WS-DUP-HASH-STR
           MOVE 0 TO WS-DUP-TAMANHO
           MOVE 'N' TO WS-DUP-HASH-OK

           CALL 'CBL_CHECK_FILE_EXIST'
               USING LP-PATH-PDF-IN CFE-FILE-INFO
               RETURNING WS-CHECK-RC
           END-CALL

           IF WS-CHECK-RC NOT = 0
               GO TO 2610-EXIT
           END-IF

           MOVE CFE-TAMANHO TO WS-DUP-TAMANHO

           CALL 'CBL_OPEN_FILE' USING LP-PATH-PDF-IN
                                      WS-AS-ACCESS
                                      WS-AS-DENY
                                      WS-AS-DEVICE
                                      WS-AS-HANDLE
               RETURNING WS-AS-RC
           END-CALL

           IF WS-AS-RC NOT = 0
               GO TO 2610-EXIT
           END-IF

           MOVE 0 TO WS-DUP-OFFSET

           PERFORM UNTIL WS-DUP-OFFSET >= WS-DUP-TAMANHO

               COMPUTE WS-DUP-CHUNK =
                   WS-DUP-TAMANHO - WS-DUP-OFFSET
               IF WS-DUP-CHUNK > LENGTH OF WS-DUP-BUFFER
                   MOVE LENGTH OF WS-DUP-BUFFER TO WS-DUP-CHUNK
               END-IF

               MOVE WS-DUP-OFFSET TO WS-AS-OFFSET
               MOVE WS-DUP-CHUNK  TO WS-AS-COUNT

               CALL 'CBL_READ_FILE' USING WS-AS-HANDLE
                                          WS-AS-OFFSET
                                          WS-AS-COUNT
                                          WS-AS-FLAGS
                                          WS-DUP-BUFFER
                   RETURNING WS-AS-RC
               END-CALL

               IF WS-AS-RC NOT = 0
                   CALL 'CBL_CLOSE_FILE' USING WS-AS-HANDLE
                       RETURNING WS-AS-RC
                   END-CALL
                   GO TO 2610-EXIT
               END-IF

               PERFORM VARYING WS-DUP-I FROM 1 BY 1
                       UNTIL WS-DUP-I > WS-DUP-CHUNK

                   COMPUTE WS-DUP-HASH-VALOR =
                       FUNCTION MOD(
                           (WS-DUP-HASH-VALOR * 31) +
                            FUNCTION ORD(WS-DUP-BUFFER(WS-DUP-I:1)),
                           999999937)

               END-PERFORM

               ADD WS-DUP-CHUNK TO WS-DUP-OFFSET

           END-PERFORM

           CALL 'CBL_CLOSE_FILE' USING WS-AS-HANDLE
               RETURNING WS-AS-RC
           END-CALL

           MOVE WS-DUP-HASH-VALOR TO WS-DUP-HASH-STR
           MOVE 'Y' TO WS-DUP-HASH-OK

           .
       2610-EXIT.
           EXIT.
      ******************************************************************
      *  2620 - REGISTRAR O ORIGINAL RECUSADO POR DUPLICIDADE          *
      *  Retorno 95 no CSV com a referencia a primeira assinatura; nao *
      *  conta como falha - o documento ja esta assinado.              *
      ******************************************************************
       2620-REGISTRAR-DUPLICADO.

           ADD 1 TO WS-TOTAL-DUPLICADOS
           MOVE SPACES TO LP-CN-CERTIFICADO
           MOVE 0      TO LP-STATUS-HTTP
           MOVE 95     TO LP-RETORNO
           MOVE WS-DUP-MSG TO LP-MENSAGEM
           DISPLAY '  -> DUPLICADO (95): ' FUNCTION TRIM(LP-MENSAGEM)
           PERFORM 2170-GRAVAR-LINHA-CSV

           .
      ******************************************************************
      *  2630 - INCLUIR O ORIGINAL ASSINADO NO INDICE                  *
      *  Chamado apos a assinatura com sucesso do original. Na         *
      *  reassinatura autorizada a primeira assinatura continua como   *
      *  referencia; so conta a reassinatura.                          *
      ******************************************************************
       2630-GRAVAR-ASSINADO.

           IF WS-DUP-HASH-OK = 'N'
               GO TO 2630-EXIT
           END-IF

           OPEN I-O ARQUIVO-ASSINADOS
           IF FS-ASSINADOS = '35'
               OPEN OUTPUT ARQUIVO-ASSINADOS
               CLOSE ARQUIVO-ASSINADOS
               OPEN I-O ARQUIVO-ASSINADOS
           END-IF

           IF FS-ASSINADOS NOT = '00'
               DISPLAY '*** ATENCAO: indice de originais assinados '
                       'indisponivel (' FS-ASSINADOS ') - '
                       FUNCTION TRIM(LP-PATH-PDF-IN)
                       ' nao registrado ***'
               GO TO 2630-EXIT
           END-IF

           MOVE WS-DUP-HASH-STR TO HA-HASH
           MOVE WS-DUP-TAMANHO  TO HA-TAMANHO
           READ ARQUIVO-ASSINADOS
               INVALID KEY
                   MOVE LP-PROTOCOLO          TO HA-PROTOCOLO
                   MOVE WS-DUP-DOCUMENTO      TO HA-DOCUMENTO
                   MOVE LP-CLIENTE            TO HA-CLIENTE
                   MOVE LP-PATH-PDF-IN        TO HA-PATH-ORIGINAL
                   MOVE FUNCTION CURRENT-DATE TO HA-DATA-HORA
                   MOVE 0                     TO HA-QTD-REASSINATURAS
                   MOVE SPACES                TO HA-DATA-ULT-REASS
                   WRITE REG-HASH-ASSINADO
               NOT INVALID KEY
                   IF WS-DUP-SITUACAO = 'R'
                       ADD 1 TO HA-QTD-REASSINATURAS
                       MOVE FUNCTION CURRENT-DATE TO HA-DATA-ULT-REASS
                       REWRITE REG-HASH-ASSINADO
                   END-IF
           END-READ

           IF FS-ASSINADOS NOT = '00'
               DISPLAY '*** ATENCAO: erro ao gravar o indice de '
                       'originais assinados (' FS-ASSINADOS ') para '
                       FUNCTION TRIM(LP-PATH-PDF-IN) ' ***'
           END-IF

           CLOSE ARQUIVO-ASSINADOS

           .
       2630-EXIT.
           EXIT.
      ******************************************************************
      *  2640 - GRAVAR A REASSINATURA NO LOG                           *
      *  timestamp;operador;documento;hash;protocolo-original;         *
      *  documento-original;protocolo-novo;retorno;motivo - uma linha  *
      *  por documento liberado, assinado ou nao.                      *
      ******************************************************************
       2640-GRAVAR-REASSINATURA.

           IF LP-RETORNO = 0
               ADD 1 TO WS-TOTAL-REASSINADOS
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-DUP-TIMESTAMP
           MOVE LP-RETORNO TO WS-DUP-RET-ED

           OPEN EXTEND ARQUIVO-REASS
           IF FS-REASS NOT = '00'
               OPEN OUTPUT ARQUIVO-REASS
           END-IF

           MOVE SPACES TO REG-REASS
           STRING
               FUNCTION TRIM(WS-DUP-TIMESTAMP) ';'
               FUNCTION TRIM(WS-CFG-REASS-OPERADOR) ';'
               FUNCTION TRIM(WS-DUP-DOCUMENTO) ';'
               WS-DUP-HASH-STR ';'
               WS-DUP-PROT-ORIG ';'
               FUNCTION TRIM(WS-DUP-DOC-ORIG) ';'
               LP-PROTOCOLO ';'
               WS-DUP-RET-ED ';'
               FUNCTION TRIM(WS-CFG-REASS-MOTIVO)
               DELIMITED BY SIZE
               INTO REG-REASS
           END-STRING

           WRITE REG-REASS

           IF FS-REASS NOT = '00'
               DISPLAY '*** ERRO ao gravar log de reassinaturas ('
                       FS-REASS ') para '
                       FUNCTION TRIM(WS-DUP-DOCUMENTO) ' ***'
           END-IF

           CLOSE ARQUIVO-REASS

           .
      ******************************************************************
      *  2650 - TIRAR O DUPLICADO DA ENTRADA DO HOT FOLDER             *
      *  Move o original para HOTFOLDER-DIR-REJEITADOS e deixa ao lado *
      *  um <arquivo>.duplicado com o protocolo e o documento da       *
      *  primeira assinatura. Sem a pasta (ou se a movimentacao        *
      *  falhar), o original fica na entrada e e ignorado pelas        *
      *  varreduras seguintes desta execucao.                          *
      ******************************************************************
       2650-REJEITAR-DUPLICADO-HF.

           IF FUNCTION TRIM(WS-HF-DIR-REJEITADOS) = SPACES
               DISPLAY '*** ATENCAO: HOTFOLDER-DIR-REJEITADOS nao '
                       'configurado - duplicado mantido na entrada ***'
               IF WS-CKP-QTD < 2000
                   ADD 1 TO WS-CKP-QTD
                   MOVE LP-PATH-PDF-IN TO WS-CKP-ITEM(WS-CKP-QTD)
               END-IF
               GO TO 2650-EXIT
           END-IF

           MOVE WS-HF-DIR-REJEITADOS TO WS-HF-DIR-BASE
           MOVE WS-HF-ARQUIVO        TO WS-HF-NOME-BASE
           PERFORM 3150-MONTAR-CAMINHO
           MOVE WS-HF-PATH-MONTADO TO WS-HF-PATH-DESTINO

           CALL 'CBL_RENAME_FILE'
               USING WS-HF-PATH-COMPLETO
                     WS-HF-PATH-DESTINO
               RETURNING WS-RENAME-RC
           END-CALL

           IF WS-RENAME-RC NOT = 0
               DISPLAY '*** ATENCAO: falha ao mover '
                       FUNCTION TRIM(WS-HF-PATH-COMPLETO)
                       ' para rejeitados (' WS-RENAME-RC ') ***'
               IF WS-CKP-QTD < 2000
                   ADD 1 TO WS-CKP-QTD
                   MOVE LP-PATH-PDF-IN TO WS-CKP-ITEM(WS-CKP-QTD)
               END-IF
               GO TO 2650-EXIT
           END-IF

           MOVE SPACES TO WS-PART-PATH
           STRING FUNCTION TRIM(WS-HF-PATH-DESTINO) '.duplicado'
               DELIMITED BY SIZE INTO WS-PART-PATH
           END-STRING

           OPEN OUTPUT ARQUIVO-PART
           IF FS-PART NOT = '00'
               DISPLAY '*** ATENCAO: erro ao criar '
                       FUNCTION TRIM(WS-PART-PATH)
                       ' (' FS-PART ') ***'
               GO TO 2650-EXIT
           END-IF

           MOVE SPACES TO REG-PART
           STRING 'Arquivo recusado ....: '
               FUNCTION TRIM(WS-HF-ARQUIVO)
               DELIMITED BY SIZE INTO REG-PART
           END-STRING
           WRITE REG-PART

           MOVE SPACES TO REG-PART
           STRING 'Ja assinado no protocolo nr: ' WS-DUP-PROT-ORIG
               DELIMITED BY SIZE INTO REG-PART
           END-STRING
           WRITE REG-PART

           MOVE SPACES TO REG-PART
           STRING 'Documento original ..: '
               FUNCTION TRIM(WS-DUP-DOC-ORIG)
               DELIMITED BY SIZE INTO REG-PART
           END-STRING
           WRITE REG-PART

           MOVE SPACES TO REG-PART
           STRING 'Assinado em .........: ' WS-DUP-DATA-ORIG
               DELIMITED BY SIZE INTO REG-PART
           END-STRING
           WRITE REG-PART

           MOVE SPACES TO REG-PART
           STRING 'Hash de integridade .: ' WS-DUP-HASH-STR
               DELIMITED BY SIZE INTO REG-PART
           END-STRING
           WRITE REG-PART

           CLOSE ARQUIVO-PART

           .
       2650-EXIT.
           EXIT.
      ******************************************************************
      *  2140 - LOCALIZAR CERTIFICADO PELO APELIDO                      *
      ******************************************************************
               CALL 'C$SLEEP' USING WS-CFG-DISJ-PROBE-INT
               ADD 1 TO WS-DISJ-PROBES

               PERFORM 6230-SONDAR-APPLIANCES

               IF WS-PROBE-OK = 'N'
                   DISPLAY 'Servico ainda indisponivel (sondagem '

           IF WS-PROBE-OK = 'S'
               DISPLAY 'Servico de volta apos ' WS-DISJ-PROBES
                       ' sondagem(ns), retomando o processamento ('
                       'appliance ' FUNCTION TRIM(WS-PRB-APPLIANCE)
                       ')'
               MOVE 0 TO WS-DISJ-CONSECUTIVAS
               MOVE 'N' TO WS-DISJ-NOTIFICADO
           ELSE
                       'HOTFOLDER-DIR-PROCESSADOS e '
                       'HOTFOLDER-DIR-SAIDA no '
                       FUNCTION TRIM(WS-CFG-PATH-CFG)
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES            TO LP-MENSAGEM
           MOVE SPACES            TO LP-CN-CERTIFICADO
           MOVE 0                TO LP-STATUS-HTTP
           MOVE SPACES            TO LP-NUM-DOCUMENTO
           MOVE SPACES            TO LP-CLIENTE
      *---- O hot folder vigia somente *.pdf
           MOVE 'PDF'            TO LP-TIPO-DOC

      *---- Hot folder assina sempre com o certificado padrao e sem
      *     cliente; recusado pela politica, o PDF fica na entrada e
      *     so volta a ser tentado quando o programa reiniciar
           MOVE SPACES      TO WS-CTL-APELIDO
           MOVE LP-TIPO-DOC TO WS-POL-TIPO
           MOVE SPACES      TO WS-POL-CLIENTE
           PERFORM 2190-VERIFICAR-POLITICA THRU 2190-EXIT
           IF WS-POL-OK = 'N'
               PERFORM 2195-REGISTRAR-BLOQUEIO
               IF WS-CKP-QTD < 2000
                   ADD 1 TO WS-CKP-QTD
                   MOVE LP-PATH-PDF-IN TO WS-CKP-ITEM(WS-CKP-QTD)
               END-IF
               GO TO 3110-EXIT
           END-IF

      *---- O mesmo PDF largado de novo na entrada nao assina outra
      *     vez: vai para a pasta de rejeitados
           MOVE WS-HF-ARQUIVO TO WS-DUP-DOCUMENTO
           PERFORM 2600-VERIFICAR-DUPLICIDADE THRU 2600-EXIT
           IF WS-DUP-SITUACAO = 'D'
               PERFORM 2620-REGISTRAR-DUPLICADO
               PERFORM 2650-REJEITAR-DUPLICADO-HF THRU 2650-EXIT
               GO TO 3110-EXIT
           END-IF

           PERFORM 2400-AGUARDAR-JANELA THRU 2400-EXIT

           DISPLAY 'Assinando: ' FUNCTION TRIM(LP-PATH-PDF-IN)

           CALL 'ASST0010C' USING LINKAGE-PARAMS
           END-CALL
           PERFORM 2185-REGISTRAR-APPLIANCE

           MOVE 'S' TO WS-SNAP-ULT-CHAMADA
           MOVE LP-RETORNO TO WS-SNAP-ULT-RET
           MOVE LP-MENSAGEM(1:200) TO WS-SNAP-ULT-MSG

           IF WS-DUP-SITUACAO = 'R'
               PERFORM 2640-GRAVAR-REASSINATURA
           END-IF

           IF LP-RETORNO = 0
               ADD 1 TO WS-TOTAL-OK
               DISPLAY '  -> OK: ' FUNCTION TRIM(LP-PATH-PDF-OUT)
               PERFORM 2160-GRAVAR-CHECKPOINT
               PERFORM 2630-GRAVAR-ASSINADO THRU 2630-EXIT
               PERFORM 3120-MOVER-PARA-PROCESSADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
      *  4400 - CONSOLIDAR OS CSVS PARCIAIS NO RESUMO UNICO            *
      *  Copia as linhas de detalhe de cada parcial para o CSV unico   *
      *  (ja aberto com cabecalho em 1300) e recompoe os contadores a  *
      *  partir do codigo de retorno de cada linha; da linha TOTAL de  *
      *  cada parcial so entram os contadores de appliance             *
      *  (secundario, failover, volta ao primario) - o total geral e   *
      *  gravado pelo coordenador em 9000-FINALIZAR.                   *
      ******************************************************************
       4400-CONSOLIDAR-PARCIAIS.

           MOVE 0 TO WS-TOTAL-OK
           MOVE 0 TO WS-TOTAL-ERRO
           MOVE 0 TO WS-TOTAL-PULADOS
           MOVE 0 TO WS-TOTAL-DUPLICADOS
           MOVE 0 TO WS-TOTAL-BLOQUEADOS

           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                   UNTIL WS-COR-IDX > WS-CFG-CORRENTES
           END-IF

           IF REG-PART(1:6) = 'TOTAL;'
               PERFORM 4420-SOMAR-TOTAL-PARCIAL
               GO TO 4410-EXIT
           END-IF

                   ADD 1 TO WS-TOTAL-OK
               WHEN '99'
                   ADD 1 TO WS-TOTAL-PULADOS
               WHEN '95'
                   ADD 1 TO WS-TOTAL-DUPLICADOS
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-ERRO
                   IF WS-PCSV-RETORNO-X = '96'
                       ADD 1 TO WS-TOTAL-BLOQUEADOS
                   END-IF
                   IF WS-FAL-QTD < 200
                       ADD 1 TO WS-FAL-QTD
                       MOVE WS-PCSV-ARQUIVO
       4410-EXIT.
           EXIT.
      ******************************************************************
      *  4420 - SOMAR OS TOTAIS DE FAILOVER DE UMA CORRENTE            *
      *  OK/FALHA/PULADOS ja saem das linhas de documento; so os       *
      *  contadores de appliance vem da linha TOTAL do parcial.        *
      ******************************************************************
       4420-SOMAR-TOTAL-PARCIAL.

           MOVE SPACES TO WS-PTOT-CAMPOS

           UNSTRING REG-PART DELIMITED BY ';' OR '='
               INTO WS-PTOT-ITEM(1)  WS-PTOT-ITEM(2)
                    WS-PTOT-ITEM(3)  WS-PTOT-ITEM(4)
                    WS-PTOT-ITEM(5)  WS-PTOT-ITEM(6)
                    WS-PTOT-ITEM(7)  WS-PTOT-ITEM(8)
                    WS-PTOT-ITEM(9)  WS-PTOT-ITEM(10)
                    WS-PTOT-ITEM(11) WS-PTOT-ITEM(12)
                    WS-PTOT-ITEM(13)
           END-UNSTRING

           PERFORM VARYING WS-PTOT-IDX FROM 2 BY 2
                   UNTIL WS-PTOT-IDX > 12
               IF WS-PTOT-ITEM(WS-PTOT-IDX + 1)(1:1) IS NUMERIC
                   EVALUATE WS-PTOT-ITEM(WS-PTOT-IDX)
                       WHEN 'SECUNDARIO'
                           ADD FUNCTION NUMVAL(
                                   WS-PTOT-ITEM(WS-PTOT-IDX + 1))
                             TO WS-TOTAL-SECUNDARIO
                       WHEN 'FAILOVER'
                           ADD FUNCTION NUMVAL(
                                   WS-PTOT-ITEM(WS-PTOT-IDX + 1))
                             TO WS-TOTAL-FAILOVER
                       WHEN 'VOLTA-PRIMARIO'
                           ADD FUNCTION NUMVAL(
                                   WS-PTOT-ITEM(WS-PTOT-IDX + 1))
                             TO WS-TOTAL-VOLTA-PRIM
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           .
      ******************************************************************
      *  4500 - MONTAR OS NOMES DE ARQUIVO DA CORRENTE WS-COR-IDX      *
      ******************************************************************
       4500-MONTAR-NOMES-CORRENTE.
      *  modo de reprocessamento), ordena por data-limite crescente e  *
      *  assina nessa ordem, atualizando cada registro com o           *
      *  resultado; ASSINADO e CANCELADO nunca sao reprocessados.      *
      *  No status alvo PENDENTE entram tambem os PARCIAL (cadeia de   *
      *  coassinatura no meio), que seguem da etapa em que pararam.    *
      *  No inicio e no fim da execucao grava a relacao de documentos *
      *  em risco (prazo vencendo hoje ou ja vencido) para o           *
      *  juridico.                                                     *
               DISPLAY 'FILA-REPROCESSAR invalido ('
                       FUNCTION TRIM(WS-FILA-STATUS-ALVO)
                       '), use PENDENTE ou ERRO'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF FS-FILA NOT = '00'
               DISPLAY 'Erro ao abrir fila de assinatura ('
                       FUNCTION TRIM(WS-CFG-PATH-FILA) '): ' FS-FILA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *---- Reconferir o status: um mantenedor pode ter cancelado o
      *     registro entre a coleta e a vez dele na ordem de prazo
                       IF FQ-STATUS = WS-FILA-STATUS-ALVO
                          OR (WS-FILA-STATUS-ALVO = 'PENDENTE'
                              AND FQ-STATUS = 'PARCIAL')
                           ADD 1 TO WS-TOTAL-LIDOS
      *---- Uma volta por etapa: a cadeia segue no mesmo registro
      *     enquanto as etapas assinam e o proximo assinante esta
      *     disponivel
                           MOVE 'S' TO WS-ETP-SEGUIR
                           PERFORM 5100-ASSINAR-DOC-FILA
                               THRU 5100-EXIT
                               UNTIL WS-ETP-SEGUIR = 'N'
                           PERFORM 7000-ATUALIZAR-SNAPSHOT
                       END-IF
               END-READ
           PERFORM UNTIL FS-FILA NOT = '00'

               IF FQ-STATUS = WS-FILA-STATUS-ALVO
                  OR (WS-FILA-STATUS-ALVO = 'PENDENTE'
                      AND FQ-STATUS = 'PARCIAL')
                   IF WS-FT-QTD < 5000
                       ADD 1 TO WS-FT-QTD
                       MOVE FQ-NUM-DOCUMENTO
           .
      ******************************************************************
      *  5300 - RELACIONAR OS DOCUMENTOS EM RISCO DE PERDER O PRAZO    *
      *  Todo PENDENTE, PARCIAL ou ERRO com data-limite hoje ou ja     *
      *  vencida entra na relacao, gravada no inicio (o que esta em    *
      *  risco antes da execucao) e no fim (o que continua em risco    *
      *  depois dela) - e a lista que o juridico recebe em vez de      *
      *  garimpar o CSV.                                               *
      ******************************************************************
       5300-RELACIONAR-EM-RISCO.

               READ ARQUIVO-FILA NEXT RECORD
               PERFORM UNTIL FS-FILA NOT = '00'

                   IF (FQ-STATUS = 'PENDENTE' OR FQ-STATUS = 'ERRO'
                       OR FQ-STATUS = 'PARCIAL'
                       OR FQ-STATUS = 'BLOQUEADO')
                      AND FQ-DATA-LIMITE > 0
                      AND FQ-DATA-LIMITE <= WS-HOJE-AAAAMMDD
                       ADD 1 TO WS-ESC-QTD
           EXIT.
      ******************************************************************
      *  5100 - ASSINAR UM DOCUMENTO DA FILA E ATUALIZAR O REGISTRO    *
      *  Cada chamada assina uma etapa da cadeia (5105 resolve qual e  *
      *  quem assina); documento sem coassinantes tem etapa unica.     *
      ******************************************************************
       5100-ASSINAR-DOC-FILA.

           MOVE 'N' TO WS-ETP-SEGUIR
           MOVE 'N' TO WS-FILA-CHAMOU

           PERFORM 5105-DEFINIR-ETAPA

      *---- A etapa 1 assina o PDF original; as seguintes, o PDF
      *     produzido pela etapa anterior
           MOVE SPACES TO LP-PATH-PDF-IN
           IF WS-ETP-ATUAL = 1
               MOVE FUNCTION TRIM(FQ-PATH-PDF) TO LP-PATH-PDF-IN
           ELSE
               MOVE FUNCTION TRIM(FQ-PATH-ATUAL) TO LP-PATH-PDF-IN
           END-IF

      *---- Alerta operacional para documento ja fora do prazo
           IF FQ-DATA-LIMITE > 0

           PERFORM 2200-MONTAR-PATH-SAIDA

      *---- Certificado do assinante da etapa (na etapa 1, o do setor
      *     dono do documento, quando informado)
           MOVE WS-ETP-APELIDO TO WS-CTL-APELIDO
           IF FUNCTION TRIM(WS-CTL-APELIDO) NOT = SPACES
               PERFORM 2140-LOCALIZAR-CERTIFICADO
      *---- Coassinante fora do cadastro de hoje, suspenso ou fora da
      *     vigencia: a cadeia espera por ele (PARCIAL) em vez de ir
      *     para ERRO; REVOGADO (ou situacao invalida) nunca volta
      *     sozinho e segue como falha
               IF WS-ETP-ATUAL > 1
                   IF WS-CERT-ACHOU = 'N'
                       MOVE 'nao disponivel no cadastro'
                         TO WS-ETP-MSG
                       PERFORM 5160-AGUARDAR-ASSINANTE
                       GO TO 5100-EXIT
                   END-IF
                   PERFORM 2142-VALIDAR-SITUACAO-CERT
                   IF WS-CERT-SIT-OK = 'N'
                      AND (WS-CERT-STATUS(WS-CERT-IDX) = 'ATIVO'
                        OR WS-CERT-STATUS(WS-CERT-IDX) = 'SUSPENSO')
                       MOVE WS-CERT-SIT-MSG TO WS-ETP-MSG
                       PERFORM 5160-AGUARDAR-ASSINANTE
                       GO TO 5100-EXIT
                   END-IF
               END-IF
               IF WS-CERT-ACHOU = 'N'
                   ADD 1 TO WS-TOTAL-ERRO
                   MOVE SPACES TO LP-CN-CERTIFICADO
           MOVE SPACES            TO LP-MENSAGEM
           MOVE SPACES            TO LP-CN-CERTIFICADO
           MOVE 0                TO LP-STATUS-HTTP
           MOVE FQ-NUM-DOCUMENTO  TO LP-NUM-DOCUMENTO
           MOVE FQ-CLIENTE        TO LP-CLIENTE

      *---- Tipo do documento vem da propria fila; vazio vale PDF
           IF FUNCTION TRIM(FQ-TIPO-DOC) = SPACES
               MOVE FUNCTION TRIM(FQ-TIPO-DOC) TO LP-TIPO-DOC
           END-IF

      *---- Assinante da etapa fora da politica: BLOQUEADO (5110), nao
      *     ERRO - reprocessar nao resolve; o registro volta pela
      *     manutencao (ASST0060C) depois de corrigido o certificado
      *     ou a politica
           MOVE LP-TIPO-DOC TO WS-POL-TIPO
           MOVE FQ-CLIENTE  TO WS-POL-CLIENTE
           PERFORM 2190-VERIFICAR-POLITICA THRU 2190-EXIT
           IF WS-POL-OK = 'N'
               PERFORM 2195-REGISTRAR-BLOQUEIO
               PERFORM 5110-ATUALIZAR-REGISTRO-FILA
               GO TO 5100-EXIT
           END-IF

      *---- Duplicidade so na etapa 1 (o original); as etapas
      *     seguintes assinam o PDF da etapa anterior, que nao entra
      *     no indice. Duplicado vai para DUPLICADO (5110) com a
      *     referencia a primeira assinatura
           MOVE 'N' TO WS-DUP-SITUACAO
           MOVE 'N' TO WS-DUP-HASH-OK
           IF WS-ETP-ATUAL = 1
               MOVE FQ-NUM-DOCUMENTO TO WS-DUP-DOCUMENTO
               PERFORM 2600-VERIFICAR-DUPLICIDADE THRU 2600-EXIT
               IF WS-DUP-SITUACAO = 'D'
                   PERFORM 2620-REGISTRAR-DUPLICADO
                   PERFORM 5110-ATUALIZAR-REGISTRO-FILA
                   GO TO 5100-EXIT
               END-IF
           END-IF

           PERFORM 2400-AGUARDAR-JANELA THRU 2400-EXIT

           DISPLAY 'Assinando documento '
                   FUNCTION TRIM(FQ-NUM-DOCUMENTO) ': '
                   FUNCTION TRIM(LP-PATH-PDF-IN)
           IF WS-ETP-QTD > 1
               DISPLAY '  etapa ' WS-ETP-ATUAL ' de ' WS-ETP-QTD
                       ' - assinante '
                       FUNCTION TRIM(WS-ETP-APELIDO)
           END-IF

           CALL 'ASST0010C' USING LINKAGE-PARAMS
           END-CALL
           PERFORM 2185-REGISTRAR-APPLIANCE
           MOVE 'S' TO WS-FILA-CHAMOU

           MOVE 'S' TO WS-SNAP-ULT-CHAMADA
           MOVE LP-RETORNO TO WS-SNAP-ULT-RET
           MOVE LP-MENSAGEM(1:200) TO WS-SNAP-ULT-MSG

           IF WS-DUP-SITUACAO = 'R'
               PERFORM 2640-GRAVAR-REASSINATURA
           END-IF

      *---- Original assinado (etapa 1) entra no indice ja aqui, mesmo
      *     com coassinantes pendentes
           IF LP-RETORNO = 0
               PERFORM 2630-GRAVAR-ASSINADO THRU 2630-EXIT
           END-IF

      *---- Etapa intermediaria: o documento ainda nao esta assinado
      *     por todos - nada de entrega; a proxima etapa segue nesta
      *     mesma execucao (5000) se o assinante estiver disponivel
           IF LP-RETORNO = 0
              AND WS-ETP-ATUAL < WS-ETP-QTD
               ADD 1 TO WS-TOTAL-ETAPAS
               DISPLAY '  -> ETAPA ' WS-ETP-ATUAL ' OK: '
                       FUNCTION TRIM(LP-PATH-PDF-OUT)
               MOVE 'S' TO WS-ETP-SEGUIR
           END-IF

           IF LP-RETORNO = 0
              AND WS-ETP-ATUAL = WS-ETP-QTD
               ADD 1 TO WS-TOTAL-OK
               DISPLAY '  -> OK: ' FUNCTION TRIM(LP-PATH-PDF-OUT)
               IF WS-ROTA-QTD > 0
                   PERFORM 5120-ENTREGAR-DOCUMENTO THRU 5120-EXIT
               END-IF
           END-IF

           IF LP-RETORNO NOT = 0
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY '  -> FALHA (' LP-RETORNO '): '
                       FUNCTION TRIM(LP-MENSAGEM)

           PERFORM 2500-CONTROLAR-DISJUNTOR THRU 2500-EXIT

           IF WS-DISJ-ABORTAR = 'S'
               MOVE 'N' TO WS-ETP-SEGUIR
           END-IF

           .
       5100-EXIT.
           EXIT.
      ******************************************************************
      *  5105 - DEFINIR A ETAPA DA CADEIA E O SEU ASSINANTE            *
      *  Total de assinantes = FQ-APELIDO-CERT mais os coassinantes    *
      *  preenchidos em sequencia (o primeiro em branco encerra a      *
      *  cadeia). Registro convertido do layout antigo (ASST0210C)     *
      *  traz a area da cadeia em branco: vale como etapa unica,       *
      *  nenhuma concluida.                                            *
      ******************************************************************
       5105-DEFINIR-ETAPA.

           IF FQ-ETAPAS-CONCL NOT NUMERIC
               MOVE 0 TO FQ-ETAPAS-CONCL
           END-IF

           MOVE 1 TO WS-ETP-QTD
           MOVE 1 TO WS-ETP-IDX
           PERFORM UNTIL WS-ETP-IDX > 2
               IF FQ-COASSINANTE(WS-ETP-IDX) = SPACES
                  OR FQ-COASSINANTE(WS-ETP-IDX) = LOW-VALUES
                   MOVE 3 TO WS-ETP-IDX
               ELSE
                   ADD 1 TO WS-ETP-QTD
                   ADD 1 TO WS-ETP-IDX
               END-IF
           END-PERFORM

      *---- Etapas concluidas alem do total (coassinante apagado na
      *     manutencao depois de assinar) prendem a etapa na ultima
           IF FQ-ETAPAS-CONCL >= WS-ETP-QTD
               COMPUTE WS-ETP-ATUAL = WS-ETP-QTD
           ELSE
               COMPUTE WS-ETP-ATUAL = FQ-ETAPAS-CONCL + 1
           END-IF

           IF WS-ETP-ATUAL = 1
               MOVE FQ-APELIDO-CERT TO WS-ETP-APELIDO
           ELSE
               COMPUTE WS-ETP-IDX = WS-ETP-ATUAL - 1
               MOVE FQ-COASSINANTE(WS-ETP-IDX) TO WS-ETP-APELIDO
           END-IF

      *---- Sem o PDF da etapa anterior nao ha o que coassinar:
      *     recomeca a cadeia pelo original
           IF WS-ETP-ATUAL > 1
              AND (FQ-PATH-ATUAL = SPACES
                   OR FQ-PATH-ATUAL = LOW-VALUES)
               MOVE 0 TO FQ-ETAPAS-CONCL
               MOVE 1 TO WS-ETP-ATUAL
               MOVE FQ-APELIDO-CERT TO WS-ETP-APELIDO
           END-IF

           .
      ******************************************************************
      *  5160 - DEIXAR A CADEIA AGUARDANDO O PROXIMO ASSINANTE         *
      *  O registro fica PARCIAL, sem contar como falha, com o motivo  *
      *  da espera na mensagem; a proxima execucao tenta de novo a     *
      *  mesma etapa.                                                  *
      ******************************************************************
       5160-AGUARDAR-ASSINANTE.

           ADD 1 TO WS-TOTAL-AGUARDANDO

           MOVE FQ-STATUS TO WS-FILA-STATUS-ANT
           MOVE 'PARCIAL' TO FQ-STATUS
           MOVE 0 TO FQ-RETORNO
           MOVE SPACES TO FQ-MENSAGEM
           STRING 'Etapa ' WS-ETP-ATUAL ' de ' WS-ETP-QTD
               ' aguardando o assinante '
               FUNCTION TRIM(WS-ETP-APELIDO) ': '
               FUNCTION TRIM(WS-ETP-MSG)
               DELIMITED BY SIZE
               INTO FQ-MENSAGEM
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO FQ-DATA-ULT-PROC

           DISPLAY '  -> AGUARDANDO: ' FUNCTION TRIM(FQ-MENSAGEM)

           REWRITE REG-FILA

           IF FS-FILA NOT = '00'
               DISPLAY '*** ERRO ao atualizar a fila (' FS-FILA
                       ') para o documento '
                       FUNCTION TRIM(FQ-NUM-DOCUMENTO) ' ***'
               MOVE '00' TO FS-FILA
           ELSE
               PERFORM 5180-REGISTRAR-EVENTO
           END-IF

           .
      ******************************************************************
      *  5120 - ENTREGAR O DOCUMENTO NA PASTA DO CLIENTE               *
      *  Copia (nao move: o expurgo do ASST0050C continua dono do      *
      *  diretorio de saida) o PDF assinado e o .protocolo para a      *
           END-IF

           PERFORM 5150-GRAVAR-MANIFESTO-ENTREGA
           PERFORM 5170-ANOTAR-ENTREGA-REGISTRO THRU 5170-EXIT

           DISPLAY '  -> ENTREGUE a ' FUNCTION TRIM(FQ-CLIENTE)
                   ': ' FUNCTION TRIM(WS-ENT-PDF-DEST)

           .
      ******************************************************************
      *  5170 - ANOTAR A ENTREGA NO REGISTRO DE PROTOCOLOS             *
      *  O PDF continua no diretorio de saida (PR-LOCAL-ATUAL, que o   *
      *  ASST0050C atualiza ao arquivar); aqui so se acrescenta onde   *
      *  ficou a copia entregue. Sem protocolo (PROTOCOLO=N no         *
      *  ASST0010.CFG) ou sem registro, nada a anotar.                 *
      ******************************************************************
       5170-ANOTAR-ENTREGA-REGISTRO.

           IF LP-PROTOCOLO = 0
               GO TO 5170-EXIT
           END-IF

           OPEN I-O ARQUIVO-REGPROT
           IF FS-REGPROT NOT = '00'
               DISPLAY '*** ATENCAO: registro de protocolos '
                       'indisponivel (' FS-REGPROT '), entrega do '
                       'protocolo ' LP-PROTOCOLO ' nao anotada ***'
               GO TO 5170-EXIT
           END-IF

           MOVE LP-PROTOCOLO TO PR-NUMERO
           READ ARQUIVO-REGPROT
               INVALID KEY
                   DISPLAY '*** ATENCAO: protocolo ' LP-PROTOCOLO
                           ' ausente do registro, entrega nao '
                           'anotada ***'
                   CLOSE ARQUIVO-REGPROT
                   GO TO 5170-EXIT
           END-READ

           MOVE WS-ENT-PDF-DEST        TO PR-LOCAL-ENTREGA
           MOVE FQ-CLIENTE             TO PR-CLIENTE
           MOVE FUNCTION CURRENT-DATE  TO PR-DATA-ULT-ALT

           REWRITE REG-PROTOCOLO-REG
           IF FS-REGPROT NOT = '00'
               DISPLAY '*** ATENCAO: erro ao anotar a entrega no '
                       'registro (' FS-REGPROT ') para o protocolo '
                       LP-PROTOCOLO ' ***'
           END-IF

           CLOSE ARQUIVO-REGPROT

           .
       5170-EXIT.
           EXIT.
      ******************************************************************
      *  5110 - ATUALIZAR O STATUS DO REGISTRO NA FILA                 *
      *  Etapa intermediaria assinada deixa o registro PARCIAL com o   *
      *  PDF produzido (entrada da etapa seguinte); ERRO preserva as   *
      *  etapas ja concluidas, e o reprocessamento segue dali.         *
      ******************************************************************
       5110-ATUALIZAR-REGISTRO-FILA.

           MOVE FQ-STATUS TO WS-FILA-STATUS-ANT
           MOVE LP-RETORNO TO FQ-RETORNO
           MOVE LP-MENSAGEM(1:200) TO FQ-MENSAGEM

           EVALUATE TRUE
               WHEN LP-RETORNO = 96
                   MOVE 'BLOQUEADO' TO FQ-STATUS
               WHEN LP-RETORNO = 95
                   MOVE 'DUPLICADO' TO FQ-STATUS
               WHEN LP-RETORNO NOT = 0
                   MOVE 'ERRO' TO FQ-STATUS
               WHEN WS-ETP-ATUAL < WS-ETP-QTD
                   MOVE 'PARCIAL' TO FQ-STATUS
                   MOVE WS-ETP-ATUAL TO FQ-ETAPAS-CONCL
                   MOVE LP-PATH-PDF-OUT TO FQ-PATH-ATUAL
                   MOVE SPACES TO FQ-MENSAGEM
                   STRING 'Etapa ' WS-ETP-ATUAL ' de ' WS-ETP-QTD
                       ' assinada: '
                       FUNCTION TRIM(LP-MENSAGEM)
                       DELIMITED BY SIZE
                       INTO FQ-MENSAGEM
                   END-STRING
               WHEN OTHER
                   MOVE 'ASSINADO' TO FQ-STATUS
                   MOVE WS-ETP-ATUAL TO FQ-ETAPAS-CONCL
                   MOVE LP-PATH-PDF-OUT TO FQ-PATH-ATUAL
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE TO FQ-DATA-ULT-PROC

           REWRITE REG-FILA
      *---- Mantem o lote vivo: o proximo READ NEXT reposiciona pelo
      *     ultimo registro lido
               MOVE '00' TO FS-FILA
      *---- A etapa seguinte nao parte de um estado que a fila nao
      *     guardou: a cadeia para aqui e a proxima execucao retoma
      *     do registro gravado
               MOVE 'N' TO WS-ETP-SEGUIR
           ELSE
               PERFORM 5180-REGISTRAR-EVENTO
           END-IF

           .
      ******************************************************************
      *  5180 - REGISTRAR A TRANSICAO NO HISTORICO DE EVENTOS          *
      *  Uma linha por processamento gravado na fila, mesmo quando o   *
      *  status nao muda (ERRO -> ERRO em nova tentativa); as que      *
      *  chamaram o ASST0010C levam a marca de tentativa, que o        *
      *  relatorio de ciclo (ASST0170C) conta.                         *
      *  Somente apos o REWRITE com sucesso - o historico nao registra *
      *  transicao que a fila nao guardou.                             *
      ******************************************************************
       5180-REGISTRAR-EVENTO.

           INITIALIZE EVENTO-FILA-PARAMS
           MOVE WS-FILA-EVENTOS-PATH TO EV-PATH-EVENTOS
           MOVE FQ-NUM-DOCUMENTO     TO EV-NUM-DOCUMENTO
           MOVE WS-FILA-STATUS-ANT   TO EV-STATUS-ANTERIOR
           MOVE FQ-STATUS            TO EV-STATUS-NOVO
           MOVE 'ASST0020C'          TO EV-ORIGEM
           MOVE FQ-RETORNO           TO EV-RETORNO
           MOVE WS-FILA-CHAMOU       TO EV-CHAMOU-SERVICO
           MOVE FQ-CLIENTE           TO EV-CLIENTE
           MOVE FQ-TIPO-DOC          TO EV-TIPO-DOC
           MOVE FQ-DATA-LIMITE       TO EV-DATA-LIMITE
           MOVE FQ-MENSAGEM          TO EV-DETALHE

           CALL 'ASST0160C' USING EVENTO-FILA-PARAMS
           END-CALL

           .
      ******************************************************************
      *  6000 - EXECUTAR A PRE-VALIDACAO DO LOTE (DRY-RUN)             *
      *  Percorre todo o arquivo de controle sem chamar a assinatura,  *
      *  apontando em relatorio as pendencias que fariam o lote real   *
               END-IF
           END-IF

      *---- Politica de autorizacao (certificado padrao ou localizado)
           IF FUNCTION TRIM(WS-CTL-APELIDO) = SPACES
              OR WS-CERT-ACHOU = 'Y'
               MOVE WS-CTL-TIPO TO WS-POL-TIPO
               MOVE SPACES      TO WS-POL-CLIENTE
               PERFORM 2190-VERIFICAR-POLITICA THRU 2190-EXIT
               IF WS-POL-OK = 'N'
                   MOVE WS-POL-MSG TO WS-DRY-MSG
                   PERFORM 6110-REGISTRAR-PENDENCIA
               END-IF
           END-IF

      *---- Original ja assinado: o lote real nao o assinaria
           PERFORM 2605-EXTRAIR-NOME-ORIGINAL
           PERFORM 2600-VERIFICAR-DUPLICIDADE THRU 2600-EXIT
           IF WS-DUP-SITUACAO = 'D'
               MOVE WS-DUP-MSG TO WS-DRY-MSG
               PERFORM 6110-REGISTRAR-PENDENCIA
           END-IF

      *---- Destino derivado gravavel (arquivo de sondagem ao lado do
      *     destino real, removido em seguida - o destino em si nao e
      *     tocado)
      *  6200 - TESTE UNICO DE CONECTIVIDADE COM O SERVICO             *
      *  Le HOST/PORTA do ASST0010.CFG (mesma configuracao usada pelo  *
      *  programa de assinatura) e faz uma requisicao GET simples;     *
      *  qualquer resposta HTTP prova que o appliance esta no ar. Com  *
      *  o primario fora e o secundario no ar nao ha pendencia - o     *
      *  lote seguira no secundario - mas o relatorio avisa.           *
      ******************************************************************
       6200-TESTAR-CONECTIVIDADE.

           PERFORM 6210-LER-HOST-SERVICO THRU 6210-EXIT

           PERFORM 6230-SONDAR-APPLIANCES

           IF WS-PROBE-OK = 'N'
               ADD 1 TO WS-DRY-PENDENCIAS
               MOVE SPACES TO REG-DRYREL
               IF FUNCTION TRIM(WS-DRY-HOST-SEC) = SPACES
                   STRING 'PENDENCIA: servico de assinatura '
                       'inacessivel em '
                       FUNCTION TRIM(WS-DRY-HOST) ':' WS-DRY-PORTA
                       DELIMITED BY SIZE INTO REG-DRYREL
                   END-STRING
               ELSE
                   STRING 'PENDENCIA: servico de assinatura '
                       'inacessivel em '
                       FUNCTION TRIM(WS-DRY-HOST) ':' WS-DRY-PORTA
                       ' e no secundario '
                       FUNCTION TRIM(WS-DRY-HOST-SEC) ':'
                       WS-DRY-PORTA-SEC
                       ' (APPLIANCE=' FUNCTION TRIM(WS-DRY-APPLIANCE)
                       ')'
                       DELIMITED BY SIZE INTO REG-DRYREL
                   END-STRING
               END-IF
               WRITE REG-DRYREL
               DISPLAY '  ' FUNCTION TRIM(REG-DRYREL)
           ELSE
               MOVE SPACES TO REG-DRYREL
               STRING 'Servico de assinatura acessivel em '
                   FUNCTION TRIM(WS-PRB-HOST) ':' WS-PRB-PORTA
                   ' (' FUNCTION TRIM(WS-PRB-APPLIANCE) ')'
                   DELIMITED BY SIZE INTO REG-DRYREL
               END-STRING
               WRITE REG-DRYREL
               DISPLAY 'Servico de assinatura acessivel ('
                       FUNCTION TRIM(WS-PRB-APPLIANCE) ')'
               IF WS-PRB-APPLIANCE = 'SECUNDARIO'
                  AND WS-DRY-APPLIANCE = 'AUTO'
                   MOVE SPACES TO REG-DRYREL
                   STRING 'ATENCAO: appliance primario inacessivel em '
                       FUNCTION TRIM(WS-DRY-HOST) ':' WS-DRY-PORTA
                       ' - o lote seguira no secundario'
                       DELIMITED BY SIZE INTO REG-DRYREL
                   END-STRING
                   WRITE REG-DRYREL
                   DISPLAY '  ' FUNCTION TRIM(REG-DRYREL)
               END-IF
           END-IF

           .
      ******************************************************************
      *  6220 - SONDAR O SERVICO (GET SIMPLES)                         *
      *  Qualquer resposta HTTP prova que o appliance esta no ar;      *
      *  usado pelo dry-run (6200) e pelo disjuntor (2510), via 6230,  *
      *  que carrega o alvo em WS-PRB-HOST/WS-PRB-PORTA.               *
      ******************************************************************
       6220-SONDAR-SERVICO.

                   RETURNING WS-NT-TIMEOUT-OK
               END-CALL

               MOVE WS-PRB-HOST TO WS-NT-HOST
               CALL 'WinHttpConnect'
                   USING BY VALUE     HINTERNET-SESSION
                         BY REFERENCE WS-NT-HOST
                         BY VALUE     WS-PRB-PORTA
                         BY VALUE     0
                   RETURNING HINTERNET-CONNECT
               END-CALL
                       WHEN 'PORTA'
                           MOVE FUNCTION TRIM(WS-CFG-VALOR)
                             TO WS-DRY-PORTA
                       WHEN 'HOST-SEC'
                           MOVE FUNCTION TRIM(WS-CFG-VALOR)
                             TO WS-DRY-HOST-SEC
                       WHEN 'PORTA-SEC'
                           MOVE FUNCTION TRIM(WS-CFG-VALOR)
                             TO WS-DRY-PORTA-SEC
                       WHEN 'APPLIANCE'
                           MOVE FUNCTION TRIM(WS-CFG-VALOR)
                             TO WS-DRY-APPLIANCE
      *---- Limite real do ASST0010C, salvo valor explicito no
      *     ASST0020.CFG
                       WHEN 'LIMITE-PDF-MB'
       6210-EXIT.
           EXIT.
      ******************************************************************
      *  6230 - SONDAR OS APPLIANCES CONFORME O LADO FIXADO            *
      *  Mesma regra do ASST0010C: APPLIANCE = PRIMARIO ou SECUNDARIO  *
      *  (ASST0010_APPLIANCE prevalece) sonda so aquele lado; AUTO     *
      *  sonda o primario e, sem resposta, o secundario. O servico     *
      *  esta no ar se qualquer lado permitido responder; o lado fica  *
      *  em WS-PRB-APPLIANCE.                                          *
      ******************************************************************
       6230-SONDAR-APPLIANCES.

           MOVE SPACES TO WS-CFG-VALOR
           ACCEPT WS-CFG-VALOR FROM ENVIRONMENT 'ASST0010_APPLIANCE'
           IF FUNCTION TRIM(WS-CFG-VALOR) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALOR) TO WS-DRY-APPLIANCE
           END-IF

           MOVE 'N' TO WS-PROBE-OK
           MOVE SPACES TO WS-PRB-APPLIANCE

           IF WS-DRY-APPLIANCE NOT = 'SECUNDARIO'
              OR FUNCTION TRIM(WS-DRY-HOST-SEC) = SPACES
               MOVE WS-DRY-HOST  TO WS-PRB-HOST
               MOVE WS-DRY-PORTA TO WS-PRB-PORTA
               PERFORM 6220-SONDAR-SERVICO
               IF WS-PROBE-OK = 'S'
                   MOVE 'PRIMARIO' TO WS-PRB-APPLIANCE
               END-IF
           END-IF

           IF WS-PROBE-OK = 'N'
              AND WS-DRY-APPLIANCE NOT = 'PRIMARIO'
              AND FUNCTION TRIM(WS-DRY-HOST-SEC) NOT = SPACES
               MOVE WS-DRY-HOST-SEC  TO WS-PRB-HOST
               MOVE WS-DRY-PORTA-SEC TO WS-PRB-PORTA
               PERFORM 6220-SONDAR-SERVICO
               IF WS-PROBE-OK = 'S'
                   MOVE 'SECUNDARIO' TO WS-PRB-APPLIANCE
               END-IF
           END-IF

           .
      ******************************************************************
      *  7000 - ATUALIZAR O RETRATO DE SITUACAO                        *
      *  Conta os status da fila e regrava o arquivo de situacao; no   *
      *  modo FILA a fila ja esta aberta em I-O, nos demais modos e    *
       7010-CONTAR-STATUS-FILA.

           MOVE 0 TO WS-SNAP-QTD-PENDENTE
           MOVE 0 TO WS-SNAP-QTD-PARCIAL
           MOVE 0 TO WS-SNAP-QTD-ASSINADO
           MOVE 0 TO WS-SNAP-QTD-ERRO
           MOVE 0 TO WS-SNAP-QTD-CANCELADO
           MOVE 0 TO WS-SNAP-QTD-BLOQUEADO
           MOVE 0 TO WS-SNAP-QTD-DUPLICADO
           MOVE 0 TO WS-SNAP-QTD-OUTROS
           MOVE SPACES TO WS-SNAP-VELHO-DOC
           MOVE 99999999 TO WS-SNAP-VELHO-PRAZO
                               MOVE FQ-NUM-DOCUMENTO
                                 TO WS-SNAP-VELHO-DOC
                           END-IF
                       WHEN 'PARCIAL'
                           ADD 1 TO WS-SNAP-QTD-PARCIAL
                       WHEN 'ASSINADO'
                           ADD 1 TO WS-SNAP-QTD-ASSINADO
                       WHEN 'ERRO'
                           ADD 1 TO WS-SNAP-QTD-ERRO
                       WHEN 'CANCELADO'
                           ADD 1 TO WS-SNAP-QTD-CANCELADO
                       WHEN 'BLOQUEADO'
                           ADD 1 TO WS-SNAP-QTD-BLOQUEADO
                       WHEN 'DUPLICADO'
                           ADD 1 TO WS-SNAP-QTD-DUPLICADO
                       WHEN OTHER
                           ADD 1 TO WS-SNAP-QTD-OUTROS
                   END-EVALUATE
               END-STRING
               WRITE REG-SNAP

               MOVE SPACES TO REG-SNAP
               STRING 'Fila - PARCIAL .......: '
                   WS-SNAP-QTD-PARCIAL
                   DELIMITED BY SIZE INTO REG-SNAP
               END-STRING
               WRITE REG-SNAP

               MOVE SPACES TO REG-SNAP
               STRING 'Fila - ASSINADO ......: '
                   WS-SNAP-QTD-ASSINADO
                   DELIMITED BY SIZE INTO REG-SNAP
               END-STRING
               WRITE REG-SNAP

               MOVE SPACES TO REG-SNAP
               STRING 'Fila - BLOQUEADO .....: '
                   WS-SNAP-QTD-BLOQUEADO
                   DELIMITED BY SIZE INTO REG-SNAP
               END-STRING
               WRITE REG-SNAP

               MOVE SPACES TO REG-SNAP
               STRING 'Fila - DUPLICADO .....: '
                   WS-SNAP-QTD-DUPLICADO
                   DELIMITED BY SIZE INTO REG-SNAP
               END-STRING
               WRITE REG-SNAP
           ELSE
               MOVE 'Fila .................: (inacessivel)'
                 TO REG-SNAP
           DISPLAY 'Ja no checkpoint  : ' WS-TOTAL-PULADOS
           DISPLAY 'Assinados com OK  : ' WS-TOTAL-OK
           DISPLAY 'Com falha         : ' WS-TOTAL-ERRO
           IF WS-TOTAL-BLOQUEADOS > 0
               DISPLAY '  bloq. politica  : ' WS-TOTAL-BLOQUEADOS
           END-IF
           IF WS-TOTAL-DUPLICADOS > 0
               DISPLAY 'Ja assinados antes: ' WS-TOTAL-DUPLICADOS
           END-IF
           IF WS-TOTAL-REASSINADOS > 0
               DISPLAY 'Reassinados (aut.): ' WS-TOTAL-REASSINADOS
           END-IF
           IF WS-TOTAL-FAILOVER > 0 OR WS-TOTAL-SECUNDARIO > 0
               DISPLAY 'FAILOVER appliance: ' WS-TOTAL-FAILOVER
                       ' troca(s) para o secundario'
               DISPLAY '  no secundario   : ' WS-TOTAL-SECUNDARIO
               DISPLAY '  volta primario  : ' WS-TOTAL-VOLTA-PRIM
           END-IF
           IF WS-TOTAL-ETAPAS > 0 OR WS-TOTAL-AGUARDANDO > 0
               DISPLAY 'Etapas parciais   : ' WS-TOTAL-ETAPAS
               DISPLAY 'Aguard. assinante : ' WS-TOTAL-AGUARDANDO
           END-IF
           IF WS-TOTAL-SEM-ROTA > 0
               DISPLAY 'Sem rota (entrega): ' WS-TOTAL-SEM-ROTA
               PERFORM VARYING WS-SR-IDX FROM 1 BY 1
           MOVE WS-TOTAL-OK      TO WS-TOTAL-OK-ED
           MOVE WS-TOTAL-ERRO    TO WS-TOTAL-ERRO-ED
           MOVE WS-TOTAL-PULADOS TO WS-TOTAL-PULADOS-ED
           MOVE WS-TOTAL-SECUNDARIO TO WS-TOTAL-SECUND-ED
           MOVE WS-TOTAL-FAILOVER   TO WS-TOTAL-FAILOVER-ED
           MOVE WS-TOTAL-VOLTA-PRIM TO WS-TOTAL-VOLTA-ED

      *---- Os totais de failover vao no fim da linha: o coordenador
      *     das correntes paralelas os le do CSV parcial (4410)
           MOVE SPACES TO REG-CSV
           STRING
               'TOTAL;OK=' FUNCTION TRIM(WS-TOTAL-OK-ED)
               ';FALHA=' FUNCTION TRIM(WS-TOTAL-ERRO-ED)
               ';PULADOS=' FUNCTION TRIM(WS-TOTAL-PULADOS-ED)
               ';SECUNDARIO=' FUNCTION TRIM(WS-TOTAL-SECUND-ED)
               ';FAILOVER=' FUNCTION TRIM(WS-TOTAL-FAILOVER-ED)
               ';VOLTA-PRIMARIO=' FUNCTION TRIM(WS-TOTAL-VOLTA-ED)
               DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING
      *  do resumo e a relacao dos documentos que falharam, para o     *
      *  time de operacao agir ainda de madrugada. Qualquer falha de   *
      *  notificacao fica apenas no console - nao altera o resultado   *
      *  do lote. Failover para o appliance secundario tambem dispara  *
      *  a notificacao, mesmo com NOTIF-SOMENTE-FALHA = S e nenhuma    *
      *  falha: o primario caido precisa de atencao.                   *
      ******************************************************************
       9200-NOTIFICAR.

           END-IF

           IF WS-NT-SOMENTE-FALHA = 'S' AND WS-TOTAL-ERRO = 0
              AND WS-TOTAL-FAILOVER = 0 AND WS-TOTAL-SECUNDARIO = 0
               GO TO 9200-EXIT
           END-IF

           MOVE WS-TOTAL-OK      TO WS-TOTAL-OK-ED
           MOVE WS-TOTAL-ERRO    TO WS-TOTAL-ERRO-ED
           MOVE WS-TOTAL-PULADOS TO WS-TOTAL-PULADOS-ED
           MOVE WS-TOTAL-DUPLICADOS TO WS-TOTAL-DUPLIC-ED
           MOVE WS-TOTAL-SECUNDARIO TO WS-TOTAL-SECUND-ED
           MOVE WS-TOTAL-FAILOVER   TO WS-TOTAL-FAILOVER-ED
           MOVE WS-TOTAL-VOLTA-PRIM TO WS-TOTAL-VOLTA-ED
           MOVE FUNCTION CURRENT-DATE TO WS-NT-TIMESTAMP

           EVALUATE WS-NT-MODO
                  FUNCTION TRIM(WS-TOTAL-OK-ED)
                  ',"falha":'
                  FUNCTION TRIM(WS-TOTAL-ERRO-ED)
                  ',"duplicados":'
                  FUNCTION TRIM(WS-TOTAL-DUPLIC-ED)
                  ',"failover":'
                  FUNCTION TRIM(WS-TOTAL-FAILOVER-ED)
                  ',"assinados_secundario":'
                  FUNCTION TRIM(WS-TOTAL-SECUND-ED)
                  ',"volta_primario":'
                  FUNCTION TRIM(WS-TOTAL-VOLTA-ED)
                  ',"falhas":['
                  DELIMITED BY SIZE
                  INTO WS-NT-BUFFER
           WRITE REG-NOTIF

           MOVE SPACES TO REG-NOTIF
           IF WS-TOTAL-FAILOVER > 0 OR WS-TOTAL-SECUNDARIO > 0
               STRING 'Subject: ASST0020C - lote com '
                   FUNCTION TRIM(WS-TOTAL-ERRO-ED) ' falha(s) - '
                   'FAILOVER para o appliance secundario'
                   DELIMITED BY SIZE INTO REG-NOTIF
               END-STRING
           ELSE
               STRING 'Subject: ASST0020C - lote com '
                   FUNCTION TRIM(WS-TOTAL-ERRO-ED) ' falha(s)'
                   DELIMITED BY SIZE INTO REG-NOTIF
               END-STRING
           END-IF
           WRITE REG-NOTIF

           MOVE SPACES TO REG-NOTIF
                  '  Pulados: ' FUNCTION TRIM(WS-TOTAL-PULADOS-ED)
                  '  OK: '      FUNCTION TRIM(WS-TOTAL-OK-ED)
                  '  Falha: '   FUNCTION TRIM(WS-TOTAL-ERRO-ED)
                  '  Duplicados: ' FUNCTION TRIM(WS-TOTAL-DUPLIC-ED)
               DELIMITED BY SIZE INTO REG-NOTIF
           END-STRING
           WRITE REG-NOTIF
           MOVE SPACES TO REG-NOTIF
           WRITE REG-NOTIF

           IF WS-TOTAL-FAILOVER > 0 OR WS-TOTAL-SECUNDARIO > 0
               MOVE 'FAILOVER DO APPLIANCE DE ASSINATURA:' TO REG-NOTIF
               WRITE REG-NOTIF

               MOVE SPACES TO REG-NOTIF
               STRING '  Trocas para o secundario: '
                      FUNCTION TRIM(WS-TOTAL-FAILOVER-ED)
                      '  Assinados no secundario: '
                      FUNCTION TRIM(WS-TOTAL-SECUND-ED)
                      '  Voltas ao primario: '
                      FUNCTION TRIM(WS-TOTAL-VOLTA-ED)
                   DELIMITED BY SIZE INTO REG-NOTIF
               END-STRING
               WRITE REG-NOTIF

               MOVE '  Verificar o appliance primario.' TO REG-NOTIF
               WRITE REG-NOTIF

               MOVE SPACES TO REG-NOTIF
               WRITE REG-NOTIF
           END-IF

           IF WS-FAL-QTD > 0
               MOVE 'DOCUMENTOS COM FALHA:' TO REG-NOTIF
               WRITE REG-NOTIF
