      ******************************************************************
      *  PROGRAMA: ASST0120C - MANUTENCAO DA POLITICA DE AUTORIZACAO   *
      *  OBJETIVO: Manter o arquivo indexado de politica de assinatura *
      *            (copy ASST0020P) sem edicao manual de arquivo: para *
      *            cada apelido de certificado ou setor dono (CM-SETOR *
      *            do cadastro mestre), os tipos de documento e os     *
      *            clientes que ele pode assinar. O ASST0020C confere  *
      *            a politica em todos os modos antes de chamar o      *
      *            ASST0010C; documento fora dela nao e assinado.      *
      *  ENTRADA:  Acao e parametros por variaveis de ambiente:        *
      *            ASST0120_ACAO      LISTAR | MOSTRAR | INCLUIR |     *
      *                               ALTERAR | EXCLUIR                *
      *            ASST0120_APELIDO   politica do apelido (PADRAO =    *
      *                               certificado padrao do lote)      *
      *            ASST0120_SETOR     ou politica do setor - um dos    *
      *                               dois e obrigatorio, exceto       *
      *                               LISTAR                           *
      *            ASST0120_TIPOS     tipos separados por virgula      *
      *                               (ex: PDF,XML) ou * para todos    *
      *            ASST0120_CLIENTES  clientes separados por | ou *    *
      *                               para todos                       *
      *            ASST0120_OPERADOR / ASST0120_MOTIVO  trilha         *
      *  SAIDA:    Politica atualizada; cada mudanca registrada com    *
      *            operador, data/hora, listas antes/depois e motivo   *
      *            em ASST0120_HISTORICO.LOG.                          *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - o certificado de
      *                       compras assinou NF-e do faturamento e so
      *                       o rateio do ASST0100C mostrou
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0120C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-POLITICA ASSIGN TO WS-PATH-POLITICA
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS PO-CHAVE
                                 FILE STATUS IS FS-POLITICA.

           SELECT ARQUIVO-HIST ASSIGN TO WS-PATH-HIST
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-HIST.

       DATA DIVISION.
       FILE SECTION.
      *---- Politica por apelido ou setor; layout compartilhado com o
      *     ASST0020C (consumidor)
       FD  ARQUIVO-POLITICA.
           COPY ASST0020P.

      *---- timestamp;operador;chave;acao;antes;depois;motivo - mesma
      *     trilha do ASST0060C e do ASST0070C
       FD  ARQUIVO-HIST.
       01  REG-HIST                   PIC X(1250).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  PARAMETROS DE ENTRADA (VARIAVEIS DE AMBIENTE)                 *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-PATH-POLITICA      PIC X(500) VALUE SPACES.
           05  WS-PATH-HIST          PIC X(500) VALUE SPACES.
           05  WS-ACAO               PIC X(15)  VALUE SPACES.
           05  WS-APELIDO            PIC X(30)  VALUE SPACES.
           05  WS-SETOR              PIC X(30)  VALUE SPACES.
           05  WS-TIPOS              PIC X(200) VALUE SPACES.
           05  WS-CLIENTES           PIC X(2000) VALUE SPACES.
           05  WS-OPERADOR           PIC X(30)  VALUE SPACES.
           05  WS-MOTIVO             PIC X(200) VALUE SPACES.

       01  WS-FILE-VARS.
           05  FS-POLITICA           PIC X(02).
           05  FS-HIST               PIC X(02).

      ******************************************************************
      *  CHAVE E LISTAS DA POLITICA                                    *
      *  WS-CHAVE-EXIB e a chave legivel (APELIDO:x ou SETOR:x) usada  *
      *  no console e no historico; as listas montadas em 7100 sao o   *
      *  formato de entrada (tipos por virgula, clientes por |).       *
      ******************************************************************
       01  WS-POLITICA.
           05  WS-CHAVE.
               10  WS-TIPO-CHAVE     PIC X(01).
               10  WS-CHAVE-VALOR    PIC X(30).
           05  WS-CHAVE-EXIB         PIC X(40).
           05  WS-LISTA-TIPOS        PIC X(120).
           05  WS-LISTA-CLIENTES     PIC X(1900).
           05  WS-LISTA-PTR          PIC 9(04) COMP.
           05  WS-PARSE-PTR          PIC 9(04) COMP.
           05  WS-PARSE-TAM          PIC 9(04) COMP.
           05  WS-PO-IDX             PIC 9(02) COMP.
           05  WS-PO-ITEM            PIC X(60).
           05  WS-PO-EXCEDEU         PIC X(01).

      ******************************************************************
      *  VALORES ANTES/DEPOIS PARA O HISTORICO                         *
      *  Listas muito longas sao truncadas na linha do historico; a    *
      *  politica em si fica integral no arquivo indexado.             *
      ******************************************************************
       01  WS-HISTORICO.
           05  WS-HIST-TIMESTAMP     PIC X(26).
           05  WS-HIST-ANTES         PIC X(500).
           05  WS-HIST-DEPOIS        PIC X(500).

       01  WS-CONTADORES.
           05  WS-TOTAL-LISTADOS     PIC 9(06) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-EXECUTAR-ACAO THRU 2000-EXIT

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      ******************************************************************
       1000-INICIALIZAR.

           ACCEPT WS-PATH-POLITICA FROM ENVIRONMENT
               'ASST0120_POLITICA_PATH'
           IF FUNCTION TRIM(WS-PATH-POLITICA) = SPACES
      *---- Mesmo arquivo padrao lido pelo ASST0020C
               MOVE 'ASST0020_POLITICA.DAT' TO WS-PATH-POLITICA
           END-IF

           ACCEPT WS-PATH-HIST FROM ENVIRONMENT 'ASST0120_HIST_PATH'
           IF FUNCTION TRIM(WS-PATH-HIST) = SPACES
               MOVE 'ASST0120_HISTORICO.LOG' TO WS-PATH-HIST
           END-IF

           ACCEPT WS-ACAO FROM ENVIRONMENT 'ASST0120_ACAO'
           ACCEPT WS-APELIDO FROM ENVIRONMENT 'ASST0120_APELIDO'
           ACCEPT WS-SETOR FROM ENVIRONMENT 'ASST0120_SETOR'
           ACCEPT WS-TIPOS FROM ENVIRONMENT 'ASST0120_TIPOS'
           ACCEPT WS-CLIENTES FROM ENVIRONMENT 'ASST0120_CLIENTES'
           ACCEPT WS-OPERADOR FROM ENVIRONMENT 'ASST0120_OPERADOR'
           ACCEPT WS-MOTIVO FROM ENVIRONMENT 'ASST0120_MOTIVO'

           DISPLAY '=========================================='
           DISPLAY '  ASST0120C - POLITICA DE AUTORIZACAO    '
           DISPLAY '=========================================='
           DISPLAY 'Politica: ' FUNCTION TRIM(WS-PATH-POLITICA)
           DISPLAY 'Acao: ' FUNCTION TRIM(WS-ACAO)
           DISPLAY '--------------------------------------'

           IF FUNCTION TRIM(WS-ACAO) = SPACES
               DISPLAY 'Informe ASST0120_ACAO: LISTAR, MOSTRAR, '
                       'INCLUIR, ALTERAR ou EXCLUIR'
               GOBACK
           END-IF

      *---- Toda acao exceto LISTAR opera sobre uma chave: o apelido
      *     ou o setor, nunca os dois
           IF WS-ACAO NOT = 'LISTAR'
               IF FUNCTION TRIM(WS-APELIDO) = SPACES
                  AND FUNCTION TRIM(WS-SETOR) = SPACES
                   DISPLAY 'Informe ASST0120_APELIDO ou ASST0120_SETOR'
                   GOBACK
               END-IF
               IF FUNCTION TRIM(WS-APELIDO) NOT = SPACES
                  AND FUNCTION TRIM(WS-SETOR) NOT = SPACES
                   DISPLAY 'Informe ASST0120_APELIDO ou ASST0120_SETOR'
                           ', nao os dois'
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-CHAVE
           MOVE SPACES TO WS-CHAVE-EXIB
           IF FUNCTION TRIM(WS-APELIDO) NOT = SPACES
               MOVE 'A' TO WS-TIPO-CHAVE
               MOVE FUNCTION TRIM(WS-APELIDO) TO WS-CHAVE-VALOR
               STRING 'APELIDO:' FUNCTION TRIM(WS-APELIDO)
                   DELIMITED BY SIZE INTO WS-CHAVE-EXIB
               END-STRING
           ELSE
               MOVE 'S' TO WS-TIPO-CHAVE
               MOVE FUNCTION TRIM(WS-SETOR) TO WS-CHAVE-VALOR
               STRING 'SETOR:' FUNCTION TRIM(WS-SETOR)
                   DELIMITED BY SIZE INTO WS-CHAVE-EXIB
               END-STRING
           END-IF

      *---- Alteracao sem operador e motivo nao entra no historico -
      *     e sem historico nao ha alteracao
           IF WS-ACAO NOT = 'LISTAR' AND WS-ACAO NOT = 'MOSTRAR'
               IF FUNCTION TRIM(WS-OPERADOR) = SPACES
                   DISPLAY 'Informe ASST0120_OPERADOR para alterar '
                           'a politica'
                   GOBACK
               END-IF
               IF FUNCTION TRIM(WS-MOTIVO) = SPACES
                   DISPLAY 'Informe ASST0120_MOTIVO para alterar '
                           'a politica'
                   GOBACK
               END-IF
           END-IF

           .
       1000-EXIT.
           EXIT.
      ******************************************************************
      *  2000 - EXECUTAR A ACAO SOLICITADA                             *
      ******************************************************************
       2000-EXECUTAR-ACAO.

           EVALUATE FUNCTION TRIM(WS-ACAO)
               WHEN 'LISTAR'
                   PERFORM 3000-LISTAR THRU 3000-EXIT
               WHEN 'MOSTRAR'
                   PERFORM 3500-MOSTRAR THRU 3500-EXIT
               WHEN 'INCLUIR'
                   PERFORM 4000-INCLUIR THRU 4000-EXIT
               WHEN 'ALTERAR'
               WHEN 'EXCLUIR'
                   PERFORM 5000-ALTERAR THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY 'Acao invalida: ' FUNCTION TRIM(WS-ACAO)
                   DISPLAY 'Use LISTAR, MOSTRAR, INCLUIR, ALTERAR ou '
                           'EXCLUIR'
           END-EVALUATE

           .
       2000-EXIT.
           EXIT.
      ******************************************************************
      *  3000 - LISTAR AS POLITICAS                                    *
      *  Uma linha por chave: tipo (A = apelido, S = setor), chave,    *
      *  tipos de documento e clientes autorizados.                    *
      ******************************************************************
       3000-LISTAR.

           OPEN INPUT ARQUIVO-POLITICA
           IF FS-POLITICA NOT = '00'
               DISPLAY 'Erro ao abrir politica (' FS-POLITICA '): '
                       FUNCTION TRIM(WS-PATH-POLITICA)
               GO TO 3000-EXIT
           END-IF

           DISPLAY 'T;CHAVE                         ;TIPOS;CLIENTES'

           MOVE LOW-VALUES TO PO-CHAVE
           START ARQUIVO-POLITICA KEY NOT < PO-CHAVE
           IF FS-POLITICA = '00'
               READ ARQUIVO-POLITICA NEXT RECORD
               PERFORM UNTIL FS-POLITICA NOT = '00'

                   ADD 1 TO WS-TOTAL-LISTADOS
                   PERFORM 7100-MONTAR-LISTAS
                   DISPLAY PO-TIPO-CHAVE ';'
                           PO-CHAVE-VALOR ';'
                           FUNCTION TRIM(WS-LISTA-TIPOS) ';'
                           FUNCTION TRIM(WS-LISTA-CLIENTES)

                   READ ARQUIVO-POLITICA NEXT RECORD
               END-PERFORM
           END-IF

           CLOSE ARQUIVO-POLITICA

           DISPLAY '--------------------------------------'
           DISPLAY 'Politicas cadastradas: ' WS-TOTAL-LISTADOS

           .
       3000-EXIT.
           EXIT.
      ******************************************************************
      *  3500 - MOSTRAR A POLITICA DE UMA CHAVE                        *
      ******************************************************************
       3500-MOSTRAR.

           OPEN INPUT ARQUIVO-POLITICA
           IF FS-POLITICA NOT = '00'
               DISPLAY 'Erro ao abrir politica (' FS-POLITICA '): '
                       FUNCTION TRIM(WS-PATH-POLITICA)
               GO TO 3500-EXIT
           END-IF

           MOVE WS-CHAVE TO PO-CHAVE
           READ ARQUIVO-POLITICA
               INVALID KEY
                   DISPLAY 'Politica nao cadastrada: '
                           FUNCTION TRIM(WS-CHAVE-EXIB)
                   CLOSE ARQUIVO-POLITICA
                   GO TO 3500-EXIT
           END-READ

           PERFORM 7100-MONTAR-LISTAS

           DISPLAY 'Chave .............: ' FUNCTION TRIM(WS-CHAVE-EXIB)
           DISPLAY 'Tipos autorizados .: '
                   FUNCTION TRIM(WS-LISTA-TIPOS)
           DISPLAY 'Clientes autoriz. .: '
                   FUNCTION TRIM(WS-LISTA-CLIENTES)
           DISPLAY 'Ultima alteracao ..: '
                   FUNCTION TRIM(PO-DATA-ULT-ALT)

           CLOSE ARQUIVO-POLITICA

           .
       3500-EXIT.
           EXIT.
      ******************************************************************
      *  4000 - INCLUIR A POLITICA DE UMA CHAVE                        *
      *  As duas listas sao obrigatorias na inclusao - politica sem    *
      *  tipos ou sem clientes bloquearia tudo o que o certificado     *
      *  assina; use * para liberar todos.                             *
      ******************************************************************
       4000-INCLUIR.

           IF FUNCTION TRIM(WS-TIPOS) = SPACES
               DISPLAY 'Informe ASST0120_TIPOS (ou * para todos)'
               GO TO 4000-EXIT
           END-IF

           IF FUNCTION TRIM(WS-CLIENTES) = SPACES
               DISPLAY 'Informe ASST0120_CLIENTES (ou * para todos)'
               GO TO 4000-EXIT
           END-IF

           PERFORM 8000-ABRIR-POLITICA-IO
           IF FS-POLITICA NOT = '00'
               GO TO 4000-EXIT
           END-IF

           MOVE SPACES TO REG-POLITICA
           MOVE WS-CHAVE TO PO-CHAVE

           PERFORM 7200-CARREGAR-TIPOS THRU 7200-EXIT
           IF WS-PO-EXCEDEU = 'S'
               CLOSE ARQUIVO-POLITICA
               GO TO 4000-EXIT
           END-IF
           PERFORM 7300-CARREGAR-CLIENTES THRU 7300-EXIT
           IF WS-PO-EXCEDEU = 'S'
               CLOSE ARQUIVO-POLITICA
               GO TO 4000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO PO-DATA-ULT-ALT

           WRITE REG-POLITICA
               INVALID KEY
                   DISPLAY 'Politica ja cadastrada: '
                           FUNCTION TRIM(WS-CHAVE-EXIB)
                           ' - use ALTERAR'
                   CLOSE ARQUIVO-POLITICA
                   GO TO 4000-EXIT
           END-WRITE

           CLOSE ARQUIVO-POLITICA

           MOVE SPACES TO WS-HIST-ANTES
           PERFORM 7400-MONTAR-HIST-LISTAS
           PERFORM 9500-GRAVAR-HISTORICO

           DISPLAY 'Politica incluida: ' FUNCTION TRIM(WS-CHAVE-EXIB)
           DISPLAY '  tipos   : ' FUNCTION TRIM(WS-LISTA-TIPOS)
           DISPLAY '  clientes: ' FUNCTION TRIM(WS-LISTA-CLIENTES)

           .
       4000-EXIT.
           EXIT.
      ******************************************************************
      *  5000 - ALTERAR OU EXCLUIR A POLITICA DE UMA CHAVE             *
      *  ALTERAR troca somente a(s) lista(s) informada(s); EXCLUIR     *
      *  remove a chave (o certificado passa a responder pela politica *
      *  do setor, se houver, ou fica sem autorizacao).                *
      ******************************************************************
       5000-ALTERAR.

           IF WS-ACAO = 'ALTERAR'
              AND FUNCTION TRIM(WS-TIPOS) = SPACES
              AND FUNCTION TRIM(WS-CLIENTES) = SPACES
               DISPLAY 'Informe ASST0120_TIPOS e/ou ASST0120_CLIENTES'
               GO TO 5000-EXIT
           END-IF

           PERFORM 8000-ABRIR-POLITICA-IO
           IF FS-POLITICA NOT = '00'
               GO TO 5000-EXIT
           END-IF

           MOVE WS-CHAVE TO PO-CHAVE
           READ ARQUIVO-POLITICA
               INVALID KEY
                   DISPLAY 'Politica nao cadastrada: '
                           FUNCTION TRIM(WS-CHAVE-EXIB)
                   CLOSE ARQUIVO-POLITICA
                   GO TO 5000-EXIT
           END-READ

           PERFORM 7100-MONTAR-LISTAS
           PERFORM 7400-MONTAR-HIST-LISTAS
           MOVE WS-HIST-DEPOIS TO WS-HIST-ANTES
           MOVE SPACES TO WS-HIST-DEPOIS

           IF WS-ACAO = 'EXCLUIR'
               DELETE ARQUIVO-POLITICA
               IF FS-POLITICA NOT = '00'
                   DISPLAY '*** ERRO ao excluir a politica ('
                           FS-POLITICA ') de '
                           FUNCTION TRIM(WS-CHAVE-EXIB) ' ***'
                   CLOSE ARQUIVO-POLITICA
                   GO TO 5000-EXIT
               END-IF
               CLOSE ARQUIVO-POLITICA
               PERFORM 9500-GRAVAR-HISTORICO
               DISPLAY 'Politica excluida: '
                       FUNCTION TRIM(WS-CHAVE-EXIB)
               GO TO 5000-EXIT
           END-IF

           IF FUNCTION TRIM(WS-TIPOS) NOT = SPACES
               PERFORM 7200-CARREGAR-TIPOS THRU 7200-EXIT
               IF WS-PO-EXCEDEU = 'S'
                   CLOSE ARQUIVO-POLITICA
                   GO TO 5000-EXIT
               END-IF
           END-IF

           IF FUNCTION TRIM(WS-CLIENTES) NOT = SPACES
               PERFORM 7300-CARREGAR-CLIENTES THRU 7300-EXIT
               IF WS-PO-EXCEDEU = 'S'
                   CLOSE ARQUIVO-POLITICA
                   GO TO 5000-EXIT
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO PO-DATA-ULT-ALT

           REWRITE REG-POLITICA

           IF FS-POLITICA NOT = '00'
               DISPLAY '*** ERRO ao regravar a politica (' FS-POLITICA
                       ') de ' FUNCTION TRIM(WS-CHAVE-EXIB) ' ***'
               CLOSE ARQUIVO-POLITICA
               GO TO 5000-EXIT
           END-IF

           CLOSE ARQUIVO-POLITICA

           PERFORM 7100-MONTAR-LISTAS
           PERFORM 7400-MONTAR-HIST-LISTAS
           PERFORM 9500-GRAVAR-HISTORICO

           DISPLAY 'ALTERAR aplicado a ' FUNCTION TRIM(WS-CHAVE-EXIB)
           DISPLAY '  antes : ' FUNCTION TRIM(WS-HIST-ANTES)
           DISPLAY '  depois: ' FUNCTION TRIM(WS-HIST-DEPOIS)

           .
       5000-EXIT.
           EXIT.
      ******************************************************************
      *  7100 - MONTAR AS LISTAS DO REGISTRO NO FORMATO DE ENTRADA     *
      *  Tipos separados por virgula e clientes por | - o mesmo texto  *
      *  que o operador informaria para recriar a politica.            *
      ******************************************************************
       7100-MONTAR-LISTAS.

           MOVE SPACES TO WS-LISTA-TIPOS
           MOVE 1 TO WS-LISTA-PTR
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > 10
                      OR PO-TIPO-DOC(WS-PO-IDX) = SPACES
               IF WS-PO-IDX > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO WS-LISTA-TIPOS
                       WITH POINTER WS-LISTA-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(PO-TIPO-DOC(WS-PO-IDX))
                   DELIMITED BY SIZE
                   INTO WS-LISTA-TIPOS
                   WITH POINTER WS-LISTA-PTR
               END-STRING
           END-PERFORM

           MOVE SPACES TO WS-LISTA-CLIENTES
           MOVE 1 TO WS-LISTA-PTR
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                   UNTIL WS-PO-IDX > 30
                      OR PO-CLIENTE(WS-PO-IDX) = SPACES
               IF WS-PO-IDX > 1
                   STRING '|' DELIMITED BY SIZE
                       INTO WS-LISTA-CLIENTES
                       WITH POINTER WS-LISTA-PTR
                   END-STRING
               END-IF
               STRING FUNCTION TRIM(PO-CLIENTE(WS-PO-IDX))
                   DELIMITED BY SIZE
                   INTO WS-LISTA-CLIENTES
                   WITH POINTER WS-LISTA-PTR
               END-STRING
           END-PERFORM

           .
      ******************************************************************
      *  7200 - CARREGAR A LISTA DE TIPOS INFORMADA NO REGISTRO        *
      ******************************************************************
       7200-CARREGAR-TIPOS.

           MOVE 'N' TO WS-PO-EXCEDEU
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1 UNTIL WS-PO-IDX > 10
               MOVE SPACES TO PO-TIPO-DOC(WS-PO-IDX)
           END-PERFORM

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TIPOS TRAILING))
             TO WS-PARSE-TAM
           MOVE 1 TO WS-PARSE-PTR
           MOVE 0 TO WS-PO-IDX

           PERFORM UNTIL WS-PARSE-PTR > WS-PARSE-TAM
               MOVE SPACES TO WS-PO-ITEM
               UNSTRING WS-TIPOS DELIMITED BY ','
                   INTO WS-PO-ITEM
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-PO-ITEM) NOT = SPACES
                   IF WS-PO-IDX >= 10
                       DISPLAY 'Mais de 10 tipos de documento '
                               'informados - politica nao gravada'
                       MOVE 'S' TO WS-PO-EXCEDEU
                       GO TO 7200-EXIT
                   END-IF
                   ADD 1 TO WS-PO-IDX
                   MOVE FUNCTION TRIM(WS-PO-ITEM)
                     TO PO-TIPO-DOC(WS-PO-IDX)
               END-IF
           END-PERFORM

           .
       7200-EXIT.
           EXIT.
      ******************************************************************
      *  7300 - CARREGAR A LISTA DE CLIENTES INFORMADA NO REGISTRO     *
      *  Separador | porque nome de cliente pode conter virgula.       *
      ******************************************************************
       7300-CARREGAR-CLIENTES.

           MOVE 'N' TO WS-PO-EXCEDEU
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1 UNTIL WS-PO-IDX > 30
               MOVE SPACES TO PO-CLIENTE(WS-PO-IDX)
           END-PERFORM

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CLIENTES TRAILING))
             TO WS-PARSE-TAM
           MOVE 1 TO WS-PARSE-PTR
           MOVE 0 TO WS-PO-IDX

           PERFORM UNTIL WS-PARSE-PTR > WS-PARSE-TAM
               MOVE SPACES TO WS-PO-ITEM
               UNSTRING WS-CLIENTES DELIMITED BY '|'
                   INTO WS-PO-ITEM
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-PO-ITEM) NOT = SPACES
                   IF WS-PO-IDX >= 30
                       DISPLAY 'Mais de 30 clientes informados - '
                               'politica nao gravada'
                       MOVE 'S' TO WS-PO-EXCEDEU
                       GO TO 7300-EXIT
                   END-IF
                   ADD 1 TO WS-PO-IDX
                   MOVE FUNCTION TRIM(WS-PO-ITEM)
                     TO PO-CLIENTE(WS-PO-IDX)
               END-IF
           END-PERFORM

           .
       7300-EXIT.
           EXIT.
      ******************************************************************
      *  7400 - MONTAR AS LISTAS ATUAIS PARA O HISTORICO               *
      ******************************************************************
       7400-MONTAR-HIST-LISTAS.

           PERFORM 7100-MONTAR-LISTAS

           MOVE SPACES TO WS-HIST-DEPOIS
           STRING 'tipos=' FUNCTION TRIM(WS-LISTA-TIPOS)
               ' clientes=' FUNCTION TRIM(WS-LISTA-CLIENTES)
               DELIMITED BY SIZE INTO WS-HIST-DEPOIS
           END-STRING

           .
      ******************************************************************
      *  8000 - ABRIR A POLITICA PARA ATUALIZACAO                      *
      *  Na primeira execucao o arquivo ainda nao existe (status 35):  *
      *  e criado vazio e reaberto em I-O.                             *
      ******************************************************************
       8000-ABRIR-POLITICA-IO.

           OPEN I-O ARQUIVO-POLITICA

           IF FS-POLITICA = '35'
               OPEN OUTPUT ARQUIVO-POLITICA
               IF FS-POLITICA = '00'
                   CLOSE ARQUIVO-POLITICA
                   OPEN I-O ARQUIVO-POLITICA
               END-IF
           END-IF

           IF FS-POLITICA NOT = '00'
               DISPLAY 'Erro ao abrir politica (' FS-POLITICA '): '
                       FUNCTION TRIM(WS-PATH-POLITICA)
           END-IF

           .
      ******************************************************************
      *  9500 - GRAVAR A ALTERACAO NO HISTORICO                        *
      *  timestamp;operador;chave;acao;antes;depois;motivo - a trilha  *
      *  que responde "quem liberou este certificado e por que".       *
      ******************************************************************
       9500-GRAVAR-HISTORICO.

           MOVE FUNCTION CURRENT-DATE TO WS-HIST-TIMESTAMP

           OPEN EXTEND ARQUIVO-HIST
           IF FS-HIST NOT = '00'
               OPEN OUTPUT ARQUIVO-HIST
           END-IF

           MOVE SPACES TO REG-HIST
           STRING
               FUNCTION TRIM(WS-HIST-TIMESTAMP) ';'
               FUNCTION TRIM(WS-OPERADOR) ';'
               FUNCTION TRIM(WS-CHAVE-EXIB) ';'
               FUNCTION TRIM(WS-ACAO) ';'
               FUNCTION TRIM(WS-HIST-ANTES) ';'
               FUNCTION TRIM(WS-HIST-DEPOIS) ';'
               FUNCTION TRIM(WS-MOTIVO)
               DELIMITED BY SIZE
               INTO REG-HIST
           END-STRING

           WRITE REG-HIST

           IF FS-HIST NOT = '00'
               DISPLAY '*** ERRO ao gravar historico (' FS-HIST
                       '), alteracao aplicada sem trilha ***'
           END-IF

           CLOSE ARQUIVO-HIST

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0120C.
