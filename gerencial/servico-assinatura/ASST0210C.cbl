      ******************************************************************
      *  PROGRAMA: ASST0210C - CONVERSAO DA FILA DE ASSINATURA         *
      *  OBJETIVO: Converter a fila indexada do layout anterior a      *
      *            cadeia de coassinatura (registro de 866 posicoes)   *
      *            para o layout atual da copy ASST0020Q (1427         *
      *            posicoes). Os campos existentes sao copiados como   *
      *            estao; a area da cadeia (FQ-CADEIA) sai em branco e *
      *            FQ-ETAPAS-CONCL zerado - o documento segue como de  *
      *            etapa unica, exatamente como antes.                 *
      *            Execucao unica, antes de colocar em producao os     *
      *            programas recompilados com a copy nova (ASST0020C,  *
      *            ASST0060C, ASST0090C e ASST0200C), que nao abrem a  *
      *            fila no layout antigo.                              *
      *  ENTRADA:  Fila no layout antigo, renomeada pelo operador      *
      *            (padrao ASST0020_FILA.ANT ou ASST0210_FILA_ANTIGA). *
      *  SAIDA:    Fila no layout novo (padrao ASST0020_FILA.DAT ou    *
      *            ASST0210_FILA_PATH). Nao sobrescreve fila ja        *
      *            existente no destino.                               *
      *            RETURN-CODE 16 quando a conversao nao se completa.  *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - a area da cadeia de
      *                       coassinatura aumentou o registro da fila
      *                       e as filas gravadas antes nao abrem mais
      *                       (status 39)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0210C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FILA-ANT ASSIGN TO WS-PATH-FILA-ANT
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS FQA-NUM-DOCUMENTO
                                 FILE STATUS IS FS-FILA-ANT.

           SELECT ARQUIVO-FILA ASSIGN TO WS-PATH-FILA
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS SEQUENTIAL
                                 RECORD KEY IS FQ-NUM-DOCUMENTO
                                 FILE STATUS IS FS-FILA.

       DATA DIVISION.
       FILE SECTION.
      *---- Layout antigo: os mesmos campos de FQ-NUM-DOCUMENTO ate
      *     FQ-DATA-ULT-PROC da copy ASST0020Q, sem FQ-CADEIA
       FD  ARQUIVO-FILA-ANT.
       01  REG-FILA-ANT.
           05  FQA-NUM-DOCUMENTO    PIC X(20).
           05  FQA-DEMAIS-CAMPOS    PIC X(846).

       FD  ARQUIVO-FILA.
           COPY ASST0020Q.

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  PARAMETROS DE ENTRADA (VARIAVEIS DE AMBIENTE)                 *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-PATH-FILA-ANT      PIC X(500) VALUE SPACES.
           05  WS-PATH-FILA          PIC X(500) VALUE SPACES.

       01  WS-FILE-VARS.
           05  FS-FILA-ANT           PIC X(02).
           05  FS-FILA               PIC X(02).

       01  WS-CONTROLE.
           05  WS-FIM-FILA-ANT       PIC X(01) VALUE 'N'.
           05  WS-ABORTAR            PIC X(01) VALUE 'N'.

       01  WS-CONTADORES.
           05  WS-TOTAL-LIDOS        PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-GRAVADOS     PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-ERRO         PIC 9(06) COMP VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           IF WS-ABORTAR = 'N'
               PERFORM 2000-CONVERTER THRU 2000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      *  Origem e destino precisam ser arquivos diferentes, e o        *
      *  destino nao pode existir: fila ja convertida (ou ja em uso    *
      *  no layout novo) nao e apagada por uma segunda execucao.       *
      ******************************************************************
       1000-INICIALIZAR.

           ACCEPT WS-PATH-FILA-ANT FROM ENVIRONMENT
               'ASST0210_FILA_ANTIGA'
           IF FUNCTION TRIM(WS-PATH-FILA-ANT) = SPACES
               MOVE 'ASST0020_FILA.ANT' TO WS-PATH-FILA-ANT
           END-IF

           ACCEPT WS-PATH-FILA FROM ENVIRONMENT 'ASST0210_FILA_PATH'
           IF FUNCTION TRIM(WS-PATH-FILA) = SPACES
      *---- Mesmo arquivo padrao do modo FILA do ASST0020C
               MOVE 'ASST0020_FILA.DAT' TO WS-PATH-FILA
           END-IF

           DISPLAY '=========================================='
           DISPLAY '  ASST0210C - CONVERSAO DA FILA          '
           DISPLAY '=========================================='
           DISPLAY 'Fila antiga: ' FUNCTION TRIM(WS-PATH-FILA-ANT)
           DISPLAY 'Fila nova:   ' FUNCTION TRIM(WS-PATH-FILA)
           DISPLAY '--------------------------------------'

           IF WS-PATH-FILA-ANT = WS-PATH-FILA
               DISPLAY 'Origem e destino iguais: renomeie a fila '
                       'antiga e informe-a em ASST0210_FILA_ANTIGA'
               MOVE 'S' TO WS-ABORTAR
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT ARQUIVO-FILA
           IF FS-FILA = '00' OR FS-FILA = '39'
               IF FS-FILA = '00'
                   CLOSE ARQUIVO-FILA
               END-IF
               DISPLAY 'Fila de destino ja existe: '
                       FUNCTION TRIM(WS-PATH-FILA)
                       ' - conversao nao executada'
               MOVE 'S' TO WS-ABORTAR
               GO TO 1000-EXIT
           END-IF

           .
       1000-EXIT.
           EXIT.
      ******************************************************************
      *  2000 - CONVERTER OS REGISTROS                                 *
      *  Leitura na ordem da chave, gravacao sequencial na fila nova.  *
      *  Erro de gravacao conta e segue; a execucao termina com        *
      *  RETURN-CODE 16 e a fila antiga continua intacta para a nova   *
      *  tentativa.                                                    *
      ******************************************************************
       2000-CONVERTER.

           OPEN INPUT ARQUIVO-FILA-ANT
           IF FS-FILA-ANT NOT = '00'
               DISPLAY 'Erro ao abrir fila antiga ('
                       FUNCTION TRIM(WS-PATH-FILA-ANT) '): '
                       FS-FILA-ANT
               MOVE 'S' TO WS-ABORTAR
               GO TO 2000-EXIT
           END-IF

           OPEN OUTPUT ARQUIVO-FILA
           IF FS-FILA NOT = '00'
               DISPLAY 'Erro ao criar fila nova ('
                       FUNCTION TRIM(WS-PATH-FILA) '): ' FS-FILA
               CLOSE ARQUIVO-FILA-ANT
               MOVE 'S' TO WS-ABORTAR
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-LER-FILA-ANT
           PERFORM 2200-CONVERTER-REGISTRO
               UNTIL WS-FIM-FILA-ANT = 'S'

           CLOSE ARQUIVO-FILA-ANT
           CLOSE ARQUIVO-FILA

           .
       2000-EXIT.
           EXIT.
      ******************************************************************
      *  2100 - LER O PROXIMO REGISTRO DA FILA ANTIGA                  *
      ******************************************************************
       2100-LER-FILA-ANT.

           READ ARQUIVO-FILA-ANT NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-FILA-ANT
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
           END-READ

           IF WS-FIM-FILA-ANT = 'N'
              AND FS-FILA-ANT NOT = '00'
               DISPLAY '*** ERRO ao ler fila antiga (' FS-FILA-ANT
                       ') - conversao interrompida ***'
               MOVE 'S' TO WS-FIM-FILA-ANT
               MOVE 'S' TO WS-ABORTAR
           END-IF

           .
      ******************************************************************
      *  2200 - GRAVAR O REGISTRO NO LAYOUT NOVO                       *
      *  A copia do grupo preenche com brancos o que passa de 866      *
      *  posicoes; a cadeia fica em branco e as etapas zeradas.        *
      ******************************************************************
       2200-CONVERTER-REGISTRO.

           MOVE REG-FILA-ANT TO REG-FILA
           MOVE SPACES TO FQ-CADEIA
           MOVE 0 TO FQ-ETAPAS-CONCL

           WRITE REG-FILA

           IF FS-FILA = '00'
               ADD 1 TO WS-TOTAL-GRAVADOS
           ELSE
               ADD 1 TO WS-TOTAL-ERRO
               DISPLAY '*** ERRO ao gravar documento '
                       FUNCTION TRIM(FQ-NUM-DOCUMENTO)
                       ' na fila nova (' FS-FILA ') ***'
           END-IF

           PERFORM 2100-LER-FILA-ANT

           .
      ******************************************************************
      *  9000 - FINALIZAR                                              *
      ******************************************************************
       9000-FINALIZAR.

           DISPLAY '--------------------------------------'
           DISPLAY 'Registros lidos:       ' WS-TOTAL-LIDOS
           DISPLAY 'Registros convertidos: ' WS-TOTAL-GRAVADOS
           DISPLAY 'Registros com erro:    ' WS-TOTAL-ERRO

           IF WS-ABORTAR = 'S' OR WS-TOTAL-ERRO > 0
               DISPLAY 'Conversao NAO concluida - a fila antiga '
                       'continua valendo; corrija e execute de novo'
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY 'Conversao concluida'
           END-IF

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0210C.
