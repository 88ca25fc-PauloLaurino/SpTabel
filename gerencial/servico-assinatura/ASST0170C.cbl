      ******************************************************************
      *  PROGRAMA: ASST0170C - RELATORIO MENSAL DE CICLO DA FILA       *
      *  OBJETIVO: Responder "quanto tempo os documentos do cliente X  *
      *            levaram da entrada na fila ate a assinatura" a      *
      *            partir do historico de eventos da fila (gravado     *
      *            pelo ASST0160C): para os documentos que chegaram a  *
      *            ASSINADO no mes, agrupados por FQ-CLIENTE e         *
      *            FQ-TIPO-DOC, o ciclo medio e o pior (entrada ->     *
      *            ASSINADO), as tentativas de assinatura, o tempo     *
      *            parado em ERRO e quantos foram assinados depois da  *
      *            data-limite.                                        *
      *            O historico e lido desde o inicio: a entrada de um  *
      *            documento assinado no mes pode ser de mes anterior. *
      *            Documento sem o evento de inclusao do ERP (anterior *
      *            ao historico ou gerador que nao registra) tem o     *
      *            ciclo contado do primeiro evento e sai na coluna    *
      *            SEM_ENTRADA - o ciclo dele e um minimo.             *
      *  ENTRADA:  ASST0020_EVENTOS.LOG (ou ASST0170_EVENTOS_PATH),    *
      *            mes em ASST0170_MES (AAAAMM, padrao = mes anterior).*
      *  SAIDA:    ASST0170_CICLO.CSV (ou ASST0170_CSV_PATH), uma      *
      *            linha por cliente e tipo:                           *
      *            CLIENTE;TIPO;ASSINADOS;CICLO_MEDIO_H;CICLO_PIOR_H;  *
      *            TENTATIVAS;MEDIA_TENTATIVAS;HORAS_EM_ERRO;          *
      *            APOS_PRAZO;SEM_ENTRADA - e a linha TOTAL.           *
      *  SISTEMA:  ERP COBOL (Micro Focus / ACUCOBOL)                   *
      *  DATA:     15/10/2026                                           *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Versao original - o retrato intradiario e
      *                       o historico do ASST0060C nao mediam o
      *                       ciclo dos documentos nem as retentativas
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0170C.
       AUTHOR.        SEPROCOM.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.  15/10/2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EVENTOS ASSIGN TO WS-PATH-EVENTOS
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-EVENTOS.

           SELECT ARQUIVO-CSV    ASSIGN TO WS-PATH-CSV
                                 ORGANIZATION IS LINE SEQUENTIAL
                                 ACCESS MODE IS SEQUENTIAL
                                 FILE STATUS IS FS-CSV.

       DATA DIVISION.
       FILE SECTION.
      *---- Mesma largura de REG-EVENTO gravada pelo ASST0160C
       FD  ARQUIVO-EVENTOS.
       01  REG-EVENTO                 PIC X(1250).

       FD  ARQUIVO-CSV.
       01  REG-CSV                    PIC X(300).

       WORKING-STORAGE SECTION.
      ******************************************************************
      *  PARAMETROS DE ENTRADA                                         *
      ******************************************************************
       01  WS-PARAMETROS.
           05  WS-PATH-EVENTOS       PIC X(500) VALUE SPACES.
           05  WS-PATH-CSV           PIC X(500) VALUE SPACES.
           05  WS-MES                PIC X(06)  VALUE SPACES.
           05  WS-DATA-INI           PIC X(08).
           05  WS-DATA-FIM           PIC X(08).

       01  WS-FILE-VARS.
           05  FS-EVENTOS            PIC X(02).
           05  FS-CSV                PIC X(02).

      ******************************************************************
      *  MES ANTERIOR (PADRAO DE ASST0170_MES)                         *
      ******************************************************************
       01  WS-MES-ANTERIOR.
           05  WS-MA-ANO             PIC 9(04).
           05  WS-MA-MES             PIC 9(02).

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
           05  WE-DATA               PIC X(08).
           05  WE-DATA-9             PIC 9(08).
           05  WE-HORA               PIC 9(02).
           05  WE-MINUTO             PIC 9(02).
           05  WE-SEGUNDO            PIC 9(02).
           05  WE-INSTANTE           PIC 9(12) COMP.

      ******************************************************************
      *  DOCUMENTOS EM CURSO                                           *
      *  Um registro por documento ainda nao concluido; ao chegar a    *
      *  ASSINADO ou CANCELADO o registro sai da tabela (o ultimo toma *
      *  o lugar dele), e a tabela guarda so o que esta em andamento.  *
      *  Instantes em segundos (dia juliano * 86400 + hora do dia).    *
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
               10  WS-DC-ENTRADA     PIC X(01).
               10  WS-DC-INICIO      PIC 9(12) COMP.
               10  WS-DC-TENTATIVAS  PIC 9(05) COMP.
               10  WS-DC-ERRO-DESDE  PIC 9(12) COMP.
               10  WS-DC-SEG-ERRO    PIC 9(12) COMP.

      ******************************************************************
      *  ACUMULADORES POR CLIENTE E TIPO DE DOCUMENTO                  *
      ******************************************************************
       01  WS-TAB-GRUPO.
           05  WS-GR-QTD             PIC 9(04) COMP VALUE 0.
           05  WS-GR-IDX             PIC 9(04) COMP.
           05  WS-GR-ACHOU           PIC X(01).
           05  WS-GR-ENT OCCURS 1000 TIMES.
               10  WS-GR-CLIENTE     PIC X(60).
               10  WS-GR-TIPO        PIC X(10).
               10  WS-GR-ASSINADOS   PIC 9(06).
               10  WS-GR-SEG-CICLO   PIC 9(14) COMP.
               10  WS-GR-SEG-PIOR    PIC 9(12) COMP.
               10  WS-GR-TENTATIVAS  PIC 9(08).
               10  WS-GR-SEG-ERRO    PIC 9(14) COMP.
               10  WS-GR-APOS-PRAZO  PIC 9(06).
               10  WS-GR-SEM-ENTRADA PIC 9(06).

      ******************************************************************
      *  CALCULO DO CICLO E EDICAO DO CSV                              *
      ******************************************************************
       01  WS-CALCULO.
           05  WS-SEG-CICLO          PIC 9(12) COMP.
           05  WS-HORAS              PIC 9(07)V99.
           05  WS-MEDIA-TENT         PIC 9(05)V99.
           05  WS-MEDIO-ED           PIC 9(07).99.
           05  WS-PIOR-ED            PIC 9(07).99.
           05  WS-ERRO-ED            PIC 9(07).99.
           05  WS-MEDIA-TENT-ED      PIC 9(05).99.

       01  WS-TOTAIS.
           05  WS-TOTAL-LINHAS       PIC 9(08) VALUE 0.
           05  WS-TOTAL-INVALIDAS    PIC 9(08) VALUE 0.
           05  WS-TOTAL-ASSINADOS    PIC 9(06) VALUE 0.
           05  WS-TOTAL-TENTATIVAS   PIC 9(08) VALUE 0.
           05  WS-TOTAL-APOS-PRAZO   PIC 9(06) VALUE 0.
           05  WS-TOTAL-SEM-ENTRADA  PIC 9(06) VALUE 0.
           05  WS-TOTAL-SEG-CICLO    PIC 9(16) COMP VALUE 0.
           05  WS-TOTAL-SEG-PIOR     PIC 9(12) COMP VALUE 0.
           05  WS-TOTAL-SEG-ERRO     PIC 9(16) COMP VALUE 0.
           05  WS-TOTAL-FORA-TABELA  PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-LER-EVENTOS
           PERFORM 3000-GERAR-CSV
           PERFORM 9000-FINALIZAR

           GOBACK.

      ******************************************************************
      *  1000 - INICIALIZAR                                            *
      ******************************************************************
       1000-INICIALIZAR.

           ACCEPT WS-PATH-EVENTOS FROM ENVIRONMENT
               'ASST0170_EVENTOS_PATH'
           IF FUNCTION TRIM(WS-PATH-EVENTOS) = SPACES
      *---- Mesmo arquivo padrao gravado pelo ASST0160C
               MOVE 'ASST0020_EVENTOS.LOG' TO WS-PATH-EVENTOS
           END-IF

           ACCEPT WS-PATH-CSV FROM ENVIRONMENT 'ASST0170_CSV_PATH'
           IF FUNCTION TRIM(WS-PATH-CSV) = SPACES
               MOVE 'ASST0170_CICLO.CSV' TO WS-PATH-CSV
           END-IF

      *---- Roda no inicio do mes, sobre o mes que fechou
           ACCEPT WS-MES FROM ENVIRONMENT 'ASST0170_MES'
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
               DISPLAY 'ASST0170_MES invalido ('
                       FUNCTION TRIM(WS-MES) '), use AAAAMM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           STRING WS-MES '01' DELIMITED BY SIZE INTO WS-DATA-INI
           STRING WS-MES '31' DELIMITED BY SIZE INTO WS-DATA-FIM

           DISPLAY '=========================================='
           DISPLAY '  ASST0170C - CICLO MENSAL DA FILA       '
           DISPLAY '=========================================='
           DISPLAY 'Historico de eventos: '
                   FUNCTION TRIM(WS-PATH-EVENTOS)
           DISPLAY 'Mes                 : ' WS-MES
           DISPLAY '--------------------------------------'

           .
       1000-EXIT.
           EXIT.
      ******************************************************************
      *  2000 - LER O HISTORICO DE EVENTOS                             *
      *  Todo o arquivo, em ordem de gravacao; eventos depois do fim   *
      *  do mes nao interessam e sao pulados.                          *
      ******************************************************************
       2000-LER-EVENTOS.

           OPEN INPUT ARQUIVO-EVENTOS
           IF FS-EVENTOS NOT = '00'
               DISPLAY 'Erro ao abrir historico de eventos ('
                       FUNCTION TRIM(WS-PATH-EVENTOS) '): ' FS-EVENTOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ ARQUIVO-EVENTOS NEXT RECORD
           PERFORM UNTIL FS-EVENTOS = '10'

               IF FUNCTION TRIM(REG-EVENTO) NOT = SPACES
                   ADD 1 TO WS-TOTAL-LINHAS
                   PERFORM 2100-TRATAR-EVENTO THRU 2100-EXIT
               END-IF

               READ ARQUIVO-EVENTOS NEXT RECORD
           END-PERFORM

           CLOSE ARQUIVO-EVENTOS

           .
      ******************************************************************
      *  2100 - DESMONTAR E APLICAR UM EVENTO AO DOCUMENTO             *
      ******************************************************************
       2100-TRATAR-EVENTO.

           MOVE SPACES TO WE-TIMESTAMP
           MOVE SPACES TO WE-DOCUMENTO
           MOVE SPACES TO WE-STATUS-ANT
           MOVE SPACES TO WE-STATUS-NOVO
           MOVE SPACES TO WE-ORIGEM
           MOVE SPACES TO WE-RETORNO-X
           MOVE SPACES TO WE-CHAMOU
           MOVE SPACES TO WE-CLIENTE
           MOVE SPACES TO WE-TIPO-DOC
           MOVE SPACES TO WE-DATA-LIMITE-X

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
               ADD 1 TO WS-TOTAL-INVALIDAS
               GO TO 2100-EXIT
           END-IF

           MOVE WE-TIMESTAMP(1:8) TO WE-DATA
           IF WE-DATA > WS-DATA-FIM
               GO TO 2100-EXIT
           END-IF

           MOVE WE-TIMESTAMP(1:8)  TO WE-DATA-9
           MOVE WE-TIMESTAMP(9:2)  TO WE-HORA
           MOVE WE-TIMESTAMP(11:2) TO WE-MINUTO
           MOVE WE-TIMESTAMP(13:2) TO WE-SEGUNDO
           COMPUTE WE-INSTANTE =
               FUNCTION INTEGER-OF-DATE(WE-DATA-9) * 86400
               + WE-HORA * 3600 + WE-MINUTO * 60 + WE-SEGUNDO

           PERFORM 2200-LOCALIZAR-DOCUMENTO THRU 2200-EXIT
           IF WS-DC-ACHOU = 'N'
               GO TO 2100-EXIT
           END-IF

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

           IF WE-CHAMOU = 'S'
               ADD 1 TO WS-DC-TENTATIVAS(WS-DC-IDX)
           END-IF

      *---- Tempo em ERRO: do evento que entrou em ERRO ao primeiro
      *     que saiu dele (nova tentativa com ERRO nao reinicia)
           IF WS-DC-ERRO-DESDE(WS-DC-IDX) > 0
              AND WE-STATUS-NOVO NOT = 'ERRO'
               COMPUTE WS-DC-SEG-ERRO(WS-DC-IDX) =
                   WS-DC-SEG-ERRO(WS-DC-IDX)
                   + WE-INSTANTE - WS-DC-ERRO-DESDE(WS-DC-IDX)
               MOVE 0 TO WS-DC-ERRO-DESDE(WS-DC-IDX)
           END-IF
           IF WE-STATUS-NOVO = 'ERRO'
              AND WS-DC-ERRO-DESDE(WS-DC-IDX) = 0
               MOVE WE-INSTANTE TO WS-DC-ERRO-DESDE(WS-DC-IDX)
           END-IF

           EVALUATE WE-STATUS-NOVO
               WHEN 'ASSINADO'
                   IF WE-DATA NOT < WS-DATA-INI
                       PERFORM 2300-ACUMULAR-ASSINADO THRU 2300-EXIT
                   END-IF
                   PERFORM 2400-RETIRAR-DOCUMENTO
               WHEN 'CANCELADO'
                   PERFORM 2400-RETIRAR-DOCUMENTO
           END-EVALUATE

           .
       2100-EXIT.
           EXIT.
      ******************************************************************
      *  2200 - LOCALIZAR (OU ABRIR) O DOCUMENTO NA TABELA EM CURSO    *
      *  Documento novo entra com o instante do evento como inicio;    *
      *  so o evento de inclusao do ERP (status anterior em branco)    *
      *  marca a entrada real na fila.                                 *
      ******************************************************************
       2200-LOCALIZAR-DOCUMENTO.

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
      *---- Nova inclusao do mesmo numero pelo ERP recomeca o ciclo
               IF WE-ORIGEM = 'ERP'
                  AND FUNCTION TRIM(WE-STATUS-ANT) = SPACES
                   PERFORM 2210-INICIAR-DOCUMENTO
               END-IF
               GO TO 2200-EXIT
           END-IF

           IF WS-DC-QTD >= 20000
               ADD 1 TO WS-TOTAL-FORA-TABELA
               IF WS-TOTAL-FORA-TABELA = 1
                   DISPLAY '*** ATENCAO: tabela de documentos em '
                           'curso cheia (20000), eventos de novos '
                           'documentos fora do relatorio ***'
               END-IF
               GO TO 2200-EXIT
           END-IF

           ADD 1 TO WS-DC-QTD
           MOVE WS-DC-QTD TO WS-DC-IDX
           MOVE 'Y' TO WS-DC-ACHOU
           PERFORM 2210-INICIAR-DOCUMENTO

           .
       2200-EXIT.
           EXIT.
      ******************************************************************
      *  2210 - INICIAR O CICLO DO DOCUMENTO NO EVENTO CORRENTE        *
      ******************************************************************
       2210-INICIAR-DOCUMENTO.

           MOVE WE-DOCUMENTO   TO WS-DC-DOC(WS-DC-IDX)
           MOVE SPACES         TO WS-DC-CLIENTE(WS-DC-IDX)
           MOVE SPACES         TO WS-DC-TIPO(WS-DC-IDX)
           MOVE 0              TO WS-DC-LIMITE(WS-DC-IDX)
           MOVE WE-INSTANTE    TO WS-DC-INICIO(WS-DC-IDX)
           MOVE 0              TO WS-DC-TENTATIVAS(WS-DC-IDX)
           MOVE 0              TO WS-DC-ERRO-DESDE(WS-DC-IDX)
           MOVE 0              TO WS-DC-SEG-ERRO(WS-DC-IDX)

           IF WE-ORIGEM = 'ERP'
              AND FUNCTION TRIM(WE-STATUS-ANT) = SPACES
               MOVE 'S' TO WS-DC-ENTRADA(WS-DC-IDX)
           ELSE
               MOVE 'N' TO WS-DC-ENTRADA(WS-DC-IDX)
           END-IF

           .
      ******************************************************************
      *  2300 - ACUMULAR O DOCUMENTO ASSINADO NO GRUPO CLIENTE/TIPO    *
      *  Apos o prazo = assinado em data posterior a FQ-DATA-LIMITE    *
      *  (registro sem data-limite nunca conta).                       *
      ******************************************************************
       2300-ACUMULAR-ASSINADO.

           MOVE 'N' TO WS-GR-ACHOU
           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-QTD
                      OR WS-GR-ACHOU = 'Y'
               IF WS-GR-CLIENTE(WS-GR-IDX) = WS-DC-CLIENTE(WS-DC-IDX)
                  AND WS-GR-TIPO(WS-GR-IDX) = WS-DC-TIPO(WS-DC-IDX)
                   MOVE 'Y' TO WS-GR-ACHOU
               END-IF
           END-PERFORM

           IF WS-GR-ACHOU = 'Y'
               SUBTRACT 1 FROM WS-GR-IDX
           ELSE
               IF WS-GR-QTD >= 1000
                   DISPLAY '*** ATENCAO: tabela de cliente/tipo cheia '
                           '(1000), documento '
                           FUNCTION TRIM(WS-DC-DOC(WS-DC-IDX))
                           ' fora do relatorio ***'
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-GR-QTD
               MOVE WS-GR-QTD TO WS-GR-IDX
               MOVE WS-DC-CLIENTE(WS-DC-IDX)
                 TO WS-GR-CLIENTE(WS-GR-IDX)
               MOVE WS-DC-TIPO(WS-DC-IDX) TO WS-GR-TIPO(WS-GR-IDX)
               MOVE 0 TO WS-GR-ASSINADOS(WS-GR-IDX)
               MOVE 0 TO WS-GR-SEG-CICLO(WS-GR-IDX)
               MOVE 0 TO WS-GR-SEG-PIOR(WS-GR-IDX)
               MOVE 0 TO WS-GR-TENTATIVAS(WS-GR-IDX)
               MOVE 0 TO WS-GR-SEG-ERRO(WS-GR-IDX)
               MOVE 0 TO WS-GR-APOS-PRAZO(WS-GR-IDX)
               MOVE 0 TO WS-GR-SEM-ENTRADA(WS-GR-IDX)
           END-IF

           COMPUTE WS-SEG-CICLO =
               WE-INSTANTE - WS-DC-INICIO(WS-DC-IDX)

           ADD 1 TO WS-GR-ASSINADOS(WS-GR-IDX)
           ADD WS-SEG-CICLO TO WS-GR-SEG-CICLO(WS-GR-IDX)
           IF WS-SEG-CICLO > WS-GR-SEG-PIOR(WS-GR-IDX)
               MOVE WS-SEG-CICLO TO WS-GR-SEG-PIOR(WS-GR-IDX)
           END-IF
           ADD WS-DC-TENTATIVAS(WS-DC-IDX)
             TO WS-GR-TENTATIVAS(WS-GR-IDX)
           ADD WS-DC-SEG-ERRO(WS-DC-IDX) TO WS-GR-SEG-ERRO(WS-GR-IDX)

           IF WS-DC-LIMITE(WS-DC-IDX) > 0
              AND WE-DATA-9 > WS-DC-LIMITE(WS-DC-IDX)
               ADD 1 TO WS-GR-APOS-PRAZO(WS-GR-IDX)
               ADD 1 TO WS-TOTAL-APOS-PRAZO
           END-IF

           IF WS-DC-ENTRADA(WS-DC-IDX) = 'N'
               ADD 1 TO WS-GR-SEM-ENTRADA(WS-GR-IDX)
               ADD 1 TO WS-TOTAL-SEM-ENTRADA
           END-IF

           ADD 1 TO WS-TOTAL-ASSINADOS
           ADD WS-SEG-CICLO TO WS-TOTAL-SEG-CICLO
           IF WS-SEG-CICLO > WS-TOTAL-SEG-PIOR
               MOVE WS-SEG-CICLO TO WS-TOTAL-SEG-PIOR
           END-IF
           ADD WS-DC-TENTATIVAS(WS-DC-IDX) TO WS-TOTAL-TENTATIVAS
           ADD WS-DC-SEG-ERRO(WS-DC-IDX) TO WS-TOTAL-SEG-ERRO

           .
       2300-EXIT.
           EXIT.
      ******************************************************************
      *  2400 - RETIRAR O DOCUMENTO CONCLUIDO DA TABELA EM CURSO       *
      *  O ultimo registro ocupa o lugar do retirado.                  *
      ******************************************************************
       2400-RETIRAR-DOCUMENTO.

           IF WS-DC-IDX < WS-DC-QTD
               MOVE WS-DC-ENT(WS-DC-QTD) TO WS-DC-ENT(WS-DC-IDX)
           END-IF
           SUBTRACT 1 FROM WS-DC-QTD

           .
      ******************************************************************
      *  3000 - GERAR O CSV DO CICLO MENSAL                            *
      *  Tempos em horas com duas casas; media de tentativas por       *
      *  documento assinado.                                           *
      ******************************************************************
       3000-GERAR-CSV.

           OPEN OUTPUT ARQUIVO-CSV
           IF FS-CSV NOT = '00'
               DISPLAY 'Erro ao criar CSV ('
                       FUNCTION TRIM(WS-PATH-CSV) '): ' FS-CSV
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-CSV
           STRING 'CLIENTE;TIPO;ASSINADOS;CICLO_MEDIO_H;CICLO_PIOR_H;'
                  'TENTATIVAS;MEDIA_TENTATIVAS;HORAS_EM_ERRO;'
                  'APOS_PRAZO;SEM_ENTRADA'
               DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING
           WRITE REG-CSV

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-QTD

               COMPUTE WS-HORAS ROUNDED =
                   WS-GR-SEG-CICLO(WS-GR-IDX)
                   / WS-GR-ASSINADOS(WS-GR-IDX) / 3600
               MOVE WS-HORAS TO WS-MEDIO-ED
               COMPUTE WS-HORAS ROUNDED =
                   WS-GR-SEG-PIOR(WS-GR-IDX) / 3600
               MOVE WS-HORAS TO WS-PIOR-ED
               COMPUTE WS-HORAS ROUNDED =
                   WS-GR-SEG-ERRO(WS-GR-IDX) / 3600
               MOVE WS-HORAS TO WS-ERRO-ED
               COMPUTE WS-MEDIA-TENT ROUNDED =
                   WS-GR-TENTATIVAS(WS-GR-IDX)
                   / WS-GR-ASSINADOS(WS-GR-IDX)
               MOVE WS-MEDIA-TENT TO WS-MEDIA-TENT-ED

               MOVE SPACES TO REG-CSV
               STRING
                   FUNCTION TRIM(WS-GR-CLIENTE(WS-GR-IDX)) ';'
                   FUNCTION TRIM(WS-GR-TIPO(WS-GR-IDX)) ';'
                   WS-GR-ASSINADOS(WS-GR-IDX) ';'
                   WS-MEDIO-ED ';'
                   WS-PIOR-ED ';'
                   WS-GR-TENTATIVAS(WS-GR-IDX) ';'
                   WS-MEDIA-TENT-ED ';'
                   WS-ERRO-ED ';'
                   WS-GR-APOS-PRAZO(WS-GR-IDX) ';'
                   WS-GR-SEM-ENTRADA(WS-GR-IDX)
                   DELIMITED BY SIZE
                   INTO REG-CSV
               END-STRING
               WRITE REG-CSV

           END-PERFORM

           MOVE 0 TO WS-MEDIO-ED
           MOVE 0 TO WS-MEDIA-TENT-ED
           IF WS-TOTAL-ASSINADOS > 0
               COMPUTE WS-HORAS ROUNDED =
                   WS-TOTAL-SEG-CICLO / WS-TOTAL-ASSINADOS / 3600
               MOVE WS-HORAS TO WS-MEDIO-ED
               COMPUTE WS-MEDIA-TENT ROUNDED =
                   WS-TOTAL-TENTATIVAS / WS-TOTAL-ASSINADOS
               MOVE WS-MEDIA-TENT TO WS-MEDIA-TENT-ED
           END-IF
           COMPUTE WS-HORAS ROUNDED = WS-TOTAL-SEG-PIOR / 3600
           MOVE WS-HORAS TO WS-PIOR-ED
           COMPUTE WS-HORAS ROUNDED = WS-TOTAL-SEG-ERRO / 3600
           MOVE WS-HORAS TO WS-ERRO-ED

           MOVE SPACES TO REG-CSV
           STRING
               'TOTAL;;' WS-TOTAL-ASSINADOS ';'
               WS-MEDIO-ED ';'
               WS-PIOR-ED ';'
               WS-TOTAL-TENTATIVAS ';'
               WS-MEDIA-TENT-ED ';'
               WS-ERRO-ED ';'
               WS-TOTAL-APOS-PRAZO ';'
               WS-TOTAL-SEM-ENTRADA
               DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING
           WRITE REG-CSV

           CLOSE ARQUIVO-CSV

           .
      ******************************************************************
      *  9000 - FINALIZAR                                              *
      ******************************************************************
       9000-FINALIZAR.

           DISPLAY '=========================================='
           DISPLAY '  RESUMO DO CICLO DA FILA                '
           DISPLAY '=========================================='
           DISPLAY 'Eventos lidos          : ' WS-TOTAL-LINHAS
           DISPLAY 'Eventos invalidos      : ' WS-TOTAL-INVALIDAS
           DISPLAY 'Assinados no mes       : ' WS-TOTAL-ASSINADOS
           DISPLAY 'Assinados apos o prazo : ' WS-TOTAL-APOS-PRAZO
           DISPLAY 'Sem evento de entrada  : ' WS-TOTAL-SEM-ENTRADA
           DISPLAY 'Ainda em curso         : ' WS-DC-QTD
           DISPLAY 'Clientes/tipos         : ' WS-GR-QTD
           DISPLAY '=========================================='
           DISPLAY 'CSV do ciclo: ' FUNCTION TRIM(WS-PATH-CSV)

           .
      ******************************************************************
      *  FIM DO PROGRAMA                                               *
      ******************************************************************
       END PROGRAM ASST0170C.
