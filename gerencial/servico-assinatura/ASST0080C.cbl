      *            carimbo de tempo continuam validando?), emitindo    *
      *            relatorio de conformidade com tudo o que deixou de  *
      *            validar - evidencia da guarda legal de 5 anos       *
      *            antes que um juiz pergunte. A versao renovada pelo  *
      *            recarimbo (ASST0180C, linha RECARIMBO) e a atual;   *
      *            a versao que ela substituiu so tem o hash           *
      *            reconferido.                                        *
      *  ENTRADA:  ASST0080_DATA_INI/ASST0080_DATA_FIM (AAAAMMDD,      *
      *            aplicados a data do nome do manifesto; sem          *
      *            periodo, todos os manifestos sao processados);      *
      *                       manifesto do ASST0050C e a verificacao
      *                       do ASST0030C: arquivado nunca mais era
      *                       conferido
      *  15/10/2026 SEPROCOM  Linhas RECARIMBO do ASST0180C: a versao
      *                       renovada e verificada como arquivada e a
      *                       versao substituida (de qualquer
      *                       manifesto, mesmo fora do periodo) deixa
      *                       de ter a assinatura reverificada - total
      *                       proprio no relatorio
      *  15/10/2026 SEPROCOM  Appliance secundario (contingencia), com
      *                       a mesma regra do ASST0010C (HOST-SEC,
      *                       PORTA-SEC, URI-VERIF-SEC, APIKEY-SEC,
      *                       APPLIANCE, FAILOVER-SONDA-SEG); o
      *                       relatorio traz o appliance de cada
      *                       problema e os totais por appliance
      *  15/10/2026 SEPROCOM  Erro que impede o processamento devolve
      *                       RETURN-CODE 16, para o controlador da
      *                       corrente noturna (ASST0190C) saber que o
      *                       passo falhou
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0080C.
      *  O servico vem do ASST0010.CFG (mesmo appliance e chave do     *
      *  ASST0030C); a raiz do arquivo morto vem de variavel de        *
      *  ambiente ou do ASST0050.CFG (EXPURGO-DIR-ARQUIVO).            *
      *  Appliance secundario: HOST-SEC em branco = sem secundario;    *
      *  URI-VERIF-SEC e APIKEY-SEC em branco repetem as do primario.  *
      ******************************************************************
       01  WS-CONFIGURACAO.
           05  WS-CFG-PATH            PIC X(500) VALUE SPACES.
           05  WS-CFG-TIMEOUT-CONN    PIC 9(06)  VALUE 005000.
           05  WS-CFG-TIMEOUT-SEND    PIC 9(06)  VALUE 030000.
           05  WS-CFG-TIMEOUT-RECV    PIC 9(06)  VALUE 030000.
           05  WS-CFG-HOST-SEC        PIC X(100) VALUE SPACES.
           05  WS-CFG-PORTA-SEC       PIC 9(05)  VALUE 08443.
           05  WS-CFG-URI-VERIF-SEC   PIC X(200) VALUE SPACES.
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
           05  WS-FO-URI              PIC X(200).
           05  WS-FO-APIKEY           PIC X(100).
           05  WS-FO-APPLIANCE        PIC X(10)  VALUE SPACES.

       01  WS-CONFIG-PARSE.
           05  FS-CONFIG              PIC X(02).
               'ASST0050_MANIFESTO_*.CSV'.
           05  WS-LD-NOME             PIC X(256).

      ******************************************************************
      *  VERSOES SUBSTITUIDAS POR RECARIMBO                            *
      *  Destino anterior de cada linha RECARIMBO de todos os          *
      *  manifestos (o periodo escolhido nao se aplica: a renovacao    *
      *  pode ser bem posterior ao arquivamento).                      *
      ******************************************************************
       01  WS-SUBSTITUIDOS.
           05  WS-SB-QTD              PIC 9(05) COMP VALUE 0.
           05  WS-SB-IDX              PIC 9(05) COMP.
           05  WS-SB-ACHOU            PIC X(01).
           05  WS-SB-ITEM OCCURS 5000 TIMES
                                      PIC X(500).

      *---- Data embutida no nome do manifesto
      *     (ASST0050_MANIFESTO_AAAAMMDD.CSV: a data comeca no byte 20)
       01  WS-MF-DATA                 PIC X(08).
           05  WS-TOTAL-HASH-DIV     PIC 9(06) VALUE 0.
           05  WS-TOTAL-ASS-INVAL    PIC 9(06) VALUE 0.
           05  WS-TOTAL-NAO-VERIF    PIC 9(06) VALUE 0.
           05  WS-TOTAL-SUBSTITUIDOS PIC 9(06) VALUE 0.
           05  WS-TOTAL-SECUNDARIO   PIC 9(06) VALUE 0.
           05  WS-TOTAL-FAILOVER     PIC 9(06) VALUE 0.

       PROCEDURE DIVISION.

           IF FUNCTION TRIM(WS-DIR-ARQUIVO) = SPACES
               DISPLAY 'Informe ASST0080_DIR_ARQUIVO ou '
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

           DISPLAY 'URL Servico: http://'
                   FUNCTION TRIM(WS-CFG-HOST) ':' WS-CFG-PORTA
                   FUNCTION TRIM(WS-CFG-URI-VERIF)
           IF FUNCTION TRIM(WS-CFG-HOST-SEC) NOT = SPACES
               DISPLAY 'Secundario: http://'
                       FUNCTION TRIM(WS-CFG-HOST-SEC) ':'
                       WS-CFG-PORTA-SEC
           END-IF
           DISPLAY 'Appliance: ' FUNCTION TRIM(WS-CFG-APPLIANCE)
           DISPLAY '--------------------------------------'

           .
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
      *  Coleta os nomes antes de processar, como nas demais           *
      *  varreduras do subsistema.                                     *
                     WS-LD-HANDLE
           END-CALL

           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-QTD
               PERFORM 2100-CARREGAR-SUBSTITUIDOS THRU 2100-EXIT
           END-PERFORM

           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                   UNTIL WS-MF-IDX > WS-MF-QTD

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

           EXIT.
      ******************************************************************
      *  3100 - PROCESSAR UMA LINHA DO MANIFESTO                       *
      *  Somente ARQUIVADO ou RECARIMBO com destino interessa          *
      *  (EXCLUIDO ja saiu do disco por decisao do expurgo; a versao   *
      *  RECARIMBO e arquivada como as demais). Todo arquivado tem o   *
      *  hash reconferido; a assinatura so e reverificada nos PDFs     *
      *  assinados (o .protocolo e os logs fechados nao tem            *
      *  assinatura para validar) que ainda sao a versao atual.        *
      ******************************************************************
       3100-PROCESSAR-LINHA.

           MOVE SPACES TO WS-FO-APPLIANCE
           PERFORM 3110-DESMONTAR-LINHA

           IF FUNCTION TRIM(WM-ACAO) NOT = 'ARQUIVADO'
              AND FUNCTION TRIM(WM-ACAO) NOT = 'RECARIMBO'
               GO TO 3100-EXIT
           END-IF

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
      *  3200 - VERIFICAR UMA ENTRADA ARQUIVADA                        *
      ******************************************************************
       3200-VERIFICAR-ENTRADA.
               GO TO 3200-EXIT
           END-IF

      *---- Versao substituida por recarimbo: o carimbo dela pode ja
      *     ter vencido - quem responde pela assinatura e a renovada
           MOVE 'N' TO WS-SB-ACHOU
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1
                   UNTIL WS-SB-IDX > WS-SB-QTD OR WS-SB-ACHOU = 'Y'
               IF WS-SB-ITEM(WS-SB-IDX) = WM-DESTINO
                   MOVE 'Y' TO WS-SB-ACHOU
               END-IF
           END-PERFORM

           IF WS-SB-ACHOU = 'Y'
               ADD 1 TO WS-TOTAL-SUBSTITUIDOS
               GO TO 3200-EXIT
           END-IF

           PERFORM 4000-REVERIFICAR-ASSINATURA THRU 4000-EXIT

           .
           .
      ******************************************************************
      *  6000 - CHAMAR SERVICO DE VERIFICACAO                          *
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
               MOVE WS-CFG-URI-VERIF TO WS-FO-URI
               IF FUNCTION TRIM(WS-CFG-URI-VERIF-SEC) NOT = SPACES
                   MOVE WS-CFG-URI-VERIF-SEC TO WS-FO-URI
               END-IF
               MOVE WS-CFG-APIKEY    TO WS-FO-APIKEY
               IF FUNCTION TRIM(WS-CFG-APIKEY-SEC) NOT = SPACES
                   MOVE WS-CFG-APIKEY-SEC TO WS-FO-APIKEY
               END-IF
           ELSE
               MOVE 'PRIMARIO'       TO WS-FO-APPLIANCE
               MOVE WS-CFG-HOST      TO WS-FO-HOST
               MOVE WS-CFG-PORTA     TO WS-FO-PORTA
               MOVE WS-CFG-URI-VERIF TO WS-FO-URI
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
                   DISPLAY '*** FAILOVER: verificacao passa ao '
                           'appliance secundario ('
                           FUNCTION TRIM(WS-CFG-HOST-SEC) ') ***'
               ELSE
                   DISPLAY 'Appliance primario restabelecido ('
                           FUNCTION TRIM(WS-CFG-HOST)
                           ') - verificacao volta ao primario'
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
           END-PERFORM

           .
      ******************************************************************
      *  6100 - EXECUTAR UMA TENTATIVA DE CHAMADA AO SERVICO            *
      ******************************************************************
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
           CALL 'WinHttpOpenRequest'
               USING BY VALUE     HINTERNET-CONNECT
                     BY REFERENCE 'POST'
                     BY REFERENCE WS-FO-URI
                     BY REFERENCE SPACES
                     BY REFERENCE SPACES
                     BY REFERENCE SPACES
               X'0D0A'
               'Accept: application/json'
               X'0D0A'
               'X-API-Key: ' FUNCTION TRIM(WS-FO-APIKEY)
               X'0D0A'
               DELIMITED BY SIZE
               INTO WS-HEADERS
      ******************************************************************
       8100-REPORTAR-PROBLEMA.

      *---- O appliance so e conhecido quando a assinatura chegou a
      *     ser enviada ao servico
           MOVE SPACES TO REG-REL
           IF WS-FO-APPLIANCE = SPACES
               STRING
                   FUNCTION TRIM(WS-PROBLEMA) ': '
                   FUNCTION TRIM(WM-DESTINO) ' - '
                   FUNCTION TRIM(WS-MENSAGEM)
                   DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-PROBLEMA) ': '
                   FUNCTION TRIM(WM-DESTINO) ' - '
                   FUNCTION TRIM(WS-MENSAGEM) ' (appliance '
                   FUNCTION TRIM(WS-FO-APPLIANCE) ')'
                   DELIMITED BY SIZE
                   INTO REG-REL
               END-STRING
           END-IF
           WRITE REG-REL

           DISPLAY '  ' FUNCTION TRIM(WS-PROBLEMA) ': '
           END-STRING
           WRITE REG-REL

           MOVE SPACES TO REG-REL
           STRING ' Substituidos/recarimbo : ' WS-TOTAL-SUBSTITUIDOS
               DELIMITED BY SIZE INTO REG-REL
           END-STRING
           WRITE REG-REL

           IF WS-TOTAL-FAILOVER > 0 OR WS-TOTAL-SECUNDARIO > 0
               MOVE SPACES TO REG-REL
               STRING ' Verificados secundario : ' WS-TOTAL-SECUNDARIO
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
               WRITE REG-REL
               MOVE SPACES TO REG-REL
               STRING ' FAILOVER p/ secundario : ' WS-TOTAL-FAILOVER
                   DELIMITED BY SIZE INTO REG-REL
               END-STRING
               WRITE REG-REL
           END-IF

           CLOSE ARQUIVO-REL

           DISPLAY '=========================================='
           DISPLAY 'Hash divergente        : ' WS-TOTAL-HASH-DIV
           DISPLAY 'Assinatura invalida    : ' WS-TOTAL-ASS-INVAL
           DISPLAY 'Nao verificados        : ' WS-TOTAL-NAO-VERIF
           DISPLAY 'Substituidos/recarimbo : ' WS-TOTAL-SUBSTITUIDOS
           IF WS-TOTAL-FAILOVER > 0 OR WS-TOTAL-SECUNDARIO > 0
               DISPLAY 'Verificados secundario : ' WS-TOTAL-SECUNDARIO
               DISPLAY 'FAILOVER p/ secundario : ' WS-TOTAL-FAILOVER
           END-IF
           DISPLAY '=========================================='
           DISPLAY 'Relatorio: ' FUNCTION TRIM(WS-PATH-REL)

