      *  23/08/2026 SEPROCOM  Correcoes de revisao: PDF maior que o
      *                       buffer de verificacao e rejeitado com
      *                       retorno 12 em vez de verificado truncado
      *  15/10/2026 SEPROCOM  Appliance secundario (contingencia), com
      *                       a mesma regra do ASST0010C: chaves
      *                       HOST-SEC, PORTA-SEC, URI-VERIF-SEC e
      *                       APIKEY-SEC, troca automatica apos falha
      *                       de comunicacao (20-24), sondagem do
      *                       primario a cada FAILOVER-SONDA-SEG e lado
      *                       fixado por APPLIANCE/ASST0010_APPLIANCE;
      *                       o CSV ganha a coluna APPLIANCE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0030C.
      *  Mesmo esquema CHAVE=VALOR do ASST0010.CFG; por padrao o       *
      *  proprio ASST0010.CFG e lido (mesmo appliance), acrescentando  *
      *  a chave URI-VERIF para o endpoint de verificacao.             *
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
           05  WS-FO-APPLIANCE        PIC X(10).

       01  WS-CONFIG-PARSE.
           05  FS-CONFIG              PIC X(02).
           05  WS-TOTAL-VALIDOS      PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-INVALIDOS    PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-ERRO         PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-SECUNDARIO   PIC 9(06) COMP VALUE 0.
           05  WS-TOTAL-FAILOVER     PIC 9(06) COMP VALUE 0.

       PROCEDURE DIVISION.

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
               WHEN 'TIMEOUT-RECV'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-TIMEOUT-RECV
               WHEN 'HOST-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-HOST-SEC
               WHEN 'PORTA-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-PORTA-SEC
               WHEN 'URI-VERIF-SEC'
                   MOVE FUNCTION TRIM(WS-CFG-VALOR)
                     TO WS-CFG-URI-VERIF-SEC
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
           MOVE SPACES TO REG-CSV
           STRING
               'ARQUIVO;ASSINATURA_VALIDA;CN_SIGNATARIO;'
               'DATA_ASSINATURA;CARIMBO_TEMPO;RETORNO;MENSAGEM;'
               'APPLIANCE'
               DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING
           MOVE SPACES TO VR-DATA-ASSINATURA
           MOVE SPACES TO VR-VALIDA
           MOVE SPACES TO VR-CARIMBO-TEMPO
           MOVE SPACES TO WS-FO-APPLIANCE

           DISPLAY 'Verificando: ' FUNCTION TRIM(WS-DOC-ATUAL)

               FUNCTION TRIM(VR-DATA-ASSINATURA) ';'
               VR-CARIMBO-TEMPO ';'
               WS-RETORNO ';'
               FUNCTION TRIM(WS-MENSAGEM) ';'
               FUNCTION TRIM(WS-FO-APPLIANCE)
               DELIMITED BY SIZE
               INTO REG-CSV
           END-STRING
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
           DISPLAY 'Assinaturas validas  : ' WS-TOTAL-VALIDOS
           DISPLAY 'Assinaturas invalidas: ' WS-TOTAL-INVALIDOS
           DISPLAY 'Com erro             : ' WS-TOTAL-ERRO
           IF WS-TOTAL-FAILOVER > 0 OR WS-TOTAL-SECUNDARIO > 0
               DISPLAY 'FAILOVER appliance   : ' WS-TOTAL-FAILOVER
                       ' troca(s) para o secundario'
               DISPLAY '  no secundario      : ' WS-TOTAL-SECUNDARIO
           END-IF
           DISPLAY '=========================================='

           CLOSE ARQUIVO-CSV
