      ******************************************************************
      *  COPY:     ASST0020E - PARAMETROS DE CHAMADA DO ASST0160C      *
      *  OBJETIVO: Layout de EVENTO-FILA-PARAMS, a transicao de status *
      *            de um registro da fila (copy ASST0020Q) gravada     *
      *            pelo ASST0160C no historico de eventos da fila.     *
      *            Chamado por todo programa que muda FQ-STATUS: os    *
      *            modulos geradores do ERP na inclusao (origem ERP,   *
      *            status anterior em branco), o ASST0020C no          *
      *            processamento (origem ASST0020C) e o ASST0060C nas  *
      *            acoes do operador (origem ASST0060C).               *
      *            EV-PATH-EVENTOS em branco = ASST0160_EVENTOS_PATH   *
      *            ou, sem ela, ASST0020_EVENTOS.LOG.                  *
      *            EV-CHAMOU-SERVICO = S quando a transicao resulta de *
      *            uma chamada ao ASST0010C (tentativa de assinatura); *
      *            espera de coassinante, bloqueio e duplicidade nao   *
      *            contam como tentativa.                              *
      *            EV-RETORNO-GRAVACAO (saida): 0 = gravado, 1 = nao   *
      *            gravado - a falha nunca interrompe o chamador.      *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Criacao - a fila so guardava o status
      *                       atual, sem resposta para "quanto tempo o
      *                       documento levou da entrada a assinatura"
      ******************************************************************
       01  EVENTO-FILA-PARAMS.
           05  EV-PATH-EVENTOS      PIC X(500).
           05  EV-NUM-DOCUMENTO     PIC X(20).
           05  EV-STATUS-ANTERIOR   PIC X(10).
           05  EV-STATUS-NOVO       PIC X(10).
           05  EV-ORIGEM            PIC X(10).
           05  EV-RETORNO           PIC 9(02).
           05  EV-CHAMOU-SERVICO    PIC X(01).
           05  EV-CLIENTE           PIC X(60).
           05  EV-TIPO-DOC          PIC X(10).
           05  EV-DATA-LIMITE       PIC 9(08).
           05  EV-DETALHE           PIC X(200).
           05  EV-RETORNO-GRAVACAO  PIC 9(02).
