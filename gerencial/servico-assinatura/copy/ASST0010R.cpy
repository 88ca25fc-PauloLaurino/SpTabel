      ******************************************************************
      *  COPY:     ASST0010R - REGISTRO DE PROTOCOLOS DE ASSINATURA    *
      *  OBJETIVO: Layout do arquivo indexado de protocolos gravado    *
      *            pelo 8500 do ASST0010C junto com o comprovante      *
      *            .protocolo (chave = numero do protocolo), com       *
      *            chaves alternadas por documento, hash do original   *
      *            e cliente. A localizacao do PDF assinado e mantida  *
      *            pelo ASST0050C (arquivo morto / expurgo) e pela     *
      *            entrega na pasta do cliente (5120 do ASST0020C);    *
      *            consultado pelo ASST0130C no atendimento.           *
      *            PR-DOCUMENTO: numero do documento na fila quando a  *
      *            assinatura veio do modo FILA; nos demais modos, o   *
      *            nome do arquivo original (sem diretorio).           *
      *            PR-SITUACAO: SAIDA (no diretorio de saida),         *
      *            ARQUIVADO (arquivo morto), RECARIMBO (arquivo       *
      *            morto, versao renovada pelo ASST0180C em            *
      *            PR-LOCAL-ATUAL) ou EXCLUIDO (prazo legal cumprido). *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Criacao - registro indexado de protocolos
      *                       para o atendimento localizar documento e
      *                       comprovante sem varrer os .protocolo
      *  15/10/2026 SEPROCOM  Situacao RECARIMBO (preservacao de longo
      *                       prazo do arquivo morto)
      ******************************************************************
       01  REG-PROTOCOLO-REG.
           05  PR-NUMERO            PIC 9(09).
           05  PR-DOCUMENTO         PIC X(60).
           05  PR-HASH              PIC X(10).
           05  PR-CLIENTE           PIC X(60).
           05  PR-PATH-ORIGINAL     PIC X(500).
           05  PR-PATH-ASSINADO     PIC X(500).
           05  PR-TIPO-DOC          PIC X(10).
           05  PR-CN                PIC X(200).
           05  PR-VALIDADE          PIC X(20).
           05  PR-DATA-HORA         PIC X(14).
           05  PR-CARIMBO-TS        PIC X(01).
           05  PR-STATUS-HTTP       PIC 9(05).
           05  PR-SITUACAO          PIC X(10).
           05  PR-LOCAL-ATUAL       PIC X(500).
           05  PR-LOCAL-ENTREGA     PIC X(500).
           05  PR-DATA-ULT-ALT      PIC X(26).
