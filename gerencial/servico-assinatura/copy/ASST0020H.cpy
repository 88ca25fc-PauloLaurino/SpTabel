      ******************************************************************
      *  COPY:     ASST0020H - INDICE DE ORIGINAIS JA ASSINADOS        *
      *  OBJETIVO: Layout do arquivo indexado dos documentos originais *
      *            assinados com sucesso, gravado pelo ASST0020C logo  *
      *            apos a assinatura (na cadeia de coassinatura, so a  *
      *            etapa 1 - a que assina o original) e consultado por *
      *            ele em todos os modos antes de chamar o ASST0010C,  *
      *            para o mesmo original nao ser assinado (e cobrado)  *
      *            duas vezes.                                         *
      *            Chave = hash de integridade do original (mesmo      *
      *            digest do 4500 do ASST0010C) mais o tamanho em      *
      *            bytes: o digest tem 10 digitos e o tamanho afasta   *
      *            a colisao entre documentos diferentes.              *
      *            HA-PROTOCOLO/HA-DOCUMENTO guardam a primeira        *
      *            assinatura; uma reassinatura autorizada so soma em  *
      *            HA-QTD-REASSINATURAS (o detalhe fica no log de      *
      *            reassinaturas do ASST0020C).                        *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Criacao - contrato enviado duas vezes
      *                       pelo ERP saia com dois protocolos e duas
      *                       cobrancas do appliance
      ******************************************************************
       01  REG-HASH-ASSINADO.
           05  HA-CHAVE.
               10  HA-HASH          PIC X(10).
               10  HA-TAMANHO       PIC 9(10).
           05  HA-PROTOCOLO         PIC 9(09).
           05  HA-DOCUMENTO         PIC X(60).
           05  HA-CLIENTE           PIC X(60).
           05  HA-PATH-ORIGINAL     PIC X(500).
           05  HA-DATA-HORA         PIC X(26).
           05  HA-QTD-REASSINATURAS PIC 9(04).
           05  HA-DATA-ULT-REASS    PIC X(26).
