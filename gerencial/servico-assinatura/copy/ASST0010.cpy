      *                       pipeline - LP-TIPO-DOC (vazio = PDF);
      *                       os campos LP-PATH-PDF-* carregam o
      *                       caminho do documento de qualquer tipo
      *  15/10/2026 SEPROCOM  Registro de protocolos: numero do
      *                       documento e cliente (entrada, vazios fora
      *                       do modo FILA) e numero do protocolo
      *                       emitido (saida, zero quando nao houve)
      *  15/10/2026 SEPROCOM  Failover entre appliances (saida):
      *                       LP-APPLIANCE = PRIMARIO/SECUNDARIO que
      *                       atendeu a chamada (vazio se a falha foi
      *                       antes dela); LP-FAILOVER = S quando a
      *                       chamada passou ao secundario, P quando
      *                       voltou ao primario, N sem troca
      ******************************************************************
       01  LINKAGE-PARAMS.
           05  LP-PATH-PDF-IN       PIC X(500).
           05  LP-CN-CERTIFICADO    PIC X(200).
           05  LP-STATUS-HTTP       PIC 9(05).
           05  LP-TIPO-DOC          PIC X(10).
           05  LP-NUM-DOCUMENTO     PIC X(20).
           05  LP-CLIENTE           PIC X(60).
           05  LP-PROTOCOLO         PIC 9(09).
           05  LP-APPLIANCE         PIC X(10).
           05  LP-FAILOVER          PIC X(01).
