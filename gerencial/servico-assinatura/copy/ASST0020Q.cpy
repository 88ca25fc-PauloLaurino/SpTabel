      *            ASST0020C no modo FILA.                            *
      *            Ciclo de status: PENDENTE -> ASSINADO ou ERRO;     *
      *            CANCELADO e terminal e nunca e processado.         *
      *            Documento com coassinantes passa por PARCIAL       *
      *            entre uma etapa e a seguinte e so chega a          *
      *            ASSINADO depois do ultimo assinante.               *
      *            BLOQUEADO: assinante recusado pela politica de     *
      *            autorizacao; volta a PENDENTE pelo ASST0060C.      *
      *            DUPLICADO: original ja assinado antes (retorno 95, *
      *            protocolo e documento da primeira assinatura na    *
      *            mensagem); nao e assinado de novo.                 *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  23/08/2026 SEPROCOM  Criacao - fila indexada em substituicao
      *                       ao arquivo de controle texto, com
      *                       reprocessamento seletivo por status
      *  15/10/2026 SEPROCOM  Cadeia de coassinatura: ate dois
      *                       coassinantes apos FQ-APELIDO-CERT, etapas
      *                       ja concluidas e caminho do PDF produzido
      *                       pela ultima etapa (entrada da seguinte).
      *                       Registro passa de 866 para 1427
      *                       posicoes: converter a fila existente
      *                       com o ASST0210C e recompilar ASST0020C,
      *                       ASST0060C, ASST0090C e ASST0200C antes
      *                       de usa-la (layout antigo da status 39)
      *  15/10/2026 SEPROCOM  Status BLOQUEADO (politica de
      *                       autorizacao)
      *  15/10/2026 SEPROCOM  Status DUPLICADO (original ja assinado)
      ******************************************************************
       01  REG-FILA.
           05  FQ-NUM-DOCUMENTO     PIC X(20).
           05  FQ-RETORNO           PIC 9(02).
           05  FQ-MENSAGEM          PIC X(200).
           05  FQ-DATA-ULT-PROC     PIC X(26).
      *---- Cadeia de coassinatura (contratos, atas): FQ-APELIDO-CERT
      *     assina a etapa 1 e FQ-COASSINANTE(1) e (2), nesta ordem,
      *     as etapas seguintes - cada uma sobre o PDF que a anterior
      *     produziu (FQ-PATH-ATUAL). Coassinante em branco encerra a
      *     cadeia; sem coassinantes o documento tem etapa unica, como
      *     antes. FQ-ETAPAS-CONCL conta as etapas ja assinadas.
           05  FQ-CADEIA.
               10  FQ-COASSINANTE   PIC X(30) OCCURS 2 TIMES.
               10  FQ-ETAPAS-CONCL  PIC 9(01).
               10  FQ-PATH-ATUAL    PIC X(500).
