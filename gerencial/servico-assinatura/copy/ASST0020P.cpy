      ******************************************************************
      *  COPY:     ASST0020P - REGISTRO DA POLITICA DE AUTORIZACAO     *
      *  OBJETIVO: Layout do arquivo indexado que diz quais tipos de   *
      *            documento e quais clientes cada certificado pode    *
      *            assinar, mantido pelo ASST0120C e consultado pelo   *
      *            ASST0020C em todos os modos antes da chamada ao     *
      *            ASST0010C.                                          *
      *            A chave e por apelido (PO-TIPO-CHAVE = 'A') ou por  *
      *            setor dono do certificado - CM-SETOR do cadastro    *
      *            mestre (PO-TIPO-CHAVE = 'S'); a politica do         *
      *            apelido prevalece sobre a do setor. O certificado   *
      *            padrao do lote (sem apelido) responde pelo apelido  *
      *            PADRAO.                                             *
      *            Listas terminam na primeira entrada em branco; '*'  *
      *            na primeira entrada libera qualquer valor.          *
      ******************************************************************
      *  HISTORICO DE ALTERACOES
      *  15/10/2026 SEPROCOM  Criacao - politica de autorizacao por
      *                       apelido ou setor, depois do certificado
      *                       de compras ter assinado NF-e do
      *                       faturamento
      ******************************************************************
       01  REG-POLITICA.
           05  PO-CHAVE.
               10  PO-TIPO-CHAVE    PIC X(01).
               10  PO-CHAVE-VALOR   PIC X(30).
           05  PO-TIPO-DOC          PIC X(10) OCCURS 10 TIMES.
           05  PO-CLIENTE           PIC X(60) OCCURS 30 TIMES.
           05  PO-DATA-ULT-ALT      PIC X(26).
