      *  02/09/2026 SEPROCOM  Versao original - substitui a planilha
      *                       manual de meio dia que a contabilidade
      *                       contestava todo mes
      *  15/10/2026 SEPROCOM  REG-LOG com 1300 posicoes, a largura de
      *                       REG-AUDITORIA (appliance, sequencia e
      *                       digest no fim da linha)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0100C.
       FILE SECTION.
      *---- Mesma largura de REG-AUDITORIA gravada pelo ASST0010C
       FD  ARQUIVO-LOG.
       01  REG-LOG                    PIC X(1300).

      *---- Cadastro de certificados mantido pelo ASST0070C
       FD  ARQUIVO-CERTM.
