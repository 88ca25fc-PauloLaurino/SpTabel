      *  02/09/2026 SEPROCOM  Versao original - um buraco na sequencia
      *                       de protocolos e exatamente o que a
      *                       auditoria externa pede para explicar
      *  15/10/2026 SEPROCOM  Erro que impede o processamento devolve
      *                       RETURN-CODE 16, para o controlador da
      *                       corrente noturna (ASST0190C) saber que o
      *                       passo falhou; log de auditoria ausente
      *                       tambem, em vez de reconciliacao vazia com
      *                       retorno 0
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0090C.

      *---- Mesma largura de REG-AUDITORIA gravada pelo ASST0010C
       FD  ARQUIVO-LOG.
       01  REG-LOG                    PIC X(1300).

       FD  ARQUIVO-CONFIG.
       01  REG-CONFIG                 PIC X(200).
           IF FS-REL NOT = '00'
               DISPLAY 'Erro ao criar relatorio ('
                       FUNCTION TRIM(WS-PATH-REL) '): ' FS-REL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF FS-LOG NOT = '00'
               DISPLAY 'Erro ao abrir log de auditoria ('
                       FUNCTION TRIM(WS-PATH-LOG) '): ' FS-LOG
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

