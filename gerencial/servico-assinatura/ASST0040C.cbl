      *                       catalogado; o sexto campo novo do log
      *                       (tipo de documento) nao entra na
      *                       consolidacao e segue ignorado aqui
      *  15/10/2026 SEPROCOM  Erro que impede o processamento devolve
      *                       RETURN-CODE 16, para o controlador da
      *                       corrente noturna (ASST0190C) saber que o
      *                       passo falhou
      *  15/10/2026 SEPROCOM  REG-LOG com 1300 posicoes, a largura de
      *                       REG-AUDITORIA (appliance, sequencia e
      *                       digest no fim da linha)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0040C.
       FILE SECTION.
      *---- Mesma largura de REG-AUDITORIA gravada pelo ASST0010C
       FD  ARQUIVO-LOG.
       01  REG-LOG                    PIC X(1300).

       FD  ARQUIVO-REL.
       01  REG-REL                    PIC X(132).
           IF FS-LOG NOT = '00'
               DISPLAY 'Erro ao abrir log de auditoria ('
                       FUNCTION TRIM(WS-PATH-LOG) '): ' FS-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF FS-REL NOT = '00'
               DISPLAY 'Erro ao criar relatorio ('
                       FUNCTION TRIM(WS-PATH-REL) '): ' FS-REL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

