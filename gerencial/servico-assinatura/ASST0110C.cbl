      *  HISTORICO DE ALTERACOES
      *  02/09/2026 SEPROCOM  Versao original - programa irmao do
      *                       ASST0040C, sobre o log de metricas
      *  15/10/2026 SEPROCOM  Erro que impede o processamento devolve
      *                       RETURN-CODE 16, para o controlador da
      *                       corrente noturna (ASST0190C) saber que o
      *                       passo falhou
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASST0110C.
           IF FS-LOG NOT = '00'
               DISPLAY 'Erro ao abrir log de metricas ('
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

