      *          guia figures from the system instead of recomputing
      *          8% of everything by hand.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-FGTS.
               Display "FOLHA.DAT nao encontrado - execute "
                   "CALCULAR-SALARIO-LOTE antes do demonstrativo "
                   "de FGTS."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Output RELATORIO-FGTS-LST.
