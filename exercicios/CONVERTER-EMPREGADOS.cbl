      *          programs above, same generation-file handoff already
      *          used for EXCFOLHA.PENDENTE/EXCEPRO.PENDENTE.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Writes the current 47-character layout - every
      *               converted employee receives the adiantamento
      *               quinzenal at the company percentage
      *               (EMP-OPTA-ADIANTAMENTO "S", EMP-PERC-ADIANTAMENTO
      *               zeros). An Indexed EMPREGADOS.DAT still in the
      *               42-character layout goes through CONVERTER-LAYOUTS
      *               instead.
      * 15-10-2026 AM Writes the 50-character layout - EMP-CENTRO-CUSTO
      *               is left at zeros and assigned afterwards in
      *               MANUTENCAO-EMPREGADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTER-EMPREGADOS.

       FD  ARQUIVO-EMPREGADOS-NOVO
           Label Record Is Standard
           Record Contains 50 Characters
           Block Contains 11 Records
           Value Of File-Id "EMPREGADOS.NEW".
           COPY EMPREG.
           Move EMP-HORAS-ANT To EMP-HORAS.
           Move EMP-VALOR-HORA-ANT To EMP-VALOR-HORA.
           Move "A" To EMP-SITUACAO.
           Move "S" To EMP-OPTA-ADIANTAMENTO.
           Move Zeros To EMP-PERC-ADIANTAMENTO.
           Move Zeros To EMP-CENTRO-CUSTO.
           Write REGISTRO-EMPREGADO
               Invalid Key
                   Display "Erro ao converter o empregado "
