      *               re-keying a corrected product, same as
      *               INCLUSAO-ROTINA, now that REGISTRO-PRODUTO
      *               carries the average cost.
      * 15-10-2026 AM A corrected product starts with no
      *               QUANTIDADE-RESERVADA, same as INCLUSAO-ROTINA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAO-EXCEPRO.

       FD  ARQUIVO-INCLUSAO
           Label Record Is Standard
           Record Contains 59 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PRODUTO
           Value Of File-Id "PRODUTO.DAT".
           Accept QUANTIDADE.
           Display "Custo medio inicial: ".
           Accept CUSTO-MEDIO.
           Move Zeros To QUANTIDADE-RESERVADA.
           Write REGISTRO-PRODUTO
               Invalid Key
                   Display "Codigo ainda duplicado - mantido "
