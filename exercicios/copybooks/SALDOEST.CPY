      ******************************************************************
      * Copybook: SALDOEST.CPY
      * Purpose : Layout of one closing balance on SALDOEST.DAT, keyed
      *           by SE-CHAVE (codigo plus ano/mes). Written by
      *           FECHAR-PERIODO-ESTOQUE for every PRODUTO.DAT item
      *           when an inventory period is closed - QUANTIDADE and
      *           CUSTO-MEDIO as they stood at the end of the month,
      *           movements keyed after it backed out - so the
      *           integrity sweep and the movement report start from
      *           the last close instead of replaying ESTMOV.DAT from
      *           day one, and accounting keeps each month-end
      *           valuation on file.
      ******************************************************************
       01  REGISTRO-SALDO-ESTOQUE.
           05 SE-CHAVE.
              10 SE-CODIGO                Pic 9(05).
              10 SE-ANO                   Pic 9(04).
              10 SE-MES                   Pic 9(02).
           05 SE-QUANTIDADE               Pic 9(05).
           05 SE-CUSTO-MEDIO              Pic 9(05)V99.
           05 SE-VALOR                    Pic 9(09)V99.
           05 SE-DATA                     Pic 9(06).
