      *               EM-HORA-MOVIMENTO so the movements already on
      *               ESTMOV.DAT keep parsing; on a pre-upgrade
      *               movement the field simply reads empty.
      * 15-10-2026 AM Added EM-DOCUMENTO - the nota fiscal number on
      *               the "S" saida FATURAR-PEDIDOS posts for every
      *               item invoiced, and on the "E" entrada
      *               CANCELAR-NOTA posts when the nota is cancelled
      *               (a devolucao, at the cost the units left at).
      *               Zeros on movements keyed by hand; empty on the
      *               movements written before it, same as
      *               EM-CUSTO-UNITARIO.
      ******************************************************************
       01  REGISTRO-MOVIMENTO-ESTOQUE.
           05 EM-CODIGO                   Pic 9(05).
           05 EM-DATA-MOVIMENTO            Pic 9(06).
           05 EM-HORA-MOVIMENTO            Pic 9(08).
           05 EM-CUSTO-UNITARIO            Pic 9(05)V99.
           05 EM-DOCUMENTO                 Pic 9(06).
