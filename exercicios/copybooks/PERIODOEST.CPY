      ******************************************************************
      * Copybook: PERIODOEST.CPY
      * Purpose : Layout of one inventory-period control record on
      *           PERIODOEST.DAT, keyed by PE-CHAVE (ano plus mes so
      *           the file reads in calendar order). Only
      *           FECHAR-PERIODO-ESTOQUE writes it: "P" while the
      *           closing balances are on SALDOEST.DAT and the month's
      *           movements are being moved from ESTMOV.DAT to the
      *           archive generation PE-ARQUIVO (ESTMOV-AAAAMM.DAT), so
      *           an interrupted close resumes from ESTMOV.BAK instead
      *           of starting over; "F" once the archive is complete.
      *           A period on file under either status is closed to
      *           movements - MOVIMENTO-ESTOQUE, INVENTARIO-ESTOQUE,
      *           FATURAR-PEDIDOS and CANCELAR-NOTA refuse to post
      *           anything dated into it or into an earlier month.
      ******************************************************************
       01  REGISTRO-PERIODO-ESTOQUE.
           05 PE-CHAVE.
              10 PE-ANO                   Pic 9(04).
              10 PE-MES                   Pic 9(02).
           05 PE-STATUS                   Pic X(01).
      *        "P" = Em fechamento, "F" = Fechado
           05 PE-DATA                     Pic 9(06).
           05 PE-HORA                     Pic 9(08).
           05 PE-QTD-PRODUTOS             Pic 9(05).
           05 PE-VALOR-ESTOQUE            Pic 9(09)V99.
           05 PE-QTD-ARQUIVADOS           Pic 9(07).
           05 PE-ARQUIVO                  Pic X(20).
