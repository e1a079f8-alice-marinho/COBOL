      ******************************************************************
      * Copybook: RUBRICA.CPY
      * Purpose : Layout of one recurring earning or deduction
      *           (rubrica) on RUBRICA.DAT, keyed by RB-CHAVE (codigo
      *           do empregado plus codigo da rubrica) - vale-
      *           transporte, pensao alimenticia, consignado, a fixed
      *           bonus. Maintained by MANUTENCAO-RUBRICAS and applied
      *           by CALCULAR-SALARIO-LOTE, CALCULAR-FERIAS and
      *           CALCULAR-RESCISAO to every competencia between
      *           RB-INICIO and RB-FIM. A rubrica is applied once per
      *           competencia, by whichever of those runs reaches it
      *           first: RB-ULTIMA-APLICACAO records the competencia and
      *           the tipo de folha that applied it, so a rerun of the
      *           same run applies it again without taking a second
      *           parcela, and any other run in the same competencia
      *           leaves it alone.
      ******************************************************************
       01  REGISTRO-RUBRICA.
           05 RB-CHAVE.
              10 RB-CODIGO                Pic 9(05).
              10 RB-RUBRICA               Pic 9(03).
           05 RB-DESCRICAO                Pic X(20).
           05 RB-NATUREZA                 Pic X(01).
      *        "P" = Provento, "D" = Desconto
           05 RB-FORMA                    Pic X(01).
      *        "F" = Valor fixo, "P" = Percentual do salario bruto
           05 RB-VALOR                    Pic 9(05)V99.
      *        Forma "F": the amount. Forma "P": the ceiling (e.g. the
      *        ticket cost for vale-transporte) - zeros = no ceiling
           05 RB-PERCENTUAL               Pic 9(02)V99.
           05 RB-INCIDE-INSS              Pic X(01).
           05 RB-INCIDE-IRRF              Pic X(01).
      *        "S" = enters the base (a desconto reduces it), "N" = not
           05 RB-INICIO.
              10 RB-ANO-INICIO            Pic 9(04).
              10 RB-MES-INICIO            Pic 9(02).
           05 RB-FIM.
              10 RB-ANO-FIM               Pic 9(04).
              10 RB-MES-FIM               Pic 9(02).
      *        Zeros = sem prazo
           05 RB-PARCELADA                Pic X(01).
      *        "S" = one parcela taken per competencia until
      *        RB-PARCELAS-RESTANTES reaches zero, "N" = not parcelada
           05 RB-PARCELAS-RESTANTES       Pic 9(03).
           05 RB-CONTA                    Pic X(06).
      *        GL account EXPORTAR-CONTABIL posts the rubrica to
           05 RB-ULTIMA-APLICACAO.
              10 RB-ANO-ULTIMA            Pic 9(04).
              10 RB-MES-ULTIMA            Pic 9(02).
              10 RB-TIPO-ULTIMA           Pic X(01).
