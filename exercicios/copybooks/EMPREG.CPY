      *               be kept on file (for the year-to-date figures on
      *               ACUMULA.DAT) without CALCULAR-SALARIO-LOTE
      *               picking them up in a future batch run.
      * 15-10-2026 AM Added EMP-OPTA-ADIANTAMENTO and
      *               EMP-PERC-ADIANTAMENTO for the quinzenal advance
      *               run (CALCULAR-ADIANTAMENTO) - an employee can opt
      *               out, or be paid a percentage other than the
      *               company's 40%.
      * 15-10-2026 AM Added EMP-CENTRO-CUSTO (CCUSTO.DAT) so the labor
      *               cost and the GL expense lines can be split by
      *               department.
      ******************************************************************
       01  REGISTRO-EMPREGADO.
           05 EMP-CODIGO                  Pic 9(05).
           05 EMP-VALOR-HORA              Pic 9(02)V9.
           05 EMP-SITUACAO                Pic X(01).
      *        "A" = Ativo, "D" = Desligado (ver CALCULAR-RESCISAO)
           05 EMP-OPTA-ADIANTAMENTO       Pic X(01).
      *        "S" = Recebe o adiantamento quinzenal, "N" = Optou por
      *        nao receber
           05 EMP-PERC-ADIANTAMENTO       Pic 9(02)V99.
      *        Percentual do adiantamento - zeros = padrao da empresa
           05 EMP-CENTRO-CUSTO            Pic 9(03).
      *        Centro de custo (CCUSTO.DAT) - zeros = nao atribuido
