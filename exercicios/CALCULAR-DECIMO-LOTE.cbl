      *               FOLHA13.DAT record, same as the monthly folha,
      *               so the journal built from a promoted FOLHA13.DAT
      *               carries the employer charges too.
      * 15-10-2026 AM Every staged line is also kept on the permanent
      *               payroll history (HISTFOLHA.DAT, tipo "D", 12/ano)
      *               so the decimo can be reprinted after FOLHA13.DAT
      *               and FOLHA.DAT have moved on.
      * 15-10-2026 AM Staged lines carry empty rubrica totals and list
      *               (FC-RUBRICAS) - rubricas are applied by the
      *               monthly, ferias and rescisao runs, not the decimo.
      * 15-10-2026 AM Each line carries the centro de custo on the
      *               employee's EMPREGADOS.DAT record (zeros when the
      *               codigo is no longer there), for the split GL
      *               lines and the labor-cost report.
      * 15-10-2026 AM Each line carries its INSS, IRRF and FGTS bases
      *               (FC-BASE-INSS/IRRF/FGTS) for GERAR-OBRIGACOES.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-DECIMO-LOTE.
               RECORD KEY IS DP-CODIGO
               FILE STATUS IS ERRO-DEP.

      *    Permanent payroll history, keyed codigo + competencia + tipo
      *    de folha - rerunning the decimo for the same ano replaces
      *    the employee's line.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ACUMULO

       FD  ARQUIVO-EMPREGADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.DAT".
           COPY EMPREG.
           VALUE OF FILE-ID "DEPENDENTES.DAT".
           COPY DEPEND.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 542 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "HISTFOLHA.DAT".
           COPY HISTFOLHA.

       FD  RELATORIO-DECIMO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "DECIMO.LST".
       77  ERRO-FOLHA                  Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  ERRO-EMP                    Pic X(02) Value "00".
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  FIM-ACUMULO                 Pic X(02) Value Spaces.
       77  ANO-FOLHA                   Pic 9(04) Value Zeros.
       77  SITUACAO-EMPREGADO          Pic X(01) Value "A".
       77  CENTRO-CUSTO-EMPREGADO      Pic 9(03) Value Zeros.

       77  decimoTotal                 Pic 9(05)V99 Value Zeros.
       77  primeiraParcela             Pic 9(05)V99 Value Zeros.
           If ERRO-ACUM Not = "00"
               Display "ACUMULA.DAT nao encontrado - execute "
                   "CALCULAR-SALARIO-LOTE antes do decimo terceiro."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Input ARQUIVO-EMPREGADOS.
           If ERRO-EMP Not = "00"
               Display "EMPREGADOS.DAT nao encontrado - execute "
                   "MANUTENCAO-EMPREGADOS antes do decimo terceiro."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Input ARQUIVO-DEPENDENTES.
           Else
               Move "N" To DEPENDENTES-DISPONIVEL
           End-If.
           Open I-O ARQUIVO-HISTORICO.
           If ERRO-HIST = "35"
               Open Output ARQUIVO-HISTORICO
               Close ARQUIVO-HISTORICO
               Open I-O ARQUIVO-HISTORICO
           End-If.
           Open Output RELATORIO-DECIMO.
      *    Staged on FOLHA13.DAT, started fresh each run - copy it
      *    over FOLHA.DAT before running GERAR-REMESSA and

       VERIFICAR-SITUACAO-EMPREGADO.
           Move "A" To SITUACAO-EMPREGADO.
           Move Zeros To CENTRO-CUSTO-EMPREGADO.
           Move AC-CODIGO To EMP-CODIGO.
           Read ARQUIVO-EMPREGADOS
               Invalid Key
                   Continue
               Not Invalid Key
                   Move EMP-SITUACAO To SITUACAO-EMPREGADO
                   Move EMP-CENTRO-CUSTO To CENTRO-CUSTO-EMPREGADO
           End-Read.

       CALCULAR-DECIMO-EMPREGADO.
               Display "Tabela de IRRF nao encontrada (TABELA-IRRF."
                   "DAT) - execute MANUTENCAO-TABELAS antes do "
                   "decimo terceiro."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Perform LER-FAIXA-IRRF Until FIM-TABELA = "OK".
               Display "Tabela de IRRF esta vazia (TABELA-IRRF.DAT) "
                   "- cadastre as faixas em MANUTENCAO-TABELAS antes "
                   "do decimo terceiro."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

           Move valorFGTS To FC-FGTS.
           Move 12 To FC-MES-COMP.
           Move ANO-FOLHA To FC-ANO-COMP.
           Move "D" To FC-TIPO-FOLHA.
           Move Zeros To FC-VALOR-ADIANTAMENTO.
           Move Zeros To FC-TOTAL-PROVENTOS.
           Move Zeros To FC-TOTAL-DESCONTOS.
           Move Spaces To FC-RUBRICAS.
           Move Zeros To FC-QTD-RUBRICAS.
           Move CENTRO-CUSTO-EMPREGADO To FC-CENTRO-CUSTO.
           Move salarioBruto To FC-BASE-INSS.
           Move baseCalculoIRRF To FC-BASE-IRRF.
           Move decimoTotal To FC-BASE-FGTS.
           Write REGISTRO-FOLHA-CALCULADA.
           Perform GRAVAR-HISTORICO.

      *    The decimo is not added into ACUMULA.DAT, so HF-ANO-ACUMULO
      *    stays zero; no hours apply either.
       GRAVAR-HISTORICO.
           Move FC-CODIGO To HF-CODIGO.
           Move FC-ANO-COMP To HF-ANO-COMP.
           Move FC-MES-COMP To HF-MES-COMP.
           Move FC-TIPO-FOLHA To HF-TIPO-FOLHA.
           Move "N" To HF-SITUACAO.
           Accept HF-DATA-GRAVACAO From Date YYYYMMDD.
           Accept HF-HORA-GRAVACAO From Time.
           Move Zeros To HF-ANO-ACUMULO.
           Move Zeros To HF-HORAS-NORMAIS.
           Move Zeros To HF-HORAS-EXTRAS.
           Move Zeros To HF-VALOR-HORA.
           Move REGISTRO-FOLHA-CALCULADA To HF-REGISTRO-FOLHA.
           Write REGISTRO-HISTORICO-FOLHA
               Invalid Key
                   Rewrite REGISTRO-HISTORICO-FOLHA
           End-Write.

       IMPRIMIR-TOTAL.
           Move totalEmpregados To LT-QTDE.
           Close ARQUIVO-ACUMULO.
           Close ARQUIVO-EMPREGADOS.
           Close ARQUIVO-DEPENDENTES.
           Close ARQUIVO-HISTORICO.
           Close RELATORIO-DECIMO.
           Close ARQUIVO-FOLHA-CALCULADA.
       END PROGRAM CALCULAR-DECIMO-LOTE.
