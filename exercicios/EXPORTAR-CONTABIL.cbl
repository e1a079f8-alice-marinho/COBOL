      *               recolher for the INSS patronal and the FGTS - so
      *               the journal is complete without accounting
      *               topping it up by hand.
      * 15-10-2026 AM Every line written to CONTABIL.DAT is also kept
      *               on the journal archive (LANCHIST.DAT, keyed by
      *               competencia + tipo de folha + sequence), so
      *               ESTORNAR-COMPETENCIA can write the exact mirror
      *               of what accounting was sent after CONTABIL.DAT
      *               has been rewritten by the next export.
      * 15-10-2026 AM A promoted FOLHAADI.DAT (tipo "A", adiantamento
      *               quinzenal) posts only the advance: debit
      *               115000 ADIANTAMENTO A EMPREGADOS against
      *               SALARIOS A PAGAR. The monthly folha credits
      *               115000 with the advances it deducted
      *               (FC-VALOR-ADIANTAMENTO), so the account clears
      *               once the month is exported.
      * 15-10-2026 AM Rubricas carried on each line (FC-RUBRICAS) post
      *               to their own GL account (RB-CONTA): proventos
      *               are debited to the rubrica's account and come out
      *               of the 411000 salary line, descontos are credited
      *               to the rubrica's account (pensao, consignado and
      *               so on, payable to whoever the empregado owes).
      * 15-10-2026 AM The salarios, INSS patronal and FGTS expense
      *               lines are written per centro de custo
      *               (FC-CENTRO-CUSTO), to the accounts named by the
      *               centro's prefix on CCUSTO.DAT (prefixo + 100/200/
      *               300). A line with no centro de custo, or one not
      *               on CCUSTO.DAT, still posts to 411000/412000/
      *               413000. The payable lines stay company-wide.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      * 15-10-2026 AM The journal line is copied to LANCHIST.DAT's
      *               record before it is written to CONTABIL.DAT,
      *               not read back out of the record area afterwards.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTAR-CONTABIL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-CONTABIL.

      *    Journal archive, keyed competencia + tipo de folha +
      *    sequence - a second export of the same competencia is
      *    appended after the first, since both went to accounting.
           SELECT ARQUIVO-LANCHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-CHAVE
               FILE STATUS IS ERRO-LANCHIST.

      *    Consulted (read-only) for each centro de custo's expense
      *    account prefix.
           SELECT ARQUIVO-CCUSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS ERRO-CC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FOLHA-CALCULADA
           VALUE OF FILE-ID "CONTABIL.DAT".
           COPY LANCTO.

       FD  ARQUIVO-LANCHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "LANCHIST.DAT".
           COPY LANCHIST.

       FD  ARQUIVO-CCUSTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "CCUSTO.DAT".
           COPY CCUSTO.

       WORKING-STORAGE SECTION.
       77  ERRO-FOLHA                     Pic X(02) Value "00".
       77  ERRO-CONTABIL                  Pic X(02) Value "00".
       77  DATA-LANCAMENTO                Pic 9(06) Value Zeros.
       77  MES-COMPETENCIA                Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA                Pic 9(04) Value Zeros.
       77  TIPO-FOLHA                     Pic X(01) Value "M".
       77  ERRO-LANCHIST                  Pic X(02) Value "00".
       77  FIM-LANCHIST                   Pic X(02) Value Spaces.
       77  SEQUENCIA-LANCHIST             Pic 9(04) Value Zeros.
       77  DATA-EXPORTACAO                Pic 9(08) Value Zeros.
       77  ERRO-CC                        Pic X(02) Value "00".
       77  CCUSTO-DISPONIVEL              Pic X(01) Value "N".
       77  CENTRO-ENCONTRADO              Pic X(01) Value Space.
       77  PREFIXO-CENTRO                 Pic X(03) Value Spaces.

       77  totalSalarioBruto              Pic 9(09)V99 Value Zeros.
       77  totalINSS                      Pic 9(09)V99 Value Zeros.
       77  totalSalarioLiquido            Pic 9(09)V99 Value Zeros.
       77  totalINSSPatronal              Pic 9(09)V99 Value Zeros.
       77  totalFGTS                      Pic 9(09)V99 Value Zeros.
       77  totalAdiantamento              Pic 9(09)V99 Value Zeros.
       77  totalEmpregados                Pic 9(05) Value Zeros.
       77  IDX-ITEM                       Pic 9(02) Value Zeros.
       77  CONTA-ENCONTRADA               Pic X(01) Value Space.
       77  IDX-CENTRO                     Pic 9(02) Value Zeros.
       77  POS-CENTRO                     Pic 9(02) Value Zeros.

      *    One entry per rubrica account and natureza found on the
      *    folha, summed across every empregado.
       01  TABELA-CONTAS-RUBRICA.
           05 QTD-CONTAS-RUBRICA          Pic 9(02) Value Zeros.
           05 CONTAS-RUBRICA-TAB OCCURS 30 TIMES
                                 INDEXED BY IDX-CONTA.
              10 CONTA-RUBRICA-TAB        Pic X(06).
              10 NATUREZA-CONTA-TAB       Pic X(01).
              10 DESCRICAO-CONTA-TAB      Pic X(20).
              10 VALOR-CONTA-TAB          Pic 9(09)V99.

      *    One entry per centro de custo found on the folha - the
      *    expense side of salarios (net of the rubrica proventos,
      *    which have their own lines), INSS patronal and FGTS.
       01  TABELA-CENTROS-CUSTO.
           05 QTD-CENTROS                 Pic 9(02) Value Zeros.
           05 CENTROS-TAB OCCURS 50 TIMES.
              10 CODIGO-CENTRO-TAB        Pic 9(03).
              10 SALARIO-CENTRO-TAB       Pic 9(09)V99.
              10 PATRONAL-CENTRO-TAB      Pic 9(09)V99.
              10 FGTS-CENTRO-TAB          Pic 9(09)V99.

       01  CONTA-CENTRO.
           05 CONTA-CENTRO-PREFIXO        Pic X(03).
           05 CONTA-CENTRO-SUFIXO         Pic X(03).

       01  DESCRICAO-CENTRO.
           05 DESCRICAO-CENTRO-TEXTO      Pic X(23).
           05 Filler                      Pic X(04) Value " CC ".
           05 DESCRICAO-CENTRO-CODIGO     Pic 9(03).

       PROCEDURE DIVISION.
       INICIO.
               Display "FOLHA.DAT nao encontrado - execute "
                   "CALCULAR-SALARIO-LOTE antes da exportacao "
                   "contabil."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Output ARQUIVO-CONTABIL.
           Open I-O ARQUIVO-LANCHIST.
           If ERRO-LANCHIST = "35"
               Open Output ARQUIVO-LANCHIST
               Close ARQUIVO-LANCHIST
               Open I-O ARQUIVO-LANCHIST
           End-If.
           Open Input ARQUIVO-CCUSTO.
           If ERRO-CC = "00"
               Move "S" To CCUSTO-DISPONIVEL
           Else
               Move "N" To CCUSTO-DISPONIVEL
           End-If.
           Accept DATA-LANCAMENTO From Date YYYYMMDD.
           Accept DATA-EXPORTACAO From Date YYYYMMDD.

       LER-FOLHA.
           Read ARQUIVO-FOLHA-CALCULADA
       SOMAR-FOLHA.
           Move FC-MES-COMP To MES-COMPETENCIA.
           Move FC-ANO-COMP To ANO-COMPETENCIA.
           Move FC-TIPO-FOLHA To TIPO-FOLHA.
           If TIPO-FOLHA = Space
               Move "M" To TIPO-FOLHA
           End-If.
           Add FC-SALARIO-BRUTO To totalSalarioBruto.
           Add FC-VALOR-INSS To totalINSS.
           Add FC-VALOR-IRRF To totalIRRF.
           Add FC-SALARIO-LIQUIDO To totalSalarioLiquido.
           Add FC-INSS-PATRONAL To totalINSSPatronal.
           Add FC-FGTS To totalFGTS.
      *    Records written before the advance existed carry spaces
      *    here.
           If FC-VALOR-ADIANTAMENTO Not Numeric
               Move Zeros To FC-VALOR-ADIANTAMENTO
           End-If.
           Add FC-VALOR-ADIANTAMENTO To totalAdiantamento.
      *    Nor the rubricas, on lines written before they existed.
           If FC-QTD-RUBRICAS Not Numeric
               Move Zeros To FC-QTD-RUBRICAS
               Move Zeros To FC-TOTAL-PROVENTOS
               Move Zeros To FC-TOTAL-DESCONTOS
           End-If.
           Perform SOMAR-RUBRICA
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > FC-QTD-RUBRICAS.
      *    Lines written before the centro de custo existed carry
      *    spaces - they post to the company accounts.
           If FC-CENTRO-CUSTO Not Numeric
               Move Zeros To FC-CENTRO-CUSTO
           End-If.
           Perform SOMAR-CENTRO-CUSTO.
           Add 1 To totalEmpregados.
           Perform LER-FOLHA.

       SOMAR-RUBRICA.
           Move "N" To CONTA-ENCONTRADA.
           Perform TESTAR-CONTA-RUBRICA
               Varying IDX-CONTA From 1 By 1
               Until IDX-CONTA > QTD-CONTAS-RUBRICA
                   Or CONTA-ENCONTRADA = "S".
           If CONTA-ENCONTRADA Not = "S"
               If QTD-CONTAS-RUBRICA = 30
                   Display "Mais de 30 contas de rubrica na folha - "
                       "exportacao contabil interrompida."
                   Move 8 To RETURN-CODE
                   Stop Run
               End-If
               Add 1 To QTD-CONTAS-RUBRICA
               Move FC-RUBRICA-CONTA(IDX-ITEM)
                   To CONTA-RUBRICA-TAB(QTD-CONTAS-RUBRICA)
               Move FC-RUBRICA-NATUREZA(IDX-ITEM)
                   To NATUREZA-CONTA-TAB(QTD-CONTAS-RUBRICA)
               Move FC-RUBRICA-DESCRICAO(IDX-ITEM)
                   To DESCRICAO-CONTA-TAB(QTD-CONTAS-RUBRICA)
               Move FC-RUBRICA-VALOR(IDX-ITEM)
                   To VALOR-CONTA-TAB(QTD-CONTAS-RUBRICA)
           End-If.

       TESTAR-CONTA-RUBRICA.
           If CONTA-RUBRICA-TAB(IDX-CONTA) = FC-RUBRICA-CONTA(IDX-ITEM)
               And NATUREZA-CONTA-TAB(IDX-CONTA) =
                   FC-RUBRICA-NATUREZA(IDX-ITEM)
               Add FC-RUBRICA-VALOR(IDX-ITEM)
                   To VALOR-CONTA-TAB(IDX-CONTA)
               Move "S" To CONTA-ENCONTRADA
           End-If.

       SOMAR-CENTRO-CUSTO.
           Move "N" To CENTRO-ENCONTRADO.
           Perform TESTAR-CENTRO-CUSTO
               Varying IDX-CENTRO From 1 By 1
               Until IDX-CENTRO > QTD-CENTROS
                   Or CENTRO-ENCONTRADO = "S".
           If CENTRO-ENCONTRADO Not = "S"
               If QTD-CENTROS = 50
                   Display "Mais de 50 centros de custo na folha - "
                       "exportacao contabil interrompida."
                   Move 8 To RETURN-CODE
                   Stop Run
               End-If
               Add 1 To QTD-CENTROS
               Move QTD-CENTROS To POS-CENTRO
               Move FC-CENTRO-CUSTO To CODIGO-CENTRO-TAB(POS-CENTRO)
               Move Zeros To SALARIO-CENTRO-TAB(POS-CENTRO)
               Move Zeros To PATRONAL-CENTRO-TAB(POS-CENTRO)
               Move Zeros To FGTS-CENTRO-TAB(POS-CENTRO)
           End-If.
           COMPUTE SALARIO-CENTRO-TAB(POS-CENTRO) =
               SALARIO-CENTRO-TAB(POS-CENTRO)
               + FC-SALARIO-BRUTO - FC-TOTAL-PROVENTOS.
           Add FC-INSS-PATRONAL To PATRONAL-CENTRO-TAB(POS-CENTRO).
           Add FC-FGTS To FGTS-CENTRO-TAB(POS-CENTRO).

       TESTAR-CENTRO-CUSTO.
           If CODIGO-CENTRO-TAB(IDX-CENTRO) = FC-CENTRO-CUSTO
               Move IDX-CENTRO To POS-CENTRO
               Move "S" To CENTRO-ENCONTRADO
           End-If.

       GRAVAR-LANCAMENTOS.
           If totalEmpregados = 0
               Display "FOLHA.DAT esta vazio - nenhum lancamento "
                   "gerado."
           Else
               Perform BUSCAR-SEQUENCIA-LANCHIST
               If TIPO-FOLHA = "A"
                   Perform GRAVAR-LANCAMENTOS-ADIANTAMENTO
               Else
                   Perform GRAVAR-LANCAMENTOS-FOLHA
               End-If
           End-If.

      *    The advance is paid out of the month's salario - no expense
      *    yet, just a receivable from the employee until the monthly
      *    folha deducts it.
       GRAVAR-LANCAMENTOS-ADIANTAMENTO.
           Move "115000" To LC-CONTA.
           Move "ADIANTAMENTO A EMPREGADOS" To LC-DESCRICAO.
           Move "D" To LC-TIPO.
           Move totalSalarioLiquido To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

           Move "111000" To LC-CONTA.
           Move "SALARIOS A PAGAR" To LC-DESCRICAO.
           Move "C" To LC-TIPO.
           Move totalSalarioLiquido To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

      *    The rubrica proventos have their own debit lines, so the
      *    salary expense lines carry the bruto net of them - one per
      *    centro de custo.
       GRAVAR-LANCAMENTOS-FOLHA.
           Perform GRAVAR-SALARIO-CENTRO
               Varying IDX-CENTRO From 1 By 1
               Until IDX-CENTRO > QTD-CENTROS.

           Perform GRAVAR-LANCAMENTO-RUBRICA
               Varying IDX-CONTA From 1 By 1
               Until IDX-CONTA > QTD-CONTAS-RUBRICA.

           Move "211000" To LC-CONTA.
           Move "INSS A RECOLHER" To LC-DESCRICAO.
           Move "C" To LC-TIPO.
           Move totalINSS To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

           Move "212000" To LC-CONTA.
           Move "IRRF A RECOLHER" To LC-DESCRICAO.
           Move "C" To LC-TIPO.
           Move totalIRRF To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

           Move "111000" To LC-CONTA.
           Move "SALARIOS A PAGAR" To LC-DESCRICAO.
           Move "C" To LC-TIPO.
           Move totalSalarioLiquido To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

           If totalAdiantamento > 0
               Move "115000" To LC-CONTA
               Move "ADIANTAMENTO A EMPREGADOS" To LC-DESCRICAO
               Move "C" To LC-TIPO
               Move totalAdiantamento To LC-VALOR
               Perform GRAVAR-LANCAMENTO
           End-If.

           Perform GRAVAR-PATRONAL-CENTRO
               Varying IDX-CENTRO From 1 By 1
               Until IDX-CENTRO > QTD-CENTROS.

           Move "213000" To LC-CONTA.
           Move "INSS PATRONAL A RECOLHER" To LC-DESCRICAO.
           Move "C" To LC-TIPO.
           Move totalINSSPatronal To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

           Perform GRAVAR-FGTS-CENTRO
               Varying IDX-CENTRO From 1 By 1
               Until IDX-CENTRO > QTD-CENTROS.

           Move "214000" To LC-CONTA.
           Move "FGTS A RECOLHER" To LC-DESCRICAO.
           Move "C" To LC-TIPO.
           Move totalFGTS To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

      ******************************************************************
      * Expense lines per centro de custo. BUSCAR-PREFIXO-CENTRO gives
      * the centro's account prefix, or spaces when the line carries no
      * centro de custo or it is not on CCUSTO.DAT - those post to the
      * company accounts 411000/412000/413000, as before.
      ******************************************************************
       GRAVAR-SALARIO-CENTRO.
           Perform BUSCAR-PREFIXO-CENTRO.
           Move "100" To CONTA-CENTRO-SUFIXO.
           Move "DESPESA COM SALARIOS" To DESCRICAO-CENTRO-TEXTO.
           Perform MONTAR-CONTA-CENTRO.
           If PREFIXO-CENTRO = Spaces
               Move "411000" To LC-CONTA
           End-If.
           Move "D" To LC-TIPO.
           Move SALARIO-CENTRO-TAB(IDX-CENTRO) To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

       GRAVAR-PATRONAL-CENTRO.
           Perform BUSCAR-PREFIXO-CENTRO.
           Move "200" To CONTA-CENTRO-SUFIXO.
           Move "DESPESA INSS PATRONAL" To DESCRICAO-CENTRO-TEXTO.
           Perform MONTAR-CONTA-CENTRO.
           If PREFIXO-CENTRO = Spaces
               Move "412000" To LC-CONTA
           End-If.
           Move "D" To LC-TIPO.
           Move PATRONAL-CENTRO-TAB(IDX-CENTRO) To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

       GRAVAR-FGTS-CENTRO.
           Perform BUSCAR-PREFIXO-CENTRO.
           Move "300" To CONTA-CENTRO-SUFIXO.
           Move "DESPESA FGTS" To DESCRICAO-CENTRO-TEXTO.
           Perform MONTAR-CONTA-CENTRO.
           If PREFIXO-CENTRO = Spaces
               Move "413000" To LC-CONTA
           End-If.
           Move "D" To LC-TIPO.
           Move FGTS-CENTRO-TAB(IDX-CENTRO) To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

       BUSCAR-PREFIXO-CENTRO.
           Move Spaces To PREFIXO-CENTRO.
           If CCUSTO-DISPONIVEL = "S"
               And CODIGO-CENTRO-TAB(IDX-CENTRO) Not = Zeros
               Move CODIGO-CENTRO-TAB(IDX-CENTRO) To CC-CODIGO
               Read ARQUIVO-CCUSTO
                   Invalid Key
                       Display "Aviso: centro de custo "
                           CC-CODIGO " nao cadastrado - lancado "
                           "nas contas da empresa."
                   Not Invalid Key
                       Move CC-PREFIXO-CONTA To PREFIXO-CENTRO
               End-Read
           End-If.

      *    The description names the centro de custo whenever the
      *    line carries one, even when it falls back to the company
      *    account, so accounting can still reallocate it.
       MONTAR-CONTA-CENTRO.
           Move PREFIXO-CENTRO To CONTA-CENTRO-PREFIXO.
           Move CONTA-CENTRO To LC-CONTA.
           If CODIGO-CENTRO-TAB(IDX-CENTRO) = Zeros
               Move DESCRICAO-CENTRO-TEXTO To LC-DESCRICAO
           Else
               Move CODIGO-CENTRO-TAB(IDX-CENTRO)
                   To DESCRICAO-CENTRO-CODIGO
               Move DESCRICAO-CENTRO To LC-DESCRICAO
           End-If.

      *    Proventos are debited, descontos credited, each to the
      *    account the rubrica names.
       GRAVAR-LANCAMENTO-RUBRICA.
           Move CONTA-RUBRICA-TAB(IDX-CONTA) To LC-CONTA.
           Move DESCRICAO-CONTA-TAB(IDX-CONTA) To LC-DESCRICAO.
           If NATUREZA-CONTA-TAB(IDX-CONTA) = "P"
               Move "D" To LC-TIPO
           Else
               Move "C" To LC-TIPO
           End-If.
           Move VALOR-CONTA-TAB(IDX-CONTA) To LC-VALOR.
           Perform GRAVAR-LANCAMENTO.

       GRAVAR-LANCAMENTO.
           Move DATA-LANCAMENTO To LC-DATA.
           Move MES-COMPETENCIA To LC-MES-COMP.
           Move ANO-COMPETENCIA To LC-ANO-COMP.
      *    Copied to the archive before the Write - the record area is
      *    not to be read once the line has been written.
           Move REGISTRO-LANCAMENTO To LH-REGISTRO-LANCAMENTO.
           Write REGISTRO-LANCAMENTO.
           Perform ARQUIVAR-LANCAMENTO.

      *    The archive sequence continues after the last line already
      *    kept for this competencia and tipo de folha.
       BUSCAR-SEQUENCIA-LANCHIST.
           Move Spaces To FIM-LANCHIST.
           Move Zeros To SEQUENCIA-LANCHIST.
           Move ANO-COMPETENCIA To LH-ANO-COMP.
           Move MES-COMPETENCIA To LH-MES-COMP.
           Move TIPO-FOLHA To LH-TIPO-FOLHA.
           Move Zeros To LH-SEQUENCIA.
           Start ARQUIVO-LANCHIST Key Is Not Less Than LH-CHAVE
               Invalid Key
                   Move "OK" To FIM-LANCHIST
           End-Start.
           Perform LER-SEQUENCIA-LANCHIST Until FIM-LANCHIST = "OK".

       LER-SEQUENCIA-LANCHIST.
           Read ARQUIVO-LANCHIST Next Record
               At End
                   Move "OK" To FIM-LANCHIST
               Not At End
                   If LH-ANO-COMP Not = ANO-COMPETENCIA
                       Or LH-MES-COMP Not = MES-COMPETENCIA
                       Or LH-TIPO-FOLHA Not = TIPO-FOLHA
                       Move "OK" To FIM-LANCHIST
                   Else
                       Move LH-SEQUENCIA To SEQUENCIA-LANCHIST
                   End-If
           End-Read.

       ARQUIVAR-LANCAMENTO.
           Add 1 To SEQUENCIA-LANCHIST.
           Move ANO-COMPETENCIA To LH-ANO-COMP.
           Move MES-COMPETENCIA To LH-MES-COMP.
           Move TIPO-FOLHA To LH-TIPO-FOLHA.
           Move SEQUENCIA-LANCHIST To LH-SEQUENCIA.
           Move "N" To LH-SITUACAO.
           Move DATA-EXPORTACAO To LH-DATA-EXPORTACAO.
           Write REGISTRO-LANCAMENTO-HIST
               Invalid Key
                   Display "Aviso: lancamento nao arquivado em "
                       "LANCHIST.DAT - " LH-REGISTRO-LANCAMENTO(1:6)
           End-Write.

       FECHAR.
           Close ARQUIVO-FOLHA-CALCULADA.
           Close ARQUIVO-CONTABIL.
           Close ARQUIVO-LANCHIST.
           If CCUSTO-DISPONIVEL = "S"
               Close ARQUIVO-CCUSTO
           End-If.
       END PROGRAM EXPORTAR-CONTABIL.
