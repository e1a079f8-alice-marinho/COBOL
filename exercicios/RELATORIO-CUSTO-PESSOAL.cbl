      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Labor cost per centro de custo. Reads the permanent
      *          payroll history (HISTFOLHA.DAT) - mensal, decimo,
      *          ferias and rescisao lines, leaving out the estornadas
      *          - and prints on CUSTOPES.LST, for every centro de
      *          custo on CCUSTO.DAT, the salario bruto, INSS patronal,
      *          FGTS and their total (the cost of the people in that
      *          department) for the competencia the operator selects
      *          and accumulated from January to it, with a grand
      *          total. Each line is charged to the centro de custo it
      *          was computed under (FC-CENTRO-CUSTO); lines written
      *          before that field existed go to the employee's
      *          current centro de custo. Lines whose centro de custo
      *          is missing or not on CCUSTO.DAT are listed separately
      *          at the end, so the grand total still ties to the
      *          folha.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-CUSTO-PESSOAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

      *    Read in key order once, at the start, to lay out the
      *    report in centro de custo order.
           SELECT ARQUIVO-CCUSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS ERRO-CC.

      *    Consulted only for history lines that carry no centro de
      *    custo of their own.
           SELECT ARQUIVO-EMPREGADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS ERRO-EMP.

           SELECT RELATORIO-CUSTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 542 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "HISTFOLHA.DAT".
           COPY HISTFOLHA.

       FD  ARQUIVO-CCUSTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "CCUSTO.DAT".
           COPY CCUSTO.

       FD  ARQUIVO-EMPREGADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.DAT".
           COPY EMPREG.

       FD  RELATORIO-CUSTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "CUSTOPES.LST".
       01  LINHA-RELATORIO             Pic X(120).

       WORKING-STORAGE SECTION.
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  ERRO-CC                     Pic X(02) Value "00".
       77  ERRO-EMP                    Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  FIM-HISTORICO               Pic X(02) Value Spaces.
       77  FIM-CCUSTO                  Pic X(02) Value Spaces.
       77  EMPREGADOS-DISPONIVEL       Pic X(01) Value "N".
       77  MES-COMPETENCIA             Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA             Pic 9(04) Value Zeros.
       77  CENTRO-LINHA                Pic 9(03) Value Zeros.
       77  CENTRO-ENCONTRADO           Pic X(01) Value Space.
       77  IDX-CENTRO                  Pic 9(03) Value Zeros.
       77  POS-CENTRO                  Pic 9(02) Value Zeros.
       77  totalLinhas                 Pic 9(05) Value Zeros.

       77  totalBrutoMes               Pic 9(09)V99 Value Zeros.
       77  totalPatronalMes            Pic 9(09)V99 Value Zeros.
       77  totalFGTSMes                Pic 9(09)V99 Value Zeros.
       77  totalBrutoAno               Pic 9(09)V99 Value Zeros.
       77  totalPatronalAno            Pic 9(09)V99 Value Zeros.
       77  totalFGTSAno                Pic 9(09)V99 Value Zeros.
       77  custoPeriodo                Pic 9(09)V99 Value Zeros.

      *    The history line unpacked back into the FOLHA.DAT layout.
       COPY FOLHACALC.

      *    One entry per centro de custo on CCUSTO.DAT, in key order,
      *    followed by any centro de custo met on the history that is
      *    not on file (including zeros - no centro de custo).
       01  TABELA-CENTROS.
           05 QTD-CENTROS              Pic 9(02) Value Zeros.
           05 CENTROS-TAB OCCURS 99 TIMES.
              10 CODIGO-CENTRO-TAB     Pic 9(03).
              10 DESCRICAO-CENTRO-TAB  Pic X(20).
              10 BRUTO-MES-TAB         Pic 9(09)V99.
              10 PATRONAL-MES-TAB      Pic 9(09)V99.
              10 FGTS-MES-TAB          Pic 9(09)V99.
              10 BRUTO-ANO-TAB         Pic 9(09)V99.
              10 PATRONAL-ANO-TAB      Pic 9(09)V99.
              10 FGTS-ANO-TAB          Pic 9(09)V99.

       01  CABECALHO-1.
           05 Filler                   Pic X(44) Value
              "CUSTO DE PESSOAL POR CENTRO DE CUSTO - COMP.".
           05 Filler                   Pic X(02) Value ": ".
           05 CB-MES-COMP              Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 CB-ANO-COMP              Pic 9(04).
           05 Filler                   Pic X(22) Value
              "  (ACUMULADO DESDE 01/".
           05 CB-ANO-ACUM              Pic 9(04).
           05 Filler                   Pic X(01) Value ")".
       01  CABECALHO-2.
           05 Filler                   Pic X(37) Value
              "CC  DESCRICAO            PERIODO     ".
           05 Filler                   Pic X(49) Value
              "SAL. BRUTO INSS PATRON.         FGTS  CUSTO TOTAL".

       01  LINHA-DETALHE.
           05 LD-CENTRO                Pic X(03).
           05 Filler                   Pic X(01) Value Space.
           05 LD-DESCRICAO             Pic X(20).
           05 Filler                   Pic X(01) Value Space.
           05 LD-PERIODO               Pic X(09).
           05 Filler                   Pic X(01) Value Space.
           05 LD-BRUTO                 Pic ZZZZZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-PATRONAL              Pic ZZZZZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-FGTS                  Pic ZZZZZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-CUSTO                 Pic ZZZZZZZZ9,99.

       01  LINHA-SEPARADOR.
           05 Filler                   Pic X(86) Value All "-".

       01  LINHA-NADA-CONSTA.
           05 Filler                   Pic X(50) Value
              "NENHUMA FOLHA NO PERIODO - NADA CONSTA".

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LER-HISTORICO.
           Perform SOMAR-HISTORICO Until FIM-HISTORICO = "OK".
           Perform IMPRIMIR-RELATORIO.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM-HISTORICO.
           Display "Competencia do relatorio - mes (01-12): ".
           Accept MES-COMPETENCIA.
           Display "Competencia do relatorio - ano: ".
           Accept ANO-COMPETENCIA.
           If MES-COMPETENCIA < 1 Or MES-COMPETENCIA > 12
               Display "Mes da competencia invalido - informe 01 a 12."
               Stop Run
           End-If.
           Open Input ARQUIVO-HISTORICO.
           If ERRO-HIST Not = "00"
               Display "HISTFOLHA.DAT nao encontrado - execute "
                   "CALCULAR-SALARIO-LOTE antes do relatorio."
               Stop Run
           End-If.
           Open Input ARQUIVO-EMPREGADOS.
           If ERRO-EMP = "39"
               Display "EMPREGADOS.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes do relatorio."
               Stop Run
           End-If.
           If ERRO-EMP = "00"
               Move "S" To EMPREGADOS-DISPONIVEL
           End-If.
           Perform CARREGAR-CENTROS.
           Open Output RELATORIO-CUSTO.
           Move MES-COMPETENCIA To CB-MES-COMP.
           Move ANO-COMPETENCIA To CB-ANO-COMP.
           Move ANO-COMPETENCIA To CB-ANO-ACUM.
           Write LINHA-RELATORIO From CABECALHO-1.
           Write LINHA-RELATORIO From CABECALHO-2.

      ******************************************************************
      * Every centro de custo on file gets its place on the report,
      * even with nothing paid, so a department missing from the folha
      * is visible. Without CCUSTO.DAT every line lands in the
      * "not on file" entries.
      ******************************************************************
       CARREGAR-CENTROS.
           Move Spaces To FIM-CCUSTO.
           Move Zeros To QTD-CENTROS.
           Open Input ARQUIVO-CCUSTO.
           If ERRO-CC = "00"
               Perform CARREGAR-CENTRO Until FIM-CCUSTO = "OK"
               Close ARQUIVO-CCUSTO
           Else
               Display "CCUSTO.DAT nao encontrado - custos listados "
                   "sem centro de custo."
           End-If.

       CARREGAR-CENTRO.
           Read ARQUIVO-CCUSTO Next Record
               At End
                   Move "OK" To FIM-CCUSTO
               Not At End
                   Move CC-CODIGO To CENTRO-LINHA
                   Perform INCLUIR-CENTRO
                   Move CC-DESCRICAO
                       To DESCRICAO-CENTRO-TAB(POS-CENTRO)
           End-Read.

       INCLUIR-CENTRO.
           If QTD-CENTROS = 99
               Display "Mais de 99 centros de custo - relatorio "
                   "interrompido."
               Stop Run
           End-If.
           Add 1 To QTD-CENTROS.
           Move QTD-CENTROS To POS-CENTRO.
           Move CENTRO-LINHA To CODIGO-CENTRO-TAB(POS-CENTRO).
           If CENTRO-LINHA = Zeros
               Move "SEM CENTRO DE CUSTO"
                   To DESCRICAO-CENTRO-TAB(POS-CENTRO)
           Else
               Move "NAO CADASTRADO" To DESCRICAO-CENTRO-TAB(POS-CENTRO)
           End-If.
           Move Zeros To BRUTO-MES-TAB(POS-CENTRO).
           Move Zeros To PATRONAL-MES-TAB(POS-CENTRO).
           Move Zeros To FGTS-MES-TAB(POS-CENTRO).
           Move Zeros To BRUTO-ANO-TAB(POS-CENTRO).
           Move Zeros To PATRONAL-ANO-TAB(POS-CENTRO).
           Move Zeros To FGTS-ANO-TAB(POS-CENTRO).

       LER-HISTORICO.
           Read ARQUIVO-HISTORICO Next Record
               At End
                   Move "OK" To FIM-HISTORICO
               Not At End
                   Continue
           End-Read.

      *    Only the lines of the year selected, up to the competencia;
      *    a line estornada was backed out and costs nothing.
       SOMAR-HISTORICO.
           If HF-SITUACAO Not = "E"
               And HF-ANO-COMP = ANO-COMPETENCIA
               And HF-MES-COMP Not > MES-COMPETENCIA
               Move HF-REGISTRO-FOLHA To REGISTRO-FOLHA-CALCULADA
               Perform DEFINIR-CENTRO-LINHA
               Perform LOCALIZAR-CENTRO
               Perform SOMAR-LINHA
           End-If.
           Perform LER-HISTORICO.

       DEFINIR-CENTRO-LINHA.
           If FC-CENTRO-CUSTO Numeric
               Move FC-CENTRO-CUSTO To CENTRO-LINHA
           Else
               Move Zeros To CENTRO-LINHA
               If EMPREGADOS-DISPONIVEL = "S"
                   Move HF-CODIGO To EMP-CODIGO
                   Read ARQUIVO-EMPREGADOS
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move EMP-CENTRO-CUSTO To CENTRO-LINHA
                   End-Read
               End-If
           End-If.

       LOCALIZAR-CENTRO.
           Move "N" To CENTRO-ENCONTRADO.
           Perform TESTAR-CENTRO
               Varying IDX-CENTRO From 1 By 1
               Until IDX-CENTRO > QTD-CENTROS
                   Or CENTRO-ENCONTRADO = "S".
           If CENTRO-ENCONTRADO Not = "S"
               Perform INCLUIR-CENTRO
           End-If.

       TESTAR-CENTRO.
           If CODIGO-CENTRO-TAB(IDX-CENTRO) = CENTRO-LINHA
               Move IDX-CENTRO To POS-CENTRO
               Move "S" To CENTRO-ENCONTRADO
           End-If.

       SOMAR-LINHA.
           Add 1 To totalLinhas.
           Add FC-SALARIO-BRUTO To BRUTO-ANO-TAB(POS-CENTRO).
           Add FC-INSS-PATRONAL To PATRONAL-ANO-TAB(POS-CENTRO).
           Add FC-FGTS To FGTS-ANO-TAB(POS-CENTRO).
           Add FC-SALARIO-BRUTO To totalBrutoAno.
           Add FC-INSS-PATRONAL To totalPatronalAno.
           Add FC-FGTS To totalFGTSAno.
           If HF-MES-COMP = MES-COMPETENCIA
               Add FC-SALARIO-BRUTO To BRUTO-MES-TAB(POS-CENTRO)
               Add FC-INSS-PATRONAL To PATRONAL-MES-TAB(POS-CENTRO)
               Add FC-FGTS To FGTS-MES-TAB(POS-CENTRO)
               Add FC-SALARIO-BRUTO To totalBrutoMes
               Add FC-INSS-PATRONAL To totalPatronalMes
               Add FC-FGTS To totalFGTSMes
           End-If.

      ******************************************************************
      * Two lines per centro de custo - the competencia and the year to
      * date - then the same two lines for the whole company.
      ******************************************************************
       IMPRIMIR-RELATORIO.
           If totalLinhas = Zeros
               Write LINHA-RELATORIO From LINHA-NADA-CONSTA
           End-If.
           Perform IMPRIMIR-CENTRO
               Varying IDX-CENTRO From 1 By 1
               Until IDX-CENTRO > QTD-CENTROS.
           Write LINHA-RELATORIO From LINHA-SEPARADOR.
           Move "TOT" To LD-CENTRO.
           Move "TOTAL DA EMPRESA" To LD-DESCRICAO.
           Move "COMPET." To LD-PERIODO.
           Move totalBrutoMes To LD-BRUTO.
           Move totalPatronalMes To LD-PATRONAL.
           Move totalFGTSMes To LD-FGTS.
           COMPUTE custoPeriodo =
               totalBrutoMes + totalPatronalMes + totalFGTSMes.
           Move custoPeriodo To LD-CUSTO.
           Write LINHA-RELATORIO From LINHA-DETALHE.
           Move Spaces To LD-CENTRO.
           Move Spaces To LD-DESCRICAO.
           Move "ACUM.ANO" To LD-PERIODO.
           Move totalBrutoAno To LD-BRUTO.
           Move totalPatronalAno To LD-PATRONAL.
           Move totalFGTSAno To LD-FGTS.
           COMPUTE custoPeriodo =
               totalBrutoAno + totalPatronalAno + totalFGTSAno.
           Move custoPeriodo To LD-CUSTO.
           Write LINHA-RELATORIO From LINHA-DETALHE.
           Display "Custo de pessoal acumulado no ano: " LD-CUSTO
               " - confira CUSTOPES.LST.".

       IMPRIMIR-CENTRO.
           Move CODIGO-CENTRO-TAB(IDX-CENTRO) To LD-CENTRO.
           Move DESCRICAO-CENTRO-TAB(IDX-CENTRO) To LD-DESCRICAO.
           Move "COMPET." To LD-PERIODO.
           Move BRUTO-MES-TAB(IDX-CENTRO) To LD-BRUTO.
           Move PATRONAL-MES-TAB(IDX-CENTRO) To LD-PATRONAL.
           Move FGTS-MES-TAB(IDX-CENTRO) To LD-FGTS.
           COMPUTE custoPeriodo = BRUTO-MES-TAB(IDX-CENTRO)
               + PATRONAL-MES-TAB(IDX-CENTRO)
               + FGTS-MES-TAB(IDX-CENTRO).
           Move custoPeriodo To LD-CUSTO.
           Write LINHA-RELATORIO From LINHA-DETALHE.
           Move Spaces To LD-CENTRO.
           Move Spaces To LD-DESCRICAO.
           Move "ACUM.ANO" To LD-PERIODO.
           Move BRUTO-ANO-TAB(IDX-CENTRO) To LD-BRUTO.
           Move PATRONAL-ANO-TAB(IDX-CENTRO) To LD-PATRONAL.
           Move FGTS-ANO-TAB(IDX-CENTRO) To LD-FGTS.
           COMPUTE custoPeriodo = BRUTO-ANO-TAB(IDX-CENTRO)
               + PATRONAL-ANO-TAB(IDX-CENTRO)
               + FGTS-ANO-TAB(IDX-CENTRO).
           Move custoPeriodo To LD-CUSTO.
           Write LINHA-RELATORIO From LINHA-DETALHE.

       FECHAR.
           Close ARQUIVO-HISTORICO.
           If EMPREGADOS-DISPONIVEL = "S"
               Close ARQUIVO-EMPREGADOS
           End-If.
           Close RELATORIO-CUSTO.
       END PROGRAM RELATORIO-CUSTO-PESSOAL.
