      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Monthly government obligations. For the competencia
      *          the operator selects - which must already be "C"
      *          (calculada) or "F" (fechada) on COMPETENCIA.DAT -
      *          reads every line of that month on the permanent
      *          payroll history (HISTFOLHA.DAT: mensal, decimo,
      *          ferias and rescisao, leaving out the estornadas) and
      *          writes REMUNERA.DAT, one fixed-layout remuneration
      *          event per empregado with bruto, INSS segurado, IRRF
      *          base and retido, and FGTS base and value, for the
      *          bookkeeper to load into the government portal
      *          instead of keying it. Prints GUIAS.LST with the total
      *          due on each guia - DARF 0561 (IRRF retido), GPS
      *          (INSS segurados plus patronal) and FGTS - and its due
      *          date: the 20th of the following month, brought
      *          forward to the last business day before it when the
      *          20th falls on a weekend or a national holiday. Every
      *          run is logged on OBRIGLOG.DAT under a new version of
      *          the competencia, with its totals, so which version of
      *          the month was declared can be proved later.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAR-OBRIGACOES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-COMPETENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS ERRO-COMP.

      *    Read in key order (codigo, then competencia, then tipo) so
      *    every run of one employee in the month arrives together.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

           SELECT ARQUIVO-REMUNERACAO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-REM.

           SELECT RELATORIO-GUIAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-REL.

      *    Generation log, keyed competencia + version - a rerun of
      *    the month is logged after the runs before it.
           SELECT ARQUIVO-LOG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-CHAVE
               FILE STATUS IS ERRO-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-COMPETENCIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "COMPETENCIA.DAT".
           COPY COMPFOLHA.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 542 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "HISTFOLHA.DAT".
           COPY HISTFOLHA.

       FD  ARQUIVO-REMUNERACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "REMUNERA.DAT".
           COPY REMUNERA.

       FD  RELATORIO-GUIAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "GUIAS.LST".
       01  LINHA-RELATORIO             Pic X(80).

       FD  ARQUIVO-LOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "OBRIGLOG.DAT".
           COPY OBRIGLOG.

       WORKING-STORAGE SECTION.
       77  ERRO-COMP                   Pic X(02) Value "00".
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  ERRO-REM                    Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  ERRO-LOG                    Pic X(02) Value "00".
       77  FIM-HISTORICO               Pic X(02) Value Spaces.
       77  FIM-LOG                     Pic X(02) Value Spaces.
       77  MES-COMPETENCIA             Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA             Pic 9(04) Value Zeros.
       77  STATUS-COMPETENCIA          Pic X(01) Value Space.
       77  VERSAO-ATUAL                Pic 9(03) Value Zeros.
       77  CODIGO-ATUAL                Pic 9(05) Value Zeros.
       77  NOME-ATUAL                  Pic X(30) Value Spaces.
       77  TIPOS-ATUAIS                Pic X(04) Value Spaces.
       77  TEM-LINHA                   Pic X(01) Value "N".
       77  DATA-SISTEMA                Pic 9(08) Value Zeros.
       77  HORA-SISTEMA                Pic 9(08) Value Zeros.
       77  DIA-UTIL                    Pic X(01) Value "N".
       77  IDX-FERIADO                 Pic 9(02) Value Zeros.
       77  DIA-MES-VENCIMENTO          Pic 9(04) Value Zeros.

       77  totalEmpregados             Pic 9(05) Value Zeros.
       77  totalLinhas                 Pic 9(05) Value Zeros.

      *    One employee's month, every run added together.
       77  brutoEmpregado              Pic 9(07)V99 Value Zeros.
       77  baseINSSEmpregado           Pic 9(07)V99 Value Zeros.
       77  inssEmpregado               Pic 9(07)V99 Value Zeros.
       77  baseIRRFEmpregado           Pic 9(07)V99 Value Zeros.
       77  irrfEmpregado               Pic 9(07)V99 Value Zeros.
       77  baseFGTSEmpregado           Pic 9(07)V99 Value Zeros.
       77  fgtsEmpregado               Pic 9(07)V99 Value Zeros.

       77  totalBruto                  Pic 9(09)V99 Value Zeros.
       77  totalBaseINSS               Pic 9(09)V99 Value Zeros.
       77  totalINSSSegurado           Pic 9(09)V99 Value Zeros.
       77  totalINSSPatronal           Pic 9(09)V99 Value Zeros.
       77  totalINSSGuia               Pic 9(09)V99 Value Zeros.
       77  totalBaseIRRF               Pic 9(09)V99 Value Zeros.
       77  totalIRRF                   Pic 9(09)V99 Value Zeros.
       77  totalBaseFGTS               Pic 9(09)V99 Value Zeros.
       77  totalFGTS                   Pic 9(09)V99 Value Zeros.

      *    The history line unpacked back into the FOLHA.DAT layout.
       COPY FOLHACALC.

       01  GRAVACAO-LINHA.
           05 GL-DATA                  Pic 9(08).
           05 GL-HORA                  Pic 9(08).

       01  ULTIMA-GRAVACAO.
           05 UG-DATA                  Pic 9(08) Value Zeros.
           05 UG-HORA                  Pic 9(08) Value Zeros.

       01  DATA-VENCIMENTO.
           05 DIA-VENCIMENTO           Pic 9(02) Value Zeros.
           05 MES-VENCIMENTO           Pic 9(02) Value Zeros.
           05 ANO-VENCIMENTO           Pic 9(04) Value Zeros.

      *    Zeller's congruence - DIA-SEMANA 0 = sabado, 1 = domingo,
      *    2 = segunda ... 6 = sexta.
       01  CALCULO-DIA-SEMANA.
           05 ZELLER-MES               Pic 9(02) Value Zeros.
           05 ZELLER-ANO               Pic 9(04) Value Zeros.
           05 ZELLER-SECULO            Pic 9(02) Value Zeros.
           05 ZELLER-ANO-SECULO        Pic 9(02) Value Zeros.
           05 ZELLER-TERMO-MES         Pic 9(03) Value Zeros.
           05 ZELLER-QUOCIENTE-MES     Pic 9(03) Value Zeros.
           05 ZELLER-QUOCIENTE-ANO     Pic 9(02) Value Zeros.
           05 ZELLER-QUOCIENTE-SECULO  Pic 9(02) Value Zeros.
           05 ZELLER-SOMA              Pic 9(04) Value Zeros.
           05 ZELLER-SEMANAS           Pic 9(04) Value Zeros.
           05 DIA-SEMANA               Pic 9(01) Value Zeros.

      *    National holidays on a fixed date (mes + dia). A due date on
      *    one of them, or on a weekend, is brought forward.
       01  VALORES-FERIADOS.
           05 Filler                   Pic X(36) Value
              "010104210501090710121102111511201225".
       01  TABELA-FERIADOS REDEFINES VALORES-FERIADOS.
           05 FERIADO-TAB              Pic 9(04) OCCURS 9 TIMES.

       01  CABECALHO-1.
           05 Filler                   Pic X(33) Value
              "GUIAS DE RECOLHIMENTO - COMPET.: ".
           05 CB-MES-COMP              Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 CB-ANO-COMP              Pic 9(04).
           05 Filler                   Pic X(10) Value "  VERSAO: ".
           05 CB-VERSAO                Pic 9(03).
           05 Filler                   Pic X(11) Value "  STATUS: ".
           05 CB-STATUS                Pic X(01).
       01  CABECALHO-2.
           05 Filler                   Pic X(40) Value
              "GUIA                     CODIGO       BA".
           05 Filler                   Pic X(34) Value
              "SE        VALOR  VENCIMENTO".

       01  LINHA-GUIA.
           05 LG-GUIA                  Pic X(24).
           05 Filler                   Pic X(01) Value Space.
           05 LG-CODIGO                Pic X(06).
           05 Filler                   Pic X(01) Value Space.
           05 LG-BASE                  Pic ZZZZZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LG-VALOR                 Pic ZZZZZZZZ9,99.
           05 Filler                   Pic X(02) Value Spaces.
           05 LG-VENCIMENTO.
              10 LG-DIA-VENC           Pic 9(02).
              10 Filler                Pic X(01) Value "/".
              10 LG-MES-VENC           Pic 9(02).
              10 Filler                Pic X(01) Value "/".
              10 LG-ANO-VENC           Pic 9(04).

       01  LINHA-TOTAL.
           05 Filler                   Pic X(12) Value "EMPREGADOS: ".
           05 LT-EMPREGADOS            Pic ZZZZ9.
           05 Filler                   Pic X(20) Value
              "  LINHAS DE FOLHA: ".
           05 LT-LINHAS                Pic ZZZZ9.
           05 Filler                   Pic X(09) Value "  BRUTO: ".
           05 LT-BRUTO                 Pic ZZZZZZZZ9,99.

       01  LINHA-NADA-CONSTA.
           05 Filler                   Pic X(50) Value
              "NENHUMA FOLHA NA COMPETENCIA - NADA CONSTA".

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform VERIFICAR-COMPETENCIA.
           Perform BUSCAR-VERSAO.
           Perform ABRIR-SAIDAS.
           Perform LER-HISTORICO.
           Perform PROCESSAR-EMPREGADO Until FIM-HISTORICO = "OK".
           Perform CALCULAR-VENCIMENTO.
           Perform IMPRIMIR-GUIAS.
           Perform GRAVAR-LOG.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM-HISTORICO.
           Display "Competencia a declarar - mes (01-12): ".
           Accept MES-COMPETENCIA.
           Display "Competencia a declarar - ano: ".
           Accept ANO-COMPETENCIA.
           If MES-COMPETENCIA < 1 Or MES-COMPETENCIA > 12
               Display "Mes da competencia invalido - informe 01 a 12."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Input ARQUIVO-COMPETENCIA.
           If ERRO-COMP Not = "00"
               Display "COMPETENCIA.DAT nao encontrado - execute "
                   "CALCULAR-SALARIO-LOTE antes das obrigacoes."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Input ARQUIVO-HISTORICO.
           If ERRO-HIST Not = "00"
               Display "HISTFOLHA.DAT nao encontrado - execute "
                   "CALCULAR-SALARIO-LOTE antes das obrigacoes."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-LOG.
           If ERRO-LOG = "35"
               Open Output ARQUIVO-LOG
               Close ARQUIVO-LOG
               Open I-O ARQUIVO-LOG
           End-If.
           Accept DATA-SISTEMA From Date YYYYMMDD.
           Accept HORA-SISTEMA From Time.

      *    A month still "A" (aberta) has not finished calculating -
      *    declaring it would send figures that can still change.
       VERIFICAR-COMPETENCIA.
           Move ANO-COMPETENCIA To CP-ANO.
           Move MES-COMPETENCIA To CP-MES.
           Read ARQUIVO-COMPETENCIA
               Invalid Key
                   Display "Competencia " MES-COMPETENCIA "/"
                       ANO-COMPETENCIA " nao cadastrada - execute "
                       "CALCULAR-SALARIO-LOTE antes das obrigacoes."
                   Move 8 To RETURN-CODE
                   Stop Run
           End-Read.
           If CP-STATUS Not = "C" And CP-STATUS Not = "F"
               Display "Competencia " MES-COMPETENCIA "/"
                   ANO-COMPETENCIA " ainda nao calculada (status "
                   CP-STATUS ") - obrigacoes nao geradas."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Move CP-STATUS To STATUS-COMPETENCIA.

      *    The new version follows the last one already logged for
      *    this competencia.
       BUSCAR-VERSAO.
           Move Spaces To FIM-LOG.
           Move Zeros To VERSAO-ATUAL.
           Move ANO-COMPETENCIA To OL-ANO-COMP.
           Move MES-COMPETENCIA To OL-MES-COMP.
           Move Zeros To OL-VERSAO.
           Start ARQUIVO-LOG Key Is Not Less Than OL-CHAVE
               Invalid Key
                   Move "OK" To FIM-LOG
           End-Start.
           Perform LER-VERSAO-LOG Until FIM-LOG = "OK".
           Add 1 To VERSAO-ATUAL.

       LER-VERSAO-LOG.
           Read ARQUIVO-LOG Next Record
               At End
                   Move "OK" To FIM-LOG
               Not At End
                   If OL-ANO-COMP Not = ANO-COMPETENCIA
                       Or OL-MES-COMP Not = MES-COMPETENCIA
                       Move "OK" To FIM-LOG
                   Else
                       Move OL-VERSAO To VERSAO-ATUAL
                   End-If
           End-Read.

       ABRIR-SAIDAS.
           Open Output ARQUIVO-REMUNERACAO.
           Open Output RELATORIO-GUIAS.
           Move MES-COMPETENCIA To CB-MES-COMP.
           Move ANO-COMPETENCIA To CB-ANO-COMP.
           Move VERSAO-ATUAL To CB-VERSAO.
           Move STATUS-COMPETENCIA To CB-STATUS.
           Write LINHA-RELATORIO From CABECALHO-1.
           Write LINHA-RELATORIO From CABECALHO-2.

       LER-HISTORICO.
           Read ARQUIVO-HISTORICO Next Record
               At End
                   Move "OK" To FIM-HISTORICO
               Not At End
                   Continue
           End-Read.

      ******************************************************************
      * Gathers every history line of one codigo, keeping only the
      * competencia being declared, and writes its remuneration event
      * once the codigo changes.
      ******************************************************************
       PROCESSAR-EMPREGADO.
           Move HF-CODIGO To CODIGO-ATUAL.
           Move "N" To TEM-LINHA.
           Move Spaces To TIPOS-ATUAIS.
           Move Zeros To brutoEmpregado.
           Move Zeros To baseINSSEmpregado.
           Move Zeros To inssEmpregado.
           Move Zeros To baseIRRFEmpregado.
           Move Zeros To irrfEmpregado.
           Move Zeros To baseFGTSEmpregado.
           Move Zeros To fgtsEmpregado.
           Perform SOMAR-LINHA-EMPREGADO
               Until FIM-HISTORICO = "OK"
                  Or HF-CODIGO Not = CODIGO-ATUAL.
           If TEM-LINHA = "S"
               Perform GRAVAR-REMUNERACAO
           End-If.

       SOMAR-LINHA-EMPREGADO.
           If HF-ANO-COMP = ANO-COMPETENCIA
               And HF-MES-COMP = MES-COMPETENCIA
               And HF-SITUACAO Not = "E"
               Move HF-REGISTRO-FOLHA To REGISTRO-FOLHA-CALCULADA
               Perform AJUSTAR-BASES
               Move "S" To TEM-LINHA
               Move FC-NOME To NOME-ATUAL
               Perform MARCAR-TIPO-FOLHA
               Add FC-SALARIO-BRUTO To brutoEmpregado
               Add FC-BASE-INSS To baseINSSEmpregado
               Add FC-VALOR-INSS To inssEmpregado
               Add FC-BASE-IRRF To baseIRRFEmpregado
               Add FC-VALOR-IRRF To irrfEmpregado
               Add FC-BASE-FGTS To baseFGTSEmpregado
               Add FC-FGTS To fgtsEmpregado
               Add FC-INSS-PATRONAL To totalINSSPatronal
               Add 1 To totalLinhas
               Move HF-DATA-GRAVACAO To GL-DATA
               Move HF-HORA-GRAVACAO To GL-HORA
               If GRAVACAO-LINHA > ULTIMA-GRAVACAO
                   Move GRAVACAO-LINHA To ULTIMA-GRAVACAO
               End-If
           End-If.
           Perform LER-HISTORICO.

      *    Lines written before the bases were kept carry spaces
      *    there - the INSS and FGTS bases are taken as the bruto and
      *    the IRRF base as the bruto net of INSS.
       AJUSTAR-BASES.
           If FC-BASE-INSS Not Numeric
               Move FC-SALARIO-BRUTO To FC-BASE-INSS
               Move FC-SALARIO-BRUTO To FC-BASE-FGTS
               If FC-SALARIO-BRUTO > FC-VALOR-INSS
                   COMPUTE FC-BASE-IRRF =
                       FC-SALARIO-BRUTO - FC-VALOR-INSS
               Else
                   Move Zeros To FC-BASE-IRRF
               End-If
           End-If.

       MARCAR-TIPO-FOLHA.
           If HF-TIPO-FOLHA = "M"
               Move "M" To TIPOS-ATUAIS(1:1)
           End-If.
           If HF-TIPO-FOLHA = "D"
               Move "D" To TIPOS-ATUAIS(2:1)
           End-If.
           If HF-TIPO-FOLHA = "F"
               Move "F" To TIPOS-ATUAIS(3:1)
           End-If.
           If HF-TIPO-FOLHA = "R"
               Move "R" To TIPOS-ATUAIS(4:1)
           End-If.

       GRAVAR-REMUNERACAO.
           Move "S-1200" To RM-EVENTO.
           Move ANO-COMPETENCIA To RM-ANO-COMP.
           Move MES-COMPETENCIA To RM-MES-COMP.
           Move VERSAO-ATUAL To RM-VERSAO.
           Move CODIGO-ATUAL To RM-CODIGO.
           Move NOME-ATUAL To RM-NOME.
           Move TIPOS-ATUAIS To RM-TIPOS-FOLHA.
           Move brutoEmpregado To RM-SALARIO-BRUTO.
           Move baseINSSEmpregado To RM-BASE-INSS.
           Move inssEmpregado To RM-INSS-SEGURADO.
           Move baseIRRFEmpregado To RM-BASE-IRRF.
           Move irrfEmpregado To RM-IRRF-RETIDO.
           Move baseFGTSEmpregado To RM-BASE-FGTS.
           Move fgtsEmpregado To RM-VALOR-FGTS.
           Write REGISTRO-REMUNERACAO.
           Add 1 To totalEmpregados.
           Add brutoEmpregado To totalBruto.
           Add baseINSSEmpregado To totalBaseINSS.
           Add inssEmpregado To totalINSSSegurado.
           Add baseIRRFEmpregado To totalBaseIRRF.
           Add irrfEmpregado To totalIRRF.
           Add baseFGTSEmpregado To totalBaseFGTS.
           Add fgtsEmpregado To totalFGTS.

      ******************************************************************
      * DARF 0561, GPS and FGTS are all due on the 20th of the month
      * after the competencia; when the 20th is not a business day the
      * payment is brought forward, never pushed back.
      ******************************************************************
       CALCULAR-VENCIMENTO.
           Move 20 To DIA-VENCIMENTO.
           If MES-COMPETENCIA = 12
               Move 1 To MES-VENCIMENTO
               COMPUTE ANO-VENCIMENTO = ANO-COMPETENCIA + 1
           Else
               COMPUTE MES-VENCIMENTO = MES-COMPETENCIA + 1
               Move ANO-COMPETENCIA To ANO-VENCIMENTO
           End-If.
           Move "N" To DIA-UTIL.
           Perform TESTAR-DIA-UTIL Until DIA-UTIL = "S".

       TESTAR-DIA-UTIL.
           Perform CALCULAR-DIA-SEMANA.
           Move "S" To DIA-UTIL.
           If DIA-SEMANA = 0 Or DIA-SEMANA = 1
               Move "N" To DIA-UTIL
           End-If.
           COMPUTE DIA-MES-VENCIMENTO =
               MES-VENCIMENTO * 100 + DIA-VENCIMENTO.
           Perform TESTAR-FERIADO
               Varying IDX-FERIADO From 1 By 1
               Until IDX-FERIADO > 9.
           If DIA-UTIL = "N"
               Subtract 1 From DIA-VENCIMENTO
           End-If.

       TESTAR-FERIADO.
           If FERIADO-TAB(IDX-FERIADO) = DIA-MES-VENCIMENTO
               Move "N" To DIA-UTIL
           End-If.

      *    January and February count as months 13 and 14 of the year
      *    before.
       CALCULAR-DIA-SEMANA.
           Move MES-VENCIMENTO To ZELLER-MES.
           Move ANO-VENCIMENTO To ZELLER-ANO.
           If ZELLER-MES < 3
               Add 12 To ZELLER-MES
               Subtract 1 From ZELLER-ANO
           End-If.
           Divide ZELLER-ANO By 100 Giving ZELLER-SECULO
               Remainder ZELLER-ANO-SECULO.
           COMPUTE ZELLER-TERMO-MES = 13 * (ZELLER-MES + 1).
           Divide ZELLER-TERMO-MES By 5 Giving ZELLER-QUOCIENTE-MES.
           Divide ZELLER-ANO-SECULO By 4
               Giving ZELLER-QUOCIENTE-ANO.
           Divide ZELLER-SECULO By 4 Giving ZELLER-QUOCIENTE-SECULO.
           COMPUTE ZELLER-SOMA = DIA-VENCIMENTO
               + ZELLER-QUOCIENTE-MES + ZELLER-ANO-SECULO
               + ZELLER-QUOCIENTE-ANO + ZELLER-QUOCIENTE-SECULO
               + 5 * ZELLER-SECULO.
           Divide ZELLER-SOMA By 7 Giving ZELLER-SEMANAS
               Remainder DIA-SEMANA.

       IMPRIMIR-GUIAS.
           If totalEmpregados = Zeros
               Write LINHA-RELATORIO From LINHA-NADA-CONSTA
           End-If.
           Move DIA-VENCIMENTO To LG-DIA-VENC.
           Move MES-VENCIMENTO To LG-MES-VENC.
           Move ANO-VENCIMENTO To LG-ANO-VENC.

           Move "DARF IRRF RETIDO" To LG-GUIA.
           Move "0561" To LG-CODIGO.
           Move totalBaseIRRF To LG-BASE.
           Move totalIRRF To LG-VALOR.
           Write LINHA-RELATORIO From LINHA-GUIA.

           Move "GPS INSS SEGURADOS" To LG-GUIA.
           Move "2100" To LG-CODIGO.
           Move totalBaseINSS To LG-BASE.
           Move totalINSSSegurado To LG-VALOR.
           Write LINHA-RELATORIO From LINHA-GUIA.

           Move "GPS INSS PATRONAL" To LG-GUIA.
           Move "2100" To LG-CODIGO.
           Move totalBaseINSS To LG-BASE.
           Move totalINSSPatronal To LG-VALOR.
           Write LINHA-RELATORIO From LINHA-GUIA.

           COMPUTE totalINSSGuia =
               totalINSSSegurado + totalINSSPatronal.
           Move "GPS TOTAL A RECOLHER" To LG-GUIA.
           Move "2100" To LG-CODIGO.
           Move totalBaseINSS To LG-BASE.
           Move totalINSSGuia To LG-VALOR.
           Write LINHA-RELATORIO From LINHA-GUIA.

           Move "FGTS" To LG-GUIA.
           Move "FGTS" To LG-CODIGO.
           Move totalBaseFGTS To LG-BASE.
           Move totalFGTS To LG-VALOR.
           Write LINHA-RELATORIO From LINHA-GUIA.

           Move totalEmpregados To LT-EMPREGADOS.
           Move totalLinhas To LT-LINHAS.
           Move totalBruto To LT-BRUTO.
           Write LINHA-RELATORIO From LINHA-TOTAL.

       GRAVAR-LOG.
           Move ANO-COMPETENCIA To OL-ANO-COMP.
           Move MES-COMPETENCIA To OL-MES-COMP.
           Move VERSAO-ATUAL To OL-VERSAO.
           Move DATA-SISTEMA To OL-DATA-GERACAO.
           Move HORA-SISTEMA To OL-HORA-GERACAO.
           Move STATUS-COMPETENCIA To OL-STATUS-COMPETENCIA.
           Move totalEmpregados To OL-QTD-EMPREGADOS.
           Move totalLinhas To OL-QTD-LINHAS.
           Move totalBruto To OL-TOTAL-BRUTO.
           Move totalINSSSegurado To OL-TOTAL-INSS-SEGURADO.
           Move totalINSSPatronal To OL-TOTAL-INSS-PATRONAL.
           Move totalIRRF To OL-TOTAL-IRRF.
           Move totalFGTS To OL-TOTAL-FGTS.
           Move ULTIMA-GRAVACAO To OL-ULTIMA-GRAVACAO.
           Write REGISTRO-LOG-OBRIGACOES
               Invalid Key
                   Display "Aviso: geracao nao registrada em "
                       "OBRIGLOG.DAT - versao " VERSAO-ATUAL
               Not Invalid Key
                   Display "Obrigacoes da competencia "
                       MES-COMPETENCIA "/" ANO-COMPETENCIA
                       " geradas - versao " VERSAO-ATUAL ", "
                       totalEmpregados " empregados."
                   Display "Envie REMUNERA.DAT e recolha as guias "
                       "de GUIAS.LST ate " LG-VENCIMENTO "."
           End-Write.

       FECHAR.
           Close ARQUIVO-COMPETENCIA.
           Close ARQUIVO-HISTORICO.
           Close ARQUIVO-REMUNERACAO.
           Close RELATORIO-GUIAS.
           Close ARQUIVO-LOG.
       END PROGRAM GERAR-OBRIGACOES.
