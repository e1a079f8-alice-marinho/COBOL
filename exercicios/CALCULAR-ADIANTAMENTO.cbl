      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Adiantamento quinzenal run. For the competencia the
      *          operator selects, pays every active employee who has
      *          not opted out (EMP-OPTA-ADIANTAMENTO "N") an advance
      *          of EMP-PERC-ADIANTAMENTO percent of the month's
      *          contractual salario (EMP-HORAS x EMP-VALOR-HORA x
      *          5,25) - or the company's 40% when the employee has no
      *          percentage of their own. No INSS or IRRF is withheld
      *          on the advance; both come off the monthly folha, which
      *          deducts the advance from the liquido.
      *          Each advance is recorded on ADIANTAMENTO.DAT (keyed
      *          codigo + competencia, status "P" pago) - that record
      *          is what CALCULAR-SALARIO-LOTE deducts and what stops
      *          a second run, and a second payment, for the same
      *          competencia. The amounts due are staged on
      *          FOLHAADI.DAT in the FOLHA.DAT layout (tipo "A"), same
      *          handoff as FOLHA13.DAT: the operator promotes it over
      *          FOLHA.DAT in PROMOVER-ARQUIVOS before running
      *          GERAR-REMESSA and EXPORTAR-CONTABIL for the advance.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Each line carries the employee's centro de custo
      *               (FC-CENTRO-CUSTO) for the split GL lines and the
      *               labor-cost report.
      * 15-10-2026 AM Each line carries its INSS, IRRF and FGTS bases
      *               (FC-BASE-INSS/IRRF/FGTS) for GERAR-OBRIGACOES.
      * 15-10-2026 AM A competencia that already has advances on
      *               ADIANTAMENTO.DAT is refused (RETURN-CODE 8)
      *               before FOLHAADI.DAT is opened. A rerun used to
      *               empty the staged file and stage only the employees
      *               not yet advanced, so an unpromoted first run was
      *               never paid but was still deducted by the folha.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-ADIANTAMENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-EMPREGADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS ERRO-EMP.

      *    Consulted only - the advance is paid inside an open
      *    competencia, never one already calculada or fechada.
           SELECT ARQUIVO-COMPETENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS ERRO-COMP.

      *    One record per employee per competencia - a competencia
      *    already on file is not run again.
           SELECT ARQUIVO-ADIANTAMENTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CHAVE
               FILE STATUS IS ERRO-ADI.

           SELECT ARQUIVO-FOLHA-CALCULADA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-FOLHA.

           SELECT RELATORIO-ADIANTAMENTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-EMPREGADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.DAT".
           COPY EMPREG.

       FD  ARQUIVO-COMPETENCIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "COMPETENCIA.DAT".
           COPY COMPFOLHA.

       FD  ARQUIVO-ADIANTAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "ADIANTAMENTO.DAT".
           COPY ADIANTA.

       FD  ARQUIVO-FOLHA-CALCULADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "FOLHAADI.DAT".
           COPY FOLHACALC.

       FD  RELATORIO-ADIANTAMENTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "ADIANTAMENTO.LST".
       01  LINHA-RELATORIO             Pic X(80).

       WORKING-STORAGE SECTION.
       77  ERRO-EMP                    Pic X(02) Value "00".
       77  ERRO-COMP                   Pic X(02) Value "00".
       77  ERRO-ADI                    Pic X(02) Value "00".
       77  ERRO-FOLHA                  Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  FIM-EMPREGADOS              Pic X(02) Value Spaces.
       77  MES-COMPETENCIA             Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA             Pic 9(04) Value Zeros.
       77  DATA-SISTEMA                Pic 9(08) Value Zeros.
       77  FIM-ADIANTAMENTO            Pic X(02) Value Spaces.
       77  qtdJaAdiantados             Pic 9(05) Value Zeros.

       77  PERCENTUAL-PADRAO           Pic 9(02)V99 Value 40,00.
       77  percentualAplicado          Pic 9(02)V99 Value Zeros.
       77  salarioContratual           Pic 9(05)V99 Value Zeros.
       77  valorAdiantamento           Pic 9(05)V99 Value Zeros.

       77  totalAdiantamentoGeral      Pic 9(07)V99 Value Zeros.
       77  totalEmpregados             Pic 9(03) Value Zeros.

       01  CABECALHO-1.
           05 Filler                   Pic X(32) Value
              "ADIANTAMENTO QUINZENAL - COMP.: ".
           05 CAB-MES                  Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 CAB-ANO                  Pic 9(04).
       01  CABECALHO-2.
           05 Filler                   Pic X(56) Value
             "CODIGO NOME                           SALARIO   PERC".
           05 Filler                   Pic X(12) Value
              "     VALOR".

       01  LINHA-DETALHE.
           05 LD-CODIGO                Pic ZZZZ9.
           05 Filler                   Pic X(01) Value Space.
           05 LD-NOME                  Pic X(30).
           05 Filler                   Pic X(01) Value Space.
           05 LD-SALARIO               Pic ZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-PERCENTUAL            Pic Z9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-VALOR                 Pic ZZZZ9,99.

       01  LINHA-TOTAL.
           05 Filler                   Pic X(20) Value "TOTAL GERAL (".
           05 LT-QTDE                  Pic ZZ9.
           05 Filler                   Pic X(15) Value " EMPREGADOS): ".
           05 LT-VALOR                 Pic ZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LER-EMPREGADO.
           Perform PROCESSAR-EMPREGADO Until FIM-EMPREGADOS = "OK".
           Perform IMPRIMIR-TOTAL.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM-EMPREGADOS.
           Display "Competencia do adiantamento - mes (01-12): ".
           Accept MES-COMPETENCIA.
           Display "Competencia do adiantamento - ano: ".
           Accept ANO-COMPETENCIA.
           If MES-COMPETENCIA < 1 Or MES-COMPETENCIA > 12
               Display "Mes da competencia invalido - informe 01 a 12."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Perform VERIFICAR-COMPETENCIA.
           Open Input ARQUIVO-EMPREGADOS.
           If ERRO-EMP = "39"
               Display "EMPREGADOS.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes do adiantamento."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           If ERRO-EMP Not = "00"
               Display "EMPREGADOS.DAT nao encontrado - execute "
                   "MANUTENCAO-EMPREGADOS antes do adiantamento."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-ADIANTAMENTO.
           If ERRO-ADI = "35"
               Open Output ARQUIVO-ADIANTAMENTO
               Close ARQUIVO-ADIANTAMENTO
               Open I-O ARQUIVO-ADIANTAMENTO
           End-If.
           Perform VERIFICAR-REEXECUCAO.
           Accept DATA-SISTEMA From Date YYYYMMDD.
           Open Output RELATORIO-ADIANTAMENTO.
      *    Staged on FOLHAADI.DAT, started fresh each run - promote
      *    it over FOLHA.DAT before running GERAR-REMESSA and
      *    EXPORTAR-CONTABIL for the advance. A competencia is run
      *    once, so this never overwrites an unpromoted staging.
           Open Output ARQUIVO-FOLHA-CALCULADA.
           Move MES-COMPETENCIA To CAB-MES.
           Move ANO-COMPETENCIA To CAB-ANO.
           Write LINHA-RELATORIO From CABECALHO-1.
           Write LINHA-RELATORIO From CABECALHO-2.

      *    A competencia with no control record yet is simply still
      *    open - the monthly run creates it.
       VERIFICAR-COMPETENCIA.
           Open Input ARQUIVO-COMPETENCIA.
           If ERRO-COMP = "00"
               Move ANO-COMPETENCIA To CP-ANO
               Move MES-COMPETENCIA To CP-MES
               Read ARQUIVO-COMPETENCIA
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Perform CONFERIR-STATUS-COMPETENCIA
               End-Read
               Close ARQUIVO-COMPETENCIA
           End-If.

       CONFERIR-STATUS-COMPETENCIA.
           If CP-STATUS = "C" Or CP-STATUS = "F"
               Display "Competencia " MES-COMPETENCIA "/"
                   ANO-COMPETENCIA " ja calculada ou fechada - o "
                   "adiantamento nao pode mais ser pago nela."
               Close ARQUIVO-COMPETENCIA
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

      ******************************************************************
      * The staging is rebuilt from scratch, so a second run for the
      * competencia would lose the first run's FOLHAADI.DAT while its
      * ADIANTAMENTO.DAT records still get deducted by the folha. Any
      * advance already on file for the competencia refuses the run.
      ******************************************************************
       VERIFICAR-REEXECUCAO.
           Move Zeros To qtdJaAdiantados.
           Move Spaces To FIM-ADIANTAMENTO.
           Move Zeros To AD-CHAVE.
           Start ARQUIVO-ADIANTAMENTO Key Is Not Less Than AD-CHAVE
               Invalid Key
                   Move "OK" To FIM-ADIANTAMENTO
           End-Start.
           Perform CONTAR-ADIANTAMENTO Until FIM-ADIANTAMENTO = "OK".
           If qtdJaAdiantados > 0
               Display "Competencia " MES-COMPETENCIA "/"
                   ANO-COMPETENCIA " ja tem " qtdJaAdiantados
                   " adiantamento(s) em ADIANTAMENTO.DAT - "
                   "execucao recusada. Promova o FOLHAADI.DAT ja "
                   "gerado em PROMOVER-ARQUIVOS."
               Close ARQUIVO-EMPREGADOS
               Close ARQUIVO-ADIANTAMENTO
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

       CONTAR-ADIANTAMENTO.
           Read ARQUIVO-ADIANTAMENTO Next Record
               At End
                   Move "OK" To FIM-ADIANTAMENTO
               Not At End
                   If AD-ANO-COMP = ANO-COMPETENCIA
                      And AD-MES-COMP = MES-COMPETENCIA
                       Add 1 To qtdJaAdiantados
                   End-If
           End-Read.

       LER-EMPREGADO.
           Read ARQUIVO-EMPREGADOS Next Record
               At End
                   Move "OK" To FIM-EMPREGADOS
               Not At End
                   Continue.

       PROCESSAR-EMPREGADO.
           If EMP-SITUACAO Not = "D"
               And EMP-OPTA-ADIANTAMENTO Not = "N"
               Perform CALCULAR-ADIANTAMENTO-EMPREGADO
               If valorAdiantamento > 0
                   Perform IMPRIMIR-DETALHE
                   Perform GRAVAR-FOLHA-CALCULADA
                   Perform GRAVAR-ADIANTAMENTO
                   Add valorAdiantamento To totalAdiantamentoGeral
                   Add 1 To totalEmpregados
               End-If
           End-If.
           Perform LER-EMPREGADO.

       CALCULAR-ADIANTAMENTO-EMPREGADO.
           If EMP-PERC-ADIANTAMENTO Numeric
               And EMP-PERC-ADIANTAMENTO > 0
               Move EMP-PERC-ADIANTAMENTO To percentualAplicado
           Else
               Move PERCENTUAL-PADRAO To percentualAplicado
           End-If.
           COMPUTE salarioContratual =
               EMP-HORAS * EMP-VALOR-HORA * 5,25.
           COMPUTE valorAdiantamento ROUNDED =
               salarioContratual * percentualAplicado / 100.

       IMPRIMIR-DETALHE.
           Move EMP-CODIGO To LD-CODIGO.
           Move EMP-NOME To LD-NOME.
           Move salarioContratual To LD-SALARIO.
           Move percentualAplicado To LD-PERCENTUAL.
           Move valorAdiantamento To LD-VALOR.
           Write LINHA-RELATORIO From LINHA-DETALHE.

      *    No withholding on the advance - bruto and liquido are the
      *    same figure, and the employer charges stay with the
      *    monthly folha.
       GRAVAR-FOLHA-CALCULADA.
           Move EMP-CODIGO To FC-CODIGO.
           Move EMP-NOME To FC-NOME.
           Move valorAdiantamento To FC-SALARIO-BRUTO.
           Move Zeros To FC-VALOR-INSS.
           Move Zeros To FC-VALOR-IRRF.
           Move valorAdiantamento To FC-SALARIO-LIQUIDO.
           Move Zeros To FC-INSS-PATRONAL.
           Move Zeros To FC-FGTS.
           Move MES-COMPETENCIA To FC-MES-COMP.
           Move ANO-COMPETENCIA To FC-ANO-COMP.
           Move "A" To FC-TIPO-FOLHA.
           Move Zeros To FC-VALOR-ADIANTAMENTO.
           Move Zeros To FC-TOTAL-PROVENTOS.
           Move Zeros To FC-TOTAL-DESCONTOS.
           Move Spaces To FC-RUBRICAS.
           Move Zeros To FC-QTD-RUBRICAS.
           Move EMP-CENTRO-CUSTO To FC-CENTRO-CUSTO.
           Move Zeros To FC-BASE-INSS.
           Move Zeros To FC-BASE-IRRF.
           Move Zeros To FC-BASE-FGTS.
           Write REGISTRO-FOLHA-CALCULADA.

       GRAVAR-ADIANTAMENTO.
           Move EMP-CODIGO To AD-CODIGO.
           Move ANO-COMPETENCIA To AD-ANO-COMP.
           Move MES-COMPETENCIA To AD-MES-COMP.
           Move valorAdiantamento To AD-VALOR.
           Move percentualAplicado To AD-PERCENTUAL.
           Move "P" To AD-STATUS.
           Move DATA-SISTEMA To AD-DATA-PAGAMENTO.
           Move Zeros To AD-DATA-DESCONTO.
           Write REGISTRO-ADIANTAMENTO
               Invalid Key
                   Display "Erro ao gravar o adiantamento de "
                       EMP-CODIGO
           End-Write.

       IMPRIMIR-TOTAL.
           Move totalEmpregados To LT-QTDE.
           Move totalAdiantamentoGeral To LT-VALOR.
           Write LINHA-RELATORIO From LINHA-TOTAL.
           Display "Promova FOLHAADI.DAT sobre FOLHA.DAT em "
               "PROMOVER-ARQUIVOS antes de rodar GERAR-REMESSA e "
               "EXPORTAR-CONTABIL do adiantamento.".

       FECHAR.
           Close ARQUIVO-EMPREGADOS.
           Close ARQUIVO-ADIANTAMENTO.
           Close RELATORIO-ADIANTAMENTO.
           Close ARQUIVO-FOLHA-CALCULADA.
       END PROGRAM CALCULAR-ADIANTAMENTO.
