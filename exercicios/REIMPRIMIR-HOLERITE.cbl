      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Reprints an employee's holerite (pay stub) for any
      *          past competencia from the permanent payroll history
      *          (HISTFOLHA.DAT), for a mensal, decimo, ferias or
      *          rescisao run - FOLHA.DAT only ever holds the last run,
      *          so a pay dispute months later had nothing to show the
      *          employee. Prompts for the codigo, the competencia and
      *          the tipo de folha, and writes each stub requested in
      *          the session to HOLERITE.LST.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Prints the adiantamento quinzenal the folha (or
      *               the rescisao) deducted as its own desconto line.
      * 15-10-2026 AM Prints each rubrica on the line (FC-RUBRICAS) as
      *               its own provento or desconto; the salario line
      *               shows the bruto net of the rubrica proventos so
      *               the totals still add up to the liquido.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPRIMIR-HOLERITE.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

           SELECT RELATORIO-HOLERITE ASSIGN TO DISK
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

       FD  RELATORIO-HOLERITE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "HOLERITE.LST".
       01  LINHA-RELATORIO             Pic X(80).

       WORKING-STORAGE SECTION.
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  FIM                         Pic X(02) Value Spaces.
       77  CODIGO-PROCURADO            Pic 9(05) Value Zeros.
       77  MES-COMPETENCIA             Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA             Pic 9(04) Value Zeros.
       77  TIPO-PROCURADO              Pic X(01) Value Space.
       77  DESCRICAO-TIPO              Pic X(10) Value Spaces.
       77  totalProventos              Pic 9(06)V99 Value Zeros.
       77  totalDescontos              Pic 9(06)V99 Value Zeros.
       77  verbaDescricao              Pic X(30) Value Spaces.
       77  verbaProvento               Pic 9(06)V99 Value Zeros.
       77  verbaDesconto               Pic 9(06)V99 Value Zeros.
       77  totalHolerites              Pic 9(03) Value Zeros.
       77  IDX-ITEM                    Pic 9(02) Value Zeros.
       77  NATUREZA-IMPRESSA           Pic X(01) Value Space.

      *    The history line unpacked back into the FOLHA.DAT layout.
       COPY FOLHACALC.

       01  LINHA-TRACO.
           05 Filler                   Pic X(72) Value All "-".

       01  LINHA-HOL-TITULO.
           05 Filler                   Pic X(40) Value
              "HOLERITE - SEGUNDA VIA".
           05 Filler                   Pic X(15) Value
              "CALCULADO EM: ".
           05 LH-DATA-GRAVACAO         Pic 9999/99/99.

       01  LINHA-HOL-ESTORNADA.
           05 Filler                   Pic X(60) Value
              "*** FOLHA ESTORNADA - SEM EFEITO NO ACUMULADO ***".

       01  LINHA-HOL-CAB.
           05 Filler                   Pic X(08) Value "CODIGO: ".
           05 LH-CODIGO                Pic ZZZZ9.
           05 Filler                   Pic X(01) Value Space.
           05 LH-NOME                  Pic X(30).
           05 Filler                   Pic X(09) Value " COMPET: ".
           05 LH-MES-COMP              Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 LH-ANO-COMP              Pic 9(04).
           05 Filler                   Pic X(01) Value Space.
           05 LH-TIPO                  Pic X(10).

       01  LINHA-HOL-HORAS.
           05 Filler                   Pic X(15) Value
              "HORAS NORMAIS: ".
           05 LH-HORAS                 Pic ZZ9,9.
           05 Filler                   Pic X(16) Value
              "  HORAS EXTRAS: ".
           05 LH-HORAS-EXTRAS          Pic ZZ9,9.
           05 Filler                   Pic X(14) Value
              "  VALOR/HORA: ".
           05 LH-VALOR-HORA            Pic ZZ9,9.

       01  LINHA-HOL-COLUNAS.
           05 Filler                   Pic X(40) Value
              "DESCRICAO".
           05 Filler                   Pic X(26) Value
              "   PROVENTOS   DESCONTOS".

       01  LINHA-HOL-VERBA.
           05 LV-DESCRICAO             Pic X(40).
           05 LV-PROVENTO              Pic ZZZZZZZ9,99
                                       Blank When Zero.
           05 Filler                   Pic X(01) Value Space.
           05 LV-DESCONTO              Pic ZZZZZZZ9,99
                                       Blank When Zero.

       01  LINHA-HOL-LIQUIDO.
           05 Filler                   Pic X(52) Value
              "LIQUIDO A RECEBER".
           05 LH-LIQUIDO               Pic ZZZZZZZ9,99.

       01  LINHA-HOL-FGTS.
           05 Filler                   Pic X(30) Value
              "FGTS DO PERIODO (DEPOSITO): ".
           05 LH-FGTS                  Pic ZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LEITURA.
           Perform PROCESSAR-HOLERITE Until FIM = "OK".
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Open Input ARQUIVO-HISTORICO.
           If ERRO-HIST Not = "00"
               Display "HISTFOLHA.DAT nao encontrado - nenhuma folha "
                   "foi gravada no historico ainda."
               Stop Run
           End-If.
           Open Output RELATORIO-HOLERITE.

       LEITURA.
           DISPLAY "*-----------------------------------------*"
           Display "Codigo do empregado (00000 encerra): ".
           Accept CODIGO-PROCURADO.
           If CODIGO-PROCURADO = Zeros
               Move "OK" To FIM
           Else
               Display "Competencia - mes (01-12): "
               Accept MES-COMPETENCIA
               Display "Competencia - ano: "
               Accept ANO-COMPETENCIA
               Display "Tipo de folha - (M)ensal, (D)ecimo, (F)erias, "
                   "(R)escisao [M]: "
               Accept TIPO-PROCURADO
           End-If.

       PROCESSAR-HOLERITE.
           If TIPO-PROCURADO = Space
               Move "M" To TIPO-PROCURADO
           End-If.
           Inspect TIPO-PROCURADO Converting "mdfr" To "MDFR".
           Move CODIGO-PROCURADO To HF-CODIGO.
           Move ANO-COMPETENCIA To HF-ANO-COMP.
           Move MES-COMPETENCIA To HF-MES-COMP.
           Move TIPO-PROCURADO To HF-TIPO-FOLHA.
           Read ARQUIVO-HISTORICO
               Invalid Key
                   Display "Nao ha folha desse tipo para o empregado "
                       "nessa competencia no historico."
               Not Invalid Key
                   Perform IMPRIMIR-HOLERITE
           End-Read.
           Perform LEITURA.

       IMPRIMIR-HOLERITE.
           Move HF-REGISTRO-FOLHA To REGISTRO-FOLHA-CALCULADA.
           Perform DESCREVER-TIPO.
           Move Zeros To totalProventos.
           Move Zeros To totalDescontos.
           Move HF-DATA-GRAVACAO To LH-DATA-GRAVACAO.
           Write LINHA-RELATORIO From LINHA-HOL-TITULO.
           If HF-SITUACAO = "E"
               Write LINHA-RELATORIO From LINHA-HOL-ESTORNADA
           End-If.
           Move FC-CODIGO To LH-CODIGO.
           Move FC-NOME To LH-NOME.
           Move FC-MES-COMP To LH-MES-COMP.
           Move FC-ANO-COMP To LH-ANO-COMP.
           Move DESCRICAO-TIPO To LH-TIPO.
           Write LINHA-RELATORIO From LINHA-HOL-CAB.
           Move HF-HORAS-NORMAIS To LH-HORAS.
           Move HF-HORAS-EXTRAS To LH-HORAS-EXTRAS.
           Move HF-VALOR-HORA To LH-VALOR-HORA.
           Write LINHA-RELATORIO From LINHA-HOL-HORAS.
           Write LINHA-RELATORIO From LINHA-TRACO.
           Write LINHA-RELATORIO From LINHA-HOL-COLUNAS.
           Perform IMPRIMIR-VERBAS.
           Write LINHA-RELATORIO From LINHA-TRACO.
           Move "TOTAIS" To verbaDescricao.
           Move totalProventos To verbaProvento.
           Move totalDescontos To verbaDesconto.
           Perform IMPRIMIR-LINHA-VERBA.
           Move FC-SALARIO-LIQUIDO To LH-LIQUIDO.
           Write LINHA-RELATORIO From LINHA-HOL-LIQUIDO.
           Move FC-FGTS To LH-FGTS.
           Write LINHA-RELATORIO From LINHA-HOL-FGTS.
           Move Spaces To LINHA-RELATORIO.
           Write LINHA-RELATORIO.
           Add 1 To totalHolerites.
           Display "Holerite gravado em HOLERITE.LST - liquido: "
               FC-SALARIO-LIQUIDO.

      *    One line per verba, proventos first - each adds into the
      *    stub's totals as it prints.
       IMPRIMIR-VERBAS.
      *    History written before the rubricas existed carries spaces
      *    in FC-RUBRICAS.
           If FC-QTD-RUBRICAS Not Numeric
               Move Zeros To FC-QTD-RUBRICAS
               Move Zeros To FC-TOTAL-PROVENTOS
               Move Zeros To FC-TOTAL-DESCONTOS
           End-If.
           Move "SALARIO BRUTO" To verbaDescricao.
           If FC-TIPO-FOLHA = "D"
               Move "DECIMO TERCEIRO SALARIO" To verbaDescricao
           End-If.
           If FC-TIPO-FOLHA = "F"
               Move "FERIAS + 1/3 CONSTITUCIONAL" To verbaDescricao
           End-If.
           If FC-TIPO-FOLHA = "R"
               Move "VERBAS RESCISORIAS" To verbaDescricao
           End-If.
           COMPUTE verbaProvento =
               FC-SALARIO-BRUTO - FC-TOTAL-PROVENTOS.
           Move Zeros To verbaDesconto.
           Perform SOMAR-IMPRIMIR-VERBA.
           Move "P" To NATUREZA-IMPRESSA.
           Perform IMPRIMIR-RUBRICA
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > FC-QTD-RUBRICAS.
           Move "INSS" To verbaDescricao.
           Move Zeros To verbaProvento.
           Move FC-VALOR-INSS To verbaDesconto.
           Perform SOMAR-IMPRIMIR-VERBA.
           Move "IRRF" To verbaDescricao.
           Move Zeros To verbaProvento.
           Move FC-VALOR-IRRF To verbaDesconto.
           Perform SOMAR-IMPRIMIR-VERBA.
           Move "D" To NATUREZA-IMPRESSA.
           Perform IMPRIMIR-RUBRICA
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > FC-QTD-RUBRICAS.
      *    History written before the advance existed carries spaces
      *    in FC-VALOR-ADIANTAMENTO.
           If FC-VALOR-ADIANTAMENTO Numeric
               And FC-VALOR-ADIANTAMENTO > 0
               Move "ADIANTAMENTO QUINZENAL" To verbaDescricao
               Move Zeros To verbaProvento
               Move FC-VALOR-ADIANTAMENTO To verbaDesconto
               Perform SOMAR-IMPRIMIR-VERBA
           End-If.

       IMPRIMIR-RUBRICA.
           If FC-RUBRICA-NATUREZA(IDX-ITEM) = NATUREZA-IMPRESSA
               Move FC-RUBRICA-DESCRICAO(IDX-ITEM) To verbaDescricao
               Move Zeros To verbaProvento
               Move Zeros To verbaDesconto
               If NATUREZA-IMPRESSA = "P"
                   Move FC-RUBRICA-VALOR(IDX-ITEM) To verbaProvento
               Else
                   Move FC-RUBRICA-VALOR(IDX-ITEM) To verbaDesconto
               End-If
               Perform SOMAR-IMPRIMIR-VERBA
           End-If.

       SOMAR-IMPRIMIR-VERBA.
           Add verbaProvento To totalProventos.
           Add verbaDesconto To totalDescontos.
           Perform IMPRIMIR-LINHA-VERBA.

       IMPRIMIR-LINHA-VERBA.
           Move verbaDescricao To LV-DESCRICAO.
           Move verbaProvento To LV-PROVENTO.
           Move verbaDesconto To LV-DESCONTO.
           Write LINHA-RELATORIO From LINHA-HOL-VERBA.

       DESCREVER-TIPO.
           Move "MENSAL" To DESCRICAO-TIPO.
           If HF-TIPO-FOLHA = "D"
               Move "DECIMO 13O" To DESCRICAO-TIPO
           End-If.
           If HF-TIPO-FOLHA = "F"
               Move "FERIAS" To DESCRICAO-TIPO
           End-If.
           If HF-TIPO-FOLHA = "R"
               Move "RESCISAO" To DESCRICAO-TIPO
           End-If.

       FECHAR.
           Display "Holerites reimpressos: " totalHolerites.
           Close ARQUIVO-HISTORICO.
           Close RELATORIO-HOLERITE.
       END PROGRAM REIMPRIMIR-HOLERITE.
