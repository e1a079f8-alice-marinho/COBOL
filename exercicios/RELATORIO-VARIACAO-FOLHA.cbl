      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Month-over-month variance check on the mensal payroll.
      *          Reads the permanent payroll history (HISTFOLHA.DAT)
      *          for the competencia being posted and the one before
      *          it, and lists on VARIACAO.LST every employee whose
      *          bruto or liquido moved by more than the percentage the
      *          operator gives (10% if none), plus anyone paid in only
      *          one of the two months - so a bad EMP-VALOR-HORA edit or
      *          a missing apontamento shows up after
      *          CALCULAR-SALARIO-LOTE and before GERAR-REMESSA, instead
      *          of on payday.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Liquido compared before the adiantamento
      *               quinzenal comes off it - a month with an advance
      *               and one without no longer flag each other.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-VARIACAO-FOLHA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read in key order (codigo, then competencia, then tipo) so
      *    both months of one employee arrive together.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

           SELECT RELATORIO-VARIACAO ASSIGN TO DISK
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

       FD  RELATORIO-VARIACAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "VARIACAO.LST".
       01  LINHA-RELATORIO             Pic X(120).

       WORKING-STORAGE SECTION.
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  FIM-HISTORICO               Pic X(02) Value Spaces.
       77  MES-COMPETENCIA             Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA             Pic 9(04) Value Zeros.
       77  MES-ANTERIOR                Pic 9(02) Value Zeros.
       77  ANO-ANTERIOR                Pic 9(04) Value Zeros.
       77  LIMITE-VARIACAO             Pic 9(03)V99 Value Zeros.
       77  LIMITE-PADRAO               Pic 9(03)V99 Value 10,00.
       77  CODIGO-ATUAL                Pic 9(05) Value Zeros.
       77  NOME-ATUAL                  Pic X(30) Value Spaces.
       77  TEM-ATUAL                   Pic X(01) Value "N".
       77  TEM-ANTERIOR                Pic X(01) Value "N".
       77  SINALIZAR                   Pic X(01) Value "N".
       77  OCORRENCIA                  Pic X(24) Value Spaces.

       77  brutoAtual                  Pic 9(05)V99 Value Zeros.
       77  liquidoAtual                Pic 9(05)V99 Value Zeros.
       77  brutoAnterior               Pic 9(05)V99 Value Zeros.
       77  liquidoAnterior             Pic 9(05)V99 Value Zeros.
       77  variacaoBruto               Pic S9(05)V99 Value Zeros.
       77  variacaoLiquido             Pic S9(05)V99 Value Zeros.
       77  variacaoAbsoluta            Pic 9(05)V99 Value Zeros.

       77  totalBrutoAtual             Pic 9(09)V99 Value Zeros.
       77  totalBrutoAnterior          Pic 9(09)V99 Value Zeros.
       77  totalComparados             Pic 9(05) Value Zeros.
       77  totalSinalizados            Pic 9(05) Value Zeros.

      *    The history line unpacked back into the FOLHA.DAT layout.
       COPY FOLHACALC.

       01  CABECALHO-1.
           05 Filler                   Pic X(38) Value
              "VARIACAO DA FOLHA MENSAL - COMPET.: ".
           05 CB-MES-COMP              Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 CB-ANO-COMP              Pic 9(04).
           05 Filler                   Pic X(13) Value " ANTERIOR: ".
           05 CB-MES-ANT               Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 CB-ANO-ANT               Pic 9(04).
           05 Filler                   Pic X(10) Value " LIMITE: ".
           05 CB-LIMITE                Pic ZZ9,99.
           05 Filler                   Pic X(01) Value "%".
       01  CABECALHO-2.
           05 Filler                   Pic X(50) Value
              "CODIGO NOME                     BRT.ANT. BRT.ATU. ".
           05 Filler                   Pic X(48) Value
              "    VAR.% LIQ.ANT. LIQ.ATU.     VAR.% OCORRENCIA".

       01  LINHA-DETALHE.
           05 LD-CODIGO                Pic ZZZZ9.
           05 Filler                   Pic X(01) Value Space.
           05 LD-NOME                  Pic X(25).
           05 Filler                   Pic X(01) Value Space.
           05 LD-BRUTO-ANT             Pic ZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-BRUTO-ATU             Pic ZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-VAR-BRUTO             Pic -ZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-LIQ-ANT               Pic ZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-LIQ-ATU               Pic ZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-VAR-LIQ               Pic -ZZZZ9,99.
           05 Filler                   Pic X(01) Value Space.
           05 LD-OCORRENCIA            Pic X(24).

       01  LINHA-TOTAL.
           05 Filler                   Pic X(22) Value
              "EMPREGADOS COMPARADOS:".
           05 LT-COMPARADOS            Pic ZZZZ9.
           05 Filler                   Pic X(14) Value
              " SINALIZADOS: ".
           05 LT-SINALIZADOS           Pic ZZZZ9.
           05 Filler                   Pic X(17) Value
              " BRUTO ANTERIOR: ".
           05 LT-BRUTO-ANT             Pic ZZZZZZZZ9,99.
           05 Filler                   Pic X(09) Value " ATUAL: ".
           05 LT-BRUTO-ATU             Pic ZZZZZZZZ9,99.

       01  LINHA-NADA-CONSTA.
           05 Filler                   Pic X(50) Value
              "NENHUMA VARIACAO ACIMA DO LIMITE - NADA CONSTA".

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LER-HISTORICO.
           Perform PROCESSAR-EMPREGADO Until FIM-HISTORICO = "OK".
           Perform IMPRIMIR-TOTAL.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM-HISTORICO.
           Display "Competencia a conferir - mes (01-12): ".
           Accept MES-COMPETENCIA.
           Display "Competencia a conferir - ano: ".
           Accept ANO-COMPETENCIA.
           If MES-COMPETENCIA < 1 Or MES-COMPETENCIA > 12
               Display "Mes da competencia invalido - informe 01 a 12."
               Stop Run
           End-If.
           Display "Percentual limite de variacao (Enter = 10%): ".
           Accept LIMITE-VARIACAO.
           If LIMITE-VARIACAO = Zeros
               Move LIMITE-PADRAO To LIMITE-VARIACAO
           End-If.
           If MES-COMPETENCIA = 1
               Move 12 To MES-ANTERIOR
               COMPUTE ANO-ANTERIOR = ANO-COMPETENCIA - 1
           Else
               COMPUTE MES-ANTERIOR = MES-COMPETENCIA - 1
               Move ANO-COMPETENCIA To ANO-ANTERIOR
           End-If.
           Open Input ARQUIVO-HISTORICO.
           If ERRO-HIST Not = "00"
               Display "HISTFOLHA.DAT nao encontrado - execute "
                   "CALCULAR-SALARIO-LOTE antes da conferencia."
               Stop Run
           End-If.
           Open Output RELATORIO-VARIACAO.
           Move MES-COMPETENCIA To CB-MES-COMP.
           Move ANO-COMPETENCIA To CB-ANO-COMP.
           Move MES-ANTERIOR To CB-MES-ANT.
           Move ANO-ANTERIOR To CB-ANO-ANT.
           Move LIMITE-VARIACAO To CB-LIMITE.
           Write LINHA-RELATORIO From CABECALHO-1.
           Write LINHA-RELATORIO From CABECALHO-2.

       LER-HISTORICO.
           Read ARQUIVO-HISTORICO Next Record
               At End
                   Move "OK" To FIM-HISTORICO
               Not At End
                   Continue
           End-Read.

      *    Gathers every history line of one codigo, keeping only the
      *    mensal lines of the two competencias being compared, then
      *    checks the pair once the codigo changes.
       PROCESSAR-EMPREGADO.
           Move HF-CODIGO To CODIGO-ATUAL.
           Move "N" To TEM-ATUAL.
           Move "N" To TEM-ANTERIOR.
           Move Zeros To brutoAtual.
           Move Zeros To liquidoAtual.
           Move Zeros To brutoAnterior.
           Move Zeros To liquidoAnterior.
           Perform SEPARAR-COMPETENCIAS
               Until FIM-HISTORICO = "OK"
                  Or HF-CODIGO Not = CODIGO-ATUAL.
           If TEM-ATUAL = "S" Or TEM-ANTERIOR = "S"
               Perform COMPARAR-COMPETENCIAS
           End-If.

       SEPARAR-COMPETENCIAS.
           If HF-TIPO-FOLHA = "M" And HF-SITUACAO = "N"
               Move HF-REGISTRO-FOLHA To REGISTRO-FOLHA-CALCULADA
               If FC-VALOR-ADIANTAMENTO Not Numeric
                   Move Zeros To FC-VALOR-ADIANTAMENTO
               End-If
               If HF-ANO-COMP = ANO-COMPETENCIA
                   And HF-MES-COMP = MES-COMPETENCIA
                   Move "S" To TEM-ATUAL
                   Move FC-NOME To NOME-ATUAL
                   Move FC-SALARIO-BRUTO To brutoAtual
                   COMPUTE liquidoAtual =
                       FC-SALARIO-LIQUIDO + FC-VALOR-ADIANTAMENTO
               End-If
               If HF-ANO-COMP = ANO-ANTERIOR
                   And HF-MES-COMP = MES-ANTERIOR
                   Move "S" To TEM-ANTERIOR
                   If TEM-ATUAL Not = "S"
                       Move FC-NOME To NOME-ATUAL
                   End-If
                   Move FC-SALARIO-BRUTO To brutoAnterior
                   COMPUTE liquidoAnterior =
                       FC-SALARIO-LIQUIDO + FC-VALOR-ADIANTAMENTO
               End-If
           End-If.
           Perform LER-HISTORICO.

       COMPARAR-COMPETENCIAS.
           Move "N" To SINALIZAR.
           Move Spaces To OCORRENCIA.
           Move Zeros To variacaoBruto.
           Move Zeros To variacaoLiquido.
           If TEM-ATUAL = "S"
               Add brutoAtual To totalBrutoAtual
           End-If.
           If TEM-ANTERIOR = "S"
               Add brutoAnterior To totalBrutoAnterior
           End-If.
           If TEM-ATUAL = "S" And TEM-ANTERIOR = "N"
               Move "S" To SINALIZAR
               Move "SEM FOLHA NO MES ANTERIOR" To OCORRENCIA
           End-If.
           If TEM-ATUAL = "N" And TEM-ANTERIOR = "S"
               Move "S" To SINALIZAR
               Move "AUSENTE NESTA COMPETENC." To OCORRENCIA
           End-If.
           If TEM-ATUAL = "S" And TEM-ANTERIOR = "S"
               Add 1 To totalComparados
               Perform CALCULAR-VARIACAO
           End-If.
           If SINALIZAR = "S"
               Perform IMPRIMIR-DETALHE
               Add 1 To totalSinalizados
           End-If.

      *    Percentage moves against the previous month; a zero base
      *    (nothing paid last month) is flagged as such instead of
      *    dividing by it.
       CALCULAR-VARIACAO.
           If brutoAnterior = Zeros
               Move "S" To SINALIZAR
               Move "BRUTO ANTERIOR ZERADO" To OCORRENCIA
           Else
               COMPUTE variacaoBruto Rounded =
                   (brutoAtual - brutoAnterior) * 100 / brutoAnterior
                   On Size Error
                       Move 99999,99 To variacaoBruto
               End-Compute
               Move variacaoBruto To variacaoAbsoluta
               If variacaoAbsoluta > LIMITE-VARIACAO
                   Move "S" To SINALIZAR
                   Move "BRUTO FORA DO LIMITE" To OCORRENCIA
               End-If
           End-If.
           If liquidoAnterior Not = Zeros
               COMPUTE variacaoLiquido Rounded =
                   (liquidoAtual - liquidoAnterior) * 100
                   / liquidoAnterior
                   On Size Error
                       Move 99999,99 To variacaoLiquido
               End-Compute
               Move variacaoLiquido To variacaoAbsoluta
               If variacaoAbsoluta > LIMITE-VARIACAO
                   Move "S" To SINALIZAR
                   If OCORRENCIA = Spaces
                       Move "LIQUIDO FORA DO LIMITE" To OCORRENCIA
                   Else
                       Move "BRUTO E LIQUIDO FORA LIM" To OCORRENCIA
                   End-If
               End-If
           End-If.

       IMPRIMIR-DETALHE.
           Move CODIGO-ATUAL To LD-CODIGO.
           Move NOME-ATUAL To LD-NOME.
           Move brutoAnterior To LD-BRUTO-ANT.
           Move brutoAtual To LD-BRUTO-ATU.
           Move variacaoBruto To LD-VAR-BRUTO.
           Move liquidoAnterior To LD-LIQ-ANT.
           Move liquidoAtual To LD-LIQ-ATU.
           Move variacaoLiquido To LD-VAR-LIQ.
           Move OCORRENCIA To LD-OCORRENCIA.
           Write LINHA-RELATORIO From LINHA-DETALHE.

       IMPRIMIR-TOTAL.
           If totalSinalizados = Zeros
               Write LINHA-RELATORIO From LINHA-NADA-CONSTA
           End-If.
           Move totalComparados To LT-COMPARADOS.
           Move totalSinalizados To LT-SINALIZADOS.
           Move totalBrutoAnterior To LT-BRUTO-ANT.
           Move totalBrutoAtual To LT-BRUTO-ATU.
           Write LINHA-RELATORIO From LINHA-TOTAL.
           Display "Empregados sinalizados: " totalSinalizados
               " - confira VARIACAO.LST antes de GERAR-REMESSA.".

       FECHAR.
           Close ARQUIVO-HISTORICO.
           Close RELATORIO-VARIACAO.
       END PROGRAM RELATORIO-VARIACAO-FOLHA.
