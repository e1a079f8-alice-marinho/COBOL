      *          inventory value and CMV finally come from the system
      *          instead of a spreadsheet beside it.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Entradas carrying a nota fiscal number (returns
      *               posted by CANCELAR-NOTA) listed as devolucoes and
      *               taken out of the CMV, with a net CMV line.
      * 15-10-2026 AM A period already closed by FECHAR-PERIODO-ESTOQUE
      *               is costed from its archive generation
      *               ESTMOV-AAAAMM.DAT - its movements are no longer
      *               on ESTMOV.DAT.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-CUSTO-ESTOQUE.
                Organization Is Line Sequential
                File Status Is ERRO-MOV.

              Select ARQUIVO-PERIODO Assign To Disk
                Organization Is Indexed
                Access Mode Is Random
                Record Key Is PE-CHAVE
                File Status Is ERRO-PER.

              Select RELATORIO-CUSTO Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-REL.
       FILE SECTION.
       FD  ARQUIVO-INCLUSAO
           Label Record Is Standard
           Record Contains 59 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PRODUTO
           Value Of File-Id "PRODUTO.DAT".

       FD  ARQUIVO-MOVIMENTO
           Label Record Is Standard
           Value Of File-Id NOME-MOVIMENTO.
           COPY ESTMOV.

       FD  ARQUIVO-PERIODO
           Label Record Is Standard
           Record Contains 64 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PERIODO-ESTOQUE
           Value Of File-Id "PERIODOEST.DAT".
           COPY PERIODOEST.

       FD  RELATORIO-CUSTO
           Label Record Is Standard
           Value Of File-Id "ESTCUSTO.LST".
      *    period filter compares its first four digits against the
      *    selected ano (last two digits) plus mes.
       77  PREFIXO-PERIODO                Pic X(04) Value Spaces.
       77  ERRO-PER                       Pic X(02) Value "00".
       77  NOME-MOVIMENTO                 Pic X(20) Value "ESTMOV.DAT".

       77  valorItem                      Pic 9(09)V99 Value Zeros.
       77  totalEstoqueCusto              Pic 9(09)V99 Value Zeros.
       77  custoSaida                     Pic 9(09)V99 Value Zeros.
       77  totalCMV                       Pic 9(09)V99 Value Zeros.
       77  totalSaidas                    Pic 9(05) Value Zeros.
       77  totalDevolucoes                Pic 9(09)V99 Value Zeros.
       77  qtdDevolucoes                  Pic 9(05) Value Zeros.
       77  cmvLiquido                     Pic S9(09)V99 Value Zeros.

       01  CABECALHO-1.
           05 Filler                      Pic X(42) Value
           05 Filler                      Pic X(13) Value " SAIDAS): ".
           05 LC-VALOR                    Pic ZZZZZZZZ9,99.

       01  CABECALHO-DEVOLUCAO.
           05 Filler                      Pic X(50) Value
              "DEVOLUCOES (NOTAS FISCAIS CANCELADAS) DO PERIODO".
       01  CABECALHO-DEVOLUCAO-2.
           05 Filler                      Pic X(52) Value
              "DATA   CODIGO  QTDE  CUSTO UNIT   CUSTO DEVOL   NOTA".

       01  LINHA-DEVOLUCAO.
           05 LV-DATA                     Pic 9(06).
           05 Filler                      Pic X(01) Value Space.
           05 LV-CODIGO                   Pic ZZZZ9.
           05 Filler                      Pic X(01) Value Space.
           05 LV-QUANTIDADE               Pic ZZZZ9.
           05 Filler                      Pic X(01) Value Space.
           05 LV-CUSTO-UNIT               Pic ZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LV-CUSTO-DEVOLUCAO          Pic ZZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LV-DOCUMENTO                Pic 9(06).

       01  LINHA-TOTAL-DEVOLUCAO.
           05 Filler                      Pic X(30) Value
              "DEVOLUCOES DO PERIODO (".
           05 LV-QTD-DEVOLUCOES           Pic ZZZZ9.
           05 Filler                      Pic X(13) Value
              " ENTRADAS): ".
           05 LV-VALOR                    Pic ZZZZZZZZ9,99.

       01  LINHA-CMV-LIQUIDO.
           05 Filler                      Pic X(48) Value
              "CMV LIQUIDO (SAIDAS - DEVOLUCOES):".
           05 LL-VALOR                    Pic -ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform VALORIZAR-PRODUTO Until FIM = "OK".
           Perform IMPRIMIR-TOTAL-ESTOQUE.
           Perform LISTAR-SAIDAS-PERIODO.
           Perform LISTAR-DEVOLUCOES-PERIODO.
           Perform FECHAR.
           Stop Run.

           Accept ANO-PERIODO.
           Move ANO-PERIODO(3:2) To PREFIXO-PERIODO(1:2).
           Move MES-PERIODO To PREFIXO-PERIODO(3:2).
           Perform LOCALIZAR-ARQUIVO-MOVIMENTO.
           Open Input ARQUIVO-INCLUSAO.
           If ERRO Not = "00"
               Display "PRODUTO.DAT nao encontrado - execute "
                   "INCLUSAO-ROTINA antes do relatorio."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Output RELATORIO-CUSTO.
           Write LINHA-RELATORIO From CABECALHO-1.
           Write LINHA-RELATORIO From CABECALHO-2.

      *    A closed period's movements were moved to its archive
      *    generation; an open one is still on ESTMOV.DAT.
       LOCALIZAR-ARQUIVO-MOVIMENTO.
           Move "ESTMOV.DAT" To NOME-MOVIMENTO.
           Open Input ARQUIVO-PERIODO.
           If ERRO-PER = "00"
               Move ANO-PERIODO To PE-ANO
               Move MES-PERIODO To PE-MES
               Read ARQUIVO-PERIODO
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If PE-STATUS = "F"
                           Move PE-ARQUIVO To NOME-MOVIMENTO
                       End-If
               End-Read
               Close ARQUIVO-PERIODO
           End-If.
           Display "Movimentos lidos de " NOME-MOVIMENTO.

       LER-PRODUTO.
           Read ARQUIVO-INCLUSAO Next Record
               At End
           Move Spaces To FIM-MOV.
           Open Input ARQUIVO-MOVIMENTO.
           If ERRO-MOV Not = "00"
               Display NOME-MOVIMENTO " nao encontrado - saidas do "
                   "periodo nao custeadas."
               Move "OK" To FIM-MOV
           End-If.
           Move totalCMV To LC-VALOR.
           Write LINHA-RELATORIO From LINHA-TOTAL-CMV.

      ******************************************************************
      * Second pass over ESTMOV.DAT for the period's devolucoes: an
      * entrada with a nota fiscal number on it is stock coming back
      * from a cancelled nota, at the cost it left at, so it comes off
      * the CMV instead of counting as a purchase.
      ******************************************************************
       LISTAR-DEVOLUCOES-PERIODO.
           Move Spaces To LINHA-RELATORIO.
           Write LINHA-RELATORIO.
           Write LINHA-RELATORIO From CABECALHO-DEVOLUCAO.
           Write LINHA-RELATORIO From CABECALHO-DEVOLUCAO-2.
           Move Spaces To FIM-MOV.
           Open Input ARQUIVO-MOVIMENTO.
           If ERRO-MOV Not = "00"
               Move "OK" To FIM-MOV
           End-If.
           Perform CUSTEAR-DEVOLUCAO Until FIM-MOV = "OK".
           If ERRO-MOV = "00"
               Close ARQUIVO-MOVIMENTO
           End-If.
           Perform IMPRIMIR-TOTAL-DEVOLUCAO.

       CUSTEAR-DEVOLUCAO.
           Read ARQUIVO-MOVIMENTO
               At End
                   Move "OK" To FIM-MOV
               Not At End
                   If EM-TIPO = "E"
                           And EM-DOCUMENTO Numeric
                           And EM-DOCUMENTO > Zeros
                           And EM-DATA-MOVIMENTO(1:4) = PREFIXO-PERIODO
                       Perform IMPRIMIR-DEVOLUCAO
                   End-If
           End-Read.

       IMPRIMIR-DEVOLUCAO.
           COMPUTE custoSaida = EM-QUANTIDADE * EM-CUSTO-UNITARIO.
           Move EM-DATA-MOVIMENTO To LV-DATA.
           Move EM-CODIGO To LV-CODIGO.
           Move EM-QUANTIDADE To LV-QUANTIDADE.
           Move EM-CUSTO-UNITARIO To LV-CUSTO-UNIT.
           Move custoSaida To LV-CUSTO-DEVOLUCAO.
           Move EM-DOCUMENTO To LV-DOCUMENTO.
           Write LINHA-RELATORIO From LINHA-DEVOLUCAO.
           Add custoSaida To totalDevolucoes.
           Add 1 To qtdDevolucoes.

       IMPRIMIR-TOTAL-DEVOLUCAO.
           Move qtdDevolucoes To LV-QTD-DEVOLUCOES.
           Move totalDevolucoes To LV-VALOR.
           Write LINHA-RELATORIO From LINHA-TOTAL-DEVOLUCAO.
           COMPUTE cmvLiquido = totalCMV - totalDevolucoes.
           Move cmvLiquido To LL-VALOR.
           Write LINHA-RELATORIO From LINHA-CMV-LIQUIDO.

       FECHAR.
           Close ARQUIVO-INCLUSAO.
           Close RELATORIO-CUSTO.
