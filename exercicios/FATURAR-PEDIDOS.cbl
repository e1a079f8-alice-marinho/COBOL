      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Faturamento batch. Every pedido de venda confirmed
      *          ("C") on PEDVENDA.DAT becomes one nota fiscal on
      *          NOTAFISC.DAT, numbered on from the last nota on file.
      *          Each item leaves stock as an "S" saida on ESTMOV.DAT
      *          carrying the nota fiscal number (EM-DOCUMENTO) and
      *          the CUSTO-MEDIO in effect, the product's QUANTIDADE
      *          and QUANTIDADE-RESERVADA both drop by the quantity
      *          invoiced, and the nota keeps the PRECO each item was
      *          sold at next to its cost, for RELATORIO-VENDAS. A
      *          pedido whose products no longer hold the units (an
      *          inventario baixa since it was keyed) is left "C" and
      *          listed, nothing of it invoiced. The run prints
      *          FATURA.LST with every nota issued and every pedido
      *          held back.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Refuses to run once today's inventory period is
      *               closed on PERIODOEST.DAT (FECHAR-PERIODO-ESTOQUE).
      * 15-10-2026 AM Also refuses to run while a close is left "P"
      *               (interrupted) on PERIODOEST.DAT - the resumed
      *               close rebuilds ESTMOV.DAT from ESTMOV.BAK and
      *               would lose anything posted in between.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATURAR-PEDIDOS.

       Environment Division.

       Configuration Section.
       Source-Computer. IBM PC.
       Object-Computer. IBM PC.
       Special-Names.
           Decimal-Point Is Comma.
       Input-OutPut Section.
       File-Control.
              Select ARQUIVO-PEDIDO-VENDA Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is PV-NUMERO
                File Status Is ERRO-PED.

              Select ARQUIVO-NOTA-FISCAL Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is NF-NUMERO
                File Status Is ERRO-NF.

              Select ARQUIVO-CLIENTE Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CL-CODIGO
                File Status Is ERRO-CLI.

              Select ARQUIVO-INCLUSAO Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CODIGO
                File Status Is ERRO.

              Select ARQUIVO-MOVIMENTO Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-MOV.

              Select RELATORIO-FATURAMENTO Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-REL.

              Select ARQUIVO-PERIODO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is PE-CHAVE
                File Status Is ERRO-PER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PEDIDO-VENDA
           Label Record Is Standard
           Record Contains 198 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PEDIDO-VENDA
           Value Of File-Id "PEDVENDA.DAT".
           COPY PEDVENDA.

       FD  ARQUIVO-NOTA-FISCAL
           Label Record Is Standard
           Record Contains 294 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-NOTA-FISCAL
           Value Of File-Id "NOTAFISC.DAT".
           COPY NOTAFISC.

       FD  ARQUIVO-CLIENTE
           Label Record Is Standard
           Record Contains 72 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-CLIENTE
           Value Of File-Id "CLIENTE.DAT".
           COPY CLIENTE.

       FD  ARQUIVO-INCLUSAO
           Label Record Is Standard
           Record Contains 59 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PRODUTO
           Value Of File-Id "PRODUTO.DAT".
           COPY REGPROD.

       FD  ARQUIVO-MOVIMENTO
           Label Record Is Standard
           Value Of File-Id "ESTMOV.DAT".
           COPY ESTMOV.

       FD  RELATORIO-FATURAMENTO
           Label Record Is Standard
           Value Of File-Id "FATURA.LST".
       01  LINHA-RELATORIO                Pic X(80).

       FD  ARQUIVO-PERIODO
           Label Record Is Standard
           Record Contains 64 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PERIODO-ESTOQUE
           Value Of File-Id "PERIODOEST.DAT".
           COPY PERIODOEST.

       Working-Storage Section.
       77  ERRO                           Pic X(02) Value "00".
       77  ERRO-PER                       Pic X(02) Value "00".
       77  FIM-PERIODO                    Pic X(02) Value Spaces.
       77  ULTIMO-PERIODO-FECHADO         Pic X(06) Value Spaces.
       77  ERRO-PED                       Pic X(02) Value "00".
       77  ERRO-NF                        Pic X(02) Value "00".
       77  ERRO-CLI                       Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-REL                       Pic X(02) Value "00".
       77  FIM-PEDIDOS                    Pic X(02) Value Spaces.
       77  FIM-NOTAS                      Pic X(02) Value Spaces.
       77  CLIENTES-DISPONIVEL            Pic X(01) Value "N".
       77  ESTOQUE-SUFICIENTE             Pic X(01) Value "S".
       77  ULTIMA-NOTA                    Pic 9(06) Value Zeros.
       77  IDX-ITEM                       Pic 9(02) Value Zeros.
       77  IDX-OUTRO                      Pic 9(02) Value Zeros.
       77  PRODUTO-FALTANTE               Pic 9(05) Value Zeros.
       77  QUANTIDADE-NO-PEDIDO           Pic 9(07) Value Zeros.
       77  DATA-SISTEMA                   Pic 9(08) Value Zeros.

       77  valorItem                      Pic 9(07)V99 Value Zeros.
       77  custoItem                      Pic 9(07)V99 Value Zeros.
       77  totalNotas                     Pic 9(05) Value Zeros.
       77  totalRetidos                   Pic 9(05) Value Zeros.
       77  totalFaturado                  Pic 9(09)V99 Value Zeros.
       77  totalCusto                     Pic 9(09)V99 Value Zeros.

       01  CABECALHO-1.
           05 Filler                      Pic X(30) Value
              "FATURAMENTO DE PEDIDOS - DATA ".
           05 CB-DATA                     Pic 9(08).
       01  CABECALHO-2.
           05 Filler                      Pic X(50) Value
              "NOTA   PEDIDO CLIENTE                        VALOR".
           05 Filler                      Pic X(13) Value
              "        CUSTO".

       01  LINHA-NOTA.
           05 LN-NOTA                     Pic 9(06).
           05 Filler                      Pic X(01) Value Space.
           05 LN-PEDIDO                   Pic 9(06).
           05 Filler                      Pic X(01) Value Space.
           05 LN-CLIENTE                  Pic X(30).
           05 Filler                      Pic X(01) Value Space.
           05 LN-VALOR                    Pic ZZZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LN-CUSTO                    Pic ZZZZZZ9,99.

       01  LINHA-RETIDO.
           05 Filler                      Pic X(07) Value "PEDIDO ".
           05 LR-PEDIDO                   Pic 9(06).
           05 Filler                      Pic X(40) Value
              " NAO FATURADO - ESTOQUE INSUFICIENTE DO ".
           05 Filler                      Pic X(08) Value "PRODUTO ".
           05 LR-PRODUTO                  Pic 9(05).

       01  LINHA-TOTAL.
           05 Filler                      Pic X(07) Value "NOTAS: ".
           05 LT-NOTAS                    Pic ZZZZ9.
           05 Filler                      Pic X(11) Value "  RETIDOS: ".
           05 LT-RETIDOS                  Pic ZZZZ9.
           05 Filler                      Pic X(09) Value "  VALOR: ".
           05 LT-VALOR                    Pic ZZZZZZZZ9,99.
           05 Filler                      Pic X(09) Value "  CUSTO: ".
           05 LT-CUSTO                    Pic ZZZZZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform BUSCAR-ULTIMA-NOTA.
           Perform LER-PEDIDO.
           Perform FATURAR-PEDIDO Until FIM-PEDIDOS = "OK".
           Perform IMPRIMIR-TOTAL.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM-PEDIDOS.
           Perform VERIFICAR-PERIODO-FECHADO.
           Open I-O ARQUIVO-PEDIDO-VENDA.
           If ERRO-PED Not = "00"
               Display "PEDVENDA.DAT nao encontrado - nenhum pedido "
                   "de venda a faturar."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-INCLUSAO.
           If ERRO = "39"
               Display "PRODUTO.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes do faturamento."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           If ERRO Not = "00"
               Display "PRODUTO.DAT nao encontrado - faturamento "
                   "cancelado."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-NOTA-FISCAL.
           If ERRO-NF = "35"
               Open Output ARQUIVO-NOTA-FISCAL
               Close ARQUIVO-NOTA-FISCAL
               Open I-O ARQUIVO-NOTA-FISCAL
           End-If.
           Open Input ARQUIVO-CLIENTE.
           If ERRO-CLI = "00"
               Move "S" To CLIENTES-DISPONIVEL
           End-If.
           Open Extend ARQUIVO-MOVIMENTO.
           If ERRO-MOV Not = "00"
               Open Output ARQUIVO-MOVIMENTO
               Close ARQUIVO-MOVIMENTO
               Open Extend ARQUIVO-MOVIMENTO
           End-If.
           Accept DATA-SISTEMA From Date YYYYMMDD.
           Open Output RELATORIO-FATURAMENTO.
           Move DATA-SISTEMA To CB-DATA.
           Write LINHA-RELATORIO From CABECALHO-1.
           Write LINHA-RELATORIO From CABECALHO-2.

      ******************************************************************
      * Every movement is dated today - once the inventory period of
      * today (or a later one, after a clock set back) is on
      * PERIODOEST.DAT the ledger for it is archived and closed.
      ******************************************************************
       VERIFICAR-PERIODO-FECHADO.
           Move Spaces To ULTIMO-PERIODO-FECHADO.
           Move Spaces To FIM-PERIODO.
           Open Input ARQUIVO-PERIODO.
           If ERRO-PER = "00"
               Perform LER-PERIODO Until FIM-PERIODO = "OK"
               Close ARQUIVO-PERIODO
           End-If.
           Accept DATA-SISTEMA From Date YYYYMMDD.
           If ULTIMO-PERIODO-FECHADO Not = Spaces
                   And DATA-SISTEMA(1:6) Not > ULTIMO-PERIODO-FECHADO
               Display "Estoque fechado ate "
                   ULTIMO-PERIODO-FECHADO(5:2) "/"
                   ULTIMO-PERIODO-FECHADO(1:4)
                   " - nenhum movimento pode ser gravado com a data "
                   "de hoje (" DATA-SISTEMA ")."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

       LER-PERIODO.
           Read ARQUIVO-PERIODO Next Record
               At End
                   Move "OK" To FIM-PERIODO
               Not At End
                   Move PE-CHAVE To ULTIMO-PERIODO-FECHADO
                   If PE-STATUS = "P"
                       Display "Fechamento de " PE-MES "/" PE-ANO
                           " interrompido - conclua "
                           "FECHAR-PERIODO-ESTOQUE antes de gravar "
                           "movimentos."
                       Move 8 To RETURN-CODE
                       Stop Run
                   End-If
           End-Read.

      *    Notas are numbered on from the highest already issued -
      *    NOTAFISC.DAT is read through in key order to find it.
       BUSCAR-ULTIMA-NOTA.
           Move Spaces To FIM-NOTAS.
           Move Zeros To NF-NUMERO.
           Start ARQUIVO-NOTA-FISCAL Key Is Not Less Than NF-NUMERO
               Invalid Key
                   Move "OK" To FIM-NOTAS
           End-Start.
           Perform LER-NOTA Until FIM-NOTAS = "OK".

       LER-NOTA.
           Read ARQUIVO-NOTA-FISCAL Next Record
               At End
                   Move "OK" To FIM-NOTAS
               Not At End
                   Move NF-NUMERO To ULTIMA-NOTA
           End-Read.

       LER-PEDIDO.
           Read ARQUIVO-PEDIDO-VENDA Next Record
               At End
                   Move "OK" To FIM-PEDIDOS
               Not At End
                   Continue
           End-Read.

       FATURAR-PEDIDO.
           If PV-SITUACAO = "C" And PV-QTD-ITENS > Zeros
               Perform CONFERIR-ESTOQUE-PEDIDO
               If ESTOQUE-SUFICIENTE = "S"
                   Perform EMITIR-NOTA
               Else
                   Move PV-NUMERO To LR-PEDIDO
                   Move PRODUTO-FALTANTE To LR-PRODUTO
                   Write LINHA-RELATORIO From LINHA-RETIDO
                   Add 1 To totalRetidos
               End-If
           End-If.
           Perform LER-PEDIDO.

      ******************************************************************
      * The whole pedido is checked before any item leaves stock, so a
      * pedido is either invoiced complete or not at all. A product on
      * more than one item is checked for the items added together.
      ******************************************************************
       CONFERIR-ESTOQUE-PEDIDO.
           Move "S" To ESTOQUE-SUFICIENTE.
           Perform CONFERIR-ITEM
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > PV-QTD-ITENS
                  Or ESTOQUE-SUFICIENTE = "N".

       CONFERIR-ITEM.
           Move Zeros To QUANTIDADE-NO-PEDIDO.
           Perform SOMAR-PRODUTO-PEDIDO
               Varying IDX-OUTRO From 1 By 1
               Until IDX-OUTRO > PV-QTD-ITENS.
           Move PV-PRODUTO(IDX-ITEM) To CODIGO.
           Read ARQUIVO-INCLUSAO
               Invalid Key
                   Move "N" To ESTOQUE-SUFICIENTE
               Not Invalid Key
                   If QUANTIDADE-NO-PEDIDO > QUANTIDADE
                       Move "N" To ESTOQUE-SUFICIENTE
                   End-If
           End-Read.
           If ESTOQUE-SUFICIENTE = "N"
               Move PV-PRODUTO(IDX-ITEM) To PRODUTO-FALTANTE
           End-If.

       SOMAR-PRODUTO-PEDIDO.
           If PV-PRODUTO(IDX-OUTRO) = PV-PRODUTO(IDX-ITEM)
               Add PV-QUANTIDADE(IDX-OUTRO) To QUANTIDADE-NO-PEDIDO
           End-If.

       EMITIR-NOTA.
           Add 1 To ULTIMA-NOTA.
           Move ULTIMA-NOTA To NF-NUMERO.
           Move PV-NUMERO To NF-PEDIDO.
           Move PV-CLIENTE To NF-CLIENTE.
           Move DATA-SISTEMA To NF-DATA-EMISSAO.
           Move "E" To NF-SITUACAO.
           Move Zeros To NF-DATA-CANCELAMENTO.
           Move PV-QTD-ITENS To NF-QTD-ITENS.
           Move Zeros To NF-VALOR-TOTAL.
           Move Zeros To NF-CUSTO-TOTAL.
           Perform LIMPAR-ITEM-NOTA
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > 10.
           Perform BAIXAR-ITEM
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > PV-QTD-ITENS.
           Write REGISTRO-NOTA-FISCAL
               Invalid Key
                   Display "Erro ao gravar a nota fiscal " NF-NUMERO
           End-Write.
           Move "F" To PV-SITUACAO.
           Move NF-NUMERO To PV-NOTA.
           Rewrite REGISTRO-PEDIDO-VENDA
               Invalid Key
                   Display "Erro ao gravar o pedido " PV-NUMERO
           End-Rewrite.
           Perform IMPRIMIR-NOTA.

       LIMPAR-ITEM-NOTA.
           Move Zeros To NF-PRODUTO(IDX-ITEM).
           Move Zeros To NF-QUANTIDADE(IDX-ITEM).
           Move Zeros To NF-PRECO-UNITARIO(IDX-ITEM).
           Move Zeros To NF-CUSTO-UNITARIO(IDX-ITEM).

      *    The units leave both the stock and the reservation; the
      *    saida is costed at the CUSTO-MEDIO in effect, same as a
      *    saida keyed in MOVIMENTO-ESTOQUE.
       BAIXAR-ITEM.
           Move PV-PRODUTO(IDX-ITEM) To CODIGO.
           Read ARQUIVO-INCLUSAO
               Invalid Key
                   Display "Produto " CODIGO " nao encontrado na "
                       "baixa da nota " NF-NUMERO
               Not Invalid Key
                   Subtract PV-QUANTIDADE(IDX-ITEM) From QUANTIDADE
                   If QUANTIDADE-RESERVADA > PV-QUANTIDADE(IDX-ITEM)
                       Subtract PV-QUANTIDADE(IDX-ITEM)
                           From QUANTIDADE-RESERVADA
                   Else
                       Move Zeros To QUANTIDADE-RESERVADA
                   End-If
                   Rewrite REGISTRO-PRODUTO
                       Invalid Key
                           Display "Erro ao baixar o produto " CODIGO
                       Not Invalid Key
                           Perform GRAVAR-MOVIMENTO
                   End-Rewrite
           End-Read.
           Move PV-PRODUTO(IDX-ITEM) To NF-PRODUTO(IDX-ITEM).
           Move PV-QUANTIDADE(IDX-ITEM) To NF-QUANTIDADE(IDX-ITEM).
           Move PV-PRECO(IDX-ITEM) To NF-PRECO-UNITARIO(IDX-ITEM).
           Move CUSTO-MEDIO To NF-CUSTO-UNITARIO(IDX-ITEM).
           COMPUTE valorItem =
               PV-QUANTIDADE(IDX-ITEM) * PV-PRECO(IDX-ITEM).
           COMPUTE custoItem =
               PV-QUANTIDADE(IDX-ITEM) * NF-CUSTO-UNITARIO(IDX-ITEM).
           Add valorItem To NF-VALOR-TOTAL.
           Add custoItem To NF-CUSTO-TOTAL.

       GRAVAR-MOVIMENTO.
           Move CODIGO To EM-CODIGO.
           Move "S" To EM-TIPO.
           Move PV-QUANTIDADE(IDX-ITEM) To EM-QUANTIDADE.
           Move CUSTO-MEDIO To EM-CUSTO-UNITARIO.
           Move QUANTIDADE To EM-QUANTIDADE-RESULTANTE.
           Move NF-NUMERO To EM-DOCUMENTO.
           Accept EM-DATA-MOVIMENTO From Date.
           Accept EM-HORA-MOVIMENTO From Time.
           Write REGISTRO-MOVIMENTO-ESTOQUE.

       IMPRIMIR-NOTA.
           Move NF-NUMERO To LN-NOTA.
           Move NF-PEDIDO To LN-PEDIDO.
           Move Spaces To LN-CLIENTE.
           If CLIENTES-DISPONIVEL = "S"
               Move NF-CLIENTE To CL-CODIGO
               Read ARQUIVO-CLIENTE
                   Invalid Key
                       Move "(cliente nao encontrado)" To LN-CLIENTE
                   Not Invalid Key
                       Move CL-NOME To LN-CLIENTE
               End-Read
           End-If.
           Move NF-VALOR-TOTAL To LN-VALOR.
           Move NF-CUSTO-TOTAL To LN-CUSTO.
           Write LINHA-RELATORIO From LINHA-NOTA.
           Add 1 To totalNotas.
           Add NF-VALOR-TOTAL To totalFaturado.
           Add NF-CUSTO-TOTAL To totalCusto.

       IMPRIMIR-TOTAL.
           Move totalNotas To LT-NOTAS.
           Move totalRetidos To LT-RETIDOS.
           Move totalFaturado To LT-VALOR.
           Move totalCusto To LT-CUSTO.
           Write LINHA-RELATORIO From LINHA-TOTAL.
           Display "Notas fiscais emitidas: " totalNotas
               "  pedidos retidos: " totalRetidos.
           If totalRetidos > 0
               Display "Veja FATURA.LST - os pedidos retidos "
                   "continuam confirmados."
           End-If.

       FECHAR.
           Close ARQUIVO-PEDIDO-VENDA.
           Close ARQUIVO-NOTA-FISCAL.
           If CLIENTES-DISPONIVEL = "S"
               Close ARQUIVO-CLIENTE
           End-If.
           Close ARQUIVO-INCLUSAO.
           Close ARQUIVO-MOVIMENTO.
           Close RELATORIO-FATURAMENTO.
       END PROGRAM FATURAR-PEDIDOS.
