      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Cancellation of a nota fiscal issued by
      *          FATURAR-PEDIDOS. Every item goes back into stock as an
      *          "E" entrada on ESTMOV.DAT carrying the nota fiscal
      *          number and the cost the units left at
      *          (NF-CUSTO-UNITARIO) - not the current CUSTO-MEDIO - so
      *          the average cost is recalculated exactly as if the
      *          sale had never happened and RELATORIO-CUSTO-ESTOQUE
      *          can take the devolucao back out of the custo das
      *          saidas. The nota is marked "C" with the cancellation
      *          date (it is never deleted - the number stays used),
      *          its pedido is marked "X", and the cancellation goes to
      *          the shared AUDITORIA.DAT trail.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Refuses to run once today's inventory period is
      *               closed on PERIODOEST.DAT - the devolucao would be
      *               an entrada dated into it.
      * 15-10-2026 AM Also refuses to run while a close is left "P"
      *               (interrupted) on PERIODOEST.DAT - the resumed
      *               close rebuilds ESTMOV.DAT from ESTMOV.BAK and
      *               would lose anything posted in between.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANCELAR-NOTA.

       Environment Division.

       Configuration Section.
       Source-Computer. IBM PC.
       Object-Computer. IBM PC.
       Special-Names.
           Decimal-Point Is Comma.
       Input-OutPut Section.
       File-Control.
              Select ARQUIVO-NOTA-FISCAL Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is NF-NUMERO
                File Status Is ERRO-NF.

              Select ARQUIVO-PEDIDO-VENDA Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is PV-NUMERO
                File Status Is ERRO-PED.

              Select ARQUIVO-INCLUSAO Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CODIGO
                File Status Is ERRO.

              Select ARQUIVO-MOVIMENTO Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-MOV.

              Select ARQUIVO-AUDITORIA Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-AUD.

              Select ARQUIVO-PERIODO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is PE-CHAVE
                File Status Is ERRO-PER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-NOTA-FISCAL
           Label Record Is Standard
           Record Contains 294 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-NOTA-FISCAL
           Value Of File-Id "NOTAFISC.DAT".
           COPY NOTAFISC.

       FD  ARQUIVO-PEDIDO-VENDA
           Label Record Is Standard
           Record Contains 198 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PEDIDO-VENDA
           Value Of File-Id "PEDVENDA.DAT".
           COPY PEDVENDA.

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

       FD  ARQUIVO-AUDITORIA
           Label Record Is Standard
           Value Of File-Id "AUDITORIA.DAT".
           COPY AUDITORIA.

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
       77  ERRO-NF                        Pic X(02) Value "00".
       77  ERRO-PED                       Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-AUD                       Pic X(02) Value "00".
       77  FIM                            Pic X(02) Value Spaces.
       77  RESPOSTA                       Pic X(01) Value Space.
       77  PEDIDOS-DISPONIVEL             Pic X(01) Value "N".
       77  NOTA-PROCURADA                 Pic 9(06) Value Zeros.
       77  IDX-ITEM                       Pic 9(02) Value Zeros.
       77  QUANTIDADE-DEVOLVIDA           Pic 9(05) Value Zeros.
       77  CUSTO-DEVOLUCAO                Pic 9(05)V99 Value Zeros.
       77  DATA-SISTEMA                   Pic 9(08) Value Zeros.

      *    AUD-CHAVE only holds five characters - the nota number goes
      *    in the campo, the customer in the chave.
       01  CAMPO-AUDITORIA-NOTA.
           05 Filler                      Pic X(05) Value "NOTA ".
           05 CA-NOTA                     Pic 9(06).

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LEITURA.
           Perform CANCELAR Until FIM = "OK".
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Perform VERIFICAR-PERIODO-FECHADO.
           Open I-O ARQUIVO-NOTA-FISCAL.
           If ERRO-NF Not = "00"
               Display "NOTAFISC.DAT nao encontrado - nenhuma nota "
                   "fiscal foi emitida ainda."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-INCLUSAO.
           If ERRO = "39"
               Display "PRODUTO.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes do cancelamento."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           If ERRO Not = "00"
               Display "PRODUTO.DAT nao encontrado - cancelamento "
                   "nao executado."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-PEDIDO-VENDA.
           If ERRO-PED = "00"
               Move "S" To PEDIDOS-DISPONIVEL
           End-If.
           Open Extend ARQUIVO-MOVIMENTO.
           If ERRO-MOV Not = "00"
               Open Output ARQUIVO-MOVIMENTO
               Close ARQUIVO-MOVIMENTO
               Open Extend ARQUIVO-MOVIMENTO
           End-If.
           Open Extend ARQUIVO-AUDITORIA.
           If ERRO-AUD Not = "00"
               Open Output ARQUIVO-AUDITORIA
               Close ARQUIVO-AUDITORIA
               Open Extend ARQUIVO-AUDITORIA
           End-If.
           Accept DATA-SISTEMA From Date YYYYMMDD.

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

       LEITURA.
           DISPLAY "*-----------------------------------------*"
           Display "Nota fiscal a cancelar (000000 encerra): ".
           Accept NOTA-PROCURADA.
           If NOTA-PROCURADA = Zeros
              Move "OK" To FIM.

       CANCELAR.
           Move NOTA-PROCURADA To NF-NUMERO.
           Read ARQUIVO-NOTA-FISCAL
               Invalid Key
                   Display "Nota fiscal nao encontrada"
               Not Invalid Key
                   Perform EXIBIR-NOTA
                   Perform CONFIRMAR-CANCELAMENTO
           End-Read.

           Perform LEITURA.

       EXIBIR-NOTA.
           Display "Nota fiscal: " NF-NUMERO "  emitida em "
               NF-DATA-EMISSAO.
           Display "Pedido.....: " NF-PEDIDO "  cliente " NF-CLIENTE.
           Display "Itens......: " NF-QTD-ITENS.
           Display "Valor......: " NF-VALOR-TOTAL.
           Display "Situacao...: " NF-SITUACAO.

       CONFIRMAR-CANCELAMENTO.
           If NF-SITUACAO Not = "E"
               Display "Nota fiscal ja cancelada em "
                   NF-DATA-CANCELAMENTO " - nada a fazer."
           Else
               Display "Confirma o cancelamento e a devolucao ao "
                   "estoque (S/N)? "
               Accept RESPOSTA
               If RESPOSTA = "S" Or RESPOSTA = "s"
                   Perform DEVOLVER-ITEM
                       Varying IDX-ITEM From 1 By 1
                       Until IDX-ITEM > NF-QTD-ITENS
                   Perform MARCAR-NOTA-CANCELADA
               Else
                   Display "Cancelamento nao confirmado."
               End-If
           End-If.

      ******************************************************************
      * The devolucao is an entrada at the cost the units left at - the
      * same media ponderada MOVIMENTO-ESTOQUE applies to a receipt.
      ******************************************************************
       DEVOLVER-ITEM.
           Move NF-PRODUTO(IDX-ITEM) To CODIGO.
           Move NF-QUANTIDADE(IDX-ITEM) To QUANTIDADE-DEVOLVIDA.
           Move NF-CUSTO-UNITARIO(IDX-ITEM) To CUSTO-DEVOLUCAO.
           Read ARQUIVO-INCLUSAO
               Invalid Key
                   Display "Produto " CODIGO " nao cadastrado - "
                       "item nao devolvido ao estoque"
               Not Invalid Key
                   Perform RECALCULAR-CUSTO-MEDIO
                   Add QUANTIDADE-DEVOLVIDA To QUANTIDADE
                   Rewrite REGISTRO-PRODUTO
                       Invalid Key
                           Display "Erro ao devolver o produto " CODIGO
                       Not Invalid Key
                           Perform GRAVAR-MOVIMENTO
                   End-Rewrite
           End-Read.

       RECALCULAR-CUSTO-MEDIO.
           If QUANTIDADE + QUANTIDADE-DEVOLVIDA > 0
               COMPUTE CUSTO-MEDIO =
                   ((QUANTIDADE * CUSTO-MEDIO) +
                    (QUANTIDADE-DEVOLVIDA * CUSTO-DEVOLUCAO))
                   / (QUANTIDADE + QUANTIDADE-DEVOLVIDA)
           Else
               Move CUSTO-DEVOLUCAO To CUSTO-MEDIO
           End-If.

       GRAVAR-MOVIMENTO.
           Move CODIGO To EM-CODIGO.
           Move "E" To EM-TIPO.
           Move QUANTIDADE-DEVOLVIDA To EM-QUANTIDADE.
           Move CUSTO-DEVOLUCAO To EM-CUSTO-UNITARIO.
           Move QUANTIDADE To EM-QUANTIDADE-RESULTANTE.
           Move NF-NUMERO To EM-DOCUMENTO.
           Accept EM-DATA-MOVIMENTO From Date.
           Accept EM-HORA-MOVIMENTO From Time.
           Write REGISTRO-MOVIMENTO-ESTOQUE.

       MARCAR-NOTA-CANCELADA.
           Move "C" To NF-SITUACAO.
           Move DATA-SISTEMA To NF-DATA-CANCELAMENTO.
           Rewrite REGISTRO-NOTA-FISCAL
               Invalid Key
                   Display "Erro ao gravar o cancelamento da nota"
               Not Invalid Key
                   Display "Nota fiscal " NF-NUMERO " cancelada - "
                       "itens devolvidos ao estoque."
                   Perform REGISTRAR-AUDITORIA
           End-Rewrite.
           If PEDIDOS-DISPONIVEL = "S"
               Move NF-PEDIDO To PV-NUMERO
               Read ARQUIVO-PEDIDO-VENDA
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "X" To PV-SITUACAO
                       Rewrite REGISTRO-PEDIDO-VENDA
                           Invalid Key
                               Display "Erro ao gravar o pedido "
                                   PV-NUMERO
                       End-Rewrite
               End-Read
           End-If.

       REGISTRAR-AUDITORIA.
           Move "CANCELAR-NOTA" To AUD-PROGRAMA.
           Move NF-CLIENTE To AUD-CHAVE.
           Move "A" To AUD-OPERACAO.
           Move NF-NUMERO To CA-NOTA.
           Move CAMPO-AUDITORIA-NOTA To AUD-CAMPO.
           Move "EMITIDA" To AUD-VALOR-ANTERIOR.
           Move "CANCELADA" To AUD-VALOR-NOVO.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       FECHAR.
           Close ARQUIVO-NOTA-FISCAL.
           Close ARQUIVO-INCLUSAO.
           If PEDIDOS-DISPONIVEL = "S"
               Close ARQUIVO-PEDIDO-VENDA
           End-If.
           Close ARQUIVO-MOVIMENTO.
           Close ARQUIVO-AUDITORIA.
       END PROGRAM CANCELAR-NOTA.
