      *          polluted the movement ledger with transactions that
      *          never happened; shrinkage is now visible as shrinkage.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Shows the QUANTIDADE-RESERVADA for open pedidos
      *               de venda and warns when the count leaves less
      *               than that in stock; the ajuste carries
      *               EM-DOCUMENTO zeros.
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
       PROGRAM-ID. INVENTARIO-ESTOQUE.
                Organization Is Line Sequential
                File Status Is ERRO-REL.

              Select ARQUIVO-PERIODO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is PE-CHAVE
                File Status Is ERRO-PER.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-INCLUSAO
           Label Record Is Standard
           Record Contains 59 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PRODUTO
           Value Of File-Id "PRODUTO.DAT".
           Value Of File-Id "INVENTARIO.LST".
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
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-REL                       Pic X(02) Value "00".
       77  FIM                            Pic X(02) Value Spaces.
       77  DATA-SISTEMA                   Pic 9(08) Value Zeros.
       77  CODIGO-PROCURADO               Pic 9(05) Value Zeros.
       77  QUANTIDADE-CONTADA             Pic 9(05) Value Zeros.
       77  QUANTIDADE-DIVERGENTE          Pic 9(05) Value Zeros.

       ABRIR.
           Move Spaces To FIM.
           Perform VERIFICAR-PERIODO-FECHADO.
           Open I-O ARQUIVO-INCLUSAO.
           If ERRO Not = "00"
               Display "PRODUTO.DAT nao encontrado - execute "
                   "INCLUSAO-ROTINA antes do inventario."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Extend ARQUIVO-MOVIMENTO.
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

       LEITURA.
           DISPLAY "*-----------------------------------------*"
           Display "Codigo do produto contado (00000 encerra): ".
       CONFERIR-CONTAGEM.
           Display "Produto....: " PRODUTO.
           Display "No sistema.: " QUANTIDADE.
           Display "Reservada..: " QUANTIDADE-RESERVADA.
           Display "Quantidade contada: ".
           Accept QUANTIDADE-CONTADA.
           Add 1 To totalContados.
           If QUANTIDADE-CONTADA < QUANTIDADE-RESERVADA
               Display "Atencao: contagem abaixo da quantidade "
                   "reservada para pedidos de venda - os pedidos em "
                   "aberto nao poderao ser faturados por inteiro."
           End-If.
           If QUANTIDADE-CONTADA = QUANTIDADE
               Display "Sem divergencia."
           Else
           Move QUANTIDADE-DIVERGENTE To EM-QUANTIDADE.
           Move CUSTO-MEDIO To EM-CUSTO-UNITARIO.
           Move QUANTIDADE-CONTADA To EM-QUANTIDADE-RESULTANTE.
           Move Zeros To EM-DOCUMENTO.
           Accept EM-DATA-MOVIMENTO From Date.
           Accept EM-HORA-MOVIMENTO From Time.
           Write REGISTRO-MOVIMENTO-ESTOQUE.
