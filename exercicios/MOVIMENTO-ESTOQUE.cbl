      *               entrada, the CUSTO-MEDIO in effect on a saida)
      *               so RELATORIO-CUSTO-ESTOQUE can value the stock
      *               and cost the saidas out.
      * 15-10-2026 AM A saida may only take the units not reserved for
      *               open pedidos de venda (QUANTIDADE minus
      *               QUANTIDADE-RESERVADA); the movement carries
      *               EM-DOCUMENTO zeros, no nota fiscal behind it.
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
       PROGRAM-ID. MOVIMENTO-ESTOQUE.
                Organization Is Line Sequential
                File Status Is ERRO-PED.

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
           Value Of File-Id "ESTBAIXO.LST".
       01  LINHA-RELATORIO                Pic X(60).

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
       77  ERRO-REL                       Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-PED                       Pic X(02) Value "00".
       77  FIM                            Pic X(02) Value Spaces.
       77  DATA-SISTEMA                   Pic 9(08) Value Zeros.
       77  MOVIMENTO-VALIDO               Pic X(01) Value Space.
       77  FIM-LISTAGEM                   Pic X(02) Value Spaces.
       77  CODIGO-PROCURADO               Pic 9(05) Value Zeros.
       77  CUSTO-UNITARIO-MOV             Pic 9(05)V99 Value Zeros.
       77  PONTO-RESSUPRIMENTO            Pic 9(05) Value 10.
       77  META-RESSUPRIMENTO             Pic 9(05) Value 30.
       77  QUANTIDADE-DISPONIVEL          Pic 9(05) Value Zeros.

       01  CABECALHO-BAIXO-1.
           05 Filler                      Pic X(38) Value

       ABRIR.
           Move Spaces To FIM.
           Perform VERIFICAR-PERIODO-FECHADO.
           Open I-O ARQUIVO-INCLUSAO.
           If ERRO = "35"
               Open Output ARQUIVO-INCLUSAO
           End-If.
           Open Output ARQUIVO-PEDIDO.

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
           Display "Digite o codigo do produto (00000 encerra): ".
       EXIBIR-PRODUTO.
           Display "Produto....: " PRODUTO.
           Display "Quantidade.: " QUANTIDADE.
           Display "Reservada..: " QUANTIDADE-RESERVADA.

       ENTRAR-TIPO-MOVIMENTO.
           Display "(E)ntrada ou (S)aida: ".
               Add QUANTIDADE-MOV To QUANTIDADE
           Else
               If TIPO-MOVIMENTO = "S" Or TIPO-MOVIMENTO = "s"
                   Perform CALCULAR-DISPONIVEL
                   If QUANTIDADE-MOV > QUANTIDADE-DISPONIVEL
                       Display "Saida maior que o estoque disponivel "
                           "(" QUANTIDADE-DISPONIVEL " livres, "
                           QUANTIDADE-RESERVADA " reservadas)"
                       Move "N" To MOVIMENTO-VALIDO
                   Else
                       Move CUSTO-MEDIO To CUSTO-UNITARIO-MOV
                   Display "Tipo de movimento invalido"
                   Move "N" To MOVIMENTO-VALIDO.

      *    Units reserved for pedidos de venda are already promised -
      *    a reservada above the stock (after an inventario baixa)
      *    leaves nothing free.
       CALCULAR-DISPONIVEL.
           If QUANTIDADE > QUANTIDADE-RESERVADA
               COMPUTE QUANTIDADE-DISPONIVEL =
                   QUANTIDADE - QUANTIDADE-RESERVADA
           Else
               Move Zeros To QUANTIDADE-DISPONIVEL
           End-If.

       ENTRAR-CUSTO-UNITARIO.
           Display "Custo unitario da entrada: ".
           Accept CUSTO-UNITARIO-MOV.
           Move QUANTIDADE-MOV To EM-QUANTIDADE.
           Move CUSTO-UNITARIO-MOV To EM-CUSTO-UNITARIO.
           Move QUANTIDADE To EM-QUANTIDADE-RESULTANTE.
           Move Zeros To EM-DOCUMENTO.
           Accept EM-DATA-MOVIMENTO From Date.
           Accept EM-HORA-MOVIMENTO From Time.
           Write REGISTRO-MOVIMENTO-ESTOQUE.
