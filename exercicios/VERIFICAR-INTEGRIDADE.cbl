      *          reported and their check skipped - a fresh install is
      *          not a divergence.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Flags every adiantamento quinzenal still "P"
      *               (pago, never deducted) on ADIANTAMENTO.DAT whose
      *               competencia is already calculada or fechada -
      *               an advance the monthly folha missed.
      * 15-10-2026 AM Flags every active employee with no centro de
      *               custo, or one that is not on CCUSTO.DAT - the
      *               split GL lines would post them to the company
      *               accounts.
      * 15-10-2026 AM Flags every product whose QUANTIDADE-RESERVADA
      *               does not match the quantities on its open and
      *               confirmed pedidos on PEDVENDA.DAT.
      * 15-10-2026 AM The stock replay starts from the product's
      *               closing balance on SALDOEST.DAT for the last
      *               inventory period closed (PERIODOEST.DAT) and
      *               applies only the movements dated after it.
      * 15-10-2026 AM Ends with RETURN-CODE 4 when divergences are
      *               found and 8 on an error exit, so CONTROLAR-JOBS
      *               stops the job stream before the folha.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-INTEGRIDADE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-MOV.

      *    The last inventory period closed and its closing balances
      *    - the replay starts there instead of from day one.
           SELECT ARQUIVO-PERIODO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PE-CHAVE
               FILE STATUS IS ERRO-PER.

           SELECT ARQUIVO-SALDO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-CHAVE
               FILE STATUS IS ERRO-SAL.

      *    PEDVENDA.DAT is re-read per product the same way.
           SELECT ARQUIVO-PEDIDO-VENDA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PV-NUMERO
               FILE STATUS IS ERRO-PED.

           SELECT ARQUIVO-ADIANTAMENTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-CHAVE
               FILE STATUS IS ERRO-ADI.

           SELECT ARQUIVO-COMPETENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS ERRO-COMP.

           SELECT ARQUIVO-CCUSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS ERRO-CC.

           SELECT RELATORIO-INTEGRIDADE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-REL.
       FILE SECTION.
       FD  ARQUIVO-EMPREGADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.DAT".
           COPY EMPREG.

       FD  ARQUIVO-INCLUSAO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           DATA RECORD IS REGISTRO-PRODUTO
           VALUE OF FILE-ID "PRODUTO.DAT".
           VALUE OF FILE-ID "ESTMOV.DAT".
           COPY ESTMOV.

       FD  ARQUIVO-PERIODO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           DATA RECORD IS REGISTRO-PERIODO-ESTOQUE
           VALUE OF FILE-ID "PERIODOEST.DAT".
           COPY PERIODOEST.

       FD  ARQUIVO-SALDO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           DATA RECORD IS REGISTRO-SALDO-ESTOQUE
           VALUE OF FILE-ID "SALDOEST.DAT".
           COPY SALDOEST.

       FD  ARQUIVO-PEDIDO-VENDA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 198 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           DATA RECORD IS REGISTRO-PEDIDO-VENDA
           VALUE OF FILE-ID "PEDVENDA.DAT".
           COPY PEDVENDA.

       FD  ARQUIVO-ADIANTAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "ADIANTAMENTO.DAT".
           COPY ADIANTA.

       FD  ARQUIVO-COMPETENCIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "COMPETENCIA.DAT".
           COPY COMPFOLHA.

       FD  ARQUIVO-CCUSTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "CCUSTO.DAT".
           COPY CCUSTO.

       FD  RELATORIO-INTEGRIDADE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "INTEGRIDADE.LST".
       77  ERRO-PROD                   Pic X(02) Value "00".
       77  ERRO-MOV                    Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  ERRO-ADI                    Pic X(02) Value "00".
       77  ERRO-COMP                   Pic X(02) Value "00".
       77  ERRO-CC                     Pic X(02) Value "00".
       77  ERRO-PED                    Pic X(02) Value "00".
       77  PEDIDOS-DISPONIVEL          Pic X(01) Value "N".
       77  FIM-PED                     Pic X(02) Value Spaces.
       77  IDX-ITEM                    Pic 9(02) Value Zeros.
       77  reservaPedidos              Pic 9(07) Value Zeros.
       77  ERRO-PER                    Pic X(02) Value "00".
       77  ERRO-SAL                    Pic X(02) Value "00".
       77  FIM-PERIODO                 Pic X(02) Value Spaces.
       77  SALDOS-DISPONIVEL           Pic X(01) Value "N".
       77  SALDO-INICIAL               Pic X(01) Value "N".
       77  ULTIMO-PERIODO              Pic X(06) Value Spaces.
      *    EM-DATA-MOVIMENTO is AAMMDD: movements whose first four
      *    digits are not above the closed period's AAMM are already
      *    in its closing balance.
       77  PREFIXO-FECHAMENTO          Pic X(04) Value Spaces.
       77  FIM-ARQUIVO                 Pic X(02) Value Spaces.
       77  FIM-MOV                     Pic X(02) Value Spaces.
       77  REGISTRO-ENCONTRADO         Pic X(01) Value Space.
           05 Filler                   Pic X(01) Value Space.
           05 LD-DETALHE               Pic X(40).

       01  DETALHE-ADIANTAMENTO.
           05 Filler                   Pic X(12) Value "COMPETENCIA ".
           05 DA-MES                   Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 DA-ANO                   Pic 9(04).
           05 Filler                   Pic X(02) Value " (".
           05 DA-STATUS                Pic X(01).
           05 Filler                   Pic X(01) Value ")".

       01  DETALHE-CENTRO.
           05 Filler                   Pic X(03) Value "CC ".
           05 DC-CENTRO                Pic 9(03).
           05 Filler                   Pic X(01) Value Space.
           05 DC-NOME                  Pic X(30).

       01  DETALHE-RESERVA.
           05 Filler                   Pic X(08) Value "PEDIDOS ".
           05 DR-PEDIDOS               Pic 9(07).
           05 Filler                   Pic X(11) Value " RESERVADA ".
           05 DR-RESERVADA             Pic 9(05).

       01  LINHA-NADA-CONSTA.
           05 Filler                   Pic X(43) Value
              "NADA CONSTA - TODAS AS REFERENCIAS CONFEREM".
           Perform ABRIR.
           Perform VERIFICAR-FOLHA.
           Perform VERIFICAR-CONTAS-BANCARIAS.
           Perform VERIFICAR-CENTROS-CUSTO.
           Perform VERIFICAR-ACUMULO.
           Perform VERIFICAR-ADIANTAMENTOS.
           Perform VERIFICAR-ESTOQUE.
           Perform IMPRIMIR-TOTAL.
           Perform FECHAR.
           If ERRO-EMP Not = "00"
               Display "EMPREGADOS.DAT nao encontrado - execute "
                   "MANUTENCAO-EMPREGADOS antes da verificacao."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Output RELATORIO-INTEGRIDADE.
                   Move "S" To REGISTRO-ENCONTRADO
           End-Read.

      ******************************************************************
      * EMPREGADOS.DAT -> CCUSTO.DAT: every active employee must sit
      * in a centro de custo that exists, or EXPORTAR-CONTABIL posts
      * the cost to the company accounts instead of the department's.
      ******************************************************************
       VERIFICAR-CENTROS-CUSTO.
           Open Input ARQUIVO-CCUSTO.
           If ERRO-CC Not = "00"
               Display "CCUSTO.DAT nao encontrado - verificacao dos "
                   "centros de custo pulada."
           Else
               Move Spaces To FIM-ARQUIVO
               Move Zeros To EMP-CODIGO
               Start ARQUIVO-EMPREGADOS Key Is Greater Than EMP-CODIGO
                   Invalid Key
                       Move "OK" To FIM-ARQUIVO
               End-Start
               Perform CONFERIR-CENTRO-EMPREGADO
                   Until FIM-ARQUIVO = "OK"
               Close ARQUIVO-CCUSTO
           End-If.

       CONFERIR-CENTRO-EMPREGADO.
           Read ARQUIVO-EMPREGADOS Next Record
               At End
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   If EMP-SITUACAO Not = "D"
                       Perform LOCALIZAR-CENTRO-CUSTO
                       If REGISTRO-ENCONTRADO Not = "S"
                           If EMP-CENTRO-CUSTO = Zeros
                               Move "EMPREGADO SEM CENTRO DE CUSTO"
                                   To LD-VERIFICACAO
                           Else
                               Move "CENTRO DE CUSTO INEXISTENTE"
                                   To LD-VERIFICACAO
                           End-If
                           Move EMP-CODIGO To LD-CODIGO
                           Move EMP-CENTRO-CUSTO To DC-CENTRO
                           Move EMP-NOME To DC-NOME
                           Move DETALHE-CENTRO To LD-DETALHE
                           Perform GRAVAR-DIVERGENCIA
                       End-If
                   End-If
           End-Read.

      *    A centro de custo on file counts even when inativo - the
      *    employee still posts to its accounts.
       LOCALIZAR-CENTRO-CUSTO.
           Move "N" To REGISTRO-ENCONTRADO.
           If EMP-CENTRO-CUSTO Not = Zeros
               Move EMP-CENTRO-CUSTO To CC-CODIGO
               Read ARQUIVO-CCUSTO
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "S" To REGISTRO-ENCONTRADO
               End-Read
           End-If.

      ******************************************************************
      * ACUMULA.DAT -> EMPREGADOS.DAT: year-to-date rows must belong
      * to a codigo still on the master.
                   End-If
           End-Read.

      ******************************************************************
      * ADIANTAMENTO.DAT -> COMPETENCIA.DAT: an advance still "P" in a
      * competencia already calculada or fechada was never deducted.
      ******************************************************************
       VERIFICAR-ADIANTAMENTOS.
           Move Spaces To FIM-ARQUIVO.
           Open Input ARQUIVO-ADIANTAMENTO.
           If ERRO-ADI Not = "00"
               Display "ADIANTAMENTO.DAT nao encontrado - verificacao "
                   "dos adiantamentos pulada."
           Else
               Open Input ARQUIVO-COMPETENCIA
               If ERRO-COMP Not = "00"
                   Display "COMPETENCIA.DAT nao encontrado - "
                       "verificacao dos adiantamentos pulada."
               Else
                   Perform CONFERIR-ADIANTAMENTO
                       Until FIM-ARQUIVO = "OK"
                   Close ARQUIVO-COMPETENCIA
               End-If
               Close ARQUIVO-ADIANTAMENTO
           End-If.

       CONFERIR-ADIANTAMENTO.
           Read ARQUIVO-ADIANTAMENTO Next Record
               At End
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   If AD-STATUS = "P"
                       Perform LOCALIZAR-COMPETENCIA
                       If REGISTRO-ENCONTRADO = "S"
                           And (CP-STATUS = "C" Or CP-STATUS = "F")
                           Move "ADIANTAMENTO NAO DESCONTADO"
                               To LD-VERIFICACAO
                           Move AD-CODIGO To LD-CODIGO
                           Move AD-MES-COMP To DA-MES
                           Move AD-ANO-COMP To DA-ANO
                           Move CP-STATUS To DA-STATUS
                           Move DETALHE-ADIANTAMENTO To LD-DETALHE
                           Perform GRAVAR-DIVERGENCIA
                       End-If
                   End-If
           End-Read.

       LOCALIZAR-COMPETENCIA.
           Move "N" To REGISTRO-ENCONTRADO.
           Move AD-ANO-COMP To CP-ANO.
           Move AD-MES-COMP To CP-MES.
           Read ARQUIVO-COMPETENCIA
               Invalid Key
                   Continue
               Not Invalid Key
                   Move "S" To REGISTRO-ENCONTRADO
           End-Read.

      ******************************************************************
      * PRODUTO.DAT <- ESTMOV.DAT: each product's QUANTIDADE must
      * equal its movement history replayed from its closing balance
      * at the last inventory close, or - for a product with none -
      * from the ledger's own starting saldo. PRODUTO.DAT <-
      * PEDVENDA.DAT: its
      * QUANTIDADE-RESERVADA must equal the units on its open ("A")
      * and confirmed ("C") pedidos.
      ******************************************************************
       VERIFICAR-ESTOQUE.
           Move Spaces To FIM-ARQUIVO.
           Perform LOCALIZAR-ULTIMO-FECHAMENTO.
           Move "N" To PEDIDOS-DISPONIVEL.
           Open Input ARQUIVO-PEDIDO-VENDA.
           If ERRO-PED = "00"
               Move "S" To PEDIDOS-DISPONIVEL
               Close ARQUIVO-PEDIDO-VENDA
           Else
               Display "PEDVENDA.DAT nao encontrado - verificacao das "
                   "reservas pulada."
           End-If.
           Open Input ARQUIVO-INCLUSAO.
           If ERRO-PROD Not = "00"
               Display "PRODUTO.DAT nao encontrado - verificacao do "
               Perform CONFERIR-PRODUTO Until FIM-ARQUIVO = "OK"
               Close ARQUIVO-INCLUSAO
           End-If.
           If SALDOS-DISPONIVEL = "S"
               Close ARQUIVO-SALDO
           End-If.

       LOCALIZAR-ULTIMO-FECHAMENTO.
           Move Spaces To ULTIMO-PERIODO.
           Move Spaces To PREFIXO-FECHAMENTO.
           Move "N" To SALDOS-DISPONIVEL.
           Move Spaces To FIM-PERIODO.
           Open Input ARQUIVO-PERIODO.
           If ERRO-PER = "00"
               Perform LER-PERIODO Until FIM-PERIODO = "OK"
               Close ARQUIVO-PERIODO
           End-If.
           If ULTIMO-PERIODO Not = Spaces
               Move ULTIMO-PERIODO(3:4) To PREFIXO-FECHAMENTO
               Open Input ARQUIVO-SALDO
               If ERRO-SAL = "00"
                   Move "S" To SALDOS-DISPONIVEL
               Else
                   Display "SALDOEST.DAT nao encontrado - estoque "
                       "conferido so com o movimento apos o "
                       "fechamento."
               End-If
           End-If.

       LER-PERIODO.
           Read ARQUIVO-PERIODO Next Record
               At End
                   Move "OK" To FIM-PERIODO
               Not At End
                   Move PE-CHAVE To ULTIMO-PERIODO
           End-Read.

       CONFERIR-PRODUTO.
           Read ARQUIVO-INCLUSAO Next Record
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   Perform REPLAY-MOVIMENTOS
                   If (totalMovProduto > 0 Or SALDO-INICIAL = "S")
                       And saldoCalculado Not = QUANTIDADE
                       Move "ESTOQUE NAO FECHA COM ESTMOV"
                           To LD-VERIFICACAO
                           Into LD-DETALHE
                       Perform GRAVAR-DIVERGENCIA
                   End-If
                   If PEDIDOS-DISPONIVEL = "S"
                       Perform CONFERIR-RESERVA
                   End-If
           End-Read.

       REPLAY-MOVIMENTOS.
           Move Zeros To totalMovProduto.
           Move Zeros To saldoCalculado.
           Move "N" To SALDO-INICIAL.
           If SALDOS-DISPONIVEL = "S"
               Move CODIGO To SE-CODIGO
               Move ULTIMO-PERIODO(1:4) To SE-ANO
               Move ULTIMO-PERIODO(5:2) To SE-MES
               Read ARQUIVO-SALDO
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move SE-QUANTIDADE To saldoCalculado
                       Move "S" To SALDO-INICIAL
               End-Read
           End-If.
           Move Spaces To FIM-MOV.
           Open Input ARQUIVO-MOVIMENTO.
           If ERRO-MOV Not = "00"
                   Move "OK" To FIM-MOV
               Not At End
                   If EM-CODIGO = CODIGO
                       And (PREFIXO-FECHAMENTO = Spaces Or
                        EM-DATA-MOVIMENTO(1:4) > PREFIXO-FECHAMENTO)
                       Perform APLICAR-MOVIMENTO
                   End-If
           End-Read.

       APLICAR-MOVIMENTO.
           If totalMovProduto = 0 And SALDO-INICIAL Not = "S"
               If EM-TIPO = "E" Or EM-TIPO = "e" Or EM-TIPO = "A"
                   COMPUTE saldoCalculado =
                       EM-QUANTIDADE-RESULTANTE - EM-QUANTIDADE
           End-If.
           Add 1 To totalMovProduto.

       CONFERIR-RESERVA.
           Move Zeros To reservaPedidos.
           Move Spaces To FIM-PED.
           Open Input ARQUIVO-PEDIDO-VENDA.
           If ERRO-PED Not = "00"
               Move "OK" To FIM-PED
           End-If.
           Perform SOMAR-RESERVA-PEDIDO Until FIM-PED = "OK".
           If ERRO-PED = "00"
               Close ARQUIVO-PEDIDO-VENDA
           End-If.
           If reservaPedidos Not = QUANTIDADE-RESERVADA
               Move "RESERVA NAO FECHA COM PEDIDOS" To LD-VERIFICACAO
               Move CODIGO To LD-CODIGO
               Move reservaPedidos To DR-PEDIDOS
               Move QUANTIDADE-RESERVADA To DR-RESERVADA
               Move DETALHE-RESERVA To LD-DETALHE
               Perform GRAVAR-DIVERGENCIA
           End-If.

       SOMAR-RESERVA-PEDIDO.
           Read ARQUIVO-PEDIDO-VENDA Next Record
               At End
                   Move "OK" To FIM-PED
               Not At End
                   If PV-SITUACAO = "A" Or PV-SITUACAO = "C"
                       Perform SOMAR-RESERVA-ITEM
                           Varying IDX-ITEM From 1 By 1
                           Until IDX-ITEM > PV-QTD-ITENS
                   End-If
           End-Read.

       SOMAR-RESERVA-ITEM.
           If PV-PRODUTO(IDX-ITEM) = CODIGO
               Add PV-QUANTIDADE(IDX-ITEM) To reservaPedidos
           End-If.

       GRAVAR-DIVERGENCIA.
           Write LINHA-RELATORIO From LINHA-DIVERGENCIA.
           Add 1 To totalDivergencias.
               Write LINHA-RELATORIO From LINHA-TOTAL
               Display "Divergencias encontradas: " totalDivergencias
                   " - veja INTEGRIDADE.LST antes da folha."
               Move 4 To RETURN-CODE
           End-If.

       FECHAR.
