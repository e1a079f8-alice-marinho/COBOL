      * 02-09-2026 AM Labels the "A"/"B" ajuste-de-inventario types
      *               INVENTARIO-ESTOQUE writes, instead of lumping
      *               them in with SAIDA.
      * 15-10-2026 AM NOTA column with the nota fiscal number on the
      *               movements FATURAR-PEDIDOS and CANCELAR-NOTA post.
      * 15-10-2026 AM Opens with the saldo de abertura of the product
      *               (or of every product) from the last inventory
      *               period closed - ESTMOV.DAT now only holds the
      *               movements after it; a data inicial inside a
      *               closed period points to the archive generation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATORIO-MOVIMENTO-ESTOQUE.
                Record Key Is CODIGO
                File Status Is ERRO.

              Select ARQUIVO-PERIODO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is PE-CHAVE
                File Status Is ERRO-PER.

              Select ARQUIVO-SALDO Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is SE-CHAVE
                File Status Is ERRO-SAL.

              Select RELATORIO-MOVIMENTO Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-REL.

       FD  ARQUIVO-INCLUSAO
           Label Record Is Standard
           Record Contains 59 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PRODUTO
           Value Of File-Id "PRODUTO.DAT".
           COPY REGPROD.

       FD  ARQUIVO-PERIODO
           Label Record Is Standard
           Record Contains 64 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PERIODO-ESTOQUE
           Value Of File-Id "PERIODOEST.DAT".
           COPY PERIODOEST.

       FD  ARQUIVO-SALDO
           Label Record Is Standard
           Record Contains 40 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-SALDO-ESTOQUE
           Value Of File-Id "SALDOEST.DAT".
           COPY SALDOEST.

       FD  RELATORIO-MOVIMENTO
           Label Record Is Standard
           Value Of File-Id "ESTMOV.LST".
       77  ERRO                        Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  FIM-MOV                     Pic X(02) Value Spaces.
       77  ERRO-PER                    Pic X(02) Value "00".
       77  ERRO-SAL                    Pic X(02) Value "00".
       77  FIM-PERIODO                 Pic X(02) Value Spaces.
       77  FIM-SALDO                   Pic X(02) Value Spaces.
       77  ULTIMO-PERIODO              Pic X(06) Value Spaces.
       77  PREFIXO-FECHAMENTO          Pic X(04) Value Spaces.

      *    0 = sem filtro de codigo; 0/0 = sem filtro de data.
       77  CODIGO-FILTRO               Pic 9(05) Value Zeros.
           05 Filler                   Pic X(62) Value
             "DATA   HORA     CODIGO PRODUTO                    TIPO".
           05 Filler                   Pic X(18) Value
              " QTDE SALDO  NOTA".

       01  LINHA-DETALHE.
           05 LD-DATA                  Pic 9(06).
           05 LD-QUANTIDADE            Pic ZZZZ9.
           05 Filler                   Pic X(01) Value Space.
           05 LD-SALDO                 Pic ZZZZ9.
           05 Filler                   Pic X(01) Value Space.
           05 LD-DOCUMENTO             Pic X(06).

       01  CABECALHO-ABERTURA.
           05 Filler                   Pic X(34) Value
              "SALDO DE ABERTURA - FECHAMENTO DE ".
           05 CA-MES                   Pic X(02).
           05 Filler                   Pic X(01) Value "/".
           05 CA-ANO                   Pic X(04).

       01  LINHA-ABERTURA.
           05 LA-CODIGO                Pic ZZZZ9.
           05 Filler                   Pic X(01) Value Space.
           05 LA-PRODUTO               Pic X(30).
           05 Filler                   Pic X(08) Value " SALDO: ".
           05 LA-QUANTIDADE            Pic ZZZZ9.
           05 Filler                   Pic X(10) Value "  CUSTO M ".
           05 LA-CUSTO-MEDIO           Pic ZZZZ9,99.

       01  LINHA-ARQUIVADOS.
           05 Filler                   Pic X(30) Value
              "MOVIMENTOS ATE O FECHAMENTO: ".
           05 Filler                   Pic X(40) Value
              "VER OS ARQUIVOS ESTMOV-AAAAMM.DAT".

       01  LINHA-TOTAL.
           05 Filler                   Pic X(21) Value
       INICIO.
           Perform ABRIR.
           Perform ENTRAR-FILTROS.
           Perform IMPRIMIR-SALDOS-ABERTURA.
           Write LINHA-RELATORIO From CABECALHO-2.
           Perform LER-MOVIMENTO.
           Perform PROCESSAR-MOVIMENTO Until FIM-MOV = "OK".
           Perform IMPRIMIR-TOTAL.
           End-If.
           Open Output RELATORIO-MOVIMENTO.
           Write LINHA-RELATORIO From CABECALHO-1.

       ENTRAR-FILTROS.
           Display "Codigo do produto (0 = todos): ".
           Display "Data final AAMMDD (0 = sem limite): ".
           Accept DATA-FINAL.

      ******************************************************************
      * The movements up to the last inventory close are archived -
      * the listing starts from the closing balance on SALDOEST.DAT.
      ******************************************************************
       IMPRIMIR-SALDOS-ABERTURA.
           Move Spaces To ULTIMO-PERIODO.
           Move Spaces To FIM-PERIODO.
           Open Input ARQUIVO-PERIODO.
           If ERRO-PER = "00"
               Perform LER-PERIODO Until FIM-PERIODO = "OK"
               Close ARQUIVO-PERIODO
           End-If.
           If ULTIMO-PERIODO Not = Spaces
               Move ULTIMO-PERIODO(3:4) To PREFIXO-FECHAMENTO
               Move ULTIMO-PERIODO(5:2) To CA-MES
               Move ULTIMO-PERIODO(1:4) To CA-ANO
               Write LINHA-RELATORIO From CABECALHO-ABERTURA
               Open Input ARQUIVO-SALDO
               If ERRO-SAL = "00"
                   Perform LISTAR-SALDOS-ABERTURA
                   Close ARQUIVO-SALDO
               End-If
               If DATA-INICIAL Not = Zeros
                       And DATA-INICIAL(1:4) Not > PREFIXO-FECHAMENTO
                   Write LINHA-RELATORIO From LINHA-ARQUIVADOS
                   Display "Movimentos ate " CA-MES "/" CA-ANO
                       " estao arquivados em ESTMOV-AAAAMM.DAT."
               End-If
               Move Spaces To LINHA-RELATORIO
               Write LINHA-RELATORIO
           End-If.

       LER-PERIODO.
           Read ARQUIVO-PERIODO Next Record
               At End
                   Move "OK" To FIM-PERIODO
               Not At End
                   Move PE-CHAVE To ULTIMO-PERIODO
           End-Read.

       LISTAR-SALDOS-ABERTURA.
           If CODIGO-FILTRO Not = Zeros
               Move CODIGO-FILTRO To SE-CODIGO
               Move ULTIMO-PERIODO(1:4) To SE-ANO
               Move ULTIMO-PERIODO(5:2) To SE-MES
               Read ARQUIVO-SALDO
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Perform IMPRIMIR-SALDO-ABERTURA
               End-Read
           Else
               Move Spaces To FIM-SALDO
               Move Zeros To SE-CHAVE
               Start ARQUIVO-SALDO Key Is Not Less Than SE-CHAVE
                   Invalid Key
                       Move "OK" To FIM-SALDO
               End-Start
               Perform LER-SALDO-ABERTURA Until FIM-SALDO = "OK"
           End-If.

       LER-SALDO-ABERTURA.
           Read ARQUIVO-SALDO Next Record
               At End
                   Move "OK" To FIM-SALDO
               Not At End
                   If SE-ANO = ULTIMO-PERIODO(1:4)
                           And SE-MES = ULTIMO-PERIODO(5:2)
                       Perform IMPRIMIR-SALDO-ABERTURA
                   End-If
           End-Read.

       IMPRIMIR-SALDO-ABERTURA.
           Move SE-CODIGO To LA-CODIGO.
           Move SE-CODIGO To CODIGO.
           Read ARQUIVO-INCLUSAO
               Invalid Key
                   Move "(produto nao encontrado)" To LA-PRODUTO
               Not Invalid Key
                   Move PRODUTO To LA-PRODUTO
           End-Read.
           Move SE-QUANTIDADE To LA-QUANTIDADE.
           Move SE-CUSTO-MEDIO To LA-CUSTO-MEDIO.
           Write LINHA-RELATORIO From LINHA-ABERTURA.

       LER-MOVIMENTO.
           Read ARQUIVO-MOVIMENTO
               At End
               Move "SAIDA" To LD-TIPO.
           Move EM-QUANTIDADE To LD-QUANTIDADE.
           Move EM-QUANTIDADE-RESULTANTE To LD-SALDO.
           If EM-DOCUMENTO Numeric And EM-DOCUMENTO > Zeros
               Move EM-DOCUMENTO To LD-DOCUMENTO
           Else
               Move Spaces To LD-DOCUMENTO
           End-If.
           Write LINHA-RELATORIO From LINHA-DETALHE.
           Add 1 To totalMovimentos.

