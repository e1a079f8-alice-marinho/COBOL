      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Month-end close of the inventory period. For the
      *          mes/ano the operator selects it snapshots every
      *          PRODUTO.DAT item's QUANTIDADE and CUSTO-MEDIO as they
      *          stood at the end of that month onto SALDOEST.DAT
      *          (movements already keyed into later months are backed
      *          out of the current figures, the entradas in reverse
      *          order so the media ponderada unwinds exactly), prints
      *          the closing valuation on FECHAEST.LST, then moves
      *          every ESTMOV.DAT movement dated up to the end of the
      *          month to the archive generation ESTMOV-AAAAMM.DAT and
      *          leaves only the later ones on ESTMOV.DAT. The period
      *          goes on PERIODOEST.DAT - first "P" while the archive
      *          is being written, from a full copy of the ledger kept
      *          on ESTMOV.BAK, then "F" - and from then on no program
      *          posts a movement dated into it. A close interrupted
      *          while "P" is resumed from ESTMOV.BAK on the next run.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Every error exit, and a period refused or not
      *               confirmed, ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      * 15-10-2026 AM ARQUIVAR-MOVIMENTOS stops with RETURN-CODE 8,
      *               leaving the period "P", when ESTMOV.BAK cannot
      *               be opened, instead of emptying ESTMOV.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAR-PERIODO-ESTOQUE.

       Environment Division.

       Configuration Section.
       Source-Computer. IBM PC.
       Object-Computer. IBM PC.
       Special-Names.
           Decimal-Point Is Comma.
       Input-OutPut Section.
       File-Control.
              Select ARQUIVO-INCLUSAO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is CODIGO
                File Status Is ERRO.

              Select ARQUIVO-PERIODO Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is PE-CHAVE
                File Status Is ERRO-PER.

              Select ARQUIVO-SALDO Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is SE-CHAVE
                File Status Is ERRO-SAL.

      *    ESTMOV.DAT is re-read from the top for every product, same
      *    as VERIFICAR-INTEGRIDADE's replay.
              Select ARQUIVO-MOVIMENTO Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-MOV.

              Select ARQUIVO-MOVIMENTO-BAK Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-BAK.

              Select ARQUIVO-MORTO Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-ARQ.

              Select RELATORIO-FECHAMENTO Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-REL.

              Select ARQUIVO-AUDITORIA Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARQUIVO-MOVIMENTO
           Label Record Is Standard
           Value Of File-Id "ESTMOV.DAT".
           COPY ESTMOV.

       FD  ARQUIVO-MOVIMENTO-BAK
           Label Record Is Standard
           Value Of File-Id "ESTMOV.BAK".
       01  REGISTRO-MOVIMENTO-BAK         Pic X(43).

       FD  ARQUIVO-MORTO
           Label Record Is Standard
           Value Of File-Id NOME-ARQUIVO-MORTO.
       01  REGISTRO-MORTO                 Pic X(43).

       FD  RELATORIO-FECHAMENTO
           Label Record Is Standard
           Value Of File-Id "FECHAEST.LST".
       01  LINHA-RELATORIO                Pic X(80).

       FD  ARQUIVO-AUDITORIA
           Label Record Is Standard
           Value Of File-Id "AUDITORIA.DAT".
           COPY AUDITORIA.

       Working-Storage Section.
       77  ERRO                           Pic X(02) Value "00".
       77  ERRO-PER                       Pic X(02) Value "00".
       77  ERRO-SAL                       Pic X(02) Value "00".
       77  ERRO-MOV                       Pic X(02) Value "00".
       77  ERRO-BAK                       Pic X(02) Value "00".
       77  ERRO-ARQ                       Pic X(02) Value "00".
       77  ERRO-REL                       Pic X(02) Value "00".
       77  ERRO-AUD                       Pic X(02) Value "00".
       77  FIM                            Pic X(02) Value Spaces.
       77  FIM-MOV                        Pic X(02) Value Spaces.
       77  FIM-PERIODO                    Pic X(02) Value Spaces.
       77  RESPOSTA                       Pic X(01) Value Space.
       77  PERIODO-VALIDO                 Pic X(01) Value "N".
       77  RETOMADA                       Pic X(01) Value "N".
       77  CUSTO-INDETERMINADO            Pic X(01) Value "N".
       77  DATA-SISTEMA                   Pic 9(08) Value Zeros.
       77  PERIODO-ATUAL                  Pic X(06) Value Spaces.
       77  ULTIMO-PERIODO                 Pic X(06) Value Spaces.
       77  PERIODO-PENDENTE               Pic X(06) Value Spaces.
      *    EM-DATA-MOVIMENTO is AAMMDD (Accept From Date): a movement
      *    belongs to the closed month or an earlier one when its
      *    first four digits are not above the ano (last two digits)
      *    plus mes being closed.
       77  PREFIXO-PERIODO                Pic X(04) Value Spaces.
       77  NOME-ARQUIVO-MORTO             Pic X(20) Value Spaces.
      *    AUD-CHAVE only holds five characters - the period goes to
      *    the trail as MMAA, same as MANUTENCAO-COMPETENCIA.
       77  CHAVE-AUDITORIA                Pic X(05) Value Spaces.
       77  IDX-ENTRADA                    Pic 9(02) Value Zeros.
       77  totalEntradasPost              Pic 9(02) Value Zeros.
       77  MAXIMO-ENTRADAS                Pic 9(02) Value 99.

       77  saldoFinal                     Pic S9(07) Value Zeros.
       77  quantidadeAntes                Pic S9(07) Value Zeros.
       77  custoFinal                     Pic S9(07)V99 Value Zeros.
       77  totalProdutos                  Pic 9(05) Value Zeros.
       77  totalValorEstoque              Pic 9(09)V99 Value Zeros.
       77  totalArquivados                Pic 9(07) Value Zeros.
       77  totalMantidos                  Pic 9(07) Value Zeros.

       01  PERIODO-PROCURADO.
           05 PP-ANO                      Pic 9(04).
           05 PP-MES                      Pic 9(02).

       01  NOME-GERACAO.
           05 Filler                      Pic X(07) Value "ESTMOV-".
           05 NG-ANO                      Pic 9(04).
           05 NG-MES                      Pic 9(02).
           05 Filler                      Pic X(04) Value ".DAT".

      *    Entradas keyed after the closed month, in ledger order, to
      *    be undone last-to-first against the current CUSTO-MEDIO.
       01  TABELA-ENTRADAS-POSTERIORES.
           05 TE-ITEM                     OCCURS 99 TIMES.
              10 TE-QUANTIDADE            Pic 9(05).
              10 TE-CUSTO                 Pic 9(05)V99.
              10 TE-RESULTANTE            Pic 9(05).

       01  CABECALHO-1.
           05 Filler                      Pic X(34) Value
              "FECHAMENTO DO ESTOQUE - PERIODO ".
           05 CB-MES                      Pic 9(02).
           05 Filler                      Pic X(01) Value "/".
           05 CB-ANO                      Pic 9(04).
       01  CABECALHO-2.
           05 Filler                      Pic X(56) Value
             "CODIGO PRODUTO                          QTDE    CUSTO M".
           05 Filler                      Pic X(16) Value
              "    VALOR CUSTO".

       01  LINHA-DETALHE.
           05 LD-CODIGO                   Pic ZZZZ9.
           05 Filler                      Pic X(01) Value Space.
           05 LD-PRODUTO                  Pic X(30).
           05 Filler                      Pic X(01) Value Space.
           05 LD-QUANTIDADE               Pic ZZZZ9.
           05 Filler                      Pic X(01) Value Space.
           05 LD-CUSTO-MEDIO              Pic ZZZZ9,99.
           05 Filler                      Pic X(01) Value Space.
           05 LD-VALOR                    Pic ZZZZZZ9,99.

       01  LINHA-TOTAL-ESTOQUE.
           05 Filler                      Pic X(26) Value
              "ESTOQUE DE FECHAMENTO (".
           05 LT-PRODUTOS                 Pic ZZZZ9.
           05 Filler                      Pic X(10) Value " ITENS): ".
           05 LT-VALOR                    Pic ZZZZZZZZ9,99.

       01  LINHA-TOTAL-ARQUIVO.
           05 Filler                      Pic X(22) Value
              "MOVIMENTOS ARQUIVADOS ".
           05 LA-ARQUIVADOS               Pic Z(06)9.
           05 Filler                      Pic X(04) Value " EM ".
           05 LA-ARQUIVO                  Pic X(20).
           05 Filler                      Pic X(11) Value " MANTIDOS: ".
           05 LA-MANTIDOS                 Pic Z(06)9.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform ENTRAR-PERIODO.
           Perform VALIDAR-PERIODO.
           If PERIODO-VALIDO = "S"
               Perform CONFIRMAR-FECHAMENTO
           End-If.
           If PERIODO-VALIDO = "S"
               Perform FECHAR-PERIODO
           Else
               Move 8 To RETURN-CODE
           End-If.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Open Input ARQUIVO-INCLUSAO.
           If ERRO = "39"
               Display "PRODUTO.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes do fechamento."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           If ERRO Not = "00"
               Display "PRODUTO.DAT nao encontrado - fechamento "
                   "nao executado."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-PERIODO.
           If ERRO-PER = "35"
               Open Output ARQUIVO-PERIODO
               Close ARQUIVO-PERIODO
               Open I-O ARQUIVO-PERIODO
           End-If.
           Open I-O ARQUIVO-SALDO.
           If ERRO-SAL = "35"
               Open Output ARQUIVO-SALDO
               Close ARQUIVO-SALDO
               Open I-O ARQUIVO-SALDO
           End-If.
           Open Extend ARQUIVO-AUDITORIA.
           If ERRO-AUD Not = "00"
               Open Output ARQUIVO-AUDITORIA
               Close ARQUIVO-AUDITORIA
               Open Extend ARQUIVO-AUDITORIA
           End-If.
           Open Output RELATORIO-FECHAMENTO.
           Accept DATA-SISTEMA From Date YYYYMMDD.
           Move DATA-SISTEMA(1:6) To PERIODO-ATUAL.

       ENTRAR-PERIODO.
           Display "Periodo do estoque a fechar - mes (01-12): ".
           Accept PP-MES.
           Display "Periodo do estoque a fechar - ano: ".
           Accept PP-ANO.

      ******************************************************************
      * A period closes once, in calendar order, and never ahead of
      * the current month. One left "P" by an interrupted close must
      * be finished before any other.
      ******************************************************************
       VALIDAR-PERIODO.
           Move "N" To PERIODO-VALIDO.
           Perform LOCALIZAR-ULTIMO-PERIODO.
           If PP-MES < 1 Or PP-MES > 12
               Display "Mes invalido - informe 01 a 12."
           Else
           If PERIODO-PROCURADO > PERIODO-ATUAL
               Display "Periodo " PP-MES "/" PP-ANO
                   " ainda nao terminou - fechamento nao permitido."
           Else
           If PERIODO-PENDENTE Not = Spaces
                   And PERIODO-PENDENTE Not = PERIODO-PROCURADO
               Display "O fechamento de " PERIODO-PENDENTE(5:2) "/"
                   PERIODO-PENDENTE(1:4) " foi interrompido - conclua "
                   "esse periodo antes."
           Else
               Move PERIODO-PROCURADO To PE-CHAVE
               Read ARQUIVO-PERIODO
                   Invalid Key
                       Perform VALIDAR-PERIODO-NOVO
                   Not Invalid Key
                       Perform VALIDAR-PERIODO-EXISTENTE
               End-Read
           End-If.

       VALIDAR-PERIODO-NOVO.
           If ULTIMO-PERIODO Not = Spaces
                   And PERIODO-PROCURADO Not > ULTIMO-PERIODO
               Display "Periodo anterior ao ultimo fechamento ("
                   ULTIMO-PERIODO(5:2) "/" ULTIMO-PERIODO(1:4)
                   ") - fechamento nao permitido."
           Else
               Move "N" To RETOMADA
               Move "S" To PERIODO-VALIDO
           End-If.

       VALIDAR-PERIODO-EXISTENTE.
           If PE-STATUS = "F"
               Display "Periodo " PP-MES "/" PP-ANO " ja fechado em "
                   PE-DATA " - " PE-QTD-ARQUIVADOS
                   " movimentos em " PE-ARQUIVO
           Else
               Display "Fechamento de " PP-MES "/" PP-ANO
                   " interrompido - sera retomado a partir de "
                   "ESTMOV.BAK."
               Move "S" To RETOMADA
               Move "S" To PERIODO-VALIDO
           End-If.

       LOCALIZAR-ULTIMO-PERIODO.
           Move Spaces To ULTIMO-PERIODO.
           Move Spaces To PERIODO-PENDENTE.
           Move Spaces To FIM-PERIODO.
           Move Zeros To PE-CHAVE.
           Start ARQUIVO-PERIODO Key Is Not Less Than PE-CHAVE
               Invalid Key
                   Move "OK" To FIM-PERIODO
           End-Start.
           Perform LER-PERIODO Until FIM-PERIODO = "OK".

       LER-PERIODO.
           Read ARQUIVO-PERIODO Next Record
               At End
                   Move "OK" To FIM-PERIODO
               Not At End
                   Move PE-CHAVE To ULTIMO-PERIODO
                   If PE-STATUS = "P"
                       Move PE-CHAVE To PERIODO-PENDENTE
                   End-If
           End-Read.

       CONFIRMAR-FECHAMENTO.
           Display "Fechar o estoque de " PP-MES "/" PP-ANO
               " - nenhum movimento podera mais ser gravado nesse "
               "periodo. Confirma (S/N)? ".
           Accept RESPOSTA.
           If RESPOSTA Not = "S" And RESPOSTA Not = "s"
               Display "Fechamento nao confirmado."
               Move "N" To PERIODO-VALIDO
           End-If.

       FECHAR-PERIODO.
           Move PP-ANO(3:2) To PREFIXO-PERIODO(1:2).
           Move PP-MES To PREFIXO-PERIODO(3:2).
           Move PP-ANO To NG-ANO.
           Move PP-MES To NG-MES.
           Move NOME-GERACAO To NOME-ARQUIVO-MORTO.
           Move PP-MES To CB-MES.
           Move PP-ANO To CB-ANO.
           If RETOMADA = "N"
               Perform GRAVAR-SALDOS
               Perform COPIAR-MOVIMENTO-BAK
               Perform MARCAR-EM-FECHAMENTO
           Else
               Write LINHA-RELATORIO From CABECALHO-1
               Move PE-QTD-PRODUTOS To totalProdutos
               Move PE-VALOR-ESTOQUE To totalValorEstoque
               Perform IMPRIMIR-TOTAL-ESTOQUE
           End-If.
           Perform ARQUIVAR-MOVIMENTOS.
           Perform MARCAR-FECHADO.

      ******************************************************************
      * Closing balances: the current snapshot with every movement
      * dated after the month backed out.
      ******************************************************************
       GRAVAR-SALDOS.
           Write LINHA-RELATORIO From CABECALHO-1.
           Write LINHA-RELATORIO From CABECALHO-2.
           Perform LER-PRODUTO.
           Perform GRAVAR-SALDO-PRODUTO Until FIM = "OK".
           Perform IMPRIMIR-TOTAL-ESTOQUE.

       LER-PRODUTO.
           Read ARQUIVO-INCLUSAO Next Record
               At End
                   Move "OK" To FIM
               Not At End
                   Continue
           End-Read.

       GRAVAR-SALDO-PRODUTO.
           Perform APURAR-SALDO-FIM-PERIODO.
           Move CODIGO To SE-CODIGO.
           Move PP-ANO To SE-ANO.
           Move PP-MES To SE-MES.
           Move saldoFinal To SE-QUANTIDADE.
           Move custoFinal To SE-CUSTO-MEDIO.
           COMPUTE SE-VALOR = SE-QUANTIDADE * SE-CUSTO-MEDIO.
           Accept SE-DATA From Date.
           Write REGISTRO-SALDO-ESTOQUE
               Invalid Key
                   Rewrite REGISTRO-SALDO-ESTOQUE
                       Invalid Key
                           Display "Erro ao gravar o saldo do produto "
                               CODIGO
                   End-Rewrite
           End-Write.
           Move CODIGO To LD-CODIGO.
           Move PRODUTO To LD-PRODUTO.
           Move SE-QUANTIDADE To LD-QUANTIDADE.
           Move SE-CUSTO-MEDIO To LD-CUSTO-MEDIO.
           Move SE-VALOR To LD-VALOR.
           Write LINHA-RELATORIO From LINHA-DETALHE.
           Add 1 To totalProdutos.
           Add SE-VALOR To totalValorEstoque.
           Perform LER-PRODUTO.

       APURAR-SALDO-FIM-PERIODO.
           Move QUANTIDADE To saldoFinal.
           Move CUSTO-MEDIO To custoFinal.
           Move Zeros To totalEntradasPost.
           Move "N" To CUSTO-INDETERMINADO.
           Move Spaces To FIM-MOV.
           Open Input ARQUIVO-MOVIMENTO.
           If ERRO-MOV Not = "00"
               Move "OK" To FIM-MOV
           End-If.
           Perform RECUAR-MOVIMENTO Until FIM-MOV = "OK".
           If ERRO-MOV = "00"
               Close ARQUIVO-MOVIMENTO
           End-If.
           If CUSTO-INDETERMINADO = "S"
               Display "Produto " CODIGO " - entradas posteriores sem "
                   "custo apuravel; saldo fechado ao custo medio atual."
           Else
               Perform DESFAZER-ENTRADA
                   Varying IDX-ENTRADA From totalEntradasPost By -1
                   Until IDX-ENTRADA < 1
           End-If.
           If saldoFinal < 0
               Display "Produto " CODIGO " - saldo de fechamento "
                   "negativo; fechado com zero - execute "
                   "VERIFICAR-INTEGRIDADE."
               Move Zeros To saldoFinal
           End-If.

       RECUAR-MOVIMENTO.
           Read ARQUIVO-MOVIMENTO
               At End
                   Move "OK" To FIM-MOV
               Not At End
                   If EM-CODIGO = CODIGO
                           And EM-DATA-MOVIMENTO(1:4) > PREFIXO-PERIODO
                       Perform DESCONTAR-MOVIMENTO
                   End-If
           End-Read.

       DESCONTAR-MOVIMENTO.
           If EM-TIPO = "E" Or EM-TIPO = "e" Or EM-TIPO = "A"
               Subtract EM-QUANTIDADE From saldoFinal
           Else
               Add EM-QUANTIDADE To saldoFinal
           End-If.
           If EM-TIPO = "E" Or EM-TIPO = "e"
               Perform GUARDAR-ENTRADA
           End-If.

       GUARDAR-ENTRADA.
           If EM-CUSTO-UNITARIO Not Numeric
                   Or totalEntradasPost Not < MAXIMO-ENTRADAS
               Move "S" To CUSTO-INDETERMINADO
           Else
               Add 1 To totalEntradasPost
               Move EM-QUANTIDADE To TE-QUANTIDADE(totalEntradasPost)
               Move EM-CUSTO-UNITARIO To TE-CUSTO(totalEntradasPost)
               Move EM-QUANTIDADE-RESULTANTE
                   To TE-RESULTANTE(totalEntradasPost)
           End-If.

      *    Undoes the media ponderada MOVIMENTO-ESTOQUE applied at the
      *    entrada: the stock before it held RESULTANTE - QUANTIDADE
      *    units at the cost now being recovered. An entrada onto an
      *    empty stock replaced the cost outright - nothing to undo.
       DESFAZER-ENTRADA.
           COMPUTE quantidadeAntes =
               TE-RESULTANTE(IDX-ENTRADA) - TE-QUANTIDADE(IDX-ENTRADA).
           If quantidadeAntes > 0
               COMPUTE custoFinal Rounded =
                   ((TE-RESULTANTE(IDX-ENTRADA) * custoFinal) -
                    (TE-QUANTIDADE(IDX-ENTRADA) *
                     TE-CUSTO(IDX-ENTRADA)))
                   / quantidadeAntes
               If custoFinal < 0
                   Move Zeros To custoFinal
               End-If
           End-If.

       IMPRIMIR-TOTAL-ESTOQUE.
           Move totalProdutos To LT-PRODUTOS.
           Move totalValorEstoque To LT-VALOR.
           Write LINHA-RELATORIO From LINHA-TOTAL-ESTOQUE.

      ******************************************************************
      * The full ledger goes to ESTMOV.BAK before anything is cut, and
      * the period is marked "P" only after that copy - a resumed
      * close rebuilds the archive and ESTMOV.DAT from ESTMOV.BAK.
      ******************************************************************
       COPIAR-MOVIMENTO-BAK.
           Move Spaces To FIM-MOV.
           Open Output ARQUIVO-MOVIMENTO-BAK.
           Open Input ARQUIVO-MOVIMENTO.
           If ERRO-MOV Not = "00"
               Move "OK" To FIM-MOV
           End-If.
           Perform COPIAR-MOVIMENTO Until FIM-MOV = "OK".
           If ERRO-MOV = "00"
               Close ARQUIVO-MOVIMENTO
           End-If.
           Close ARQUIVO-MOVIMENTO-BAK.

       COPIAR-MOVIMENTO.
           Read ARQUIVO-MOVIMENTO
               At End
                   Move "OK" To FIM-MOV
               Not At End
                   Write REGISTRO-MOVIMENTO-BAK
                       From REGISTRO-MOVIMENTO-ESTOQUE
           End-Read.

       MARCAR-EM-FECHAMENTO.
           Move PERIODO-PROCURADO To PE-CHAVE.
           Move "P" To PE-STATUS.
           Accept PE-DATA From Date.
           Accept PE-HORA From Time.
           Move totalProdutos To PE-QTD-PRODUTOS.
           Move totalValorEstoque To PE-VALOR-ESTOQUE.
           Move Zeros To PE-QTD-ARQUIVADOS.
           Move NOME-ARQUIVO-MORTO To PE-ARQUIVO.
           Write REGISTRO-PERIODO-ESTOQUE
               Invalid Key
                   Display "Erro ao gravar o periodo em PERIODOEST.DAT"
                   Move 8 To RETURN-CODE
                   Stop Run
           End-Write.

       ARQUIVAR-MOVIMENTOS.
           Move Spaces To FIM-MOV.
           Open Input ARQUIVO-MOVIMENTO-BAK.
      *    Without the copy ESTMOV.DAT must not be reopened Output -
      *    the period stays "P" and the close is resumed once the
      *    copy is back.
           If ERRO-BAK Not = "00"
               Display "ESTMOV.BAK nao pode ser aberto (status "
                   ERRO-BAK ") - ESTMOV.DAT nao foi alterado. "
                   "Periodo continua em fechamento; execute de novo."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Output ARQUIVO-MORTO.
           Open Output ARQUIVO-MOVIMENTO.
           Perform SEPARAR-MOVIMENTO Until FIM-MOV = "OK".
           Close ARQUIVO-MOVIMENTO-BAK.
           Close ARQUIVO-MORTO.
           Close ARQUIVO-MOVIMENTO.
           Move totalArquivados To LA-ARQUIVADOS.
           Move NOME-ARQUIVO-MORTO To LA-ARQUIVO.
           Move totalMantidos To LA-MANTIDOS.
           Write LINHA-RELATORIO From LINHA-TOTAL-ARQUIVO.

       SEPARAR-MOVIMENTO.
           Read ARQUIVO-MOVIMENTO-BAK
               At End
                   Move "OK" To FIM-MOV
               Not At End
                   Move REGISTRO-MOVIMENTO-BAK
                       To REGISTRO-MOVIMENTO-ESTOQUE
                   If EM-DATA-MOVIMENTO(1:4) > PREFIXO-PERIODO
                       Write REGISTRO-MOVIMENTO-ESTOQUE
                       Add 1 To totalMantidos
                   Else
                       Write REGISTRO-MORTO
                           From REGISTRO-MOVIMENTO-BAK
                       Add 1 To totalArquivados
                   End-If
           End-Read.

       MARCAR-FECHADO.
           Move PERIODO-PROCURADO To PE-CHAVE.
           Read ARQUIVO-PERIODO
               Invalid Key
                   Display "Periodo nao encontrado em PERIODOEST.DAT"
               Not Invalid Key
                   Move "F" To PE-STATUS
                   Accept PE-DATA From Date
                   Accept PE-HORA From Time
                   Move totalArquivados To PE-QTD-ARQUIVADOS
                   Rewrite REGISTRO-PERIODO-ESTOQUE
                       Invalid Key
                           Display "Erro ao gravar o periodo"
                       Not Invalid Key
                           Display "Estoque de " PP-MES "/" PP-ANO
                               " fechado - " totalArquivados
                               " movimentos em " NOME-ARQUIVO-MORTO
                           Perform REGISTRAR-AUDITORIA
                   End-Rewrite
           End-Read.

       REGISTRAR-AUDITORIA.
           Move "FECHAR-PERIODO-EST" To AUD-PROGRAMA.
           Move Spaces To CHAVE-AUDITORIA.
           Move PP-MES To CHAVE-AUDITORIA(1:2).
           Move PP-ANO(3:2) To CHAVE-AUDITORIA(3:2).
           Move CHAVE-AUDITORIA To AUD-CHAVE.
           Move "A" To AUD-OPERACAO.
           Move "PERIODO ESTOQUE" To AUD-CAMPO.
           Move "ABERTO" To AUD-VALOR-ANTERIOR.
           Move "FECHADO" To AUD-VALOR-NOVO.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       FECHAR.
           Close ARQUIVO-INCLUSAO.
           Close ARQUIVO-PERIODO.
           Close ARQUIVO-SALDO.
           Close ARQUIVO-AUDITORIA.
           Close RELATORIO-FECHAMENTO.
       END PROGRAM FECHAR-PERIODO-ESTOQUE.
