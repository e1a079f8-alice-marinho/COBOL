      *          and the custo medio of each product in
      *          MANUTENCAO-PRODUTO (or on its first entrada).
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Added EMPREGADOS.DAT 42 -> 47 (adiantamento
      *               quinzenal opt-in and percentage) - every existing
      *               employee is converted as receiving the advance
      *               at the company percentage; opt-outs and other
      *               percentages are keyed in MANUTENCAO-EMPREGADOS.
      * 15-10-2026 AM Added EMPREGADOS.DAT 47 -> 50 (centro de custo),
      *               and the 42-character conversion now writes the
      *               50-character layout directly. The centro de custo
      *               is converted as zeros - VERIFICAR-INTEGRIDADE
      *               lists every active employee still unassigned.
      * 15-10-2026 AM Added PRODUTO.DAT 54 -> 59 (quantidade reservada
      *               for the pedidos de venda), and the 47-character
      *               conversion now writes the 59-character layout
      *               directly. No pedido exists before the
      *               conversion, so the reservada is converted as
      *               zeros.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTER-LAYOUTS.
                Record Key Is CK-CHAVE
                File Status Is ERRO-NOVO.

              Select ARQUIVO-EMP-ANTIGO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is EMP-CODIGO-ANT
                File Status Is ERRO-ANTIGO.

              Select ARQUIVO-EMP-COPIA Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is EMP-CODIGO-BAK
                File Status Is ERRO-COPIA.

              Select ARQUIVO-EMP-NOVO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is EMP-CODIGO
                File Status Is ERRO-NOVO.

              Select ARQUIVO-EMP47-ANTIGO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is E47-CODIGO-ANT
                File Status Is ERRO-ANTIGO.

              Select ARQUIVO-EMP47-COPIA Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is E47-CODIGO-BAK
                File Status Is ERRO-COPIA.

              Select ARQUIVO-PROD54-ANTIGO Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is P54-CODIGO-ANT
                File Status Is ERRO-ANTIGO.

              Select ARQUIVO-PROD54-COPIA Assign To Disk
                Organization Is Indexed
                Access Mode Is Sequential
                Record Key Is P54-CODIGO-BAK
                File Status Is ERRO-COPIA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-TAB-ANTIGO

       FD  ARQUIVO-PROD-NOVO
           Label Record Is Standard
           Record Contains 59 Characters
           Value Of File-Id "PRODUTO.DAT".
           COPY REGPROD.

           Value Of File-Id "CHECKFOLHA.DAT".
           COPY CHECKFOLHA.

       FD  ARQUIVO-EMP-ANTIGO
           Label Record Is Standard
           Record Contains 42 Characters
           Value Of File-Id "EMPREGADOS.DAT".
       01  REGISTRO-EMPREGADO-ANT.
           05 EMP-CODIGO-ANT              Pic 9(05).
           05 EMP-NOME-ANT                Pic X(30).
           05 EMP-HORAS-ANT               Pic 9(02)V9.
           05 EMP-VALOR-HORA-ANT          Pic 9(02)V9.
           05 EMP-SITUACAO-ANT            Pic X(01).

       FD  ARQUIVO-EMP-COPIA
           Label Record Is Standard
           Record Contains 42 Characters
           Value Of File-Id "EMPREGADOS.BAK".
       01  REGISTRO-EMPREGADO-BAK.
           05 EMP-CODIGO-BAK              Pic 9(05).
           05 EMP-NOME-BAK                Pic X(30).
           05 EMP-HORAS-BAK               Pic 9(02)V9.
           05 EMP-VALOR-HORA-BAK          Pic 9(02)V9.
           05 EMP-SITUACAO-BAK            Pic X(01).

       FD  ARQUIVO-EMP-NOVO
           Label Record Is Standard
           Record Contains 50 Characters
           Value Of File-Id "EMPREGADOS.DAT".
           COPY EMPREG.

       FD  ARQUIVO-EMP47-ANTIGO
           Label Record Is Standard
           Record Contains 47 Characters
           Value Of File-Id "EMPREGADOS.DAT".
       01  REGISTRO-EMPREGADO-E47-ANT.
           05 E47-CODIGO-ANT              Pic 9(05).
           05 E47-NOME-ANT                Pic X(30).
           05 E47-HORAS-ANT               Pic 9(02)V9.
           05 E47-VALOR-HORA-ANT          Pic 9(02)V9.
           05 E47-SITUACAO-ANT            Pic X(01).
           05 E47-OPTA-ADIANTAMENTO-ANT   Pic X(01).
           05 E47-PERC-ADIANTAMENTO-ANT   Pic 9(02)V99.

       FD  ARQUIVO-EMP47-COPIA
           Label Record Is Standard
           Record Contains 47 Characters
           Value Of File-Id "EMPREGADOS.BAK".
       01  REGISTRO-EMPREGADO-E47-BAK.
           05 E47-CODIGO-BAK              Pic 9(05).
           05 E47-NOME-BAK                Pic X(30).
           05 E47-HORAS-BAK               Pic 9(02)V9.
           05 E47-VALOR-HORA-BAK          Pic 9(02)V9.
           05 E47-SITUACAO-BAK            Pic X(01).
           05 E47-OPTA-ADIANTAMENTO-BAK   Pic X(01).
           05 E47-PERC-ADIANTAMENTO-BAK   Pic 9(02)V99.

       FD  ARQUIVO-PROD54-ANTIGO
           Label Record Is Standard
           Record Contains 54 Characters
           Value Of File-Id "PRODUTO.DAT".
       01  REGISTRO-PRODUTO-P54-ANT.
           05 P54-CODIGO-ANT              Pic 9(05).
           05 P54-PRODUTO-ANT             Pic X(30).
           05 P54-PRECO-ANT               Pic 9(05)V99.
           05 P54-QUANTIDADE-ANT          Pic 9(05).
           05 P54-CUSTO-MEDIO-ANT         Pic 9(05)V99.

       FD  ARQUIVO-PROD54-COPIA
           Label Record Is Standard
           Record Contains 54 Characters
           Value Of File-Id "PRODUTO.BAK".
       01  REGISTRO-PRODUTO-P54-BAK.
           05 P54-CODIGO-BAK              Pic 9(05).
           05 P54-PRODUTO-BAK             Pic X(30).
           05 P54-PRECO-BAK               Pic 9(05)V99.
           05 P54-QUANTIDADE-BAK          Pic 9(05).
           05 P54-CUSTO-MEDIO-BAK         Pic 9(05)V99.

       Working-Storage Section.
       77  ERRO-ANTIGO                    Pic X(02) Value "00".
       77  ERRO-COPIA                     Pic X(02) Value "00".
           Display "Conversao de layout dos arquivos de controle: ".
           Display "  1 - TABELA-IRRF.DAT (13 -> 20, parcela a "
               "deduzir)".
           Display "  2 - PRODUTO.DAT (47 -> 59, custo medio e "
               "reservada)".
           Display "  3 - CHECKFOLHA.DAT (22 -> 28, competencia)".
           Display "  4 - EMPREGADOS.DAT (42 -> 50, adiantamento e "
               "centro de custo)".
           Display "  5 - EMPREGADOS.DAT (47 -> 50, centro de custo)".
           Display "  6 - PRODUTO.DAT (54 -> 59, quantidade reservada)".
           Display "Escolha o arquivo (0 encerra): ".
           Accept OPCAO-CONVERSAO.
           If OPCAO-CONVERSAO = Zeros
           Else
           If OPCAO-CONVERSAO = 3
               Perform CONVERTER-CHECKFOLHA
           Else
           If OPCAO-CONVERSAO = 4
               Perform CONVERTER-EMPREGADOS
           Else
           If OPCAO-CONVERSAO = 5
               Perform CONVERTER-EMPREGADOS-CC
           Else
           If OPCAO-CONVERSAO = 6
               Perform CONVERTER-PRODUTO-RESERVA
           Else
               Display "Opcao invalida".

                   Move PRECO-BAK To PRECO
                   Move QUANTIDADE-BAK To QUANTIDADE
                   Move Zeros To CUSTO-MEDIO
                   Move Zeros To QUANTIDADE-RESERVADA
                   Write REGISTRO-PRODUTO
                   Add 1 To totalConvertidos
           End-Read.
                           "execucao antes da proxima folha."
                   End-If
           End-Read.

      ******************************************************************
      * EMPREGADOS.DAT - preserves the master in EMPREGADOS.BAK and
      * rebuilds it with every employee receiving the adiantamento
      * quinzenal at the company percentage, and no centro de custo.
      * Opt-outs, individual percentages and the centros de custo are
      * keyed in MANUTENCAO-EMPREGADOS before the next
      * CALCULAR-ADIANTAMENTO.
      ******************************************************************
       CONVERTER-EMPREGADOS.
           Move "N" To ORIGEM-LEGIVEL.
           Move Zeros To totalCopiados.
           Move Zeros To totalConvertidos.
           Move Spaces To FIM-ARQUIVO.
           Open Input ARQUIVO-EMP-ANTIGO.
           If ERRO-ANTIGO = "35"
               Display "EMPREGADOS.DAT nao encontrado - nada para "
                   "converter."
           Else
           If ERRO-ANTIGO Not = "00"
               Display "EMPREGADOS.DAT nao abriu no layout antigo "
                   "(status " ERRO-ANTIGO ") - ja foi convertido?"
           Else
               Move "S" To ORIGEM-LEGIVEL
               Open Output ARQUIVO-EMP-COPIA
               Perform COPIAR-EMPREGADO-BAK Until FIM-ARQUIVO = "OK"
               Close ARQUIVO-EMP-ANTIGO
               Close ARQUIVO-EMP-COPIA
               Display "Cadastro preservado em EMPREGADOS.BAK ("
                   totalCopiados " empregados).".
           If ORIGEM-LEGIVEL = "S"
               Move Spaces To FIM-ARQUIVO
               Open Input ARQUIVO-EMP-COPIA
               Open Output ARQUIVO-EMP-NOVO
               Perform CONVERTER-EMPREGADO Until FIM-ARQUIVO = "OK"
               Close ARQUIVO-EMP-COPIA
               Close ARQUIVO-EMP-NOVO
               Display "Total de empregados convertidos: "
                   totalConvertidos
               Display "Todos recebem o adiantamento no percentual "
                   "padrao - registre as excecoes em "
                   "MANUTENCAO-EMPREGADOS."
               Display "Atribua o centro de custo de cada empregado "
                   "em MANUTENCAO-EMPREGADOS."
           End-If.

       COPIAR-EMPREGADO-BAK.
           Read ARQUIVO-EMP-ANTIGO Next Record
               At End
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   Move EMP-CODIGO-ANT To EMP-CODIGO-BAK
                   Move EMP-NOME-ANT To EMP-NOME-BAK
                   Move EMP-HORAS-ANT To EMP-HORAS-BAK
                   Move EMP-VALOR-HORA-ANT To EMP-VALOR-HORA-BAK
                   Move EMP-SITUACAO-ANT To EMP-SITUACAO-BAK
                   Write REGISTRO-EMPREGADO-BAK
                   Add 1 To totalCopiados
           End-Read.

       CONVERTER-EMPREGADO.
           Read ARQUIVO-EMP-COPIA Next Record
               At End
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   Move EMP-CODIGO-BAK To EMP-CODIGO
                   Move EMP-NOME-BAK To EMP-NOME
                   Move EMP-HORAS-BAK To EMP-HORAS
                   Move EMP-VALOR-HORA-BAK To EMP-VALOR-HORA
                   Move EMP-SITUACAO-BAK To EMP-SITUACAO
                   Move "S" To EMP-OPTA-ADIANTAMENTO
                   Move Zeros To EMP-PERC-ADIANTAMENTO
                   Move Zeros To EMP-CENTRO-CUSTO
                   Write REGISTRO-EMPREGADO
                   Add 1 To totalConvertidos
           End-Read.

      ******************************************************************
      * EMPREGADOS.DAT - preserves the 47-character master in
      * EMPREGADOS.BAK and rebuilds it with EMP-CENTRO-CUSTO zeroed.
      * Every active employee then shows up in VERIFICAR-INTEGRIDADE
      * until a centro de custo is assigned in MANUTENCAO-EMPREGADOS;
      * until then EXPORTAR-CONTABIL posts the employee to the company
      * accounts and RELATORIO-CUSTO-PESSOAL lists it unassigned.
      ******************************************************************
       CONVERTER-EMPREGADOS-CC.
           Move "N" To ORIGEM-LEGIVEL.
           Move Zeros To totalCopiados.
           Move Zeros To totalConvertidos.
           Move Spaces To FIM-ARQUIVO.
           Open Input ARQUIVO-EMP47-ANTIGO.
           If ERRO-ANTIGO = "35"
               Display "EMPREGADOS.DAT nao encontrado - nada para "
                   "converter."
           Else
           If ERRO-ANTIGO Not = "00"
               Display "EMPREGADOS.DAT nao abriu no layout antigo "
                   "(status " ERRO-ANTIGO ") - ja foi convertido?"
           Else
               Move "S" To ORIGEM-LEGIVEL
               Open Output ARQUIVO-EMP47-COPIA
               Perform COPIAR-EMPREGADO-E47-BAK
                   Until FIM-ARQUIVO = "OK"
               Close ARQUIVO-EMP47-ANTIGO
               Close ARQUIVO-EMP47-COPIA
               Display "Cadastro preservado em EMPREGADOS.BAK ("
                   totalCopiados " empregados).".
           If ORIGEM-LEGIVEL = "S"
               Move Spaces To FIM-ARQUIVO
               Open Input ARQUIVO-EMP47-COPIA
               Open Output ARQUIVO-EMP-NOVO
               Perform CONVERTER-EMPREGADO-E47 Until FIM-ARQUIVO = "OK"
               Close ARQUIVO-EMP47-COPIA
               Close ARQUIVO-EMP-NOVO
               Display "Total de empregados convertidos: "
                   totalConvertidos
               Display "Atribua o centro de custo de cada empregado "
                   "em MANUTENCAO-EMPREGADOS."
           End-If.

       COPIAR-EMPREGADO-E47-BAK.
           Read ARQUIVO-EMP47-ANTIGO Next Record
               At End
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   Move REGISTRO-EMPREGADO-E47-ANT
                       To REGISTRO-EMPREGADO-E47-BAK
                   Write REGISTRO-EMPREGADO-E47-BAK
                   Add 1 To totalCopiados
           End-Read.

       CONVERTER-EMPREGADO-E47.
           Read ARQUIVO-EMP47-COPIA Next Record
               At End
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   Move E47-CODIGO-BAK To EMP-CODIGO
                   Move E47-NOME-BAK To EMP-NOME
                   Move E47-HORAS-BAK To EMP-HORAS
                   Move E47-VALOR-HORA-BAK To EMP-VALOR-HORA
                   Move E47-SITUACAO-BAK To EMP-SITUACAO
                   Move E47-OPTA-ADIANTAMENTO-BAK
                       To EMP-OPTA-ADIANTAMENTO
                   Move E47-PERC-ADIANTAMENTO-BAK
                       To EMP-PERC-ADIANTAMENTO
                   Move Zeros To EMP-CENTRO-CUSTO
                   Write REGISTRO-EMPREGADO
                   Add 1 To totalConvertidos
           End-Read.

      ******************************************************************
      * PRODUTO.DAT - preserves the 54-character master in PRODUTO.BAK
      * and rebuilds it with QUANTIDADE-RESERVADA zeroed - the
      * reservations only start with the first pedido de venda keyed
      * in PEDIDO-VENDA.
      ******************************************************************
       CONVERTER-PRODUTO-RESERVA.
           Move "N" To ORIGEM-LEGIVEL.
           Move Zeros To totalCopiados.
           Move Zeros To totalConvertidos.
           Move Spaces To FIM-ARQUIVO.
           Open Input ARQUIVO-PROD54-ANTIGO.
           If ERRO-ANTIGO = "35"
               Display "PRODUTO.DAT nao encontrado - nada para "
                   "converter."
           Else
           If ERRO-ANTIGO Not = "00"
               Display "PRODUTO.DAT nao abriu no layout antigo "
                   "(status " ERRO-ANTIGO ") - ja foi convertido?"
           Else
               Move "S" To ORIGEM-LEGIVEL
               Open Output ARQUIVO-PROD54-COPIA
               Perform COPIAR-PRODUTO-P54-BAK
                   Until FIM-ARQUIVO = "OK"
               Close ARQUIVO-PROD54-ANTIGO
               Close ARQUIVO-PROD54-COPIA
               Display "Cadastro preservado em PRODUTO.BAK ("
                   totalCopiados " produtos).".
           If ORIGEM-LEGIVEL = "S"
               Move Spaces To FIM-ARQUIVO
               Open Input ARQUIVO-PROD54-COPIA
               Open Output ARQUIVO-PROD-NOVO
               Perform CONVERTER-PRODUTO-P54 Until FIM-ARQUIVO = "OK"
               Close ARQUIVO-PROD54-COPIA
               Close ARQUIVO-PROD-NOVO
               Display "Total de produtos convertidos: "
                   totalConvertidos
           End-If.

       COPIAR-PRODUTO-P54-BAK.
           Read ARQUIVO-PROD54-ANTIGO Next Record
               At End
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   Move REGISTRO-PRODUTO-P54-ANT
                       To REGISTRO-PRODUTO-P54-BAK
                   Write REGISTRO-PRODUTO-P54-BAK
                   Add 1 To totalCopiados
           End-Read.

       CONVERTER-PRODUTO-P54.
           Read ARQUIVO-PROD54-COPIA Next Record
               At End
                   Move "OK" To FIM-ARQUIVO
               Not At End
                   Move P54-CODIGO-BAK To CODIGO
                   Move P54-PRODUTO-BAK To PRODUTO
                   Move P54-PRECO-BAK To PRECO
                   Move P54-QUANTIDADE-BAK To QUANTIDADE
                   Move P54-CUSTO-MEDIO-BAK To CUSTO-MEDIO
                   Move Zeros To QUANTIDADE-RESERVADA
                   Write REGISTRO-PRODUTO
                   Add 1 To totalConvertidos
           End-Read.
       END PROGRAM CONVERTER-LAYOUTS.
