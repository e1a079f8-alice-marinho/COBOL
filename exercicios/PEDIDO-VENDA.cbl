      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Pedido de venda entry against PRODUTO.DAT. A numero
      *          not on PEDVENDA.DAT opens a new pedido for an active
      *          customer on CLIENTE.DAT; items are keyed up to ten per
      *          pedido at the product's current PRECO. Every item
      *          accepted reserves its quantidade on the product
      *          (QUANTIDADE-RESERVADA) at once, and only QUANTIDADE
      *          minus what is already reserved can be promised - so a
      *          second pedido can never promise the same units. A
      *          pedido stays "A" (aberto) while items are keyed, is
      *          "C" (confirmado) when it is ready for FATURAR-PEDIDOS,
      *          and a cancelled one ("X") gives its reservation back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIDO-VENDA.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PEDIDO-VENDA
           Label Record Is Standard
           Record Contains 198 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PEDIDO-VENDA
           Value Of File-Id "PEDVENDA.DAT".
           COPY PEDVENDA.

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

       Working-Storage Section.
       77  ERRO                           Pic X(02) Value "00".
       77  ERRO-PED                       Pic X(02) Value "00".
       77  ERRO-CLI                       Pic X(02) Value "00".
       77  FIM                            Pic X(02) Value Spaces.
       77  FIM-ITENS                      Pic X(02) Value Spaces.
       77  FIM-PEDIDO                     Pic X(02) Value Spaces.
       77  OPCAO                          Pic X(01) Value Spaces.
       77  NUMERO-PROCURADO               Pic 9(06) Value Zeros.
       77  CLIENTE-PROCURADO              Pic 9(05) Value Zeros.
       77  PRODUTO-PROCURADO              Pic 9(05) Value Zeros.
       77  QUANTIDADE-PEDIDA              Pic 9(05) Value Zeros.
       77  QUANTIDADE-DISPONIVEL          Pic 9(05) Value Zeros.
       77  IDX-ITEM                       Pic 9(02) Value Zeros.
       77  MAXIMO-ITENS                   Pic 9(02) Value 10.
       77  DATA-SISTEMA                   Pic 9(08) Value Zeros.

       77  valorItem                      Pic 9(07)V99 Value Zeros.
       77  valorPedido                    Pic 9(07)V99 Value Zeros.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LEITURA.
           Perform MANUTENCAO Until FIM = "OK".
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Open Input ARQUIVO-CLIENTE.
           If ERRO-CLI Not = "00"
               Display "CLIENTE.DAT nao encontrado - execute "
                   "MANUTENCAO-CLIENTE antes dos pedidos."
               Stop Run
           End-If.
           Open I-O ARQUIVO-INCLUSAO.
           If ERRO = "39"
               Display "PRODUTO.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes dos pedidos."
               Stop Run
           End-If.
           If ERRO Not = "00"
               Display "PRODUTO.DAT nao encontrado - execute "
                   "INCLUSAO-ROTINA antes dos pedidos."
               Stop Run
           End-If.
           Open I-O ARQUIVO-PEDIDO-VENDA.
           If ERRO-PED = "35"
               Open Output ARQUIVO-PEDIDO-VENDA
               Close ARQUIVO-PEDIDO-VENDA
               Open I-O ARQUIVO-PEDIDO-VENDA
           End-If.
           Accept DATA-SISTEMA From Date YYYYMMDD.

       LEITURA.
           DISPLAY "*-----------------------------------------*"
           Display "Numero do pedido de venda (000000 encerra): ".
           Accept NUMERO-PROCURADO.
           If NUMERO-PROCURADO = Zeros
              Move "OK" To FIM.

       MANUTENCAO.
           Move NUMERO-PROCURADO To PV-NUMERO.
           Read ARQUIVO-PEDIDO-VENDA
               Invalid Key
                   Perform INCLUIR-PEDIDO
               Not Invalid Key
                   Perform EXIBIR-PEDIDO
                   Perform TRATAR-PEDIDO
           End-Read.

           Perform LEITURA.

      ******************************************************************
      * A new pedido is written "A" before its first item, so every
      * reservation made afterwards already has a pedido to belong to.
      ******************************************************************
       INCLUIR-PEDIDO.
           Display "Pedido " NUMERO-PROCURADO " novo.".
           Display "Codigo do cliente: ".
           Accept CLIENTE-PROCURADO.
           Move CLIENTE-PROCURADO To CL-CODIGO.
           Read ARQUIVO-CLIENTE
               Invalid Key
                   Display "Cliente nao cadastrado - pedido nao aberto."
               Not Invalid Key
                   If CL-SITUACAO Not = "A"
                       Display "Cliente inativo - pedido nao aberto."
                   Else
                       Perform ABRIR-PEDIDO
                   End-If
           End-Read.

       ABRIR-PEDIDO.
           Display "Cliente....: " CL-NOME.
           Move NUMERO-PROCURADO To PV-NUMERO.
           Move CL-CODIGO To PV-CLIENTE.
           Move DATA-SISTEMA To PV-DATA-PEDIDO.
           Move "A" To PV-SITUACAO.
           Move Zeros To PV-NOTA.
           Move Zeros To PV-QTD-ITENS.
           Perform LIMPAR-ITEM
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > MAXIMO-ITENS.
           Write REGISTRO-PEDIDO-VENDA
               Invalid Key
                   Display "Erro ao abrir o pedido"
               Not Invalid Key
                   Display "Pedido aberto"
                   Perform INCLUIR-ITENS
                   Perform TRATAR-PEDIDO-ABERTO
           End-Write.

       LIMPAR-ITEM.
           Move Zeros To PV-PRODUTO(IDX-ITEM).
           Move Zeros To PV-QUANTIDADE(IDX-ITEM).
           Move Zeros To PV-PRECO(IDX-ITEM).

       EXIBIR-PEDIDO.
           Move PV-CLIENTE To CL-CODIGO.
           Read ARQUIVO-CLIENTE
               Invalid Key
                   Move "(cliente nao encontrado)" To CL-NOME.
           Display "Pedido.....: " PV-NUMERO "  de " PV-DATA-PEDIDO.
           Display "Cliente....: " PV-CLIENTE " " CL-NOME.
           Display "Situacao...: " PV-SITUACAO.
           Move Zeros To valorPedido.
           Perform EXIBIR-ITEM
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > PV-QTD-ITENS.
           Display "Valor......: " valorPedido.

       EXIBIR-ITEM.
           COMPUTE valorItem =
               PV-QUANTIDADE(IDX-ITEM) * PV-PRECO(IDX-ITEM).
           Add valorItem To valorPedido.
           Display "  " IDX-ITEM " - produto " PV-PRODUTO(IDX-ITEM)
               " qtde " PV-QUANTIDADE(IDX-ITEM)
               " a " PV-PRECO(IDX-ITEM) " = " valorItem.

       TRATAR-PEDIDO.
           If PV-SITUACAO = "A"
               Perform TRATAR-PEDIDO-ABERTO
           Else
           If PV-SITUACAO = "C"
               Display "(R)eabrir para incluir itens  (X) cancelar  "
                   "(Enter) continuar: "
               Accept OPCAO
               If OPCAO = "R" Or OPCAO = "r"
                   Move "A" To PV-SITUACAO
                   Perform GRAVAR-PEDIDO
                   Perform TRATAR-PEDIDO-ABERTO
               Else
                   If OPCAO = "X" Or OPCAO = "x"
                       Perform CANCELAR-PEDIDO
                   End-If
               End-If
           Else
           If PV-SITUACAO = "F"
               Display "Pedido ja faturado - nota fiscal " PV-NOTA
                   ". Cancele a nota em CANCELAR-NOTA."
           Else
               Display "Pedido cancelado - nada a alterar.".

       TRATAR-PEDIDO-ABERTO.
           Move Spaces To FIM-PEDIDO.
           Perform DECIDIR-PEDIDO-ABERTO Until FIM-PEDIDO = "OK".

       DECIDIR-PEDIDO-ABERTO.
           Display "(I)ncluir itens  (C)onfirmar para faturamento  "
               "(X) cancelar  (Enter) manter aberto: ".
           Accept OPCAO.
           If OPCAO = "I" Or OPCAO = "i"
               Perform INCLUIR-ITENS
           Else
           If OPCAO = "C" Or OPCAO = "c"
               Perform CONFIRMAR-PEDIDO
               Move "OK" To FIM-PEDIDO
           Else
           If OPCAO = "X" Or OPCAO = "x"
               Perform CANCELAR-PEDIDO
               Move "OK" To FIM-PEDIDO
           Else
               Display "Pedido mantido aberto."
               Move "OK" To FIM-PEDIDO.

       CONFIRMAR-PEDIDO.
           If PV-QTD-ITENS = Zeros
               Display "Pedido sem itens - nao confirmado."
           Else
               Move "C" To PV-SITUACAO
               Perform GRAVAR-PEDIDO
               Display "Pedido confirmado para faturamento."
           End-If.

      ******************************************************************
      * Each item reserves its units before it is added to the pedido -
      * the product is rewritten first, so a pedido never lists units
      * the product does not hold as reserved.
      ******************************************************************
       INCLUIR-ITENS.
           Move Spaces To FIM-ITENS.
           Perform ENTRAR-ITEM Until FIM-ITENS = "OK".

       ENTRAR-ITEM.
           If PV-QTD-ITENS Not Less Than MAXIMO-ITENS
               Display "Pedido ja tem " MAXIMO-ITENS
                   " itens - abra outro pedido para o restante."
               Move "OK" To FIM-ITENS
           Else
               Display "Codigo do produto (00000 encerra os itens): "
               Accept PRODUTO-PROCURADO
               If PRODUTO-PROCURADO = Zeros
                   Move "OK" To FIM-ITENS
               Else
                   Perform RESERVAR-ITEM
               End-If
           End-If.

       RESERVAR-ITEM.
           Move PRODUTO-PROCURADO To CODIGO.
           Read ARQUIVO-INCLUSAO
               Invalid Key
                   Display "Produto nao cadastrado"
               Not Invalid Key
                   Perform CALCULAR-DISPONIVEL
                   Display "Produto....: " PRODUTO
                   Display "Preco......: " PRECO
                   Display "Disponivel.: " QUANTIDADE-DISPONIVEL
                       " (" QUANTIDADE-RESERVADA " ja reservadas)"
                   Display "Quantidade pedida: "
                   Accept QUANTIDADE-PEDIDA
                   Perform GRAVAR-RESERVA
           End-Read.

       CALCULAR-DISPONIVEL.
           If QUANTIDADE > QUANTIDADE-RESERVADA
               COMPUTE QUANTIDADE-DISPONIVEL =
                   QUANTIDADE - QUANTIDADE-RESERVADA
           Else
               Move Zeros To QUANTIDADE-DISPONIVEL
           End-If.

       GRAVAR-RESERVA.
           If QUANTIDADE-PEDIDA = Zeros
               Display "Quantidade invalida - item nao incluido."
           Else
           If QUANTIDADE-PEDIDA > QUANTIDADE-DISPONIVEL
               Display "Quantidade maior que a disponivel - item "
                   "nao incluido."
           Else
               Add QUANTIDADE-PEDIDA To QUANTIDADE-RESERVADA
               Rewrite REGISTRO-PRODUTO
                   Invalid Key
                       Display "Erro ao reservar o produto"
                   Not Invalid Key
                       Perform ACRESCENTAR-ITEM
               End-Rewrite.

       ACRESCENTAR-ITEM.
           Add 1 To PV-QTD-ITENS.
           Move CODIGO To PV-PRODUTO(PV-QTD-ITENS).
           Move QUANTIDADE-PEDIDA To PV-QUANTIDADE(PV-QTD-ITENS).
           Move PRECO To PV-PRECO(PV-QTD-ITENS).
           Perform GRAVAR-PEDIDO.
           Display "Item " PV-QTD-ITENS " incluido e reservado.".

      ******************************************************************
      * Gives every item's units back to the product before the pedido
      * is marked "X".
      ******************************************************************
       CANCELAR-PEDIDO.
           Perform LIBERAR-RESERVA
               Varying IDX-ITEM From 1 By 1
               Until IDX-ITEM > PV-QTD-ITENS.
           Move "X" To PV-SITUACAO.
           Perform GRAVAR-PEDIDO.
           Display "Pedido cancelado - reserva liberada.".

       LIBERAR-RESERVA.
           Move PV-PRODUTO(IDX-ITEM) To CODIGO.
           Read ARQUIVO-INCLUSAO
               Invalid Key
                   Display "Produto " PV-PRODUTO(IDX-ITEM)
                       " nao cadastrado - reserva nao liberada"
               Not Invalid Key
                   If QUANTIDADE-RESERVADA > PV-QUANTIDADE(IDX-ITEM)
                       Subtract PV-QUANTIDADE(IDX-ITEM)
                           From QUANTIDADE-RESERVADA
                   Else
                       Move Zeros To QUANTIDADE-RESERVADA
                   End-If
                   Rewrite REGISTRO-PRODUTO
                       Invalid Key
                           Display "Erro ao liberar a reserva do "
                               "produto " CODIGO
                   End-Rewrite
           End-Read.

       GRAVAR-PEDIDO.
           Rewrite REGISTRO-PEDIDO-VENDA
               Invalid Key
                   Display "Erro ao gravar o pedido".

       FECHAR.
           Close ARQUIVO-PEDIDO-VENDA.
           Close ARQUIVO-CLIENTE.
           Close ARQUIVO-INCLUSAO.
       END PROGRAM PEDIDO-VENDA.
