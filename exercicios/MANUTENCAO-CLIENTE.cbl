      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Maintenance routine for the customer master
      *          (CLIENTE.DAT) the pedidos de venda are taken against.
      *          A codigo not on file is included; one on file can be
      *          altered or excluded. A customer with pedidos on
      *          PEDVENDA.DAT cannot be excluded - the pedidos and the
      *          notas fiscais still name it, so it can only be made
      *          inativo, which stops new pedidos for it. Every
      *          alteration and exclusion goes to the shared
      *          AUDITORIA.DAT audit trail, same as MANUTENCAO-PRODUTO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-CLIENTE.

       Environment Division.

       Configuration Section.
       Source-Computer. IBM PC.
       Object-Computer. IBM PC.
       Special-Names.
           Decimal-Point Is Comma.
       Input-OutPut Section.
       File-Control.
              Select ARQUIVO-CLIENTE Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CL-CODIGO
                File Status Is ERRO.

      *    Read through (read-only) before an exclusion, so a customer
      *    some pedido still names is never removed.
              Select ARQUIVO-PEDIDO-VENDA Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is PV-NUMERO
                File Status Is ERRO-PED.

              Select ARQUIVO-AUDITORIA Assign To Disk
                Organization Is Line Sequential
                File Status Is ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CLIENTE
           Label Record Is Standard
           Record Contains 72 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-CLIENTE
           Value Of File-Id "CLIENTE.DAT".
           COPY CLIENTE.

       FD  ARQUIVO-PEDIDO-VENDA
           Label Record Is Standard
           Record Contains 198 Characters
           Block Contains 11 Records
           Data Record Is REGISTRO-PEDIDO-VENDA
           Value Of File-Id "PEDVENDA.DAT".
           COPY PEDVENDA.

       FD  ARQUIVO-AUDITORIA
           Label Record Is Standard
           Value Of File-Id "AUDITORIA.DAT".
           COPY AUDITORIA.

       Working-Storage Section.
       77  ERRO                           Pic X(02) Value "00".
       77  ERRO-PED                       Pic X(02) Value "00".
       77  ERRO-AUD                       Pic X(02) Value "00".
       77  FIM                            Pic X(02) Value Spaces.
       77  FIM-PEDIDOS                    Pic X(02) Value Spaces.
       77  OPCAO                          Pic X(01) Value Spaces.
       77  CODIGO-PROCURADO               Pic 9(05) Value Zeros.
       77  DADOS-VALIDOS                  Pic X(01) Value "S".
       77  PEDIDOS-DISPONIVEL             Pic X(01) Value "N".
       77  totalPedidosCliente            Pic 9(05) Value Zeros.
       77  OLD-NOME                       Pic X(30) Value Spaces.
       77  OLD-DOCUMENTO                  Pic X(14) Value Spaces.
       77  OLD-CIDADE                     Pic X(20) Value Spaces.
       77  OLD-UF                         Pic X(02) Value Spaces.
       77  OLD-SITUACAO                   Pic X(01) Value Spaces.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LEITURA.
           Perform MANUTENCAO Until FIM = "OK".
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Open I-O ARQUIVO-CLIENTE.
           If ERRO = "35"
               Open Output ARQUIVO-CLIENTE
               Close ARQUIVO-CLIENTE
               Open I-O ARQUIVO-CLIENTE
           End-If.
           Open Input ARQUIVO-PEDIDO-VENDA.
           If ERRO-PED = "00"
               Move "S" To PEDIDOS-DISPONIVEL
           End-If.
           Open Extend ARQUIVO-AUDITORIA.
           If ERRO-AUD Not = "00"
               Open Output ARQUIVO-AUDITORIA
               Close ARQUIVO-AUDITORIA
               Open Extend ARQUIVO-AUDITORIA
           End-If.

       LEITURA.
           DISPLAY "*-----------------------------------------*"
           Display "Digite o codigo do cliente (00000 encerra): ".
           Accept CODIGO-PROCURADO.
           If CODIGO-PROCURADO = Zeros
              Move "OK" To FIM.

       MANUTENCAO.
           Move CODIGO-PROCURADO To CL-CODIGO.
           Read ARQUIVO-CLIENTE
               Invalid Key
                   Perform INCLUIR-CLIENTE
               Not Invalid Key
                   Perform EXIBIR-CLIENTE
                   Perform ESCOLHER-OPCAO
                   Perform EXECUTAR-OPCAO
           End-Read.

           Perform LEITURA.

       EXIBIR-CLIENTE.
           Display "Codigo.....: " CL-CODIGO.
           Display "Nome.......: " CL-NOME.
           Display "CNPJ/CPF...: " CL-DOCUMENTO.
           Display "Cidade/UF..: " CL-CIDADE " " CL-UF.
           Display "Situacao...: " CL-SITUACAO.

       ESCOLHER-OPCAO.
           Display "(A)lterar  (E)xcluir  (C)ontinuar sem alterar: ".
           Accept OPCAO.

       EXECUTAR-OPCAO.
           If OPCAO = "A" Or OPCAO = "a"
               Perform ALTERAR-CLIENTE
           Else
               If OPCAO = "E" Or OPCAO = "e"
                   Perform EXCLUIR-CLIENTE.

       INCLUIR-CLIENTE.
           Display "Cliente " CODIGO-PROCURADO
               " nao cadastrado - informe os dados: ".
           Move Spaces To CL-NOME.
           Move Spaces To CL-DOCUMENTO.
           Move Spaces To CL-CIDADE.
           Move Spaces To CL-UF.
           Move "A" To CL-SITUACAO.
           Perform ENTRAR-DADOS.
           If DADOS-VALIDOS = "S"
               Write REGISTRO-CLIENTE
                   Invalid Key
                       Display "Erro ao incluir o cliente"
                   Not Invalid Key
                       Display "Cliente incluido com sucesso"
               End-Write
           Else
               Display "Cliente nao incluido."
           End-If.

       ALTERAR-CLIENTE.
           Move CL-NOME To OLD-NOME.
           Move CL-DOCUMENTO To OLD-DOCUMENTO.
           Move CL-CIDADE To OLD-CIDADE.
           Move CL-UF To OLD-UF.
           Move CL-SITUACAO To OLD-SITUACAO.
           Perform ENTRAR-DADOS.
           If DADOS-VALIDOS = "S"
               Rewrite REGISTRO-CLIENTE
                   Invalid Key
                       Display "Erro ao gravar o cliente"
                   Not Invalid Key
                       Display "Cliente alterado com sucesso"
                       Perform REGISTRAR-AUDITORIA-ALTERACAO
               End-Rewrite
           Else
               Display "Cliente nao alterado."
           End-If.

       ENTRAR-DADOS.
           Display "Nome do cliente: ".
           Accept CL-NOME.
           Display "CNPJ ou CPF (somente digitos): ".
           Accept CL-DOCUMENTO.
           Display "Cidade: ".
           Accept CL-CIDADE.
           Display "UF: ".
           Accept CL-UF.
           Inspect CL-UF Converting
               "abcdefghijklmnopqrstuvwxyz" To
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           Display "Situacao - (A)tivo ou (I)nativo: ".
           Accept CL-SITUACAO.
           Inspect CL-SITUACAO Converting "ai" To "AI".
           Perform VALIDAR-DADOS.

       VALIDAR-DADOS.
           Move "S" To DADOS-VALIDOS.
           If CL-NOME = Spaces
               Display "Nome obrigatorio."
               Move "N" To DADOS-VALIDOS
           End-If.
           If CL-DOCUMENTO = Spaces
               Display "CNPJ ou CPF obrigatorio."
               Move "N" To DADOS-VALIDOS
           End-If.
           If CL-UF = Spaces
               Display "UF obrigatoria."
               Move "N" To DADOS-VALIDOS
           End-If.
           If CL-SITUACAO Not = "A" And CL-SITUACAO Not = "I"
               Display "Situacao invalida - informe A ou I."
               Move "N" To DADOS-VALIDOS
           End-If.

       REGISTRAR-AUDITORIA-ALTERACAO.
           Move "A" To AUD-OPERACAO.
           If OLD-NOME Not = CL-NOME
               Move "NOME" To AUD-CAMPO
               Move OLD-NOME To AUD-VALOR-ANTERIOR
               Move CL-NOME To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-DOCUMENTO Not = CL-DOCUMENTO
               Move "DOCUMENTO" To AUD-CAMPO
               Move OLD-DOCUMENTO To AUD-VALOR-ANTERIOR
               Move CL-DOCUMENTO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-CIDADE Not = CL-CIDADE
               Move "CIDADE" To AUD-CAMPO
               Move OLD-CIDADE To AUD-VALOR-ANTERIOR
               Move CL-CIDADE To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-UF Not = CL-UF
               Move "UF" To AUD-CAMPO
               Move OLD-UF To AUD-VALOR-ANTERIOR
               Move CL-UF To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-SITUACAO Not = CL-SITUACAO
               Move "SITUACAO" To AUD-CAMPO
               Move OLD-SITUACAO To AUD-VALOR-ANTERIOR
               Move CL-SITUACAO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.

      *    Any pedido naming the customer - open, faturado or
      *    cancelado - keeps it on file.
       EXCLUIR-CLIENTE.
           Move Zeros To totalPedidosCliente.
           If PEDIDOS-DISPONIVEL = "S"
               Move Spaces To FIM-PEDIDOS
               Move Zeros To PV-NUMERO
               Start ARQUIVO-PEDIDO-VENDA
                   Key Is Not Less Than PV-NUMERO
                   Invalid Key
                       Move "OK" To FIM-PEDIDOS
               End-Start
               Perform CONTAR-PEDIDO-CLIENTE Until FIM-PEDIDOS = "OK"
           End-If.
           If totalPedidosCliente > 0
               Display "Cliente com " totalPedidosCliente
                   " pedido(s) de venda - nao excluido. "
                   "Altere a situacao para I (inativo)."
           Else
               Perform EXCLUIR-REGISTRO
           End-If.

       CONTAR-PEDIDO-CLIENTE.
           Read ARQUIVO-PEDIDO-VENDA Next Record
               At End
                   Move "OK" To FIM-PEDIDOS
               Not At End
                   If PV-CLIENTE = CL-CODIGO
                       Add 1 To totalPedidosCliente
                   End-If
           End-Read.

       EXCLUIR-REGISTRO.
           Move "REGISTRO" To AUD-CAMPO.
           Move CL-NOME To AUD-VALOR-ANTERIOR.
           Move Spaces To AUD-VALOR-NOVO.
           Delete ARQUIVO-CLIENTE
               Invalid Key
                   Display "Erro ao excluir o cliente"
               Not Invalid Key
                   Display "Cliente excluido com sucesso"
                   Move "E" To AUD-OPERACAO
                   Perform GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           Move "MANUTENCAO-CLIENTE" To AUD-PROGRAMA.
           Move CL-CODIGO To AUD-CHAVE.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       FECHAR.
           Close ARQUIVO-CLIENTE.
           If PEDIDOS-DISPONIVEL = "S"
               Close ARQUIVO-PEDIDO-VENDA
           End-If.
           Close ARQUIVO-AUDITORIA.
       END PROGRAM MANUTENCAO-CLIENTE.
