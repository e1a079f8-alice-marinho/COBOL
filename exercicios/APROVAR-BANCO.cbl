      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Second half of the dual control on employee bank
      *          accounts. MANUTENCAO-BANCO only records a requested
      *          inclusion or change on BANCOPEND.DAT; this program
      *          walks the pending requests, shows each one with the
      *          account as it stood, and lets an operator other than
      *          the one who keyed it approve or reject it. Only an
      *          approved request is applied to EMPBANCO.DAT, with a
      *          before/after record on AUDITORIA.DAT; the request
      *          keeps who approved or rejected it and when, so a
      *          diverted account needs two people, not one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVAR-BANCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-DADOS-BANCARIOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EB-CODIGO
               FILE STATUS IS ERRO.

           SELECT ARQUIVO-BANCO-PENDENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-CHAVE
               FILE STATUS IS ERRO-PEND.

           SELECT ARQUIVO-AUDITORIA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DADOS-BANCARIOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPBANCO.DAT".
           COPY EMPBANCO.

       FD  ARQUIVO-BANCO-PENDENTE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "BANCOPEND.DAT".
           COPY BANCOPEND.

       FD  ARQUIVO-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AUDITORIA.DAT".
           COPY AUDITORIA.

       WORKING-STORAGE SECTION.
       77  ERRO                        Pic X(02) Value "00".
       77  ERRO-PEND                   Pic X(02) Value "00".
       77  ERRO-AUD                    Pic X(02) Value "00".
       77  FIM-PENDENTE                Pic X(02) Value Spaces.
       77  OPERADOR                    Pic X(08) Value Spaces.
       77  DECISAO                     Pic X(01) Value Space.
       77  CONTA-APLICADA              Pic X(01) Value "N".
       77  OLD-EB-BANCO                Pic 9(03) Value Zeros.
       77  OLD-EB-AGENCIA              Pic 9(04) Value Zeros.
       77  OLD-EB-CONTA                Pic 9(08) Value Zeros.
       77  OLD-EB-DIGITO-CONTA         Pic X(01) Value Space.
       77  qtdAprovadas                Pic 9(05) Value Zeros.
       77  qtdRejeitadas               Pic 9(05) Value Zeros.
       77  qtdMantidas                 Pic 9(05) Value Zeros.
       77  qtdProprias                 Pic 9(05) Value Zeros.

       01  CONTA-EDITADA.
           05 CE-BANCO                 Pic 9(03).
           05 Filler                   Pic X(01) Value Space.
           05 CE-AGENCIA               Pic 9(04).
           05 Filler                   Pic X(01) Value Space.
           05 CE-CONTA                 Pic 9(08).
           05 Filler                   Pic X(01) Value "-".
           05 CE-DIGITO-CONTA          Pic X(01).

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform IDENTIFICAR-OPERADOR.
           Perform POSICIONAR-PENDENTES.
           Perform EXAMINAR-PENDENTE Until FIM-PENDENTE = "OK".
           Perform EXIBIR-TOTAIS.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Open I-O ARQUIVO-BANCO-PENDENTE.
           If ERRO-PEND Not = "00"
               Display "BANCOPEND.DAT nao encontrado - nenhuma "
                   "alteracao bancaria foi pedida em MANUTENCAO-BANCO."
               Stop Run
           End-If.
           Open I-O ARQUIVO-DADOS-BANCARIOS.
           If ERRO = "35"
               Open Output ARQUIVO-DADOS-BANCARIOS
               Close ARQUIVO-DADOS-BANCARIOS
               Open I-O ARQUIVO-DADOS-BANCARIOS
           End-If.
           Open Extend ARQUIVO-AUDITORIA.
           If ERRO-AUD Not = "00"
               Open Output ARQUIVO-AUDITORIA
               Close ARQUIVO-AUDITORIA
               Open Extend ARQUIVO-AUDITORIA
           End-If.

       IDENTIFICAR-OPERADOR.
           Display "Identificacao do operador: ".
           Accept OPERADOR.
           If OPERADOR = Spaces
               Display "Operador nao informado - nada foi aprovado."
               Perform FECHAR
               Stop Run
           End-If.

       POSICIONAR-PENDENTES.
           Move Spaces To FIM-PENDENTE.
           Move Zeros To BP-CHAVE.
           Start ARQUIVO-BANCO-PENDENTE Key Is Not Less Than BP-CHAVE
               Invalid Key
                   Move "OK" To FIM-PENDENTE
           End-Start.

       EXAMINAR-PENDENTE.
           Read ARQUIVO-BANCO-PENDENTE Next Record
               At End
                   Move "OK" To FIM-PENDENTE
               Not At End
                   If BP-STATUS = "P"
                       Perform EXIBIR-PENDENTE
                       Perform DECIDIR-PENDENTE
                   End-If
           End-Read.

       EXIBIR-PENDENTE.
           DISPLAY "*-----------------------------------------*"
           If BP-TIPO = "I"
               Display "Codigo " BP-CODIGO " - conta nova"
           Else
               Display "Codigo " BP-CODIGO " - alteracao de conta"
               Move BP-BANCO-ANTERIOR To CE-BANCO
               Move BP-AGENCIA-ANTERIOR To CE-AGENCIA
               Move BP-CONTA-ANTERIOR To CE-CONTA
               Move BP-DIGITO-CONTA-ANTERIOR To CE-DIGITO-CONTA
               Display "Conta atual.....: " CONTA-EDITADA
           End-If.
           Move BP-BANCO To CE-BANCO.
           Move BP-AGENCIA To CE-AGENCIA.
           Move BP-CONTA To CE-CONTA.
           Move BP-DIGITO-CONTA To CE-DIGITO-CONTA.
           Display "Conta pedida....: " CONTA-EDITADA.
           Display "Pedida por " BP-OPERADOR-SOLICITANTE " em "
               BP-DATA-SOLICITACAO(7:2) "/" BP-DATA-SOLICITACAO(5:2)
               "/" BP-DATA-SOLICITACAO(1:4).

      ******************************************************************
      * The operator who keyed a request can never be the one who
      * decides it - that is the whole point of the second signature.
      ******************************************************************
       DECIDIR-PENDENTE.
           If BP-OPERADOR-SOLICITANTE = OPERADOR
               Display "Pedida pelo proprio operador - so outro "
                   "operador pode aprovar ou rejeitar."
               Add 1 To qtdProprias
           Else
               Display "Aprovar (A), rejeitar (R) ou deixar pendente "
                   "(P)? "
               Accept DECISAO
               If DECISAO = "A" Or DECISAO = "a"
                   Perform APROVAR-PENDENTE
               Else
               If DECISAO = "R" Or DECISAO = "r"
                   Perform REJEITAR-PENDENTE
               Else
                   Display "Alteracao mantida pendente."
                   Add 1 To qtdMantidas
               End-If
               End-If
           End-If.

       APROVAR-PENDENTE.
           Perform APLICAR-CONTA.
           If CONTA-APLICADA = "S"
               Move "A" To BP-STATUS
               Perform GRAVAR-DECISAO
               Add 1 To qtdAprovadas
           End-If.

       REJEITAR-PENDENTE.
           Move "R" To BP-STATUS.
           Perform GRAVAR-DECISAO.
           Add 1 To qtdRejeitadas.

       GRAVAR-DECISAO.
           Move OPERADOR To BP-OPERADOR-APROVADOR.
           Accept BP-DATA-DECISAO From Date YYYYMMDD.
           Accept BP-HORA-DECISAO From Time.
           Rewrite REGISTRO-BANCO-PENDENTE
               Invalid Key
                   Display "Erro ao gravar a decisao em BANCOPEND.DAT"
               Not Invalid Key
                   If BP-STATUS = "A"
                       Display "Alteracao aprovada e aplicada."
                   Else
                       Display "Alteracao rejeitada - EMPBANCO.DAT "
                           "nao foi alterado."
                   End-If
           End-Rewrite.

      ******************************************************************
      * EMPBANCO.DAT is updated from the request - a rewrite when the
      * codigo already has an account, a write when it is new.
      ******************************************************************
       APLICAR-CONTA.
           Move "N" To CONTA-APLICADA.
           Move BP-CODIGO To EB-CODIGO.
           Read ARQUIVO-DADOS-BANCARIOS
               Invalid Key
                   Perform INCLUIR-CONTA
               Not Invalid Key
                   Perform ALTERAR-CONTA
           End-Read.

       INCLUIR-CONTA.
           Move BP-CODIGO To EB-CODIGO.
           Move BP-BANCO To EB-BANCO.
           Move BP-AGENCIA To EB-AGENCIA.
           Move BP-CONTA To EB-CONTA.
           Move BP-DIGITO-CONTA To EB-DIGITO-CONTA.
           Write REGISTRO-DADOS-BANCARIOS
               Invalid Key
                   Display "Erro ao incluir os dados bancarios"
               Not Invalid Key
                   Move "S" To CONTA-APLICADA
                   Perform REGISTRAR-AUDITORIA-INCLUSAO
           End-Write.

       ALTERAR-CONTA.
           Move EB-BANCO To OLD-EB-BANCO.
           Move EB-AGENCIA To OLD-EB-AGENCIA.
           Move EB-CONTA To OLD-EB-CONTA.
           Move EB-DIGITO-CONTA To OLD-EB-DIGITO-CONTA.
           Move BP-BANCO To EB-BANCO.
           Move BP-AGENCIA To EB-AGENCIA.
           Move BP-CONTA To EB-CONTA.
           Move BP-DIGITO-CONTA To EB-DIGITO-CONTA.
           Rewrite REGISTRO-DADOS-BANCARIOS
               Invalid Key
                   Display "Erro ao gravar os dados bancarios"
               Not Invalid Key
                   Move "S" To CONTA-APLICADA
                   Perform REGISTRAR-AUDITORIA-ALTERACAO
           End-Rewrite.

       REGISTRAR-AUDITORIA-INCLUSAO.
           Move "I" To AUD-OPERACAO.
           Move "CONTA" To AUD-CAMPO.
           Move Spaces To AUD-VALOR-ANTERIOR.
           Move EB-BANCO To CE-BANCO.
           Move EB-AGENCIA To CE-AGENCIA.
           Move EB-CONTA To CE-CONTA.
           Move EB-DIGITO-CONTA To CE-DIGITO-CONTA.
           Move CONTA-EDITADA To AUD-VALOR-NOVO.
           Perform GRAVAR-AUDITORIA.

       REGISTRAR-AUDITORIA-ALTERACAO.
           Move "A" To AUD-OPERACAO.
           If OLD-EB-BANCO Not = EB-BANCO
               Move "BANCO" To AUD-CAMPO
               Move OLD-EB-BANCO To AUD-VALOR-ANTERIOR
               Move EB-BANCO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-EB-AGENCIA Not = EB-AGENCIA
               Move "AGENCIA" To AUD-CAMPO
               Move OLD-EB-AGENCIA To AUD-VALOR-ANTERIOR
               Move EB-AGENCIA To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-EB-CONTA Not = EB-CONTA
               Move "CONTA" To AUD-CAMPO
               Move OLD-EB-CONTA To AUD-VALOR-ANTERIOR
               Move EB-CONTA To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-EB-DIGITO-CONTA Not = EB-DIGITO-CONTA
               Move "DIGITO-CONTA" To AUD-CAMPO
               Move OLD-EB-DIGITO-CONTA To AUD-VALOR-ANTERIOR
               Move EB-DIGITO-CONTA To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.

       GRAVAR-AUDITORIA.
           Move "APROVAR-BANCO" To AUD-PROGRAMA.
           Move EB-CODIGO To AUD-CHAVE.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       EXIBIR-TOTAIS.
           DISPLAY "*-----------------------------------------*"
           Display "Aprovadas.........: " qtdAprovadas.
           Display "Rejeitadas........: " qtdRejeitadas.
           Display "Mantidas pendentes: " qtdMantidas.
           If qtdProprias > 0
               Display "Pedidas por " OPERADOR " (aguardam outro "
                   "operador): " qtdProprias
           End-If.

       FECHAR.
           Close ARQUIVO-BANCO-PENDENTE.
           Close ARQUIVO-DADOS-BANCARIOS.
           Close ARQUIVO-AUDITORIA.
       END PROGRAM APROVAR-BANCO.
