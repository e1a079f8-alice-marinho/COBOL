      *               after record to the shared AUDITORIA.DAT audit
      *               trail, same as MANUTENCAO-PRODUTO and
      *               MANUTENCAO-TABELAS.
      * 15-10-2026 AM Dual control: a new or changed account is no
      *               longer written to EMPBANCO.DAT here but to
      *               BANCOPEND.DAT as a pending request, with the
      *               operator who keyed it, and only reaches
      *               EMPBANCO.DAT once another operator approves it
      *               in APROVAR-BANCO (which now writes the
      *               AUDITORIA.DAT record). A codigo with a request
      *               still pending cannot get a second one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-BANCO.
               RECORD KEY IS EB-CODIGO
               FILE STATUS IS ERRO.

      *    Requested changes - written here as "P" and applied to
      *    EMPBANCO.DAT only by APROVAR-BANCO.
           SELECT ARQUIVO-BANCO-PENDENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-CHAVE
               FILE STATUS IS ERRO-PEND.

       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID "EMPBANCO.DAT".
           COPY EMPBANCO.

       FD  ARQUIVO-BANCO-PENDENTE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "BANCOPEND.DAT".
           COPY BANCOPEND.

       WORKING-STORAGE SECTION.
       77  ERRO                        Pic X(02) Value "00".
       77  ERRO-PEND                   Pic X(02) Value "00".
       77  FIM                         Pic X(02) Value Spaces.
       77  FIM-PENDENTE                Pic X(02) Value Spaces.
       77  CODIGO-PROCURADO            Pic 9(05) Value Zeros.
       77  OLD-EB-BANCO                Pic 9(03) Value Zeros.
       77  OLD-EB-AGENCIA              Pic 9(04) Value Zeros.
       77  OLD-EB-CONTA                Pic 9(08) Value Zeros.
       77  OLD-EB-DIGITO-CONTA         Pic X(01) Value Space.
       77  OPERADOR                    Pic X(08) Value Spaces.
      *    "N" on a fresh install - every codigo is then an inclusion
      *    until APROVAR-BANCO creates EMPBANCO.DAT.
       77  BANCO-DISPONIVEL            Pic X(01) Value "N".
       77  ALTERACAO-PENDENTE          Pic X(01) Value "N".
       77  ULTIMA-SEQUENCIA            Pic 9(03) Value Zeros.
       77  TIPO-SOLICITACAO            Pic X(01) Value Space.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform IDENTIFICAR-OPERADOR.
           If FIM Not = "OK"
               Perform LEITURA
           End-If.
           Perform MANUTENCAO Until FIM = "OK".
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Open Input ARQUIVO-DADOS-BANCARIOS.
           If ERRO = "00"
               Move "S" To BANCO-DISPONIVEL
           Else
               Move "N" To BANCO-DISPONIVEL
           End-If.
           Open I-O ARQUIVO-BANCO-PENDENTE.
           If ERRO-PEND = "35"
               Open Output ARQUIVO-BANCO-PENDENTE
               Close ARQUIVO-BANCO-PENDENTE
               Open I-O ARQUIVO-BANCO-PENDENTE
           End-If.

       IDENTIFICAR-OPERADOR.
           Display "Identificacao do operador: ".
           Accept OPERADOR.
           If OPERADOR = Spaces
               Display "Operador nao informado - nada foi alterado."
               Move "OK" To FIM
           End-If.

       LEITURA.
               Move "OK" To FIM.

       MANUTENCAO.
           Perform LOCALIZAR-PENDENTE.
           If ALTERACAO-PENDENTE = "S"
               Display "Ja existe alteracao aguardando aprovacao - "
                   "aprove ou rejeite em APROVAR-BANCO antes de "
                   "pedir outra."
           Else
           If BANCO-DISPONIVEL = "N"
               Perform INCLUIR-DADOS-BANCARIOS
           Else
               Move CODIGO-PROCURADO To EB-CODIGO
               Read ARQUIVO-DADOS-BANCARIOS
                   Invalid Key
                       Perform INCLUIR-DADOS-BANCARIOS
                   Not Invalid Key
                       Perform EXIBIR-DADOS-BANCARIOS
                       Perform ALTERAR-DADOS-BANCARIOS
               End-Read
           End-If
           End-If.

           Perform LEITURA.

      ******************************************************************
      * Every request ever made for the codigo, in sequence - the last
      * sequence numbers the next request, and a "P" among them blocks
      * a second one.
      ******************************************************************
       LOCALIZAR-PENDENTE.
           Move "N" To ALTERACAO-PENDENTE.
           Move Zeros To ULTIMA-SEQUENCIA.
           Move Spaces To FIM-PENDENTE.
           Move CODIGO-PROCURADO To BP-CODIGO.
           Move Zeros To BP-SEQUENCIA.
           Start ARQUIVO-BANCO-PENDENTE Key Is Not Less Than BP-CHAVE
               Invalid Key
                   Move "OK" To FIM-PENDENTE
           End-Start.
           Perform LER-PENDENTE Until FIM-PENDENTE = "OK".

       LER-PENDENTE.
           Read ARQUIVO-BANCO-PENDENTE Next Record
               At End
                   Move "OK" To FIM-PENDENTE
               Not At End
                   If BP-CODIGO Not = CODIGO-PROCURADO
                       Move "OK" To FIM-PENDENTE
                   Else
                       Move BP-SEQUENCIA To ULTIMA-SEQUENCIA
                       If BP-STATUS = "P"
                           Move "S" To ALTERACAO-PENDENTE
                           Display "Pendente desde " BP-DATA-SOLICITACAO
                               " (" BP-OPERADOR-SOLICITANTE "): "
                               BP-BANCO " " BP-AGENCIA " " BP-CONTA
                               "-" BP-DIGITO-CONTA
                       End-If
                   End-If
           End-Read.

       EXIBIR-DADOS-BANCARIOS.
           Display "Banco......: " EB-BANCO.
           Display "Agencia....: " EB-AGENCIA.

       INCLUIR-DADOS-BANCARIOS.
           Display "Codigo nao cadastrado - informe os dados: ".
           Move Zeros To OLD-EB-BANCO.
           Move Zeros To OLD-EB-AGENCIA.
           Move Zeros To OLD-EB-CONTA.
           Move Space To OLD-EB-DIGITO-CONTA.
           Perform ENTRAR-DADOS-BANCARIOS.
           Move "I" To TIPO-SOLICITACAO.
           Perform GRAVAR-PENDENTE.

       ALTERAR-DADOS-BANCARIOS.
           Move EB-BANCO To OLD-EB-BANCO.
           Move EB-DIGITO-CONTA To OLD-EB-DIGITO-CONTA.
           Perform ENTRAR-DADOS-BANCARIOS.

           If OLD-EB-BANCO = EB-BANCO
              And OLD-EB-AGENCIA = EB-AGENCIA
              And OLD-EB-CONTA = EB-CONTA
              And OLD-EB-DIGITO-CONTA = EB-DIGITO-CONTA
               Display "Nenhum dado alterado - nada a aprovar."
           Else
               Move "A" To TIPO-SOLICITACAO
               Perform GRAVAR-PENDENTE
           End-If.

       GRAVAR-PENDENTE.
           Add 1 To ULTIMA-SEQUENCIA.
           Move CODIGO-PROCURADO To BP-CODIGO.
           Move ULTIMA-SEQUENCIA To BP-SEQUENCIA.
           Move TIPO-SOLICITACAO To BP-TIPO.
           Move EB-BANCO To BP-BANCO.
           Move EB-AGENCIA To BP-AGENCIA.
           Move EB-CONTA To BP-CONTA.
           Move EB-DIGITO-CONTA To BP-DIGITO-CONTA.
           Move OLD-EB-BANCO To BP-BANCO-ANTERIOR.
           Move OLD-EB-AGENCIA To BP-AGENCIA-ANTERIOR.
           Move OLD-EB-CONTA To BP-CONTA-ANTERIOR.
           Move OLD-EB-DIGITO-CONTA To BP-DIGITO-CONTA-ANTERIOR.
           Move "P" To BP-STATUS.
           Move OPERADOR To BP-OPERADOR-SOLICITANTE.
           Accept BP-DATA-SOLICITACAO From Date YYYYMMDD.
           Accept BP-HORA-SOLICITACAO From Time.
           Move Spaces To BP-OPERADOR-APROVADOR.
           Move Zeros To BP-DATA-DECISAO.
           Move Zeros To BP-HORA-DECISAO.

           Write REGISTRO-BANCO-PENDENTE
               Invalid Key
                   Display "Erro ao registrar a alteracao pendente"
               Not Invalid Key
                   Display "Alteracao registrada - so vale depois de "
                       "aprovada por outro operador em APROVAR-BANCO."
           End-Write.

       ENTRAR-DADOS-BANCARIOS.
           Display "Banco: ".
           Accept EB-DIGITO-CONTA.

       FECHAR.
           If BANCO-DISPONIVEL = "S"
               Close ARQUIVO-DADOS-BANCARIOS
           End-If.
           Close ARQUIVO-BANCO-PENDENTE.
       END PROGRAM MANUTENCAO-BANCO.
