      *               overwritten on every run, so regenerating over
      *               an unconfirmed lote is how everyone nearly got
      *               credited twice.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      * 15-10-2026 AM Bank accounts now change only through
      *               BANCOPEND.DAT and APROVAR-BANCO. Before
      *               REMESSA.DAT is opened, REMAVISO.LST lists every
      *               account approved since the last confirmed lote
      *               and every change still pending, and the run is
      *               refused while an employee on FOLHA.DAT has a
      *               change awaiting approval - there is no
      *               supervisor override for that one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAR-REMESSA.
               RECORD KEY IS RC-NUMERO-LOTE
               FILE STATUS IS ERRO-CTL.

      *    Requested account changes (MANUTENCAO-BANCO/APROVAR-BANCO)
      *    and the warning report listing them for this run.
           SELECT ARQUIVO-BANCO-PENDENTE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-CHAVE
               FILE STATUS IS ERRO-PEND.

           SELECT RELATORIO-AVISO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-AVISO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FOLHA-CALCULADA
           VALUE OF FILE-ID "REMCTL.DAT".
           COPY REMCTL.

       FD  ARQUIVO-BANCO-PENDENTE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "BANCOPEND.DAT".
           COPY BANCOPEND.

       FD  RELATORIO-AVISO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "REMAVISO.LST".
       01  LINHA-AVISO                    Pic X(100).

       WORKING-STORAGE SECTION.
       77  ERRO-FOLHA                     Pic X(02) Value "00".
       77  ERRO-BANCO                     Pic X(02) Value "00".
       77  MES-COMPETENCIA                Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA                Pic 9(04) Value Zeros.

       77  ERRO-PEND                      Pic X(02) Value "00".
       77  ERRO-AVISO                     Pic X(02) Value "00".
       77  FIM-PENDENTE                   Pic X(02) Value Spaces.
       77  NUMERO-LOTE-CONFIRMADO         Pic 9(05) Value Zeros.
       77  DATA-ULTIMA-CONFIRMACAO        Pic 9(08) Value Zeros.
       77  PENDENTE-ENCONTRADO            Pic X(01) Value "N".
       77  DATA-EDITAR                    Pic 9(08) Value Zeros.
       77  qtdAlteradas                   Pic 9(05) Value Zeros.
       77  qtdAguardando                  Pic 9(05) Value Zeros.
       77  qtdBloqueios                   Pic 9(05) Value Zeros.

       01  CONTA-EDITADA.
           05 CE-BANCO                    Pic 9(03).
           05 Filler                      Pic X(01) Value Space.
           05 CE-AGENCIA                  Pic 9(04).
           05 Filler                      Pic X(01) Value Space.
           05 CE-CONTA                    Pic 9(08).
           05 Filler                      Pic X(01) Value "-".
           05 CE-DIGITO-CONTA             Pic X(01).

       01  DATA-EDITADA.
           05 DE-DIA                      Pic 9(02).
           05 Filler                      Pic X(01) Value "/".
           05 DE-MES                      Pic 9(02).
           05 Filler                      Pic X(01) Value "/".
           05 DE-ANO                      Pic 9(04).

       01  CABECALHO-AVISO-1.
           05 Filler                      Pic X(46) Value
              "ALTERACOES BANCARIAS DESDE O LOTE CONFIRMADO ".
           05 CA-LOTE                     Pic ZZZZ9.
           05 Filler                      Pic X(04) Value " DE ".
           05 CA-DATA                     Pic X(10).
       01  CABECALHO-AVISO-2.
           05 Filler                      Pic X(38) Value
              "CODIGO SITUACAO   CONTA ANTERIOR      ".
           05 Filler                      Pic X(45) Value
              "CONTA NOVA          PEDIDA   DECIDIDA DECISAO".

       01  LINHA-ALTERACAO.
           05 Filler                      Pic X(01) Value Space.
           05 LA-CODIGO                   Pic ZZZZ9.
           05 Filler                      Pic X(01) Value Space.
           05 LA-SITUACAO                 Pic X(10).
           05 Filler                      Pic X(01) Value Space.
           05 LA-ANTERIOR                 Pic X(19).
           05 Filler                      Pic X(01) Value Space.
           05 LA-NOVA                     Pic X(19).
           05 Filler                      Pic X(01) Value Space.
           05 LA-SOLICITANTE              Pic X(08).
           05 Filler                      Pic X(01) Value Space.
           05 LA-APROVADOR                Pic X(08).
           05 Filler                      Pic X(01) Value Space.
           05 LA-DATA                     Pic X(10).

       01  LINHA-BLOQUEIO.
           05 Filler                      Pic X(18) Value
              "BLOQUEIO - CODIGO ".
           05 LB-CODIGO                   Pic ZZZZ9.
           05 Filler                      Pic X(01) Value Space.
           05 LB-NOME                     Pic X(30).
           05 Filler                      Pic X(44) Value
              " NA FOLHA COM ALTERACAO AGUARDANDO APROVACAO".

       01  LINHA-TOTAL-AVISO.
           05 Filler                      Pic X(18) Value
              "CONTAS ALTERADAS: ".
           05 LT-ALTERADAS                Pic ZZZZ9.
           05 Filler                      Pic X(15) Value
              "  AGUARDANDO: ".
           05 LT-AGUARDANDO               Pic ZZZZ9.
           05 Filler                      Pic X(24) Value
              "  NA FOLHA (BLOQUEIO): ".
           05 LT-BLOQUEIOS                Pic ZZZZ9.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           If ERRO-FOLHA Not = "00"
               Display "FOLHA.DAT nao encontrado - execute "
                   "CALCULAR-SALARIO-LOTE antes da remessa."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Input ARQUIVO-DADOS-BANCARIOS.
           If ERRO-BANCO Not = "00"
               Display "EMPBANCO.DAT nao encontrado - aprove as "
                   "contas em APROVAR-BANCO antes da remessa."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
      *    The register check comes before REMESSA.DAT is opened
      *    Output - a refused run must leave the unconfirmed lote's
      *    file untouched on disk.
           Perform VERIFICAR-CONTROLE-REMESSA.
           Perform VERIFICAR-ALTERACOES-BANCARIAS.
           Open Output ARQUIVO-REMESSA.

       VERIFICAR-CONTROLE-REMESSA.
                   Move "OK" To FIM-CONTROLE
               Not At End
                   Move RC-NUMERO-LOTE To NUMERO-LOTE
                   If RC-STATUS = "C"
                       Move RC-NUMERO-LOTE To NUMERO-LOTE-CONFIRMADO
                       Move RC-DATA-GERACAO To DATA-ULTIMA-CONFIRMACAO
                   End-If
                   If RC-STATUS Not = "C"
                       Move "S" To LOTE-PENDENTE
                       Move RC-NUMERO-LOTE To NUMERO-LOTE-PENDENTE
           Else
               Display "Geracao cancelada - concilie ou marque o "
                   "lote anterior antes de gerar de novo."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

      ******************************************************************
      * REMAVISO.LST - accounts approved since the last confirmed lote
      * was generated (the day itself included) and every request
      * still pending; then FOLHA.DAT is read through once to block
      * the run if anyone about to be paid has a pending change.
      * FOLHA.DAT is reopened afterwards for the remessa itself.
      ******************************************************************
       VERIFICAR-ALTERACOES-BANCARIAS.
           Move Zeros To qtdAlteradas.
           Move Zeros To qtdAguardando.
           Move Zeros To qtdBloqueios.
           Open Output RELATORIO-AVISO.
           Move NUMERO-LOTE-CONFIRMADO To CA-LOTE.
           If DATA-ULTIMA-CONFIRMACAO = Zeros
               Move "(NENHUM)" To CA-DATA
           Else
               Move DATA-ULTIMA-CONFIRMACAO To DATA-EDITAR
               Perform EDITAR-DATA
               Move DATA-EDITADA To CA-DATA
           End-If.
           Write LINHA-AVISO From CABECALHO-AVISO-1.
           Write LINHA-AVISO From CABECALHO-AVISO-2.
           Open Input ARQUIVO-BANCO-PENDENTE.
           If ERRO-PEND = "00"
               Move Spaces To FIM-PENDENTE
               Move Zeros To BP-CHAVE
               Start ARQUIVO-BANCO-PENDENTE Key Is Not Less Than
                   BP-CHAVE
                   Invalid Key
                       Move "OK" To FIM-PENDENTE
               End-Start
               Perform LISTAR-ALTERACAO Until FIM-PENDENTE = "OK"
               Perform LER-FOLHA
               Perform CONFERIR-LINHA-FOLHA Until FIM-FOLHA = "OK"
               Close ARQUIVO-BANCO-PENDENTE
               Close ARQUIVO-FOLHA-CALCULADA
               Open Input ARQUIVO-FOLHA-CALCULADA
               Move Spaces To FIM-FOLHA
           End-If.
           Move qtdAlteradas To LT-ALTERADAS.
           Move qtdAguardando To LT-AGUARDANDO.
           Move qtdBloqueios To LT-BLOQUEIOS.
           Write LINHA-AVISO From LINHA-TOTAL-AVISO.
           Close RELATORIO-AVISO.
           If qtdBloqueios > 0
               Display "Geracao recusada - " qtdBloqueios " empregado"
                   "(s) da folha com alteracao bancaria aguardando "
                   "aprovacao. Veja REMAVISO.LST e decida em "
                   "APROVAR-BANCO."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           If qtdAlteradas > 0 Or qtdAguardando > 0
               Display "Atencao: " qtdAlteradas " conta(s) alterada(s) "
                   "desde o ultimo lote confirmado e " qtdAguardando
                   " aguardando aprovacao - confira REMAVISO.LST."
           End-If.

       LISTAR-ALTERACAO.
           Read ARQUIVO-BANCO-PENDENTE Next Record
               At End
                   Move "OK" To FIM-PENDENTE
               Not At End
                   If BP-STATUS = "P"
                       Add 1 To qtdAguardando
                       Move "AGUARDANDO" To LA-SITUACAO
                       Perform IMPRIMIR-ALTERACAO
                   Else
                   If BP-STATUS = "A"
                      And BP-DATA-DECISAO Not < DATA-ULTIMA-CONFIRMACAO
                       Add 1 To qtdAlteradas
                       Move "APROVADA" To LA-SITUACAO
                       Perform IMPRIMIR-ALTERACAO
                   End-If
                   End-If
           End-Read.

       IMPRIMIR-ALTERACAO.
           Move BP-CODIGO To LA-CODIGO.
           If BP-TIPO = "I"
               Move "(CONTA NOVA)" To LA-ANTERIOR
           Else
               Move BP-BANCO-ANTERIOR To CE-BANCO
               Move BP-AGENCIA-ANTERIOR To CE-AGENCIA
               Move BP-CONTA-ANTERIOR To CE-CONTA
               Move BP-DIGITO-CONTA-ANTERIOR To CE-DIGITO-CONTA
               Move CONTA-EDITADA To LA-ANTERIOR
           End-If.
           Move BP-BANCO To CE-BANCO.
           Move BP-AGENCIA To CE-AGENCIA.
           Move BP-CONTA To CE-CONTA.
           Move BP-DIGITO-CONTA To CE-DIGITO-CONTA.
           Move CONTA-EDITADA To LA-NOVA.
           Move BP-OPERADOR-SOLICITANTE To LA-SOLICITANTE.
           Move BP-OPERADOR-APROVADOR To LA-APROVADOR.
           If BP-STATUS = "P"
               Move Spaces To LA-DATA
           Else
               Move BP-DATA-DECISAO To DATA-EDITAR
               Perform EDITAR-DATA
               Move DATA-EDITADA To LA-DATA
           End-If.
           Write LINHA-AVISO From LINHA-ALTERACAO.

       CONFERIR-LINHA-FOLHA.
           Move "N" To PENDENTE-ENCONTRADO.
           Move Spaces To FIM-PENDENTE.
           Move FC-CODIGO To BP-CODIGO.
           Move Zeros To BP-SEQUENCIA.
           Start ARQUIVO-BANCO-PENDENTE Key Is Not Less Than BP-CHAVE
               Invalid Key
                   Move "OK" To FIM-PENDENTE
           End-Start.
           Perform LER-PENDENTE-CODIGO Until FIM-PENDENTE = "OK".
           If PENDENTE-ENCONTRADO = "S"
               Add 1 To qtdBloqueios
               Move FC-CODIGO To LB-CODIGO
               Move FC-NOME To LB-NOME
               Write LINHA-AVISO From LINHA-BLOQUEIO
           End-If.
           Perform LER-FOLHA.

       LER-PENDENTE-CODIGO.
           Read ARQUIVO-BANCO-PENDENTE Next Record
               At End
                   Move "OK" To FIM-PENDENTE
               Not At End
                   If BP-CODIGO Not = FC-CODIGO
                       Move "OK" To FIM-PENDENTE
                   Else
                   If BP-STATUS = "P"
                       Move "S" To PENDENTE-ENCONTRADO
                   End-If
                   End-If
           End-Read.

       EDITAR-DATA.
           Move DATA-EDITAR(7:2) To DE-DIA.
           Move DATA-EDITAR(5:2) To DE-MES.
           Move DATA-EDITAR(1:4) To DE-ANO.

       LER-FOLHA.
           Read ARQUIVO-FOLHA-CALCULADA
