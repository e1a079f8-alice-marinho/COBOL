      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Estorno (reversal) of a payroll competencia already
      *          posted by CALCULAR-SALARIO-LOTE. Reopening a "C"
      *          competencia in MANUTENCAO-COMPETENCIA alone leaves the
      *          month added into ACUMULA.DAT and the journal sent on
      *          CONTABIL.DAT, so a rerun double-counts both. This
      *          program takes the competencia's mensal lines (from
      *          the permanent history, HISTFOLHA.DAT, or from
      *          FOLHA.DAT for a month posted before the history
      *          existed) and backs each employee's bruto/IRRF/liquido
      *          out of ACUMULA.DAT, writes the mirror image (D/C
      *          swapped) of every journal line exported for it, resets
      *          CHECKFOLHA.DAT, and only then puts the competencia
      *          back to "A" - every change logged to AUDITORIA.DAT.
      *          Progress is kept on CHECKFOLHA.DAT (status "E"), so an
      *          interrupted estorno resumes where it stopped.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM The liquido backed out of ACUMULA.DAT includes
      *               the adiantamento quinzenal the folha deducted
      *               (FC-VALOR-ADIANTAMENTO), since the monthly run
      *               accumulates the full liquido, and the employee's
      *               advance on ADIANTAMENTO.DAT goes back to "P" so
      *               the recalculated folha deducts it again.
      * 15-10-2026 AM Every mirror journal line is logged to
      *               AUDITORIA.DAT (conta, original and mirror D/C
      *               with the value), and is archived from a working
      *               copy taken before the Write rather than out of
      *               the record area afterwards.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNAR-COMPETENCIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-COMPETENCIA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS ERRO-COMP.

      *    Same single-record checkpoint the batch uses, always keyed
      *    "01" - status "E" while the estorno is in progress.
           SELECT ARQUIVO-CHECKPOINT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHAVE
               FILE STATUS IS ERRO-CHECK.

           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

           SELECT ARQUIVO-FOLHA-CALCULADA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-FOLHA.

           SELECT ARQUIVO-ACUMULO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS ERRO-ACUM.

           SELECT ARQUIVO-LANCHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-CHAVE
               FILE STATUS IS ERRO-LANCHIST.

           SELECT ARQUIVO-CONTABIL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-CONTABIL.

      *    The advance the reversed folha deducted is put back to
      *    pago - optional, a shop that never ran the advance has none.
           SELECT ARQUIVO-ADIANTAMENTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CHAVE
               FILE STATUS IS ERRO-ADI.

           SELECT ARQUIVO-AUDITORIA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-COMPETENCIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "COMPETENCIA.DAT".
           COPY COMPFOLHA.

       FD  ARQUIVO-CHECKPOINT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "CHECKFOLHA.DAT".
           COPY CHECKFOLHA.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 542 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "HISTFOLHA.DAT".
           COPY HISTFOLHA.

      *    Read as a plain line and unpacked into the FOLHACALC layout
      *    below, same as a history line.
       FD  ARQUIVO-FOLHA-CALCULADA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "FOLHA.DAT".
       01  LINHA-FOLHA-CALCULADA       Pic X(500).

       FD  ARQUIVO-ACUMULO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "ACUMULA.DAT".
           COPY ACUMANU.

       FD  ARQUIVO-LANCHIST
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "LANCHIST.DAT".
           COPY LANCHIST.

       FD  ARQUIVO-CONTABIL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "CONTABIL.DAT".
           COPY LANCTO.

       FD  ARQUIVO-ADIANTAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "ADIANTAMENTO.DAT".
           COPY ADIANTA.

       FD  ARQUIVO-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AUDITORIA.DAT".
           COPY AUDITORIA.

       WORKING-STORAGE SECTION.
       77  ERRO-COMP                   Pic X(02) Value "00".
       77  ERRO-CHECK                  Pic X(02) Value "00".
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  ERRO-FOLHA                  Pic X(02) Value "00".
       77  ERRO-ACUM                   Pic X(02) Value "00".
       77  ERRO-LANCHIST               Pic X(02) Value "00".
       77  ERRO-CONTABIL               Pic X(02) Value "00".
       77  ERRO-AUD                    Pic X(02) Value "00".
       77  ERRO-ADI                    Pic X(02) Value "00".
       77  ADIANTAMENTO-DISPONIVEL     Pic X(01) Value "N".
       77  FIM-HIST                    Pic X(02) Value Spaces.
       77  FIM-FOLHA                   Pic X(02) Value Spaces.
       77  FIM-LANCHIST                Pic X(02) Value Spaces.
       77  HISTORICO-DISPONIVEL        Pic X(01) Value "N".
       77  LANCHIST-DISPONIVEL         Pic X(01) Value "N".
       77  MES-COMPETENCIA             Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA             Pic 9(04) Value Zeros.
       77  ANO-ACUMULO                 Pic 9(04) Value Zeros.
       77  CODIGO-INICIO-RETOMADA      Pic 9(05) Value Zeros.
       77  RESPOSTA-CONFIRMACAO        Pic X(01) Value Space.
       77  OLD-CP-STATUS               Pic X(01) Value Space.
       77  DATA-LANCAMENTO             Pic 9(06) Value Zeros.
       77  DATA-ESTORNO                Pic 9(08) Value Zeros.
       77  SEQUENCIA-LANCHIST          Pic 9(04) Value Zeros.
      *    AUD-CHAVE only holds five characters - the competencia goes
      *    to the trail as MMAA, same as MANUTENCAO-COMPETENCIA.
       77  CHAVE-AUDITORIA             Pic X(05) Value Spaces.
       77  VALOR-AUDITORIA             Pic ZZZZZZ9,99.
      *    The mirror line as written to CONTABIL.DAT, kept here for
      *    LANCHIST.DAT and the audit trail.
       77  LANCAMENTO-ESTORNO          Pic X(80) Value Spaces.
       77  CONTA-ESTORNO               Pic X(06) Value Spaces.
       77  TIPO-ORIGINAL               Pic X(01) Value Space.
       77  TIPO-ESTORNO                Pic X(01) Value Space.
      *    D/C and value of a journal line, as it goes to the trail.
       01  AUDITORIA-LANCAMENTO.
           05 AL-TIPO                  Pic X(01).
           05 Filler                   Pic X(01) Value Space.
           05 AL-VALOR                 Pic ZZZZZZZZ9,99.

       77  valorAnterior               Pic 9(07)V99 Value Zeros.
       77  valorEstorno                Pic 9(07)V99 Value Zeros.
       77  valorNovo                   Pic 9(07)V99 Value Zeros.
       77  brutoAnterior               Pic 9(07)V99 Value Zeros.
       77  irrfAnterior                Pic 9(07)V99 Value Zeros.
       77  liquidoAnterior             Pic 9(07)V99 Value Zeros.

       77  totalHistorico              Pic 9(05) Value Zeros.
       77  totalFolhaDat               Pic 9(05) Value Zeros.
       77  totalEstornados             Pic 9(05) Value Zeros.
       77  totalLancamentos            Pic 9(05) Value Zeros.
       77  totalAvisos                 Pic 9(05) Value Zeros.

      *    The line being reversed, in the FOLHA.DAT layout.
       COPY FOLHACALC.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform ESTORNAR-FOLHA.
           Perform ESTORNAR-LANCAMENTOS.
           Perform FINALIZAR-CHECKPOINT.
           Perform REABRIR-COMPETENCIA.
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Display "Competencia a estornar - mes (01-12): ".
           Accept MES-COMPETENCIA.
           Display "Competencia a estornar - ano: ".
           Accept ANO-COMPETENCIA.
           If MES-COMPETENCIA < 1 Or MES-COMPETENCIA > 12
               Display "Mes da competencia invalido - informe 01 a 12."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
      *    Nothing is touched until the competencia and the checkpoint
      *    both allow the estorno.
           Perform VERIFICAR-COMPETENCIA.
           Open I-O ARQUIVO-ACUMULO.
           If ERRO-ACUM Not = "00"
               Display "ACUMULA.DAT nao encontrado - nao ha "
                   "acumulado anual a estornar."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-CHECKPOINT.
           If ERRO-CHECK = "35"
               Open Output ARQUIVO-CHECKPOINT
               Close ARQUIVO-CHECKPOINT
               Open I-O ARQUIVO-CHECKPOINT
           End-If.
           If ERRO-CHECK = "39"
               Display "CHECKFOLHA.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes do estorno."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Perform VERIFICAR-CHECKPOINT.
           Open I-O ARQUIVO-HISTORICO.
           If ERRO-HIST = "00"
               Move "S" To HISTORICO-DISPONIVEL
           Else
               Move "N" To HISTORICO-DISPONIVEL
           End-If.
           Open I-O ARQUIVO-LANCHIST.
           If ERRO-LANCHIST = "00"
               Move "S" To LANCHIST-DISPONIVEL
           Else
               Move "N" To LANCHIST-DISPONIVEL
           End-If.
           Open I-O ARQUIVO-ADIANTAMENTO.
           If ERRO-ADI = "00"
               Move "S" To ADIANTAMENTO-DISPONIVEL
           Else
               Move "N" To ADIANTAMENTO-DISPONIVEL
           End-If.
           Open Extend ARQUIVO-CONTABIL.
           If ERRO-CONTABIL Not = "00"
               Open Output ARQUIVO-CONTABIL
           End-If.
           Open Extend ARQUIVO-AUDITORIA.
           If ERRO-AUD Not = "00"
               Open Output ARQUIVO-AUDITORIA
               Close ARQUIVO-AUDITORIA
               Open Extend ARQUIVO-AUDITORIA
           End-If.
           Accept DATA-LANCAMENTO From Date YYYYMMDD.
           Accept DATA-ESTORNO From Date YYYYMMDD.

       VERIFICAR-COMPETENCIA.
           Open I-O ARQUIVO-COMPETENCIA.
           If ERRO-COMP Not = "00"
               Display "COMPETENCIA.DAT nao encontrado - nenhuma "
                   "competencia foi calculada ainda."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Move ANO-COMPETENCIA To CP-ANO.
           Move MES-COMPETENCIA To CP-MES.
           Read ARQUIVO-COMPETENCIA
               Invalid Key
                   Display "Competencia " MES-COMPETENCIA "/"
                       ANO-COMPETENCIA " nao encontrada - nada a "
                       "estornar."
                   Move 8 To RETURN-CODE
                   Stop Run
               Not Invalid Key
                   Perform CONFERIR-STATUS-COMPETENCIA
           End-Read.

       CONFERIR-STATUS-COMPETENCIA.
           If CP-STATUS = "A"
               Display "Competencia " MES-COMPETENCIA "/"
                   ANO-COMPETENCIA " esta aberta - nao ha folha "
                   "concluida a estornar."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
      *    A fechada month already had its remessa and journal sent -
      *    the supervisor has to say so explicitly.
           If CP-STATUS = "F"
               Display "Competencia " MES-COMPETENCIA "/"
                   ANO-COMPETENCIA " esta FECHADA - remessa e "
                   "contabilizacao ja enviadas."
               Display "Confirma o estorno assim mesmo (S/N)? "
               Accept RESPOSTA-CONFIRMACAO
               If RESPOSTA-CONFIRMACAO Not = "S"
                   And RESPOSTA-CONFIRMACAO Not = "s"
                   Display "Estorno cancelado pelo operador."
                   Move 8 To RETURN-CODE
                   Stop Run
               End-If
           End-If.

       VERIFICAR-CHECKPOINT.
           Move Zeros To CODIGO-INICIO-RETOMADA.
           Move "01" To CK-CHAVE.
           Read ARQUIVO-CHECKPOINT
               Invalid Key
                   Move Zeros To CK-ULTIMO-CODIGO
                   Move "E" To CK-STATUS
                   Accept CK-DATA From Date
                   Accept CK-HORA From Time
                   Move MES-COMPETENCIA To CK-MES-COMP
                   Move ANO-COMPETENCIA To CK-ANO-COMP
                   Write REGISTRO-CHECKPOINT
               Not Invalid Key
                   Perform CONFERIR-CHECKPOINT
                   Move "E" To CK-STATUS
                   Accept CK-DATA From Date
                   Accept CK-HORA From Time
                   Move MES-COMPETENCIA To CK-MES-COMP
                   Move ANO-COMPETENCIA To CK-ANO-COMP
                   Rewrite REGISTRO-CHECKPOINT
           End-Read.

       CONFERIR-CHECKPOINT.
           If CK-STATUS = "P"
               Display "A folha da competencia " CK-MES-COMP "/"
                   CK-ANO-COMP " nao chegou ao fim - conclua "
                   "CALCULAR-SALARIO-LOTE antes do estorno."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           If CK-STATUS = "E"
               If CK-MES-COMP Not = MES-COMPETENCIA
                   Or CK-ANO-COMP Not = ANO-COMPETENCIA
                   Display "O estorno da competencia " CK-MES-COMP
                       "/" CK-ANO-COMP " nao chegou ao fim - "
                       "informe essa competencia para conclui-lo."
                   Move 8 To RETURN-CODE
                   Stop Run
               End-If
               Display "Retomando o estorno interrompido - ultimo "
                   "codigo estornado: " CK-ULTIMO-CODIGO
               Move CK-ULTIMO-CODIGO To CODIGO-INICIO-RETOMADA
           Else
               Move Zeros To CK-ULTIMO-CODIGO
           End-If.

      *    The history is the source; FOLHA.DAT is only used for a
      *    competencia that has no history line at all (posted before
      *    HISTFOLHA.DAT existed).
       ESTORNAR-FOLHA.
           If HISTORICO-DISPONIVEL = "S"
               Move Spaces To FIM-HIST
               Perform LER-HISTORICO
               Perform PROCESSAR-HISTORICO Until FIM-HIST = "OK"
           End-If.
           If totalHistorico = 0
               Perform ESTORNAR-FOLHA-DAT
           End-If.

       LER-HISTORICO.
           Read ARQUIVO-HISTORICO Next Record
               At End
                   Move "OK" To FIM-HIST
               Not At End
                   Continue
           End-Read.

       PROCESSAR-HISTORICO.
           If HF-ANO-COMP = ANO-COMPETENCIA
               And HF-MES-COMP = MES-COMPETENCIA
               And HF-TIPO-FOLHA = "M"
               Add 1 To totalHistorico
               If HF-SITUACAO = "N"
                   Perform ESTORNAR-HISTORICO
               End-If
           End-If.
           Perform LER-HISTORICO.

       ESTORNAR-HISTORICO.
           Move HF-REGISTRO-FOLHA To REGISTRO-FOLHA-CALCULADA.
           Move HF-ANO-ACUMULO To ANO-ACUMULO.
           If ANO-ACUMULO = Zeros
               Move FC-ANO-COMP To ANO-ACUMULO
           End-If.
           Perform ESTORNAR-EMPREGADO.
           Move "E" To HF-SITUACAO.
           Rewrite REGISTRO-HISTORICO-FOLHA
               Invalid Key
                   Display "Aviso: historico de " HF-CODIGO
                       " nao marcado como estornado."
           End-Rewrite.
           Perform ATUALIZAR-CHECKPOINT.

      *    FOLHA.DAT is in codigo order, so a resume skips everyone up
      *    to CK-ULTIMO-CODIGO - those lines were already backed out.
       ESTORNAR-FOLHA-DAT.
           Open Input ARQUIVO-FOLHA-CALCULADA.
           If ERRO-FOLHA Not = "00"
               Display "Aviso: competencia sem historico e FOLHA.DAT "
                   "nao encontrado - ACUMULA.DAT nao foi alterado."
               Add 1 To totalAvisos
           Else
               Move Spaces To FIM-FOLHA
               Perform LER-FOLHA
               Perform PROCESSAR-FOLHA-DAT Until FIM-FOLHA = "OK"
               Close ARQUIVO-FOLHA-CALCULADA
               If totalFolhaDat = 0
                   Display "Aviso: FOLHA.DAT nao contem a folha "
                       "mensal dessa competencia - ACUMULA.DAT nao "
                       "foi alterado."
                   Add 1 To totalAvisos
               End-If
           End-If.

       LER-FOLHA.
           Read ARQUIVO-FOLHA-CALCULADA
               At End
                   Move "OK" To FIM-FOLHA
               Not At End
                   Move LINHA-FOLHA-CALCULADA
                       To REGISTRO-FOLHA-CALCULADA
           End-Read.

       PROCESSAR-FOLHA-DAT.
           If FC-ANO-COMP = ANO-COMPETENCIA
               And FC-MES-COMP = MES-COMPETENCIA
               And (FC-TIPO-FOLHA = "M" Or FC-TIPO-FOLHA = Space)
               Add 1 To totalFolhaDat
               If FC-CODIGO > CODIGO-INICIO-RETOMADA
                   Move FC-ANO-COMP To ANO-ACUMULO
                   Perform ESTORNAR-EMPREGADO
                   Perform ATUALIZAR-CHECKPOINT
               End-If
           End-If.
           Perform LER-FOLHA.

       ESTORNAR-EMPREGADO.
           Move FC-CODIGO To AC-CODIGO.
           Move ANO-ACUMULO To AC-ANO.
           Read ARQUIVO-ACUMULO
               Invalid Key
                   Display "Aviso: empregado " FC-CODIGO " sem "
                       "acumulado em " ANO-ACUMULO " - nada a "
                       "estornar."
                   Add 1 To totalAvisos
               Not Invalid Key
                   Perform SUBTRAIR-ACUMULADO
           End-Read.
           Perform REABRIR-ADIANTAMENTO.

       REABRIR-ADIANTAMENTO.
           If ADIANTAMENTO-DISPONIVEL = "S"
               Move FC-CODIGO To AD-CODIGO
               Move FC-ANO-COMP To AD-ANO-COMP
               Move FC-MES-COMP To AD-MES-COMP
               Read ARQUIVO-ADIANTAMENTO
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If AD-STATUS = "D"
                           Move "P" To AD-STATUS
                           Move Zeros To AD-DATA-DESCONTO
                           Rewrite REGISTRO-ADIANTAMENTO
                       End-If
               End-Read
           End-If.

       SUBTRAIR-ACUMULADO.
           Move AC-SALARIO-BRUTO-ACUM To brutoAnterior.
           Move AC-VALOR-IRRF-ACUM To irrfAnterior.
           Move AC-SALARIO-LIQUIDO-ACUM To liquidoAnterior.

           Move brutoAnterior To valorAnterior.
           Move FC-SALARIO-BRUTO To valorEstorno.
           Perform CALCULAR-VALOR-ESTORNADO.
           Move valorNovo To AC-SALARIO-BRUTO-ACUM.

           Move irrfAnterior To valorAnterior.
           Move FC-VALOR-IRRF To valorEstorno.
           Perform CALCULAR-VALOR-ESTORNADO.
           Move valorNovo To AC-VALOR-IRRF-ACUM.

      *    The folha accumulated the liquido before the advance came
      *    off it; lines written before the advance existed carry
      *    spaces in FC-VALOR-ADIANTAMENTO.
           If FC-VALOR-ADIANTAMENTO Not Numeric
               Move Zeros To FC-VALOR-ADIANTAMENTO
           End-If.
           Move liquidoAnterior To valorAnterior.
           COMPUTE valorEstorno =
               FC-SALARIO-LIQUIDO + FC-VALOR-ADIANTAMENTO.
           Perform CALCULAR-VALOR-ESTORNADO.
           Move valorNovo To AC-SALARIO-LIQUIDO-ACUM.

           Rewrite REGISTRO-ACUMULADO-ANUAL
               Invalid Key
                   Display "Erro ao gravar o acumulado de " FC-CODIGO
                   Add 1 To totalAvisos
               Not Invalid Key
                   Add 1 To totalEstornados
                   Perform REGISTRAR-AUDITORIA-ACUMULADO
           End-Rewrite.

      *    An accumulated figure smaller than the line being reversed
      *    means ACUMULA.DAT was already hand-edited - it goes to zero,
      *    never negative, and the operator is told.
       CALCULAR-VALOR-ESTORNADO.
           If valorEstorno > valorAnterior
               Move Zeros To valorNovo
               Display "Aviso: acumulado de " FC-CODIGO " menor que "
                   "o valor estornado - zerado."
               Add 1 To totalAvisos
           Else
               COMPUTE valorNovo = valorAnterior - valorEstorno
           End-If.

       REGISTRAR-AUDITORIA-ACUMULADO.
           Move "BRUTO-ACUM" To AUD-CAMPO.
           Move brutoAnterior To valorAnterior.
           Move AC-SALARIO-BRUTO-ACUM To valorNovo.
           Perform GRAVAR-AUDITORIA-EMPREGADO.
           Move "IRRF-ACUM" To AUD-CAMPO.
           Move irrfAnterior To valorAnterior.
           Move AC-VALOR-IRRF-ACUM To valorNovo.
           Perform GRAVAR-AUDITORIA-EMPREGADO.
           Move "LIQUIDO-ACUM" To AUD-CAMPO.
           Move liquidoAnterior To valorAnterior.
           Move AC-SALARIO-LIQUIDO-ACUM To valorNovo.
           Perform GRAVAR-AUDITORIA-EMPREGADO.

       GRAVAR-AUDITORIA-EMPREGADO.
           Move "ESTORNAR-COMPETENCIA" To AUD-PROGRAMA.
           Move FC-CODIGO To AUD-CHAVE.
           Move "A" To AUD-OPERACAO.
           Move valorAnterior To VALOR-AUDITORIA.
           Move VALOR-AUDITORIA To AUD-VALOR-ANTERIOR.
           Move valorNovo To VALOR-AUDITORIA.
           Move VALOR-AUDITORIA To AUD-VALOR-NOVO.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       ATUALIZAR-CHECKPOINT.
           Move FC-CODIGO To CK-ULTIMO-CODIGO.
           Accept CK-DATA From Date.
           Accept CK-HORA From Time.
           Rewrite REGISTRO-CHECKPOINT.

      *    Every journal line exported for the competencia's mensal
      *    run and not yet reversed gets its mirror on CONTABIL.DAT
      *    (appended, so a journal accounting has not picked up yet
      *    still goes out with its reversal). The original is marked
      *    "E" and the mirror archived as "R", so neither is reversed
      *    twice.
       ESTORNAR-LANCAMENTOS.
           If LANCHIST-DISPONIVEL Not = "S"
               Display "Aviso: LANCHIST.DAT nao encontrado - nenhum "
                   "lancamento contabil a estornar."
               Add 1 To totalAvisos
           Else
               Perform BUSCAR-SEQUENCIA-LANCHIST
               Perform POSICIONAR-LANCHIST
               Perform PROCESSAR-LANCHIST Until FIM-LANCHIST = "OK"
               If totalLancamentos = 0
                   Display "Aviso: nenhum lancamento contabil "
                       "pendente de estorno para a competencia."
               End-If
           End-If.

       POSICIONAR-LANCHIST.
           Move Spaces To FIM-LANCHIST.
           Move ANO-COMPETENCIA To LH-ANO-COMP.
           Move MES-COMPETENCIA To LH-MES-COMP.
           Move "M" To LH-TIPO-FOLHA.
           Move Zeros To LH-SEQUENCIA.
           Start ARQUIVO-LANCHIST Key Is Not Less Than LH-CHAVE
               Invalid Key
                   Move "OK" To FIM-LANCHIST
           End-Start.

       BUSCAR-SEQUENCIA-LANCHIST.
           Move Zeros To SEQUENCIA-LANCHIST.
           Perform POSICIONAR-LANCHIST.
           Perform LER-SEQUENCIA-LANCHIST Until FIM-LANCHIST = "OK".

       LER-SEQUENCIA-LANCHIST.
           Perform LER-LANCHIST.
           If FIM-LANCHIST Not = "OK"
               Move LH-SEQUENCIA To SEQUENCIA-LANCHIST
           End-If.

       LER-LANCHIST.
           Read ARQUIVO-LANCHIST Next Record
               At End
                   Move "OK" To FIM-LANCHIST
               Not At End
                   If LH-ANO-COMP Not = ANO-COMPETENCIA
                       Or LH-MES-COMP Not = MES-COMPETENCIA
                       Or LH-TIPO-FOLHA Not = "M"
                       Move "OK" To FIM-LANCHIST
                   End-If
           End-Read.

       PROCESSAR-LANCHIST.
           Perform LER-LANCHIST.
           If FIM-LANCHIST Not = "OK" And LH-SITUACAO = "N"
               Perform ESTORNAR-LANCAMENTO
           End-If.

       ESTORNAR-LANCAMENTO.
           Move LH-REGISTRO-LANCAMENTO To REGISTRO-LANCAMENTO.
           Move LC-TIPO To TIPO-ORIGINAL.
           If LC-TIPO = "D"
               Move "C" To LC-TIPO
           Else
               Move "D" To LC-TIPO
           End-If.
           Move DATA-LANCAMENTO To LC-DATA.
           Move LC-TIPO To TIPO-ESTORNO.
           Move LC-CONTA To CONTA-ESTORNO.
           Move LC-VALOR To AL-VALOR.
           Move REGISTRO-LANCAMENTO To LANCAMENTO-ESTORNO.
           Write REGISTRO-LANCAMENTO.
           Move "E" To LH-SITUACAO.
           Rewrite REGISTRO-LANCAMENTO-HIST
               Invalid Key
                   Display "Aviso: lancamento " LH-SEQUENCIA
                       " nao marcado como estornado."
           End-Rewrite.
           Add 1 To SEQUENCIA-LANCHIST.
           Move SEQUENCIA-LANCHIST To LH-SEQUENCIA.
           Move "R" To LH-SITUACAO.
           Move DATA-ESTORNO To LH-DATA-EXPORTACAO.
           Move LANCAMENTO-ESTORNO To LH-REGISTRO-LANCAMENTO.
           Write REGISTRO-LANCAMENTO-HIST
               Invalid Key
                   Display "Aviso: estorno do lancamento nao "
                       "arquivado em LANCHIST.DAT - " CONTA-ESTORNO
           End-Write.
           Perform REGISTRAR-AUDITORIA-LANCAMENTO.
           Add 1 To totalLancamentos.

      *    One trail record per mirror line, keyed by the competencia
      *    (MMAA) - AUD-CAMPO carries the conta.
       REGISTRAR-AUDITORIA-LANCAMENTO.
           Move "ESTORNAR-COMPETENCIA" To AUD-PROGRAMA.
           Move Spaces To CHAVE-AUDITORIA.
           Move MES-COMPETENCIA To CHAVE-AUDITORIA(1:2).
           Move ANO-COMPETENCIA(3:2) To CHAVE-AUDITORIA(3:2).
           Move CHAVE-AUDITORIA To AUD-CHAVE.
           Move "I" To AUD-OPERACAO.
           Move CONTA-ESTORNO To AUD-CAMPO.
           Move TIPO-ORIGINAL To AL-TIPO.
           Move AUDITORIA-LANCAMENTO To AUD-VALOR-ANTERIOR.
           Move TIPO-ESTORNO To AL-TIPO.
           Move AUDITORIA-LANCAMENTO To AUD-VALOR-NOVO.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       FINALIZAR-CHECKPOINT.
           Move Zeros To CK-ULTIMO-CODIGO.
           Move "C" To CK-STATUS.
           Accept CK-DATA From Date.
           Accept CK-HORA From Time.
           Rewrite REGISTRO-CHECKPOINT.

      *    Only now - ACUMULA.DAT and the journal both reversed - does
      *    the competencia go back to "A" for the rerun.
       REABRIR-COMPETENCIA.
           Move ANO-COMPETENCIA To CP-ANO.
           Move MES-COMPETENCIA To CP-MES.
           Read ARQUIVO-COMPETENCIA
               Invalid Key
                   Display "Erro ao reler a competencia " CP-MES "/"
                       CP-ANO
                   Move 8 To RETURN-CODE
                   Stop Run
           End-Read.
           Move CP-STATUS To OLD-CP-STATUS.
           Move "A" To CP-STATUS.
           Accept CP-DATA From Date.
           Accept CP-HORA From Time.
           Rewrite REGISTRO-COMPETENCIA
               Invalid Key
                   Display "Erro ao gravar a competencia"
               Not Invalid Key
                   Perform REGISTRAR-AUDITORIA-COMPETENCIA
           End-Rewrite.

       REGISTRAR-AUDITORIA-COMPETENCIA.
           Move "A" To AUD-OPERACAO.
           Move "STATUS" To AUD-CAMPO.
           Move OLD-CP-STATUS To AUD-VALOR-ANTERIOR.
           Move CP-STATUS To AUD-VALOR-NOVO.
           Move "ESTORNAR-COMPETENCIA" To AUD-PROGRAMA.
           Move Spaces To CHAVE-AUDITORIA.
           Move CP-MES To CHAVE-AUDITORIA(1:2).
           Move CP-ANO(3:2) To CHAVE-AUDITORIA(3:2).
           Move CHAVE-AUDITORIA To AUD-CHAVE.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       FECHAR.
           Display "Empregados estornados do acumulado: "
               totalEstornados.
           Display "Lancamentos contabeis estornados..: "
               totalLancamentos.
           Display "Avisos............................: " totalAvisos.
           Display "Competencia " MES-COMPETENCIA "/" ANO-COMPETENCIA
               " reaberta - a folha pode ser recalculada.".
           Close ARQUIVO-COMPETENCIA.
           Close ARQUIVO-CHECKPOINT.
           Close ARQUIVO-ACUMULO.
           If HISTORICO-DISPONIVEL = "S"
               Close ARQUIVO-HISTORICO
           End-If.
           If LANCHIST-DISPONIVEL = "S"
               Close ARQUIVO-LANCHIST
           End-If.
           If ADIANTAMENTO-DISPONIVEL = "S"
               Close ARQUIVO-ADIANTAMENTO
           End-If.
           Close ARQUIVO-CONTABIL.
           Close ARQUIVO-AUDITORIA.
       END PROGRAM ESTORNAR-COMPETENCIA.
