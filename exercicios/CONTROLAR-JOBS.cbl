      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Batch-window job controller. Replaces the paper
      *          run-book for the monthly close: the operator picks a
      *          job stream (folha mensal, decimo, ferias, fechamento
      *          do estoque) and the competencia, and the controller
      *          runs the stream's programs in order, one step at a
      *          time. Every step is logged on JOBLOG.DAT when it
      *          starts and again when it ends, with the step's
      *          RETURN-CODE - 0 is concluido, 4 from
      *          VERIFICAR-INTEGRIDADE is divergencias, anything else
      *          is an abend - and the stream stops at the first step
      *          that does not end clean. Submitting the same job and
      *          competencia again restarts at that step instead of
      *          at the top, so nothing already run is repeated and
      *          nothing is skipped. JOBRESUMO.LST is left for the
      *          morning shift with every step of the job, what ran,
      *          when, how it ended and what is still pending.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROLAR-JOBS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-LOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-LOG.

           SELECT RELATORIO-RESUMO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "JOBLOG.DAT".
           COPY JOBLOG.

       FD  RELATORIO-RESUMO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "JOBRESUMO.LST".
       01  LINHA-RELATORIO             Pic X(80).

       WORKING-STORAGE SECTION.
       77  ERRO-LOG                    Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  FIM-LOG                     Pic X(02) Value Spaces.
       77  OPCAO-JOB                   Pic 9(01) Value 9.
       77  MES-COMP                    Pic 9(02) Value Zeros.
       77  ANO-COMP                    Pic 9(04) Value Zeros.
       77  COMPETENCIA-VALIDA          Pic X(01) Value "N".
       77  RESPOSTA                    Pic X(01) Value "N".
       77  PASSO                       Pic 9(02) Value Zeros.
       77  PASSO-INICIAL               Pic 9(02) Value Zeros.
       77  QTD-PASSOS                  Pic 9(02) Value Zeros.
      *    "S" once a step ends in abend or divergencias - the rest of
      *    the stream is left pending for the re-submission.
       77  JOB-INTERROMPIDO            Pic X(01) Value "N".
       77  SITUACAO-PASSO              Pic X(01) Value Space.
       77  RETORNO-PASSO               Pic 9(03) Value Zeros.
       77  COMANDO-PASSO               Pic X(30) Value Spaces.
       77  RETORNO-SISTEMA             Pic S9(09) Value Zeros.
       77  QUOCIENTE-RETORNO           Pic S9(09) Value Zeros.
       77  RESTO-RETORNO               Pic S9(09) Value Zeros.
       77  DESCRICAO-SITUACAO          Pic X(12) Value Spaces.
       77  DATA-INICIO                 Pic 9(08) Value Zeros.
       77  HORA-INICIO                 Pic 9(08) Value Zeros.
       77  DATA-SISTEMA                Pic 9(08) Value Zeros.
       77  HORA-SISTEMA                Pic 9(08) Value Zeros.
       77  DATA-EDITAR                 Pic 9(08) Value Zeros.
       77  HORA-EDITAR                 Pic 9(08) Value Zeros.
       77  qtdConcluidos               Pic 9(02) Value Zeros.
       77  qtdPendentes                Pic 9(02) Value Zeros.

      *    The job streams, in run order. A program that ends with a
      *    RETURN-CODE other than zero stops the stream; the decimo and
      *    ferias runs stage their own file, so PROMOVER-ARQUIVOS puts
      *    it over FOLHA.DAT before the export and the remessa read it.
       01  VALORES-JOBS.
           05 Filler.
              10 Filler                Pic X(08) Value "MENSAL".
              10 Filler                Pic 9(02) Value 6.
              10 Filler                Pic X(24) Value
                 "VERIFICAR-INTEGRIDADE".
              10 Filler                Pic X(24) Value
                 "CALCULAR-SALARIO-LOTE".
              10 Filler                Pic X(24) Value
                 "RELATORIO-FGTS".
              10 Filler                Pic X(24) Value
                 "EXPORTAR-CONTABIL".
              10 Filler                Pic X(24) Value
                 "GERAR-OBRIGACOES".
              10 Filler                Pic X(24) Value
                 "GERAR-REMESSA".
           05 Filler.
              10 Filler                Pic X(08) Value "DECIMO".
              10 Filler                Pic 9(02) Value 5.
              10 Filler                Pic X(24) Value
                 "VERIFICAR-INTEGRIDADE".
              10 Filler                Pic X(24) Value
                 "CALCULAR-DECIMO-LOTE".
              10 Filler                Pic X(24) Value
                 "PROMOVER-ARQUIVOS".
              10 Filler                Pic X(24) Value
                 "EXPORTAR-CONTABIL".
              10 Filler                Pic X(24) Value
                 "GERAR-REMESSA".
              10 Filler                Pic X(24) Value Spaces.
           05 Filler.
              10 Filler                Pic X(08) Value "FERIAS".
              10 Filler                Pic 9(02) Value 5.
              10 Filler                Pic X(24) Value
                 "VERIFICAR-INTEGRIDADE".
              10 Filler                Pic X(24) Value
                 "CALCULAR-FERIAS".
              10 Filler                Pic X(24) Value
                 "PROMOVER-ARQUIVOS".
              10 Filler                Pic X(24) Value
                 "EXPORTAR-CONTABIL".
              10 Filler                Pic X(24) Value
                 "GERAR-REMESSA".
              10 Filler                Pic X(24) Value Spaces.
           05 Filler.
              10 Filler                Pic X(08) Value "ESTOQUE".
              10 Filler                Pic 9(02) Value 3.
              10 Filler                Pic X(24) Value
                 "VERIFICAR-INTEGRIDADE".
              10 Filler                Pic X(24) Value
                 "RELATORIO-CUSTO-ESTOQUE".
              10 Filler                Pic X(24) Value
                 "FECHAR-PERIODO-ESTOQUE".
              10 Filler                Pic X(24) Value Spaces.
              10 Filler                Pic X(24) Value Spaces.
              10 Filler                Pic X(24) Value Spaces.
       01  TABELA-JOBS REDEFINES VALORES-JOBS.
           05 JOB-TAB                  OCCURS 4 TIMES.
              10 NOME-JOB-TAB          Pic X(08).
              10 QTD-PASSOS-TAB        Pic 9(02).
              10 PROGRAMA-TAB          Pic X(24) OCCURS 6 TIMES.

      *    Latest JOBLOG.DAT record of each step of the chosen job and
      *    competencia - a step with no record is still pending.
       01  TABELA-SITUACAO.
           05 PASSO-TAB                OCCURS 6 TIMES.
              10 SITUACAO-TAB          Pic X(01).
              10 RETORNO-TAB           Pic 9(03).
              10 DATA-INICIO-TAB       Pic 9(08).
              10 HORA-INICIO-TAB       Pic 9(08).
              10 DATA-FIM-TAB          Pic 9(08).
              10 HORA-FIM-TAB          Pic 9(08).

       01  DATA-HORA-EDITADA.
           05 DH-DIA                   Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 DH-MES                   Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 DH-ANO                   Pic 9(04).
           05 Filler                   Pic X(01) Value Space.
           05 DH-HORA                  Pic 9(02).
           05 Filler                   Pic X(01) Value ":".
           05 DH-MINUTO                Pic 9(02).

       01  CABECALHO-1.
           05 Filler                   Pic X(14) Value
              "RESUMO DO JOB ".
           05 CB-JOB                   Pic X(08).
           05 Filler                   Pic X(16) Value
              "  COMPETENCIA: ".
           05 CB-MES-COMP              Pic 9(02).
           05 Filler                   Pic X(01) Value "/".
           05 CB-ANO-COMP              Pic 9(04).
           05 Filler                   Pic X(14) Value
              "  EMITIDO EM ".
           05 CB-EMISSAO               Pic X(16).
       01  CABECALHO-2.
           05 Filler                   Pic X(40) Value
              "PS PROGRAMA                 SITUACAO    ".
           05 Filler                   Pic X(38) Value
              " INICIO           FIM               RC".

       01  LINHA-DETALHE.
           05 LD-PASSO                 Pic Z9.
           05 Filler                   Pic X(01) Value Space.
           05 LD-PROGRAMA              Pic X(24).
           05 Filler                   Pic X(01) Value Space.
           05 LD-SITUACAO              Pic X(12).
           05 Filler                   Pic X(01) Value Space.
           05 LD-INICIO                Pic X(16).
           05 Filler                   Pic X(01) Value Space.
           05 LD-FIM                   Pic X(16).
           05 Filler                   Pic X(01) Value Space.
           05 LD-RETORNO               Pic ZZ9 Blank When Zero.

       01  LINHA-TOTAL.
           05 Filler                   Pic X(08) Value "PASSOS: ".
           05 LT-PASSOS                Pic Z9.
           05 Filler                   Pic X(14) Value
              "  CONCLUIDOS: ".
           05 LT-CONCLUIDOS            Pic Z9.
           05 Filler                   Pic X(13) Value
              "  PENDENTES: ".
           05 LT-PENDENTES             Pic Z9.

       01  LINHA-SITUACAO-JOB.
           05 Filler                   Pic X(17) Value
              "SITUACAO DO JOB: ".
           05 LS-TEXTO                 Pic X(60).

       PROCEDURE DIVISION.
       INICIO.
           Perform ESCOLHER-JOB Until OPCAO-JOB < 5.
           If OPCAO-JOB Not = Zeros
               Move QTD-PASSOS-TAB(OPCAO-JOB) To QTD-PASSOS
               Perform ENTRAR-COMPETENCIA
               If COMPETENCIA-VALIDA = "S"
                   Perform LER-SITUACAO-PASSOS
                   Perform PLANEJAR-EXECUCAO
                   If RESPOSTA = "S" Or RESPOSTA = "s"
                       Perform EXECUTAR-PASSO
                           Until PASSO > QTD-PASSOS
                              Or JOB-INTERROMPIDO = "S"
                   End-If
                   Perform LER-SITUACAO-PASSOS
                   Perform IMPRIMIR-RESUMO
               End-If
           End-If.
           Perform ENCERRAR.
           Stop Run.

       ESCOLHER-JOB.
           DISPLAY "*-----------------------------------------*"
           Display "Controle de jobs - fechamento: ".
           Display "  1 - MENSAL  (folha mensal)".
           Display "  2 - DECIMO  (decimo terceiro)".
           Display "  3 - FERIAS  (ferias)".
           Display "  4 - ESTOQUE (fechamento do estoque)".
           Display "Escolha o job (0 encerra): ".
           Accept OPCAO-JOB.
           If OPCAO-JOB > 4
               Display "Opcao invalida".

       ENTRAR-COMPETENCIA.
           Move "N" To COMPETENCIA-VALIDA.
           Display "Competencia - mes (MM): ".
           Accept MES-COMP.
           Display "Competencia - ano (AAAA): ".
           Accept ANO-COMP.
           If MES-COMP < 1 Or MES-COMP > 12 Or ANO-COMP = Zeros
               Display "Competencia invalida - nada foi executado."
           Else
               Move "S" To COMPETENCIA-VALIDA
           End-If.

      ******************************************************************
      * JOBLOG.DAT is read start to end; a later record for the same
      * job + competencia + passo replaces the earlier one, so the
      * table ends holding each step's latest state.
      ******************************************************************
       LER-SITUACAO-PASSOS.
           Move Spaces To TABELA-SITUACAO.
           Move Spaces To FIM-LOG.
           Open Input ARQUIVO-LOG.
           If ERRO-LOG = "00"
               Perform LER-LOG Until FIM-LOG = "OK"
               Close ARQUIVO-LOG
           End-If.

       LER-LOG.
           Read ARQUIVO-LOG
               At End
                   Move "OK" To FIM-LOG
               Not At End
                   If JL-JOB = NOME-JOB-TAB(OPCAO-JOB)
                      And JL-ANO-COMP = ANO-COMP
                      And JL-MES-COMP = MES-COMP
                      And JL-PASSO > 0
                      And JL-PASSO Not > QTD-PASSOS
                       Move JL-SITUACAO To SITUACAO-TAB(JL-PASSO)
                       Move JL-RETORNO To RETORNO-TAB(JL-PASSO)
                       Move JL-DATA-INICIO To DATA-INICIO-TAB(JL-PASSO)
                       Move JL-HORA-INICIO To HORA-INICIO-TAB(JL-PASSO)
                       Move JL-DATA-FIM To DATA-FIM-TAB(JL-PASSO)
                       Move JL-HORA-FIM To HORA-FIM-TAB(JL-PASSO)
                   End-If
           End-Read.

      ******************************************************************
      * The run starts at the first step not concluded - the top for a
      * new job, the failed step for a re-submission. The operator
      * sees the whole plan before anything runs.
      ******************************************************************
       PLANEJAR-EXECUCAO.
           Move "N" To RESPOSTA.
           Move "N" To JOB-INTERROMPIDO.
           Move Zeros To PASSO-INICIAL.
           Move 1 To PASSO.
           Perform LOCALIZAR-PASSO-INICIAL
               Until PASSO > QTD-PASSOS Or PASSO-INICIAL > 0.
           If PASSO-INICIAL = 0
               Display "Job " NOME-JOB-TAB(OPCAO-JOB) " ja concluido "
                   "para a competencia " MES-COMP "/" ANO-COMP
                   " - nada a executar."
           Else
               Display "Job " NOME-JOB-TAB(OPCAO-JOB)
                   " - competencia " MES-COMP "/" ANO-COMP ":"
               Move 1 To PASSO
               Perform EXIBIR-PASSO Until PASSO > QTD-PASSOS
               If PASSO-INICIAL > 1
                   Display "Reinicio a partir do passo " PASSO-INICIAL
                       " - os passos anteriores ja foram concluidos."
               End-If
               Display "Cada programa pede a sua competencia - "
                   "informe " MES-COMP "/" ANO-COMP " em todos."
               Display "Confirma a execucao (S/N)? "
               Accept RESPOSTA
               If RESPOSTA Not = "S" And RESPOSTA Not = "s"
                   Display "Execucao cancelada - nada foi executado."
               End-If
               Move PASSO-INICIAL To PASSO
           End-If.

       LOCALIZAR-PASSO-INICIAL.
           If SITUACAO-TAB(PASSO) Not = "C"
               Move PASSO To PASSO-INICIAL
           Else
               Add 1 To PASSO
           End-If.

       EXIBIR-PASSO.
           Perform DESCREVER-SITUACAO.
           Display "  " PASSO " - " PROGRAMA-TAB(OPCAO-JOB, PASSO)
               " " DESCRICAO-SITUACAO.
           Add 1 To PASSO.

       DESCREVER-SITUACAO.
           If SITUACAO-TAB(PASSO) = "C"
               Move "CONCLUIDO" To DESCRICAO-SITUACAO
           Else
           If SITUACAO-TAB(PASSO) = "A"
               Move "ABEND" To DESCRICAO-SITUACAO
           Else
           If SITUACAO-TAB(PASSO) = "D"
               Move "DIVERGENCIAS" To DESCRICAO-SITUACAO
           Else
           If SITUACAO-TAB(PASSO) = "I"
               Move "INTERROMPIDO" To DESCRICAO-SITUACAO
           Else
               Move "PENDENTE" To DESCRICAO-SITUACAO.

      ******************************************************************
      * One step: log it as started, run the program, log how it
      * ended. Logging the start first means a controller that is
      * itself killed mid-step leaves an "I" behind, and that step is
      * run again on re-submission.
      ******************************************************************
       EXECUTAR-PASSO.
           Move PROGRAMA-TAB(OPCAO-JOB, PASSO) To COMANDO-PASSO.
           Accept DATA-INICIO From Date YYYYMMDD.
           Accept HORA-INICIO From Time.
           Move Zeros To DATA-SISTEMA.
           Move Zeros To HORA-SISTEMA.
           Move Zeros To RETORNO-PASSO.
           Move "I" To SITUACAO-PASSO.
           Perform GRAVAR-LOG.
           DISPLAY "*-----------------------------------------*"
           Display "Passo " PASSO ": " COMANDO-PASSO
               " - competencia " MES-COMP "/" ANO-COMP.
           Call "SYSTEM" Using COMANDO-PASSO.
           Move RETURN-CODE To RETORNO-SISTEMA.
           Accept DATA-SISTEMA From Date YYYYMMDD.
           Accept HORA-SISTEMA From Time.
      *    Under a Unix shell the program's RETURN-CODE comes back in
      *    the high byte of the status (8 arrives as 2048).
           Divide RETORNO-SISTEMA By 256 Giving QUOCIENTE-RETORNO
               Remainder RESTO-RETORNO.
           If RETORNO-SISTEMA > 255 And RESTO-RETORNO = 0
               Move QUOCIENTE-RETORNO To RETORNO-SISTEMA
           End-If.
           If RETORNO-SISTEMA = 0
               Move "C" To SITUACAO-PASSO
               Move Zeros To RETORNO-PASSO
           Else
           If RETORNO-SISTEMA = 4
              And COMANDO-PASSO = "VERIFICAR-INTEGRIDADE"
               Move "D" To SITUACAO-PASSO
               Move 4 To RETORNO-PASSO
           Else
               Move "A" To SITUACAO-PASSO
               If RETORNO-SISTEMA > 0 And RETORNO-SISTEMA < 1000
                   Move RETORNO-SISTEMA To RETORNO-PASSO
               Else
                   Move 999 To RETORNO-PASSO
               End-If
           End-If
           End-If.
           Perform GRAVAR-LOG.
           If SITUACAO-PASSO = "C"
               Add 1 To PASSO
           Else
               Move "S" To JOB-INTERROMPIDO
               If SITUACAO-PASSO = "D"
                   Display "Divergencias na verificacao - veja "
                       "INTEGRIDADE.LST, corrija e submeta o job "
                       "de novo."
               Else
                   Display COMANDO-PASSO " terminou com erro (RC "
                       RETORNO-PASSO ") - job interrompido no passo "
                       PASSO "."
               End-If
           End-If.

       GRAVAR-LOG.
           Open Extend ARQUIVO-LOG.
           If ERRO-LOG Not = "00"
               Open Output ARQUIVO-LOG
               Close ARQUIVO-LOG
               Open Extend ARQUIVO-LOG
           End-If.
           Move NOME-JOB-TAB(OPCAO-JOB) To JL-JOB.
           Move ANO-COMP To JL-ANO-COMP.
           Move MES-COMP To JL-MES-COMP.
           Move PASSO To JL-PASSO.
           Move COMANDO-PASSO To JL-PROGRAMA.
           Move SITUACAO-PASSO To JL-SITUACAO.
           Move RETORNO-PASSO To JL-RETORNO.
           Move DATA-INICIO To JL-DATA-INICIO.
           Move HORA-INICIO To JL-HORA-INICIO.
           Move DATA-SISTEMA To JL-DATA-FIM.
           Move HORA-SISTEMA To JL-HORA-FIM.
           Write REGISTRO-JOBLOG.
           Close ARQUIVO-LOG.

      ******************************************************************
      * JOBRESUMO.LST - every step of the job for the competencia,
      * from JOBLOG.DAT as it stands after this run.
      ******************************************************************
       IMPRIMIR-RESUMO.
           Open Output RELATORIO-RESUMO.
           Accept DATA-EDITAR From Date YYYYMMDD.
           Accept HORA-EDITAR From Time.
           Perform EDITAR-DATA-HORA.
           Move NOME-JOB-TAB(OPCAO-JOB) To CB-JOB.
           Move MES-COMP To CB-MES-COMP.
           Move ANO-COMP To CB-ANO-COMP.
           Move DATA-HORA-EDITADA To CB-EMISSAO.
           Write LINHA-RELATORIO From CABECALHO-1.
           Write LINHA-RELATORIO From CABECALHO-2.
           Move Zeros To qtdConcluidos.
           Move Zeros To qtdPendentes.
           Move 1 To PASSO.
           Perform IMPRIMIR-PASSO Until PASSO > QTD-PASSOS.
           Move QTD-PASSOS To LT-PASSOS.
           Move qtdConcluidos To LT-CONCLUIDOS.
           Move qtdPendentes To LT-PENDENTES.
           Write LINHA-RELATORIO From LINHA-TOTAL.
           Perform DESCREVER-JOB.
           Write LINHA-RELATORIO From LINHA-SITUACAO-JOB.
           Close RELATORIO-RESUMO.
           Display "Resumo do job gravado em JOBRESUMO.LST.".

       IMPRIMIR-PASSO.
           Perform DESCREVER-SITUACAO.
           Move PASSO To LD-PASSO.
           Move PROGRAMA-TAB(OPCAO-JOB, PASSO) To LD-PROGRAMA.
           Move DESCRICAO-SITUACAO To LD-SITUACAO.
           Move Spaces To LD-INICIO.
           Move Spaces To LD-FIM.
           Move Zeros To LD-RETORNO.
           If SITUACAO-TAB(PASSO) Not = Space
               Move DATA-INICIO-TAB(PASSO) To DATA-EDITAR
               Move HORA-INICIO-TAB(PASSO) To HORA-EDITAR
               Perform EDITAR-DATA-HORA
               Move DATA-HORA-EDITADA To LD-INICIO
               If SITUACAO-TAB(PASSO) Not = "I"
                   Move DATA-FIM-TAB(PASSO) To DATA-EDITAR
                   Move HORA-FIM-TAB(PASSO) To HORA-EDITAR
                   Perform EDITAR-DATA-HORA
                   Move DATA-HORA-EDITADA To LD-FIM
                   Move RETORNO-TAB(PASSO) To LD-RETORNO
               End-If
           End-If.
           If SITUACAO-TAB(PASSO) = "C"
               Add 1 To qtdConcluidos
           Else
               Add 1 To qtdPendentes
           End-If.
           Write LINHA-RELATORIO From LINHA-DETALHE.
           Add 1 To PASSO.

       DESCREVER-JOB.
           Move Spaces To LS-TEXTO.
           If qtdPendentes = 0
               Move "CONCLUIDO" To LS-TEXTO
           Else
           If JOB-INTERROMPIDO = "S"
               If SITUACAO-PASSO = "D"
                   Move "INTERROMPIDO - DIVERGENCIAS NA VERIFICACAO"
                       To LS-TEXTO
               Else
                   Move "INTERROMPIDO - ABEND, SUBMETER DE NOVO"
                       To LS-TEXTO
               End-If
           Else
               Move "PENDENTE - PASSOS AINDA NAO EXECUTADOS"
                   To LS-TEXTO.

       EDITAR-DATA-HORA.
           Move DATA-EDITAR(7:2) To DH-DIA.
           Move DATA-EDITAR(5:2) To DH-MES.
           Move DATA-EDITAR(1:4) To DH-ANO.
           Move HORA-EDITAR(1:2) To DH-HORA.
           Move HORA-EDITAR(3:2) To DH-MINUTO.

      ******************************************************************
      * The controller's own RETURN-CODE says how the stream ended -
      * 4 when stopped on divergencias, 8 on an abend - instead of
      * whatever the last program left behind.
      ******************************************************************
       ENCERRAR.
           Move Zeros To RETURN-CODE.
           If COMPETENCIA-VALIDA = "N" And OPCAO-JOB Not = Zeros
               Move 8 To RETURN-CODE
           End-If.
           If JOB-INTERROMPIDO = "S"
               If SITUACAO-PASSO = "D"
                   Move 4 To RETURN-CODE
               Else
                   Move 8 To RETURN-CODE
               End-If
           End-If.
       END PROGRAM CONTROLAR-JOBS.
