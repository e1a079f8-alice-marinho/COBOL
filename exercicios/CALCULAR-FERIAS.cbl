      *          decimo, so the existing remessa and journal programs
      *          pay it unchanged.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Every staged line is also kept on the permanent
      *               payroll history (HISTFOLHA.DAT, tipo "F") so the
      *               ferias can be reprinted after FOLHAFER.DAT and
      *               FOLHA.DAT have moved on.
      * 15-10-2026 AM Applies the empregado's rubricas in force for the
      *               competencia (RUBRICA.DAT) the same way the monthly
      *               batch does - unless the batch already applied
      *               them this month - itemizes them on FERIAS.LST and
      *               the staged record, and counts down the parcelas.
      *               INSS patronal and FGTS follow the INSS base.
      *               Descontos that would leave the liquido negative
      *               refuse the ferias and go to EXCFOLHA.DAT.
      * 15-10-2026 AM Each line carries the employee's centro de custo
      *               (FC-CENTRO-CUSTO) for the split GL lines and the
      *               labor-cost report.
      * 15-10-2026 AM Each line carries its INSS, IRRF and FGTS bases
      *               (FC-BASE-INSS/IRRF/FGTS) for GERAR-OBRIGACOES.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-FERIAS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-REL.

      *    Permanent payroll history, keyed codigo + competencia + tipo
      *    de folha.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

      *    Rubricas (recurring proventos/descontos), keyed codigo +
      *    rubrica.
           SELECT ARQUIVO-RUBRICAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS ERRO-RUB.

           SELECT ARQUIVO-EXCECAO-FOLHA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-EXCFOLHA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-EMPREGADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.DAT".
           COPY EMPREG.
           VALUE OF FILE-ID "FOLHAFER.DAT".
           COPY FOLHACALC.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 542 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "HISTFOLHA.DAT".
           COPY HISTFOLHA.

       FD  ARQUIVO-RUBRICAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "RUBRICA.DAT".
           COPY RUBRICA.

       FD  ARQUIVO-EXCECAO-FOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "EXCFOLHA.DAT".
           COPY EXCFOLHA.

       FD  RELATORIO-FERIAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "FERIAS.LST".
       77  ERRO-ACUM                   Pic X(02) Value "00".
       77  ERRO-FOLHA                  Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  FIM                         Pic X(02) Value Spaces.
       77  CODIGO-PROCURADO            Pic 9(05) Value Zeros.
       77  DATA-SISTEMA                Pic 9(08) Value Zeros.
       77  DEDUCAO-POR-DEPENDENTE      Pic 9(03)V99 Value 189,59.
       77  ALIQUOTA-INSS-PATRONAL      Pic 9(01)V999 Value 0,200.
       77  ALIQUOTA-FGTS               Pic 9(01)V999 Value 0,080.
       77  ERRO-EXCFOLHA               Pic X(02) Value "00".
       77  MOTIVO-REJEICAO             Pic X(30) Value Spaces.
       77  ERRO-RUB                    Pic X(02) Value "00".
       77  RUBRICAS-DISPONIVEL         Pic X(01) Value "N".
       77  FIM-RUBRICA                 Pic X(02) Value Spaces.
       77  RUBRICA-EM-VIGOR            Pic X(01) Value Space.
       77  TIPO-FOLHA-RUBRICA          Pic X(01) Value "F".
       77  salarioBase                 Pic 9(05)V99 Value Zeros.
       77  baseRubrica                 Pic 9(05)V99 Value Zeros.
       77  valorRubrica                Pic 9(05)V99 Value Zeros.
       77  totalProventos              Pic 9(05)V99 Value Zeros.
       77  totalDescontos              Pic 9(05)V99 Value Zeros.
       77  proventosBaseINSS           Pic 9(05)V99 Value Zeros.
       77  descontosBaseINSS           Pic 9(05)V99 Value Zeros.
       77  proventosBaseIRRF           Pic 9(05)V99 Value Zeros.
       77  descontosBaseIRRF           Pic 9(05)V99 Value Zeros.
       77  baseINSS                    Pic S9(05)V99 Value Zeros.
       77  liquidoApurado              Pic S9(05)V99 Value Zeros.
       COPY TABIRRF-TAB.
       COPY TABINSS-TAB.
       COPY RUBRICA-TAB.

      *    Competencia the rubricas are tested against - same ano/mes
      *    order as RB-INICIO/RB-FIM so the group compare works.
       01  COMPETENCIA-RUBRICA.
           05 ANO-RUBRICA              Pic 9(04).
           05 MES-RUBRICA              Pic 9(02).

       01  LINHA-FER-CAB.
           05 Filler                   Pic X(18) Value
           05 Filler                   Pic X(10) Value " LIQUIDO: ".
           05 LF-LIQUIDO               Pic ZZZZ9,99.

       01  LINHA-FER-RUBRICA.
           05 Filler                   Pic X(06) Value Spaces.
           05 LF-SINAL                 Pic X(03).
           05 Filler                   Pic X(01) Value Space.
           05 LF-RUBRICA               Pic 9(03).
           05 Filler                   Pic X(01) Value Space.
           05 LF-DESCRICAO             Pic X(20).
           05 Filler                   Pic X(13) Value Spaces.
           05 LF-VALOR                 Pic ZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Accept ANO-COMPETENCIA.
           If MES-COMPETENCIA < 1 Or MES-COMPETENCIA > 12
               Display "Mes da competencia invalido - informe 01 a 12."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Input ARQUIVO-EMPREGADOS.
           If ERRO-EMP Not = "00"
               Display "EMPREGADOS.DAT nao encontrado - execute "
                   "MANUTENCAO-EMPREGADOS antes das ferias."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open I-O ARQUIVO-ACUMULO.
           Else
               Move "N" To DEPENDENTES-DISPONIVEL
           End-If.
           Open I-O ARQUIVO-HISTORICO.
           If ERRO-HIST = "35"
               Open Output ARQUIVO-HISTORICO
               Close ARQUIVO-HISTORICO
               Open I-O ARQUIVO-HISTORICO
           End-If.
           Open I-O ARQUIVO-RUBRICAS.
           If ERRO-RUB = "00"
               Move "S" To RUBRICAS-DISPONIVEL
           Else
               Move "N" To RUBRICAS-DISPONIVEL
           End-If.
           Move ANO-COMPETENCIA To ANO-RUBRICA.
           Move MES-COMPETENCIA To MES-RUBRICA.
           Open Extend ARQUIVO-EXCECAO-FOLHA.
           If ERRO-EXCFOLHA Not = "00"
               Open Output ARQUIVO-EXCECAO-FOLHA
           End-If.
      *    Staged fresh each run, same as FOLHA13.DAT for the decimo.
           Open Output ARQUIVO-FOLHA-CALCULADA.
           Open Extend RELATORIO-FERIAS.
               Perform ENTRAR-DADOS-FERIAS
               If DADOS-VALIDOS = "S"
                   Perform CALCULAR-VERBAS-FERIAS
               End-If
               If DADOS-VALIDOS = "S"
                   Perform IMPRIMIR-FERIAS
                   Perform GRAVAR-FOLHA-CALCULADA
                   Perform ACUMULAR-FERIAS
                   Perform BAIXAR-RUBRICAS
               End-If
           End-If.

           COMPUTE valorFerias =
               salarioBrutoMensal / 30 * DIAS-FERIAS.
           COMPUTE tercoConstitucional = valorFerias / 3.
           COMPUTE salarioBase = valorFerias + tercoConstitucional.
           Move salarioBase To baseRubrica.
           Move Spaces To MOTIVO-REJEICAO.
           Perform BUSCAR-RUBRICAS.
           COMPUTE salarioBruto = salarioBase + totalProventos.
           COMPUTE baseINSS = salarioBase + proventosBaseINSS
               - descontosBaseINSS.
           If baseINSS < Zeros
               Move Zeros To baseINSS
           End-If.

           Perform BUSCAR-FAIXA-INSS.
           COMPUTE valorINSS = baseINSS * ALIQUOTA-INSS-APLICADA.
           Perform CALCULAR-IRRF.
           COMPUTE liquidoApurado = salarioBruto - valorINSS - valorIRRF
               - totalDescontos.
           If liquidoApurado < Zeros
               If DADOS-VALIDOS = "S"
                   Move "N" To DADOS-VALIDOS
                   Move "DESCONTOS ACIMA DO LIQUIDO" To
                       MOTIVO-REJEICAO
               End-If
               Move Zeros To salarioLiquido
           Else
               Move liquidoApurado To salarioLiquido
           End-If.
      *    Employer-side charges - they ride on the staged record for
      *    the journal, never off the employee's liquido.
           COMPUTE inssPatronal = baseINSS * ALIQUOTA-INSS-PATRONAL.
           COMPUTE valorFGTS = baseINSS * ALIQUOTA-FGTS.
           If DADOS-VALIDOS Not = "S"
               Perform REGISTRAR-EXCECAO-FOLHA
           End-If.

      *    Same exception file as the monthly batch, so the rejected
      *    ferias shows up on the REVISAO-EXCFOLHA worklist.
       REGISTRAR-EXCECAO-FOLHA.
           Move EMP-CODIGO To EF-CODIGO.
           Move EMP-NOME To EF-NOME.
           Move EMP-HORAS To EF-HORAS.
           Move Zeros To EF-HORAS-EXTRAS.
           Move EMP-VALOR-HORA To EF-VALOR-HORA.
           Move MOTIVO-REJEICAO To EF-MOTIVO.
           Accept EF-DATA-REJEICAO From Date.
           Accept EF-HORA-REJEICAO From Time.
           Move MES-COMPETENCIA To EF-MES-COMP.
           Move ANO-COMPETENCIA To EF-ANO-COMP.
           Write REGISTRO-EXCECAO-FOLHA.
           Display "Ferias nao processadas: " MOTIVO-REJEICAO.

      *    Rubricas of the empregado in force for the competencia,
      *    in rubrica order - the valores land on TABELA-RUBRICAS for
      *    the report, the folha record and the parcela count-down.
       BUSCAR-RUBRICAS.
           Move Zeros To QTD-RUBRICAS.
           Move Zeros To totalProventos.
           Move Zeros To totalDescontos.
           Move Zeros To proventosBaseINSS.
           Move Zeros To descontosBaseINSS.
           Move Zeros To proventosBaseIRRF.
           Move Zeros To descontosBaseIRRF.
           Perform LIMPAR-RUBRICA-TAB
               Varying IDX-RUBRICA From 1 By 1 Until IDX-RUBRICA > 8.
           If RUBRICAS-DISPONIVEL = "S"
               Move Spaces To FIM-RUBRICA
               Move EMP-CODIGO To RB-CODIGO
               Move Zeros To RB-RUBRICA
               Start ARQUIVO-RUBRICAS Key Is Not Less Than RB-CHAVE
                   Invalid Key
                       Move "OK" To FIM-RUBRICA
               End-Start
               Perform LER-RUBRICA Until FIM-RUBRICA = "OK"
           End-If.

       LIMPAR-RUBRICA-TAB.
           Move Zeros To RUBRICA-TAB(IDX-RUBRICA).
           Move Spaces To DESCRICAO-RUBRICA-TAB(IDX-RUBRICA).
           Move Spaces To NATUREZA-RUBRICA-TAB(IDX-RUBRICA).
           Move Zeros To VALOR-RUBRICA-TAB(IDX-RUBRICA).
           Move Spaces To CONTA-RUBRICA-TAB(IDX-RUBRICA).

       LER-RUBRICA.
           Read ARQUIVO-RUBRICAS Next Record
               At End
                   Move "OK" To FIM-RUBRICA
               Not At End
                   If RB-CODIGO Not = EMP-CODIGO
                       Move "OK" To FIM-RUBRICA
                   Else
                       Perform VERIFICAR-VIGENCIA-RUBRICA
                       If RUBRICA-EM-VIGOR = "S"
                           Perform APLICAR-RUBRICA
                       End-If
                   End-If
           End-Read.

      *    A rubrica is applied once per competencia, by whichever run
      *    reaches it first - a rerun of that same run applies it
      *    again (without counting down another parcela), any other
      *    run of the competencia leaves it alone.
       VERIFICAR-VIGENCIA-RUBRICA.
           Move "S" To RUBRICA-EM-VIGOR.
           If RB-INICIO > COMPETENCIA-RUBRICA
               Move "N" To RUBRICA-EM-VIGOR
           End-If.
           If RB-FIM Not = Zeros And RB-FIM < COMPETENCIA-RUBRICA
               Move "N" To RUBRICA-EM-VIGOR
           End-If.
           If RB-ANO-ULTIMA = ANO-RUBRICA
               And RB-MES-ULTIMA = MES-RUBRICA
               If RB-TIPO-ULTIMA Not = TIPO-FOLHA-RUBRICA
                   Move "N" To RUBRICA-EM-VIGOR
               End-If
           Else
               If RB-PARCELADA = "S" And RB-PARCELAS-RESTANTES = 0
                   Move "N" To RUBRICA-EM-VIGOR
               End-If
           End-If.

       APLICAR-RUBRICA.
           If RB-FORMA = "P"
               COMPUTE valorRubrica Rounded =
                   baseRubrica * RB-PERCENTUAL / 100
               If RB-VALOR > 0 And valorRubrica > RB-VALOR
                   Move RB-VALOR To valorRubrica
               End-If
           Else
               Move RB-VALOR To valorRubrica
           End-If.
           If QTD-RUBRICAS = 8
               Move "N" To DADOS-VALIDOS
               Move "MAIS DE 8 RUBRICAS EM VIGOR" To MOTIVO-REJEICAO
           Else
               Add 1 To QTD-RUBRICAS
               Move RB-RUBRICA To RUBRICA-TAB(QTD-RUBRICAS)
               Move RB-DESCRICAO To DESCRICAO-RUBRICA-TAB(QTD-RUBRICAS)
               Move RB-NATUREZA To NATUREZA-RUBRICA-TAB(QTD-RUBRICAS)
               Move valorRubrica To VALOR-RUBRICA-TAB(QTD-RUBRICAS)
               Move RB-CONTA To CONTA-RUBRICA-TAB(QTD-RUBRICAS)
               Perform SOMAR-RUBRICA
           End-If.

       SOMAR-RUBRICA.
           If RB-NATUREZA = "P"
               Add valorRubrica To totalProventos
               If RB-INCIDE-INSS = "S"
                   Add valorRubrica To proventosBaseINSS
               End-If
               If RB-INCIDE-IRRF = "S"
                   Add valorRubrica To proventosBaseIRRF
               End-If
           Else
               Add valorRubrica To totalDescontos
               If RB-INCIDE-INSS = "S"
                   Add valorRubrica To descontosBaseINSS
               End-If
               If RB-INCIDE-IRRF = "S"
                   Add valorRubrica To descontosBaseIRRF
               End-If
           End-If.

       BAIXAR-RUBRICAS.
           Perform BAIXAR-RUBRICA
               Varying IDX-RUBRICA From 1 By 1
               Until IDX-RUBRICA > QTD-RUBRICAS.

      *    Marks the rubrica applied for the competencia and counts
      *    down a parcela - only the first time, so a rerun or a
      *    resumed run never takes a second parcela for the month.
       BAIXAR-RUBRICA.
           Move EMP-CODIGO To RB-CODIGO.
           Move RUBRICA-TAB(IDX-RUBRICA) To RB-RUBRICA.
           Read ARQUIVO-RUBRICAS
               Invalid Key
                   Display "Rubrica " RB-RUBRICA " de " EMP-CODIGO
                       " nao encontrada ao baixar a parcela."
               Not Invalid Key
                   If RB-ANO-ULTIMA Not = ANO-RUBRICA
                       Or RB-MES-ULTIMA Not = MES-RUBRICA
                       Perform MARCAR-RUBRICA-APLICADA
                   End-If
           End-Read.

       MARCAR-RUBRICA-APLICADA.
           If RB-PARCELADA = "S" And RB-PARCELAS-RESTANTES > 0
               Subtract 1 From RB-PARCELAS-RESTANTES
           End-If.
           Move ANO-RUBRICA To RB-ANO-ULTIMA.
           Move MES-RUBRICA To RB-MES-ULTIMA.
           Move TIPO-FOLHA-RUBRICA To RB-TIPO-ULTIMA.
           Rewrite REGISTRO-RUBRICA
               Invalid Key
                   Display "Erro ao baixar a rubrica " RB-RUBRICA
                       " de " EMP-CODIGO
           End-Rewrite.

      *    IRRF the way the Receita table works: the base comes off
      *    salarioBruto net of INSS and of the per-dependent
      *    across bracket boundaries instead of jumping at them.
       CALCULAR-IRRF.
           Perform BUSCAR-DEPENDENTES.
           COMPUTE baseCalculoIRRF = salarioBase + proventosBaseIRRF
               - descontosBaseIRRF - valorINSS
               - (qtdDependentes * DEDUCAO-POR-DEPENDENTE).
           If baseCalculoIRRF < Zeros
               Move Zeros To baseCalculoIRRF
               Display "Tabela de IRRF nao encontrada (TABELA-IRRF."
                   "DAT) - execute MANUTENCAO-TABELAS antes das "
                   "ferias."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Perform LER-FAIXA-IRRF Until FIM-TABELA = "OK".
               Display "Tabela de IRRF esta vazia (TABELA-IRRF.DAT) "
                   "- cadastre as faixas em MANUTENCAO-TABELAS antes "
                   "das ferias."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

           End-If.

       TESTAR-FAIXA-INSS.
           If baseINSS < LIMITE-INSS-TAB(IDX-INSS)
               Move ALIQUOTA-INSS-TAB(IDX-INSS)
                   To ALIQUOTA-INSS-APLICADA
               Move "S" To FAIXA-ENCONTRADA
           Move valorFerias To LF-FERIAS.
           Move tercoConstitucional To LF-TERCO.
           Write LINHA-RELATORIO From LINHA-FER-VERBAS.
           Perform IMPRIMIR-RUBRICA
               Varying IDX-RUBRICA From 1 By 1
               Until IDX-RUBRICA > QTD-RUBRICAS.
           Move salarioBruto To LF-BRUTO.
           Move valorINSS To LF-INSS.
           Move valorIRRF To LF-IRRF.
           Display "IRRF........................: " valorIRRF.
           Display "Liquido a receber...........: " salarioLiquido.

       IMPRIMIR-RUBRICA.
           If NATUREZA-RUBRICA-TAB(IDX-RUBRICA) = "P"
               Move "(+)" To LF-SINAL
           Else
               Move "(-)" To LF-SINAL
           End-If.
           Move RUBRICA-TAB(IDX-RUBRICA) To LF-RUBRICA.
           Move DESCRICAO-RUBRICA-TAB(IDX-RUBRICA) To LF-DESCRICAO.
           Move VALOR-RUBRICA-TAB(IDX-RUBRICA) To LF-VALOR.
           Write LINHA-RELATORIO From LINHA-FER-RUBRICA.

       GRAVAR-FOLHA-CALCULADA.
           Move EMP-CODIGO To FC-CODIGO.
           Move EMP-NOME To FC-NOME.
           Move valorFGTS To FC-FGTS.
           Move MES-COMPETENCIA To FC-MES-COMP.
           Move ANO-COMPETENCIA To FC-ANO-COMP.
           Move "F" To FC-TIPO-FOLHA.
           Move Zeros To FC-VALOR-ADIANTAMENTO.
           Move totalProventos To FC-TOTAL-PROVENTOS.
           Move totalDescontos To FC-TOTAL-DESCONTOS.
           Move TABELA-RUBRICAS To FC-RUBRICAS.
           Move EMP-CENTRO-CUSTO To FC-CENTRO-CUSTO.
           Move baseINSS To FC-BASE-INSS.
           Move baseCalculoIRRF To FC-BASE-IRRF.
           Move baseINSS To FC-BASE-FGTS.
           Write REGISTRO-FOLHA-CALCULADA.
           Perform GRAVAR-HISTORICO.

      *    Ferias are paid off the contractual EMP-HORAS/EMP-VALOR-HORA,
      *    so those are the hours kept on the history.
       GRAVAR-HISTORICO.
           Move FC-CODIGO To HF-CODIGO.
           Move FC-ANO-COMP To HF-ANO-COMP.
           Move FC-MES-COMP To HF-MES-COMP.
           Move FC-TIPO-FOLHA To HF-TIPO-FOLHA.
           Move "N" To HF-SITUACAO.
           Move DATA-SISTEMA To HF-DATA-GRAVACAO.
           Accept HF-HORA-GRAVACAO From Time.
           Move ANO-CORRENTE To HF-ANO-ACUMULO.
           Move EMP-HORAS To HF-HORAS-NORMAIS.
           Move Zeros To HF-HORAS-EXTRAS.
           Move EMP-VALOR-HORA To HF-VALOR-HORA.
           Move REGISTRO-FOLHA-CALCULADA To HF-REGISTRO-FOLHA.
           Write REGISTRO-HISTORICO-FOLHA
               Invalid Key
                   Rewrite REGISTRO-HISTORICO-FOLHA
           End-Write.

       ACUMULAR-FERIAS.
           Move EMP-CODIGO To AC-CODIGO.
           Close ARQUIVO-ACUMULO.
           Close ARQUIVO-DEPENDENTES.
           Close ARQUIVO-FOLHA-CALCULADA.
           Close ARQUIVO-HISTORICO.
           If RUBRICAS-DISPONIVEL = "S"
               Close ARQUIVO-RUBRICAS
           End-If.
           Close ARQUIVO-EXCECAO-FOLHA.
           Close RELATORIO-FERIAS.
       END PROGRAM CALCULAR-FERIAS.
