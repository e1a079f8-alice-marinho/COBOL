      *               old record length (status 39) now points the
      *               operator at CONVERTER-LAYOUTS instead of
      *               aborting with a misleading message.
      * 15-10-2026 AM Every posted line is also kept on the permanent
      *               payroll history (HISTFOLHA.DAT, tipo "M") along
      *               with the hours and valor/hora it was paid on, so
      *               a past month can be reprinted by
      *               REIMPRIMIR-HOLERITE and compared by
      *               RELATORIO-VARIACAO-FOLHA after FOLHA.DAT has been
      *               overwritten.
      * 15-10-2026 AM Refuses to run while CHECKFOLHA.DAT shows an
      *               ESTORNAR-COMPETENCIA reversal in progress (status
      *               "E") - posting onto a half-reversed ACUMULA.DAT
      *               would leave the annual totals wrong either way.
      * 15-10-2026 AM The adiantamento quinzenal paid for the
      *               competencia (ADIANTAMENTO.DAT, written by
      *               CALCULAR-ADIANTAMENTO) comes off the liquido as
      *               its own line on the report and rides on the
      *               FOLHA.DAT record (FC-VALOR-ADIANTAMENTO), and the
      *               advance is marked descontado. ACUMULA.DAT still
      *               gets the full liquido - the advance was part of
      *               it. An advance larger than the liquido sends the
      *               employee to EXCFOLHA.DAT.
      * 15-10-2026 AM Applies the empregado's rubricas in force for the
      *               competencia (RUBRICA.DAT, kept by
      *               MANUTENCAO-RUBRICAS) - proventos add to the bruto,
      *               descontos come off the liquido, each one entering
      *               the INSS/IRRF base only if the rubrica says so -
      *               itemizes them under the employee's line, carries
      *               them on FOLHA.DAT (FC-RUBRICAS) for
      *               EXPORTAR-CONTABIL and the holerite, and counts
      *               down the parcelas of an installment rubrica. INSS
      *               patronal and FGTS follow the INSS base. Descontos
      *               that would leave the liquido negative send the
      *               employee to EXCFOLHA.DAT.
      * 15-10-2026 AM Each line carries the employee's centro de custo
      *               (FC-CENTRO-CUSTO) for the split GL lines and the
      *               labor-cost report.
      * 15-10-2026 AM Each line carries its INSS, IRRF and FGTS bases
      *               (FC-BASE-INSS/IRRF/FGTS) for GERAR-OBRIGACOES.
      * 15-10-2026 AM Every error exit ends with RETURN-CODE 8, so
      *               CONTROLAR-JOBS stops the job stream there.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-SALARIO-LOTE.
               RECORD KEY IS CP-CHAVE
               FILE STATUS IS ERRO-COMP.

      *    Permanent payroll history, keyed codigo + competencia + tipo
      *    de folha - a rerun of a reopened competencia replaces the
      *    employee's line instead of adding a second one.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

      *    Adiantamentos quinzenais, keyed codigo + competencia - the
      *    one for the competencia being posted is deducted; a rerun
      *    deducts the same record again in place of the run it
      *    replaces.
           SELECT ARQUIVO-ADIANTAMENTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CHAVE
               FILE STATUS IS ERRO-ADI.

      *    Rubricas (recurring proventos/descontos), keyed codigo +
      *    rubrica - read in codigo order for the employee, and
      *    rewritten to count down the parcelas once applied.
           SELECT ARQUIVO-RUBRICAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS ERRO-RUB.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-EMPREGADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.DAT".
           COPY EMPREG.
           VALUE OF FILE-ID "COMPETENCIA.DAT".
           COPY COMPFOLHA.

       FD  ARQUIVO-HISTORICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 542 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "HISTFOLHA.DAT".
           COPY HISTFOLHA.

       FD  ARQUIVO-ADIANTAMENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "ADIANTAMENTO.DAT".
           COPY ADIANTA.

       FD  ARQUIVO-RUBRICAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "RUBRICA.DAT".
           COPY RUBRICA.

       FD  RELATORIO-FOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "FOLHA.LST".
       77  ERRO-CHECK                  Pic X(02) Value "00".
       77  ERRO-COMP                   Pic X(02) Value "00".
       77  ERRO-APONTA                 Pic X(02) Value "00".
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  APONTAMENTO-ENCONTRADO      Pic X(01) Value Space.
       77  ADICIONAL-HORA-EXTRA        Pic 9(01)V99 Value 1,50.
       77  ALIQUOTA-INSS-PATRONAL      Pic 9(01)V999 Value 0,200.
       77  irrfApurado                 Pic S9(05)V99 Value Zeros.
       77  PARCELA-DEDUZIR-APLICADA    Pic 9(05)V99 Value Zeros.
       77  DEDUCAO-POR-DEPENDENTE      Pic 9(03)V99 Value 189,59.
       77  ERRO-ADI                    Pic X(02) Value "00".
       77  ADIANTAMENTO-DISPONIVEL     Pic X(01) Value "N".
       77  ADIANTAMENTO-ENCONTRADO     Pic X(01) Value Space.
       77  valorAdiantamento           Pic 9(05)V99 Value Zeros.
       77  liquidoAPagar               Pic 9(05)V99 Value Zeros.
       77  totalAdiantamentoGeral      Pic 9(07)V99 Value Zeros.
       77  ERRO-RUB                    Pic X(02) Value "00".
       77  RUBRICAS-DISPONIVEL         Pic X(01) Value "N".
       77  FIM-RUBRICA                 Pic X(02) Value Spaces.
       77  RUBRICA-EM-VIGOR            Pic X(01) Value Space.
       77  TIPO-FOLHA-RUBRICA          Pic X(01) Value "M".
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
       77  totalProventosGeral         Pic 9(07)V99 Value Zeros.
       77  totalDescontosGeral         Pic 9(07)V99 Value Zeros.
       COPY TABIRRF-TAB.
       COPY TABINSS-TAB.
       COPY RUBRICA-TAB.

      *    Competencia the rubricas are tested against - same ano/mes
      *    order as RB-INICIO/RB-FIM so the group compare works.
       01  COMPETENCIA-RUBRICA.
           05 ANO-RUBRICA              Pic 9(04).
           05 MES-RUBRICA              Pic 9(02).

       01  CABECALHO-1.
           05 Filler                   Pic X(31) Value
           05 Filler                   Pic X(03) Value " / ".
           05 LT-LIQUIDO               Pic ZZZZZZ9,99.

       01  LINHA-ADIANTAMENTO.
           05 Filler                   Pic X(06) Value Spaces.
           05 Filler                   Pic X(41) Value
              "(-) ADIANTAMENTO QUINZENAL DESCONTADO: ".
           05 LA-VALOR                 Pic ZZZZ9,99.

       01  LINHA-TOTAL-ADIANTAMENTO.
           05 Filler                   Pic X(38) Value
              "TOTAL DE ADIANTAMENTOS DESCONTADOS: ".
           05 LTA-VALOR                Pic ZZZZZZ9,99.

       01  LINHA-RUBRICA.
           05 Filler                   Pic X(06) Value Spaces.
           05 LR-SINAL                 Pic X(03).
           05 Filler                   Pic X(01) Value Space.
           05 LR-RUBRICA               Pic 9(03).
           05 Filler                   Pic X(01) Value Space.
           05 LR-DESCRICAO             Pic X(20).
           05 Filler                   Pic X(13) Value Spaces.
           05 LR-VALOR                 Pic ZZZZ9,99.

       01  LINHA-TOTAL-RUBRICAS.
           05 Filler                   Pic X(31) Value
              "TOTAL DE RUBRICAS - PROVENTOS: ".
           05 LTR-PROVENTOS            Pic ZZZZZZ9,99.
           05 Filler                   Pic X(13) Value
              " DESCONTOS: ".
           05 LTR-DESCONTOS            Pic ZZZZZZ9,99.

       01  LINHA-EXCECOES.
           05 Filler                   Pic X(24) Value
              "EMPREGADOS REJEITADOS: ".
           Accept ANO-COMPETENCIA.
           If MES-COMPETENCIA < 1 Or MES-COMPETENCIA > 12
               Display "Mes da competencia invalido - informe 01 a 12."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
      *    The competencia is checked before any other file is touched
           If ERRO-EMP Not = "00"
               Display "EMPREGADOS.DAT nao encontrado - execute "
                   "MANUTENCAO-EMPREGADOS antes da folha."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Open Input ARQUIVO-DEPENDENTES.
           If ERRO-APONTA Not = "00"
               Display "APONTAMENTOS.DAT nao encontrado - execute "
                   "MANUTENCAO-APONTAMENTOS antes da folha."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Accept DATA-SISTEMA From Date YYYYMMDD.
               Close ARQUIVO-ACUMULO
               Open I-O ARQUIVO-ACUMULO
           End-If.
           Open I-O ARQUIVO-HISTORICO.
           If ERRO-HIST = "35"
               Open Output ARQUIVO-HISTORICO
               Close ARQUIVO-HISTORICO
               Open I-O ARQUIVO-HISTORICO
           End-If.
           Open I-O ARQUIVO-ADIANTAMENTO.
           If ERRO-ADI = "00"
               Move "S" To ADIANTAMENTO-DISPONIVEL
           Else
               Move "N" To ADIANTAMENTO-DISPONIVEL
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
           If ERRO-CHECK = "39"
               Display "CHECKFOLHA.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes da folha."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
      *    VERIFICAR-CHECKPOINT decides RETOMANDO before FOLHA.DAT and
                   ANO-COMPETENCIA " ja calculada - um supervisor "
                   "deve reabri-la em MANUTENCAO-COMPETENCIA antes "
                   "de recalcular."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           If CP-STATUS = "F"
                   ANO-COMPETENCIA " fechada - um supervisor deve "
                   "reabri-la em MANUTENCAO-COMPETENCIA antes de "
                   "recalcular."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

                   Move ANO-COMPETENCIA To CK-ANO-COMP
                   Write REGISTRO-CHECKPOINT
               Not Invalid Key
                   If CK-STATUS = "E"
                       Display "Estorno da competencia " CK-MES-COMP
                           "/" CK-ANO-COMP " nao chegou ao fim - "
                           "conclua ESTORNAR-COMPETENCIA antes da "
                           "folha."
                       Move 8 To RETURN-CODE
                       Stop Run
                   End-If
                   If CK-STATUS = "P"
                       Perform CONFIRMAR-RETOMADA
                   End-If
                   CK-MES-COMP "/" CK-ANO-COMP " - informe essa "
                   "competencia para retomar, ou conclua-a antes de "
                   "abrir outra."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Display "A execucao anterior da folha nao chegou ao fim "
               Move "S" To RETOMANDO
           Else
               Display "Execucao cancelada pelo operador."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

           Perform VALIDAR-EMPREGADO.
           If REGISTRO-VALIDO = "S"
               Perform CALCULAR-SALARIO-EMPREGADO
           End-If.
           If REGISTRO-VALIDO = "S"
               Perform BUSCAR-ADIANTAMENTO
           End-If.
           If REGISTRO-VALIDO = "S"
               Perform IMPRIMIR-DETALHE
               Perform GRAVAR-FOLHA-CALCULADA
               Perform BAIXAR-ADIANTAMENTO
               Perform BAIXAR-RUBRICAS
               Perform ACUMULAR-ANO
               Add totalProventos To totalProventosGeral
               Add totalDescontos To totalDescontosGeral
               Add salarioBruto To totalBrutoGeral
               Add valorINSS To totalINSSGeral
               Add valorIRRF To totalIRRFGeral
               Add liquidoAPagar To totalLiquidoGeral
               Add valorAdiantamento To totalAdiantamentoGeral
               Add 1 To totalEmpregados
           Else
               Perform REGISTRAR-EXCECAO-FOLHA
                   Move AP-HORAS-EXTRAS To horasExtras
           End-Read.

      *    The advance paid for this competencia, if any - whatever
      *    its status, since a rerun replaces the run that already
      *    deducted it.
       BUSCAR-ADIANTAMENTO.
           Move Space To ADIANTAMENTO-ENCONTRADO.
           Move Zeros To valorAdiantamento.
           If ADIANTAMENTO-DISPONIVEL = "S"
               Move EMP-CODIGO To AD-CODIGO
               Move ANO-COMPETENCIA To AD-ANO-COMP
               Move MES-COMPETENCIA To AD-MES-COMP
               Read ARQUIVO-ADIANTAMENTO
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "S" To ADIANTAMENTO-ENCONTRADO
                       Move AD-VALOR To valorAdiantamento
               End-Read
           End-If.
           If valorAdiantamento > salarioLiquido
               Move "N" To REGISTRO-VALIDO
               Move "ADIANTAMENTO MAIOR QUE LIQUIDO" To
                   MOTIVO-REJEICAO
           Else
               COMPUTE liquidoAPagar =
                   salarioLiquido - valorAdiantamento
           End-If.

       BAIXAR-ADIANTAMENTO.
           If ADIANTAMENTO-ENCONTRADO = "S"
               Move "D" To AD-STATUS
               Move DATA-SISTEMA To AD-DATA-DESCONTO
               Rewrite REGISTRO-ADIANTAMENTO
                   Invalid Key
                       Display "Erro ao baixar o adiantamento de "
                           EMP-CODIGO
               End-Rewrite
           End-If.

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
               Move "N" To REGISTRO-VALIDO
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

       REGISTRAR-EXCECAO-FOLHA.
           Move EMP-CODIGO To EF-CODIGO.
           Move EMP-NOME To EF-NOME.
      *    Horas extras carry the legal 50% uplift; both figures are
      *    weekly, same convention as the old EMP-HORAS, so the 5,25
      *    weeks-per-month factor still applies to the sum.
      *    Rubricas de provento add to the bruto; only those marked
      *    to incide (and the descontos marked to incide, the other
      *    way) move the INSS and IRRF bases off the hours pay.
       CALCULAR-SALARIO-EMPREGADO.
           COMPUTE salarioBase =
               (horas + (horasExtras * ADICIONAL-HORA-EXTRA))
               * valorHora * 5,25.
           Move salarioBase To baseRubrica.
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
               If REGISTRO-VALIDO = "S"
                   Move "N" To REGISTRO-VALIDO
                   Move "DESCONTOS ACIMA DO LIQUIDO" To
                       MOTIVO-REJEICAO
               End-If
               Move Zeros To salarioLiquido
           Else
               Move liquidoApurado To salarioLiquido
           End-If.
      *    Employer-side charges - they ride on the FOLHA.DAT record
      *    for the journal and the FGTS statement, never off the
      *    employee's liquido.
           COMPUTE inssPatronal = baseINSS * ALIQUOTA-INSS-PATRONAL.
           COMPUTE valorFGTS = baseINSS * ALIQUOTA-FGTS.

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
           If ERRO-TAB = "39"
               Display "TABELA-IRRF.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes da folha."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           If ERRO-TAB Not = "00"
               Display "Tabela de IRRF nao encontrada (TABELA-IRRF."
                   "DAT) - execute MANUTENCAO-TABELAS antes da folha."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.
           Perform LER-FAIXA-IRRF Until FIM-TABELA = "OK".
               Display "Tabela de IRRF esta vazia (TABELA-IRRF.DAT) "
                   "- cadastre as faixas em MANUTENCAO-TABELAS antes "
                   "da folha."
               Move 8 To RETURN-CODE
               Stop Run
           End-If.

           End-If.

       TESTAR-FAIXA-INSS.
           If baseINSS < LIMITE-INSS-TAB(IDX-INSS)
               Move ALIQUOTA-INSS-TAB(IDX-INSS)
                   To ALIQUOTA-INSS-APLICADA
               Move "S" To FAIXA-ENCONTRADA
           Move salarioBruto To LD-BRUTO.
           Move valorINSS To LD-INSS.
           Move valorIRRF To LD-IRRF.
           Move liquidoAPagar To LD-LIQUIDO.
           Write LINHA-RELATORIO From LINHA-DETALHE.
           If valorAdiantamento > 0
               Move valorAdiantamento To LA-VALOR
               Write LINHA-RELATORIO From LINHA-ADIANTAMENTO
           End-If.
           Perform IMPRIMIR-RUBRICA
               Varying IDX-RUBRICA From 1 By 1
               Until IDX-RUBRICA > QTD-RUBRICAS.

       IMPRIMIR-RUBRICA.
           If NATUREZA-RUBRICA-TAB(IDX-RUBRICA) = "P"
               Move "(+)" To LR-SINAL
           Else
               Move "(-)" To LR-SINAL
           End-If.
           Move RUBRICA-TAB(IDX-RUBRICA) To LR-RUBRICA.
           Move DESCRICAO-RUBRICA-TAB(IDX-RUBRICA) To LR-DESCRICAO.
           Move VALOR-RUBRICA-TAB(IDX-RUBRICA) To LR-VALOR.
           Write LINHA-RELATORIO From LINHA-RUBRICA.

       IMPRIMIR-TOTAL.
           Move totalEmpregados To LT-QTDE.
           Move totalIRRFGeral To LT-IRRF.
           Move totalLiquidoGeral To LT-LIQUIDO.
           Write LINHA-RELATORIO From LINHA-TOTAL.
           If totalAdiantamentoGeral > 0
               Move totalAdiantamentoGeral To LTA-VALOR
               Write LINHA-RELATORIO From LINHA-TOTAL-ADIANTAMENTO
           End-If.
           If totalProventosGeral > 0 Or totalDescontosGeral > 0
               Move totalProventosGeral To LTR-PROVENTOS
               Move totalDescontosGeral To LTR-DESCONTOS
               Write LINHA-RELATORIO From LINHA-TOTAL-RUBRICAS
           End-If.

       GRAVAR-FOLHA-CALCULADA.
           Move EMP-CODIGO To FC-CODIGO.
           Move salarioBruto To FC-SALARIO-BRUTO.
           Move valorINSS To FC-VALOR-INSS.
           Move valorIRRF To FC-VALOR-IRRF.
           Move liquidoAPagar To FC-SALARIO-LIQUIDO.
           Move inssPatronal To FC-INSS-PATRONAL.
           Move valorFGTS To FC-FGTS.
           Move MES-COMPETENCIA To FC-MES-COMP.
           Move ANO-COMPETENCIA To FC-ANO-COMP.
           Move "M" To FC-TIPO-FOLHA.
           Move valorAdiantamento To FC-VALOR-ADIANTAMENTO.
           Move totalProventos To FC-TOTAL-PROVENTOS.
           Move totalDescontos To FC-TOTAL-DESCONTOS.
           Move TABELA-RUBRICAS To FC-RUBRICAS.
           Move EMP-CENTRO-CUSTO To FC-CENTRO-CUSTO.
           Move baseINSS To FC-BASE-INSS.
           Move baseCalculoIRRF To FC-BASE-IRRF.
           Move baseINSS To FC-BASE-FGTS.
           Write REGISTRO-FOLHA-CALCULADA.
           Perform GRAVAR-HISTORICO.

      *    Same line on the permanent history - a resumed or reopened
      *    run rewrites the employee's record for the competencia.
       GRAVAR-HISTORICO.
           Move FC-CODIGO To HF-CODIGO.
           Move FC-ANO-COMP To HF-ANO-COMP.
           Move FC-MES-COMP To HF-MES-COMP.
           Move FC-TIPO-FOLHA To HF-TIPO-FOLHA.
           Move "N" To HF-SITUACAO.
           Move DATA-SISTEMA To HF-DATA-GRAVACAO.
           Accept HF-HORA-GRAVACAO From Time.
           Move ANO-CORRENTE To HF-ANO-ACUMULO.
           Move horas To HF-HORAS-NORMAIS.
           Move horasExtras To HF-HORAS-EXTRAS.
           Move valorHora To HF-VALOR-HORA.
           Move REGISTRO-FOLHA-CALCULADA To HF-REGISTRO-FOLHA.
           Write REGISTRO-HISTORICO-FOLHA
               Invalid Key
                   Rewrite REGISTRO-HISTORICO-FOLHA
           End-Write.

       IMPRIMIR-EXCECOES.
           Move totalExcecoes To LE-QTDE.
           Close RELATORIO-FOLHA.
           Close ARQUIVO-FOLHA-CALCULADA.
           Close ARQUIVO-ACUMULO.
           Close ARQUIVO-HISTORICO.
           If ADIANTAMENTO-DISPONIVEL = "S"
               Close ARQUIVO-ADIANTAMENTO
           End-If.
           If RUBRICAS-DISPONIVEL = "S"
               Close ARQUIVO-RUBRICAS
           End-If.
           Close ARQUIVO-EXCECAO-FOLHA.
           Close ARQUIVO-CHECKPOINT.
           Close ARQUIVO-COMPETENCIA.
