      *               withholding. The old blended-deduction cap on
      *               INSS went with it; INSS and IRRF are computed
      *               independently now.
      * 15-10-2026 AM Each settlement is also kept on the permanent
      *               payroll history (HISTFOLHA.DAT, tipo "R") in the
      *               FOLHACALC layout, under the competencia of the
      *               desligamento (mes/ano of the run), so it can be
      *               reprinted like any other folha.
      * 15-10-2026 AM An adiantamento quinzenal still pending on
      *               ADIANTAMENTO.DAT (paid, not yet deducted) comes
      *               off the liquido da rescisao and is marked
      *               descontado; if it is larger than the liquido the
      *               rescisao is refused until it is settled, instead
      *               of the advance never being recovered.
      * 15-10-2026 AM Applies the empregado's rubricas in force for the
      *               competencia of the desligamento (RUBRICA.DAT) the
      *               same way the monthly batch does - unless a run
      *               already applied them this month - itemizes them
      *               on RESCISAO.LST and the history line, and counts
      *               down the parcelas. Descontos that would leave the
      *               liquido negative refuse the rescisao and go to
      *               EXCFOLHA.DAT.
      * 15-10-2026 AM Each line carries the employee's centro de custo
      *               (FC-CENTRO-CUSTO) for the split GL lines and the
      *               labor-cost report.
      * 15-10-2026 AM Each line carries its INSS, IRRF and FGTS bases
      *               (FC-BASE-INSS/IRRF/FGTS) for GERAR-OBRIGACOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULAR-RESCISAO.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-REL.

      *    Permanent payroll history, keyed codigo + competencia + tipo
      *    de folha.
           SELECT ARQUIVO-HISTORICO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-CHAVE
               FILE STATUS IS ERRO-HIST.

      *    Adiantamentos quinzenais, keyed codigo + competencia - any
      *    still "P" for the employee is deducted from the settlement.
           SELECT ARQUIVO-ADIANTAMENTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CHAVE
               FILE STATUS IS ERRO-ADI.

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
           VALUE OF FILE-ID "DEPENDENTES.DAT".
           COPY DEPEND.

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

       FD  ARQUIVO-EXCECAO-FOLHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "EXCFOLHA.DAT".
           COPY EXCFOLHA.

       FD  RELATORIO-RESCISAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "RESCISAO.LST".
       77  ERRO-EMP                    Pic X(02) Value "00".
       77  ERRO-ACUM                   Pic X(02) Value "00".
       77  ERRO-REL                    Pic X(02) Value "00".
       77  ERRO-HIST                   Pic X(02) Value "00".
       77  FIM                         Pic X(02) Value Spaces.
       77  CODIGO-PROCURADO            Pic 9(05) Value Zeros.
       77  DATA-SISTEMA                Pic 9(08) Value Zeros.
       77  ANO-CORRENTE                Pic 9(04) Value Zeros.
       77  MES-COMPETENCIA             Pic 9(02) Value Zeros.
       77  ANO-COMPETENCIA             Pic 9(04) Value Zeros.
       77  DIAS-TRABALHADOS            Pic 9(02) Value Zeros.
       77  MESES-TRABALHADOS           Pic 9(02) Value Zeros.
       77  DADOS-VALIDOS               Pic X(01) Value Space.
       77  PARCELA-DEDUZIR-APLICADA    Pic 9(05)V99 Value Zeros.
       77  DEDUCAO-POR-DEPENDENTE      Pic 9(03)V99 Value 189,59.
       77  salarioLiquido              Pic 9(05)V99 Value Zeros.
       77  valorAdiantamento           Pic 9(05)V99 Value Zeros.
       77  liquidoAPagar               Pic 9(05)V99 Value Zeros.
       77  ERRO-ADI                    Pic X(02) Value "00".
       77  FIM-ADIANTAMENTO            Pic X(02) Value Spaces.
       77  ADIANTAMENTO-DISPONIVEL     Pic X(01) Value "N".

       77  ERRO-TAB                    Pic X(02) Value "00".
       77  FIM-TABELA                  Pic X(02) Value Spaces.
       77  FAIXA-ENCONTRADA            Pic X(01) Value Space.
       77  ALIQUOTA-APLICADA           Pic 9(01)V999 Value Zeros.
       77  ALIQUOTA-INSS-APLICADA      Pic 9(01)V999 Value Zeros.
       77  ERRO-EXCFOLHA               Pic X(02) Value "00".
       77  MOTIVO-REJEICAO             Pic X(30) Value Spaces.
       77  ERRO-RUB                    Pic X(02) Value "00".
       77  RUBRICAS-DISPONIVEL         Pic X(01) Value "N".
       77  FIM-RUBRICA                 Pic X(02) Value Spaces.
       77  RUBRICA-EM-VIGOR            Pic X(01) Value Space.
       77  TIPO-FOLHA-RUBRICA          Pic X(01) Value "R".
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
      *    The settlement in the FOLHA.DAT line layout, for the history.
       COPY FOLHACALC.
       COPY RUBRICA-TAB.

      *    Competencia the rubricas are tested against - same ano/mes
      *    order as RB-INICIO/RB-FIM so the group compare works.
       01  COMPETENCIA-RUBRICA.
           05 ANO-RUBRICA              Pic 9(04).
           05 MES-RUBRICA              Pic 9(02).

       01  LINHA-RESC-CAB.
           05 Filler                   Pic X(20) Value
           05 Filler                   Pic X(10) Value " LIQUIDO: ".
           05 LR-LIQUIDO               Pic ZZZZ9,99.

       01  LINHA-RESC-RUBRICA.
           05 Filler                   Pic X(06) Value Spaces.
           05 LR-SINAL                 Pic X(03).
           05 Filler                   Pic X(01) Value Space.
           05 LR-RUBRICA               Pic 9(03).
           05 Filler                   Pic X(01) Value Space.
           05 LR-DESCRICAO             Pic X(20).
           05 Filler                   Pic X(13) Value Spaces.
           05 LR-VALOR                 Pic ZZZZ9,99.

       01  LINHA-RESC-ADIANTAMENTO.
           05 Filler                   Pic X(26) Value
              "ADIANTAMENTO DESCONTADO: ".
           05 LR-ADIANTAMENTO          Pic ZZZZ9,99.
           05 Filler                   Pic X(18) Value
              " LIQUIDO A PAGAR: ".
           05 LR-LIQUIDO-PAGAR         Pic ZZZZ9,99.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           If ERRO-REL Not = "00"
               Open Output RELATORIO-RESCISAO
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
           Accept DATA-SISTEMA From Date YYYYMMDD.
           Move DATA-SISTEMA(1:4) To ANO-CORRENTE.
      *    The settlement belongs to the competencia of the
      *    desligamento - the month the rescisao is run.
           Move DATA-SISTEMA(5:2) To MES-COMPETENCIA.
           Move DATA-SISTEMA(1:4) To ANO-COMPETENCIA.
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

       LEITURA.
           DISPLAY "*-----------------------------------------*"
               Perform ENTRAR-DADOS-RESCISAO
               If DADOS-VALIDOS = "S"
                   Perform CALCULAR-VERBAS-RESCISORIAS
               End-If
               If DADOS-VALIDOS = "S"
                   Perform SOMAR-ADIANTAMENTO-PENDENTE
               End-If
               If DADOS-VALIDOS = "S"
                   Perform IMPRIMIR-RESCISAO
                   Perform ACUMULAR-RESCISAO
                   Perform GRAVAR-HISTORICO
                   Perform BAIXAR-ADIANTAMENTO-PENDENTE
                   Perform BAIXAR-RUBRICAS
                   Perform DESLIGAR-EMPREGADO
               End-If
           End-If.
               salarioBrutoMensal / 12 * MESES-TRABALHADOS.
           COMPUTE feriasProporcionais =
               salarioBrutoMensal / 12 * MESES-TRABALHADOS * 1,3333.
           COMPUTE salarioBase =
               saldoSalario + decimoProporcional + feriasProporcionais.
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
           If DADOS-VALIDOS Not = "S"
               Perform REGISTRAR-EXCECAO-FOLHA
           End-If.

      *    Same exception file as the monthly batch, so the refused
      *    rescisao shows up on the REVISAO-EXCFOLHA worklist.
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
           Display "Rescisao nao processada: " MOTIVO-REJEICAO.

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

      *    Every advance still "P" for the employee, whatever its
      *    competencia, comes off the settlement's liquido.
       SOMAR-ADIANTAMENTO-PENDENTE.
           Move Zeros To valorAdiantamento.
           If ADIANTAMENTO-DISPONIVEL = "S"
               Perform POSICIONAR-ADIANTAMENTO
               Perform SOMAR-ADIANTAMENTO-LIDO
                   Until FIM-ADIANTAMENTO = "OK"
           End-If.
           If valorAdiantamento > salarioLiquido
               Display "Adiantamento pendente (" valorAdiantamento
                   ") maior que o liquido da rescisao - rescisao "
                   "nao processada; acerte o adiantamento antes."
               Move "N" To DADOS-VALIDOS
           Else
               COMPUTE liquidoAPagar =
                   salarioLiquido - valorAdiantamento
           End-If.

       POSICIONAR-ADIANTAMENTO.
           Move Spaces To FIM-ADIANTAMENTO.
           Move EMP-CODIGO To AD-CODIGO.
           Move Zeros To AD-ANO-COMP.
           Move Zeros To AD-MES-COMP.
           Start ARQUIVO-ADIANTAMENTO Key Is Not Less Than AD-CHAVE
               Invalid Key
                   Move "OK" To FIM-ADIANTAMENTO
           End-Start.

       LER-ADIANTAMENTO.
           Read ARQUIVO-ADIANTAMENTO Next Record
               At End
                   Move "OK" To FIM-ADIANTAMENTO
               Not At End
                   If AD-CODIGO Not = EMP-CODIGO
                       Move "OK" To FIM-ADIANTAMENTO
                   End-If
           End-Read.

       SOMAR-ADIANTAMENTO-LIDO.
           Perform LER-ADIANTAMENTO.
           If FIM-ADIANTAMENTO Not = "OK" And AD-STATUS = "P"
               Add AD-VALOR To valorAdiantamento
           End-If.

       BAIXAR-ADIANTAMENTO-PENDENTE.
           If valorAdiantamento > 0
               Perform POSICIONAR-ADIANTAMENTO
               Perform BAIXAR-ADIANTAMENTO-LIDO
                   Until FIM-ADIANTAMENTO = "OK"
           End-If.

       BAIXAR-ADIANTAMENTO-LIDO.
           Perform LER-ADIANTAMENTO.
           If FIM-ADIANTAMENTO Not = "OK" And AD-STATUS = "P"
               Move "D" To AD-STATUS
               Move DATA-SISTEMA To AD-DATA-DESCONTO
               Rewrite REGISTRO-ADIANTAMENTO
                   Invalid Key
                       Display "Erro ao baixar o adiantamento de "
                           AD-MES-COMP "/" AD-ANO-COMP
               End-Rewrite
           End-If.

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
           End-If.

       TESTAR-FAIXA-INSS.
           If baseINSS < LIMITE-INSS-TAB(IDX-INSS)
               Move ALIQUOTA-INSS-TAB(IDX-INSS)
                   To ALIQUOTA-INSS-APLICADA
               Move "S" To FAIXA-ENCONTRADA
           Move decimoProporcional To LR-DECIMO.
           Move feriasProporcionais To LR-FERIAS.
           Write LINHA-RELATORIO From LINHA-RESC-VERBAS.
           Perform IMPRIMIR-RUBRICA
               Varying IDX-RUBRICA From 1 By 1
               Until IDX-RUBRICA > QTD-RUBRICAS.
           Move salarioBruto To LR-BRUTO.
           Move valorINSS To LR-INSS.
           Move valorIRRF To LR-IRRF.
           Move salarioLiquido To LR-LIQUIDO.
           Write LINHA-RELATORIO From LINHA-RESC-TOTAIS.
           If valorAdiantamento > 0
               Move valorAdiantamento To LR-ADIANTAMENTO
               Move liquidoAPagar To LR-LIQUIDO-PAGAR
               Write LINHA-RELATORIO From LINHA-RESC-ADIANTAMENTO
               Display "Adiantamento descontado.....: "
                   valorAdiantamento
           End-If.
           Display "Salario bruto da rescisao..: " salarioBruto.
           Display "INSS........................: " valorINSS.
           Display "IRRF........................: " valorIRRF.
           Display "Liquido a receber...........: " liquidoAPagar.

       IMPRIMIR-RUBRICA.
           If NATUREZA-RUBRICA-TAB(IDX-RUBRICA) = "P"
               Move "(+)" To LR-SINAL
           Else
               Move "(-)" To LR-SINAL
           End-If.
           Move RUBRICA-TAB(IDX-RUBRICA) To LR-RUBRICA.
           Move DESCRICAO-RUBRICA-TAB(IDX-RUBRICA) To LR-DESCRICAO.
           Move VALOR-RUBRICA-TAB(IDX-RUBRICA) To LR-VALOR.
           Write LINHA-RELATORIO From LINHA-RESC-RUBRICA.

       ACUMULAR-RESCISAO.
           Move EMP-CODIGO To AC-CODIGO.
           Add salarioLiquido To AC-SALARIO-LIQUIDO-ACUM.
           Rewrite REGISTRO-ACUMULADO-ANUAL.

       GRAVAR-HISTORICO.
           Move EMP-CODIGO To FC-CODIGO.
           Move EMP-NOME To FC-NOME.
           Move salarioBruto To FC-SALARIO-BRUTO.
           Move valorINSS To FC-VALOR-INSS.
           Move valorIRRF To FC-VALOR-IRRF.
           Move liquidoAPagar To FC-SALARIO-LIQUIDO.
           Move Zeros To FC-INSS-PATRONAL.
           Move Zeros To FC-FGTS.
           Move MES-COMPETENCIA To FC-MES-COMP.
           Move ANO-COMPETENCIA To FC-ANO-COMP.
           Move "R" To FC-TIPO-FOLHA.
           Move valorAdiantamento To FC-VALOR-ADIANTAMENTO.
           Move totalProventos To FC-TOTAL-PROVENTOS.
           Move totalDescontos To FC-TOTAL-DESCONTOS.
           Move TABELA-RUBRICAS To FC-RUBRICAS.
           Move EMP-CENTRO-CUSTO To FC-CENTRO-CUSTO.
           Move baseINSS To FC-BASE-INSS.
           Move baseCalculoIRRF To FC-BASE-IRRF.
           Move Zeros To FC-BASE-FGTS.
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

       DESLIGAR-EMPREGADO.
           Move "D" To EMP-SITUACAO.
           Rewrite REGISTRO-EMPREGADO
           Close ARQUIVO-EMPREGADOS.
           Close ARQUIVO-ACUMULO.
           Close ARQUIVO-DEPENDENTES.
           Close ARQUIVO-HISTORICO.
           If ADIANTAMENTO-DISPONIVEL = "S"
               Close ARQUIVO-ADIANTAMENTO
           End-If.
           If RUBRICAS-DISPONIVEL = "S"
               Close ARQUIVO-RUBRICAS
           End-If.
           Close ARQUIVO-EXCECAO-FOLHA.
           Close RELATORIO-RESCISAO.
       END PROGRAM CALCULAR-RESCISAO.
