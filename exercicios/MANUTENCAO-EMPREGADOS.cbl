      *               go through CALCULAR-RESCISAO instead, so the
      *               AC-SALARIO-BRUTO-ACUM/AC-VALOR-IRRF-ACUM history
      *               is never lost to a bare delete.
      * 15-10-2026 AM Maintains the adiantamento quinzenal opt-in
      *               (EMP-OPTA-ADIANTAMENTO) and the employee's own
      *               percentage (EMP-PERC-ADIANTAMENTO, zeros = the
      *               company's 40%); a new hire starts opted in at
      *               the company percentage.
      * 15-10-2026 AM Assigns each employee to a centro de custo
      *               (EMP-CENTRO-CUSTO), checked against CCUSTO.DAT -
      *               only an existing, active centro de custo is
      *               accepted while that file is on disk.
      * 15-10-2026 AM 000 keyed for the centro de custo keeps the one
      *               on file (none, for a new hire or a converted
      *               record) instead of asking again forever when
      *               CCUSTO.DAT has no active centro to choose.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-EMPREGADOS.
                Record Key Is AC-CHAVE
                File Status Is ERRO-ACUM.

      *       Consulted (read-only) so an employee can only be put in
      *       a centro de custo MANUTENCAO-CENTRO-CUSTO has created.
              Select ARQUIVO-CCUSTO Assign To Disk
                Organization Is Indexed
                Access Mode Is Dynamic
                Record Key Is CC-CODIGO
                File Status Is ERRO-CC.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-EMPREGADOS
           Label Record Is Standard
           Record Contains 50 Characters
           Block Contains 11 Records
           Value Of File-Id "EMPREGADOS.DAT".
           COPY EMPREG.
           Value Of File-Id "ACUMULA.DAT".
           COPY ACUMANU.

       FD  ARQUIVO-CCUSTO
           Label Record Is Standard
           Record Contains 37 Characters
           Block Contains 11 Records
           Value Of File-Id "CCUSTO.DAT".
           COPY CCUSTO.

       Working-Storage Section.
       77  ERRO                           Pic X(02) Value "00".
       77  ERRO-ACUM                      Pic X(02) Value "00".
       77  ERRO-CC                        Pic X(02) Value "00".
       77  FIM                            Pic X(02) Value Spaces.
       77  OPCAO                          Pic X(01) Value Spaces.
       77  CODIGO-PROCURADO               Pic 9(05) Value Zeros.
       77  ACUMULO-DISPONIVEL             Pic X(01) Value "N".
       77  POSSUI-HISTORICO               Pic X(01) Value "N".
       77  CCUSTO-DISPONIVEL              Pic X(01) Value "N".
       77  CENTRO-VALIDO                  Pic X(01) Value "N".
       77  CENTRO-CUSTO-ATUAL             Pic 9(03) Value Zeros.
       77  DATA-SISTEMA                   Pic 9(08) Value Zeros.
       77  ANO-CORRENTE                   Pic 9(04) Value Zeros.

               Close ARQUIVO-EMPREGADOS
               Open I-O ARQUIVO-EMPREGADOS
           End-If.
           If ERRO = "39"
               Display "EMPREGADOS.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes da manutencao."
               Stop Run
           End-If.
           Open Input ARQUIVO-ACUMULO.
           If ERRO-ACUM = "00"
               Move "S" To ACUMULO-DISPONIVEL
           Else
               Move "N" To ACUMULO-DISPONIVEL
           End-If.
           Open Input ARQUIVO-CCUSTO.
           If ERRO-CC = "00"
               Move "S" To CCUSTO-DISPONIVEL
           Else
               Move "N" To CCUSTO-DISPONIVEL
               Display "CCUSTO.DAT nao encontrado - o centro de custo "
                   "sera aceito sem validacao."
           End-If.
           Accept DATA-SISTEMA From Date YYYYMMDD.
           Move DATA-SISTEMA(1:4) To ANO-CORRENTE.

           Display "Horas......: " EMP-HORAS.
           Display "Valor/Hora.: " EMP-VALOR-HORA.
           Display "Situacao...: " EMP-SITUACAO.
           Display "Adiantam...: " EMP-OPTA-ADIANTAMENTO
               "  Percentual: " EMP-PERC-ADIANTAMENTO
               " (zeros = padrao)".
           Display "Centro custo: " EMP-CENTRO-CUSTO.

       INCLUIR-EMPREGADO.
           Display "Empregado nao cadastrado - informe os dados: ".
           Move "S" To EMP-OPTA-ADIANTAMENTO.
           Move Zeros To EMP-PERC-ADIANTAMENTO.
           Move Zeros To EMP-CENTRO-CUSTO.
           Perform ENTRAR-DADOS-EMPREGADO.
           Move "A" To EMP-SITUACAO.

           Accept EMP-HORAS.
           Display "Valor da hora (Enter mantem): ".
           Accept EMP-VALOR-HORA.
           Display "Recebe adiantamento quinzenal S/N (Enter "
               "mantem): ".
           Accept EMP-OPTA-ADIANTAMENTO.
           Inspect EMP-OPTA-ADIANTAMENTO Converting "sn" To "SN".
           If EMP-OPTA-ADIANTAMENTO Not = "N"
               Move "S" To EMP-OPTA-ADIANTAMENTO
           End-If.
           Display "Percentual do adiantamento - zeros = padrao "
               "(Enter mantem): ".
           Accept EMP-PERC-ADIANTAMENTO.
           Move "N" To CENTRO-VALIDO.
           Move EMP-CENTRO-CUSTO To CENTRO-CUSTO-ATUAL.
           Perform ENTRAR-CENTRO-CUSTO Until CENTRO-VALIDO = "S".

      *    Repeats until the centro de custo keyed exists and is
      *    active on CCUSTO.DAT - an employee left outside every
      *    department would drop out of the split GL lines. 000 keeps
      *    the one on file, even none; VERIFICAR-INTEGRIDADE lists
      *    the employees still without a centro de custo.
       ENTRAR-CENTRO-CUSTO.
           Display "Centro de custo (000 mantem o atual: "
               CENTRO-CUSTO-ATUAL "): ".
           Accept EMP-CENTRO-CUSTO.
           Move "S" To CENTRO-VALIDO.
           If EMP-CENTRO-CUSTO = Zeros
               Move CENTRO-CUSTO-ATUAL To EMP-CENTRO-CUSTO
           Else
           If CCUSTO-DISPONIVEL = "S"
               Move EMP-CENTRO-CUSTO To CC-CODIGO
               Read ARQUIVO-CCUSTO
                   Invalid Key
                       Display "Centro de custo nao cadastrado."
                       Move "N" To CENTRO-VALIDO
                   Not Invalid Key
                       If CC-SITUACAO = "I"
                           Display "Centro de custo inativo: "
                               CC-DESCRICAO
                           Move "N" To CENTRO-VALIDO
                       Else
                           Display "  " CC-DESCRICAO
                       End-If
               End-Read
           End-If
           End-If.

       EXCLUIR-EMPREGADO.
           Move "N" To POSSUI-HISTORICO.
       FECHAR.
           Close ARQUIVO-EMPREGADOS.
           Close ARQUIVO-ACUMULO.
           If CCUSTO-DISPONIVEL = "S"
               Close ARQUIVO-CCUSTO
           End-If.
       END PROGRAM MANUTENCAO-EMPREGADOS.
