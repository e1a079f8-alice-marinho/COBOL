      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Maintenance routine for the centros de custo
      *          (CCUSTO.DAT) - the departments every empregado is
      *          assigned to through MANUTENCAO-EMPREGADOS. Each
      *          centro de custo carries the three-digit prefix of its
      *          expense accounts in the chart, which is how
      *          EXPORTAR-CONTABIL splits the salarios/INSS patronal/
      *          FGTS lines by department and RELATORIO-CUSTO-PESSOAL
      *          subtotals the labor cost. A centro de custo with
      *          empregados still assigned cannot be excluded - it can
      *          only be made inativo. Every alteration and exclusion
      *          goes to the shared AUDITORIA.DAT audit trail, same as
      *          the other maintenance programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-CENTRO-CUSTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CCUSTO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CODIGO
               FILE STATUS IS ERRO-CC.

      *    Read through (read-only) before an exclusion, so a centro
      *    de custo still carrying empregados is never removed.
           SELECT ARQUIVO-EMPREGADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS ERRO-EMP.

           SELECT ARQUIVO-AUDITORIA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRO-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CCUSTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "CCUSTO.DAT".
           COPY CCUSTO.

       FD  ARQUIVO-EMPREGADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.DAT".
           COPY EMPREG.

       FD  ARQUIVO-AUDITORIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID "AUDITORIA.DAT".
           COPY AUDITORIA.

       WORKING-STORAGE SECTION.
       77  ERRO-CC                     Pic X(02) Value "00".
       77  ERRO-EMP                    Pic X(02) Value "00".
       77  ERRO-AUD                    Pic X(02) Value "00".
       77  FIM                         Pic X(02) Value Spaces.
       77  FIM-EMPREGADOS              Pic X(02) Value Spaces.
       77  CODIGO-PROCURADO            Pic 9(03) Value Zeros.
       77  OPCAO                       Pic X(01) Value Spaces.
       77  DADOS-VALIDOS               Pic X(01) Value "S".
       77  EMPREGADOS-DISPONIVEL       Pic X(01) Value "N".
       77  totalAtribuidos             Pic 9(05) Value Zeros.
       77  OLD-DESCRICAO               Pic X(30) Value Spaces.
       77  OLD-PREFIXO-CONTA           Pic X(03) Value Spaces.
       77  OLD-SITUACAO                Pic X(01) Value Spaces.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LEITURA.
           Perform MANUTENCAO Until FIM = "OK".
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Open I-O ARQUIVO-CCUSTO.
           If ERRO-CC = "35"
               Open Output ARQUIVO-CCUSTO
               Close ARQUIVO-CCUSTO
               Open I-O ARQUIVO-CCUSTO
           End-If.
           Open Input ARQUIVO-EMPREGADOS.
           If ERRO-EMP = "39"
               Display "EMPREGADOS.DAT ainda esta no layout antigo "
                   "- execute CONVERTER-LAYOUTS antes da manutencao."
               Stop Run
           End-If.
           If ERRO-EMP = "00"
               Move "S" To EMPREGADOS-DISPONIVEL
           End-If.
           Open Extend ARQUIVO-AUDITORIA.
           If ERRO-AUD Not = "00"
               Open Output ARQUIVO-AUDITORIA
               Close ARQUIVO-AUDITORIA
               Open Extend ARQUIVO-AUDITORIA
           End-If.

       LEITURA.
           DISPLAY "*-----------------------------------------*"
           Display "Digite o codigo do centro de custo (000 encerra): ".
           Accept CODIGO-PROCURADO.
           If CODIGO-PROCURADO = Zeros
              Move "OK" To FIM.

       MANUTENCAO.
           Move CODIGO-PROCURADO To CC-CODIGO.
           Read ARQUIVO-CCUSTO
               Invalid Key
                   Perform INCLUIR-CENTRO-CUSTO
               Not Invalid Key
                   Perform EXIBIR-CENTRO-CUSTO
                   Perform ESCOLHER-OPCAO
                   Perform EXECUTAR-OPCAO
           End-Read.

           Perform LEITURA.

       EXIBIR-CENTRO-CUSTO.
           Display "Centro de custo.: " CC-CODIGO.
           Display "Descricao.......: " CC-DESCRICAO.
           Display "Prefixo contabil: " CC-PREFIXO-CONTA
               " (salarios " CC-PREFIXO-CONTA "100, patronal "
               CC-PREFIXO-CONTA "200, FGTS " CC-PREFIXO-CONTA "300)".
           Display "Situacao (A/I)..: " CC-SITUACAO.

       ESCOLHER-OPCAO.
           Display "(A)lterar  (E)xcluir  (C)ontinuar sem alterar: ".
           Accept OPCAO.

       EXECUTAR-OPCAO.
           If OPCAO = "A" Or OPCAO = "a"
               Perform ALTERAR-CENTRO-CUSTO
           Else
               If OPCAO = "E" Or OPCAO = "e"
                   Perform EXCLUIR-CENTRO-CUSTO.

       INCLUIR-CENTRO-CUSTO.
           Display "Centro de custo " CODIGO-PROCURADO
               " nao cadastrado - informe os dados: ".
           Move Spaces To CC-DESCRICAO.
           Move Spaces To CC-PREFIXO-CONTA.
           Move "A" To CC-SITUACAO.
           Perform ENTRAR-DADOS.
           If DADOS-VALIDOS = "S"
               Write REGISTRO-CENTRO-CUSTO
                   Invalid Key
                       Display "Erro ao incluir o centro de custo"
                   Not Invalid Key
                       Display "Centro de custo incluido com sucesso"
               End-Write
           Else
               Display "Centro de custo nao incluido."
           End-If.

       ALTERAR-CENTRO-CUSTO.
           Move CC-DESCRICAO To OLD-DESCRICAO.
           Move CC-PREFIXO-CONTA To OLD-PREFIXO-CONTA.
           Move CC-SITUACAO To OLD-SITUACAO.
           Perform ENTRAR-DADOS.
           If DADOS-VALIDOS = "S"
               Rewrite REGISTRO-CENTRO-CUSTO
                   Invalid Key
                       Display "Erro ao gravar o centro de custo"
                   Not Invalid Key
                       Display "Centro de custo alterado com sucesso"
                       Perform REGISTRAR-AUDITORIA-ALTERACAO
               End-Rewrite
           Else
               Display "Centro de custo nao alterado."
           End-If.

       ENTRAR-DADOS.
           Display "Descricao (Enter mantem): ".
           Accept CC-DESCRICAO.
           Display "Prefixo das contas de despesa (3 digitos): ".
           Accept CC-PREFIXO-CONTA.
           Display "Situacao - (A)tivo ou (I)nativo: ".
           Accept CC-SITUACAO.
           Inspect CC-SITUACAO Converting "ai" To "AI".
           Perform VALIDAR-DADOS.

       VALIDAR-DADOS.
           Move "S" To DADOS-VALIDOS.
           If CC-DESCRICAO = Spaces
               Display "Descricao obrigatoria."
               Move "N" To DADOS-VALIDOS
           End-If.
           If CC-PREFIXO-CONTA Not Numeric
               Display "Prefixo invalido - informe 3 digitos."
               Move "N" To DADOS-VALIDOS
           End-If.
           If CC-SITUACAO Not = "A" And CC-SITUACAO Not = "I"
               Display "Situacao invalida - informe A ou I."
               Move "N" To DADOS-VALIDOS
           End-If.

       REGISTRAR-AUDITORIA-ALTERACAO.
           Move "A" To AUD-OPERACAO.
           If OLD-DESCRICAO Not = CC-DESCRICAO
               Move "DESCRICAO" To AUD-CAMPO
               Move OLD-DESCRICAO To AUD-VALOR-ANTERIOR
               Move CC-DESCRICAO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-PREFIXO-CONTA Not = CC-PREFIXO-CONTA
               Move "PREFIXO-CONTA" To AUD-CAMPO
               Move OLD-PREFIXO-CONTA To AUD-VALOR-ANTERIOR
               Move CC-PREFIXO-CONTA To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-SITUACAO Not = CC-SITUACAO
               Move "SITUACAO" To AUD-CAMPO
               Move OLD-SITUACAO To AUD-VALOR-ANTERIOR
               Move CC-SITUACAO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.

      *    Counts the empregados (any situacao) still pointing at this
      *    centro de custo - the history and the GL keep the code, so
      *    it must stay on file while anyone carries it.
       EXCLUIR-CENTRO-CUSTO.
           Move Zeros To totalAtribuidos.
           If EMPREGADOS-DISPONIVEL = "S"
               Move Spaces To FIM-EMPREGADOS
               Move Zeros To EMP-CODIGO
               Start ARQUIVO-EMPREGADOS
                   Key Is Not Less Than EMP-CODIGO
                   Invalid Key
                       Move "OK" To FIM-EMPREGADOS
               End-Start
               Perform CONTAR-ATRIBUIDO Until FIM-EMPREGADOS = "OK"
           End-If.
           If totalAtribuidos > 0
               Display "Centro de custo com " totalAtribuidos
                   " empregado(s) atribuido(s) - nao excluido. "
                   "Altere a situacao para I (inativo)."
           Else
               Perform EXCLUIR-REGISTRO
           End-If.

       CONTAR-ATRIBUIDO.
           Read ARQUIVO-EMPREGADOS Next Record
               At End
                   Move "OK" To FIM-EMPREGADOS
               Not At End
                   If EMP-CENTRO-CUSTO = CC-CODIGO
                       Add 1 To totalAtribuidos
                   End-If
           End-Read.

       EXCLUIR-REGISTRO.
           Move "REGISTRO" To AUD-CAMPO.
           Move CC-DESCRICAO To AUD-VALOR-ANTERIOR.
           Move Spaces To AUD-VALOR-NOVO.
           Delete ARQUIVO-CCUSTO
               Invalid Key
                   Display "Erro ao excluir o centro de custo"
               Not Invalid Key
                   Display "Centro de custo excluido com sucesso"
                   Move "E" To AUD-OPERACAO
                   Perform GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           Move "MANUT-CENTRO-CUSTO" To AUD-PROGRAMA.
           Move CC-CODIGO To AUD-CHAVE.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       FECHAR.
           Close ARQUIVO-CCUSTO.
           If EMPREGADOS-DISPONIVEL = "S"
               Close ARQUIVO-EMPREGADOS
           End-If.
           Close ARQUIVO-AUDITORIA.
       END PROGRAM MANUTENCAO-CENTRO-CUSTO.
