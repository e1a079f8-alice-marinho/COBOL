      ******************************************************************
      * Author: Alice Marinho
      * Date: 15-10-2026
      * Purpose: Maintenance routine for the rubricas register
      *          (RUBRICA.DAT) - the recurring proventos and descontos
      *          of each empregado beyond hours times valor/hora:
      *          vale-transporte, pensao alimenticia, consignado,
      *          fixed bonuses. Each rubrica says whether it is a
      *          provento or a desconto, fixed or a percentage of the
      *          salario bruto (with an optional ceiling), whether it
      *          enters the INSS/IRRF base, the competencias it runs
      *          from/to, how many parcelas are left, and the GL
      *          account EXPORTAR-CONTABIL posts it to. Every
      *          alteration and exclusion goes to the shared
      *          AUDITORIA.DAT audit trail, same as the other
      *          maintenance programs.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANUTENCAO-RUBRICAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       OBJECT-COMPUTER. IBM-PC-AT-486-DX2-66MHZ.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RUBRICAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS ERRO-RUB.

      *    Consulted (read-only) so a rubrica can only be keyed for an
      *    empregado that exists.
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
       FD  ARQUIVO-RUBRICAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 72 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "RUBRICA.DAT".
           COPY RUBRICA.

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
       77  ERRO-RUB                    Pic X(02) Value "00".
       77  ERRO-EMP                    Pic X(02) Value "00".
       77  ERRO-AUD                    Pic X(02) Value "00".
       77  FIM                         Pic X(02) Value Spaces.
       77  FIM-RUBRICAS                Pic X(02) Value Spaces.
       77  FIM-LISTA                   Pic X(02) Value Spaces.
       77  CODIGO-PROCURADO            Pic 9(05) Value Zeros.
       77  RUBRICA-PROCURADA           Pic 9(03) Value Zeros.
       77  OPCAO                       Pic X(01) Value Spaces.
       77  DADOS-VALIDOS               Pic X(01) Value "S".
       77  totalListadas               Pic 9(03) Value Zeros.

      *    Copy of the record as read, for the before/after audit.
       01  RUBRICA-ANTERIOR.
           05 OLD-CHAVE                Pic X(08).
           05 OLD-DESCRICAO            Pic X(20).
           05 OLD-NATUREZA             Pic X(01).
           05 OLD-FORMA                Pic X(01).
           05 OLD-VALOR                Pic 9(05)V99.
           05 OLD-PERCENTUAL           Pic 9(02)V99.
           05 OLD-INCIDE-INSS          Pic X(01).
           05 OLD-INCIDE-IRRF          Pic X(01).
           05 OLD-INICIO               Pic X(06).
           05 OLD-FIM                  Pic X(06).
           05 OLD-PARCELADA            Pic X(01).
           05 OLD-PARCELAS             Pic 9(03).
           05 OLD-CONTA                Pic X(06).
           05 OLD-ULTIMA               Pic X(07).

      *    AUD-CHAVE only holds the codigo do empregado - the rubrica
      *    code goes in front of the field name on AUD-CAMPO.
       01  CAMPO-AUDITORIA.
           05 CA-RUBRICA               Pic 9(03).
           05 Filler                   Pic X(01) Value "-".
           05 CA-NOME                  Pic X(11).

      *    Values go to the audit record through these edited fields
      *    so the trail keeps the decimal point.
       77  VALOR-EDITADO               Pic ZZZZ9,99 Value Spaces.
       77  PERCENTUAL-EDITADO          Pic Z9,99 Value Spaces.

       PROCEDURE DIVISION.
       INICIO.
           Perform ABRIR.
           Perform LEITURA.
           Perform MANUTENCAO Until FIM = "OK".
           Perform FECHAR.
           Stop Run.

       ABRIR.
           Move Spaces To FIM.
           Open I-O ARQUIVO-RUBRICAS.
           If ERRO-RUB = "35"
               Open Output ARQUIVO-RUBRICAS
               Close ARQUIVO-RUBRICAS
               Open I-O ARQUIVO-RUBRICAS
           End-If.
           Open Input ARQUIVO-EMPREGADOS.
           If ERRO-EMP Not = "00"
               Display "EMPREGADOS.DAT nao encontrado - execute "
                   "MANUTENCAO-EMPREGADOS antes das rubricas."
               Stop Run
           End-If.
           Open Extend ARQUIVO-AUDITORIA.
           If ERRO-AUD Not = "00"
               Open Output ARQUIVO-AUDITORIA
               Close ARQUIVO-AUDITORIA
               Open Extend ARQUIVO-AUDITORIA
           End-If.

       LEITURA.
           DISPLAY "*-----------------------------------------*"
           Display "Digite o codigo do empregado (00000 encerra): ".
           Accept CODIGO-PROCURADO.
           If CODIGO-PROCURADO = Zeros
              Move "OK" To FIM.

       MANUTENCAO.
           Move CODIGO-PROCURADO To EMP-CODIGO.
           Read ARQUIVO-EMPREGADOS
               Invalid Key
                   Display "Empregado nao cadastrado"
               Not Invalid Key
                   Display "Nome........: " EMP-NOME
                   Perform LISTAR-RUBRICAS
                   Move Spaces To FIM-RUBRICAS
                   Perform LER-RUBRICA-PROCURADA
                   Perform MANTER-RUBRICA Until FIM-RUBRICAS = "OK"
           End-Read.

           Perform LEITURA.

      *    The employee's rubricas already on file, so the operator
      *    sees what is there before keying a code.
       LISTAR-RUBRICAS.
           Move Zeros To totalListadas.
           Move Spaces To FIM-LISTA.
           Move CODIGO-PROCURADO To RB-CODIGO.
           Move Zeros To RB-RUBRICA.
           Start ARQUIVO-RUBRICAS Key Is Not Less Than RB-CHAVE
               Invalid Key
                   Move "OK" To FIM-LISTA
           End-Start.
           Perform LISTAR-RUBRICA-LIDA Until FIM-LISTA = "OK".
           If totalListadas = 0
               Display "Nenhuma rubrica cadastrada."
           End-If.

       LISTAR-RUBRICA-LIDA.
           Read ARQUIVO-RUBRICAS Next Record
               At End
                   Move "OK" To FIM-LISTA
               Not At End
                   If RB-CODIGO Not = CODIGO-PROCURADO
                       Move "OK" To FIM-LISTA
                   Else
                       Add 1 To totalListadas
                       Display "  " RB-RUBRICA " " RB-DESCRICAO " "
                           RB-NATUREZA " " RB-MES-INICIO "/"
                           RB-ANO-INICIO " a " RB-MES-FIM "/"
                           RB-ANO-FIM
                   End-If
           End-Read.

       LER-RUBRICA-PROCURADA.
           Display "Codigo da rubrica (000 volta ao empregado): ".
           Accept RUBRICA-PROCURADA.
           If RUBRICA-PROCURADA = Zeros
               Move "OK" To FIM-RUBRICAS
           End-If.

       MANTER-RUBRICA.
           Move CODIGO-PROCURADO To RB-CODIGO.
           Move RUBRICA-PROCURADA To RB-RUBRICA.
           Read ARQUIVO-RUBRICAS
               Invalid Key
                   Perform INCLUIR-RUBRICA
               Not Invalid Key
                   Perform EXIBIR-RUBRICA
                   Perform ESCOLHER-OPCAO
                   Perform EXECUTAR-OPCAO
           End-Read.
           Perform LER-RUBRICA-PROCURADA.

       EXIBIR-RUBRICA.
           Display "Rubrica.........: " RB-RUBRICA " " RB-DESCRICAO.
           Display "Natureza (P/D)..: " RB-NATUREZA.
           Display "Forma (F/P).....: " RB-FORMA.
           Display "Valor/teto......: " RB-VALOR.
           Display "Percentual......: " RB-PERCENTUAL.
           Display "Incide INSS.....: " RB-INCIDE-INSS.
           Display "Incide IRRF.....: " RB-INCIDE-IRRF.
           Display "Inicio..........: " RB-MES-INICIO "/"
               RB-ANO-INICIO.
           Display "Fim.............: " RB-MES-FIM "/" RB-ANO-FIM.
           Display "Parcelada.......: " RB-PARCELADA.
           Display "Parcelas restant: " RB-PARCELAS-RESTANTES.
           Display "Conta contabil..: " RB-CONTA.
           Display "Ultima aplicacao: " RB-MES-ULTIMA "/"
               RB-ANO-ULTIMA " (" RB-TIPO-ULTIMA ")".

       ESCOLHER-OPCAO.
           Display "(A)lterar  (E)xcluir  (C)ontinuar sem alterar: ".
           Accept OPCAO.

       EXECUTAR-OPCAO.
           If OPCAO = "A" Or OPCAO = "a"
               Perform ALTERAR-RUBRICA
           Else
               If OPCAO = "E" Or OPCAO = "e"
                   Perform EXCLUIR-RUBRICA.

       INCLUIR-RUBRICA.
           Display "Rubrica " RUBRICA-PROCURADA " nao cadastrada para "
               EMP-NOME " - informe os dados: ".
           Move "P" To RB-NATUREZA.
           Move "F" To RB-FORMA.
           Move Zeros To RB-VALOR.
           Move Zeros To RB-PERCENTUAL.
           Move "N" To RB-INCIDE-INSS.
           Move "N" To RB-INCIDE-IRRF.
           Move Zeros To RB-INICIO.
           Move Zeros To RB-FIM.
           Move "N" To RB-PARCELADA.
           Move Zeros To RB-PARCELAS-RESTANTES.
           Move Spaces To RB-CONTA.
           Move Zeros To RB-ANO-ULTIMA.
           Move Zeros To RB-MES-ULTIMA.
           Move Space To RB-TIPO-ULTIMA.
           Perform ENTRAR-DADOS.
           If DADOS-VALIDOS = "S"
               Write REGISTRO-RUBRICA
                   Invalid Key
                       Display "Erro ao incluir a rubrica"
                   Not Invalid Key
                       Display "Rubrica incluida com sucesso"
               End-Write
           Else
               Display "Rubrica nao incluida."
           End-If.

       ALTERAR-RUBRICA.
           Move REGISTRO-RUBRICA To RUBRICA-ANTERIOR.
           Perform ENTRAR-DADOS.
           If DADOS-VALIDOS = "S"
               Rewrite REGISTRO-RUBRICA
                   Invalid Key
                       Display "Erro ao gravar a rubrica"
                   Not Invalid Key
                       Display "Rubrica alterada com sucesso"
                       Perform REGISTRAR-AUDITORIA-ALTERACAO
               End-Rewrite
           Else
               Display "Rubrica nao alterada."
           End-If.

       ENTRAR-DADOS.
           Display "Descricao (Enter mantem): ".
           Accept RB-DESCRICAO.
           Display "Natureza - (P)rovento ou (D)esconto: ".
           Accept RB-NATUREZA.
           Display "Forma - (F)ixo ou (P)ercentual do bruto: ".
           Accept RB-FORMA.
           Display "Valor (fixo) ou teto (percentual, 0 = sem teto): ".
           Accept RB-VALOR.
           Display "Percentual (forma P): ".
           Accept RB-PERCENTUAL.
           Display "Incide na base do INSS (S/N): ".
           Accept RB-INCIDE-INSS.
           Display "Incide na base do IRRF (S/N): ".
           Accept RB-INCIDE-IRRF.
           Display "Inicio - mes (01-12): ".
           Accept RB-MES-INICIO.
           Display "Inicio - ano: ".
           Accept RB-ANO-INICIO.
           Display "Fim - mes (00 = sem prazo): ".
           Accept RB-MES-FIM.
           Display "Fim - ano (0000 = sem prazo): ".
           Accept RB-ANO-FIM.
           Display "Parcelada (S/N): ".
           Accept RB-PARCELADA.
           Display "Parcelas restantes: ".
           Accept RB-PARCELAS-RESTANTES.
           Display "Conta contabil: ".
           Accept RB-CONTA.
           Inspect RB-NATUREZA Converting "pd" To "PD".
           Inspect RB-FORMA Converting "fp" To "FP".
           Inspect RB-INCIDE-INSS Converting "sn" To "SN".
           Inspect RB-INCIDE-IRRF Converting "sn" To "SN".
           Inspect RB-PARCELADA Converting "sn" To "SN".
           Perform VALIDAR-DADOS.

       VALIDAR-DADOS.
           Move "S" To DADOS-VALIDOS.
           If RB-NATUREZA Not = "P" And RB-NATUREZA Not = "D"
               Display "Natureza invalida - informe P ou D."
               Move "N" To DADOS-VALIDOS
           End-If.
           If RB-FORMA Not = "F" And RB-FORMA Not = "P"
               Display "Forma invalida - informe F ou P."
               Move "N" To DADOS-VALIDOS
           End-If.
           If RB-FORMA = "P" And RB-PERCENTUAL = Zeros
               Display "Rubrica percentual sem percentual."
               Move "N" To DADOS-VALIDOS
           End-If.
           If RB-FORMA = "F" And RB-VALOR = Zeros
               Display "Rubrica fixa sem valor."
               Move "N" To DADOS-VALIDOS
           End-If.
           If (RB-INCIDE-INSS Not = "S" And RB-INCIDE-INSS Not = "N")
               Or (RB-INCIDE-IRRF Not = "S"
                   And RB-INCIDE-IRRF Not = "N")
               Display "Incidencia invalida - informe S ou N."
               Move "N" To DADOS-VALIDOS
           End-If.
           If RB-MES-INICIO < 1 Or RB-MES-INICIO > 12
               Display "Mes de inicio invalido - informe 01 a 12."
               Move "N" To DADOS-VALIDOS
           End-If.
           If RB-FIM Not = Zeros
               If RB-MES-FIM < 1 Or RB-MES-FIM > 12
                   Display "Mes de fim invalido - informe 01 a 12."
                   Move "N" To DADOS-VALIDOS
               End-If
               If RB-FIM < RB-INICIO
                   Display "Fim anterior ao inicio."
                   Move "N" To DADOS-VALIDOS
               End-If
           End-If.
           If RB-PARCELADA Not = "S" And RB-PARCELADA Not = "N"
               Display "Parcelada invalida - informe S ou N."
               Move "N" To DADOS-VALIDOS
           End-If.
           If RB-PARCELADA = "N"
               Move Zeros To RB-PARCELAS-RESTANTES
           End-If.
           If RB-CONTA = Spaces
               Display "Conta contabil obrigatoria."
               Move "N" To DADOS-VALIDOS
           End-If.

       REGISTRAR-AUDITORIA-ALTERACAO.
           Move "A" To AUD-OPERACAO.
           If OLD-DESCRICAO Not = RB-DESCRICAO
               Move "DESCRICAO" To CA-NOME
               Move OLD-DESCRICAO To AUD-VALOR-ANTERIOR
               Move RB-DESCRICAO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-NATUREZA Not = RB-NATUREZA
               Move "NATUREZA" To CA-NOME
               Move OLD-NATUREZA To AUD-VALOR-ANTERIOR
               Move RB-NATUREZA To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-FORMA Not = RB-FORMA
               Move "FORMA" To CA-NOME
               Move OLD-FORMA To AUD-VALOR-ANTERIOR
               Move RB-FORMA To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-VALOR Not = RB-VALOR
               Move "VALOR" To CA-NOME
               Move OLD-VALOR To VALOR-EDITADO
               Move VALOR-EDITADO To AUD-VALOR-ANTERIOR
               Move RB-VALOR To VALOR-EDITADO
               Move VALOR-EDITADO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-PERCENTUAL Not = RB-PERCENTUAL
               Move "PERCENTUAL" To CA-NOME
               Move OLD-PERCENTUAL To PERCENTUAL-EDITADO
               Move PERCENTUAL-EDITADO To AUD-VALOR-ANTERIOR
               Move RB-PERCENTUAL To PERCENTUAL-EDITADO
               Move PERCENTUAL-EDITADO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-INCIDE-INSS Not = RB-INCIDE-INSS
               Move "INCIDE-INSS" To CA-NOME
               Move OLD-INCIDE-INSS To AUD-VALOR-ANTERIOR
               Move RB-INCIDE-INSS To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-INCIDE-IRRF Not = RB-INCIDE-IRRF
               Move "INCIDE-IRRF" To CA-NOME
               Move OLD-INCIDE-IRRF To AUD-VALOR-ANTERIOR
               Move RB-INCIDE-IRRF To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-INICIO Not = RB-INICIO
               Move "INICIO" To CA-NOME
               Move OLD-INICIO To AUD-VALOR-ANTERIOR
               Move RB-INICIO To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-FIM Not = RB-FIM
               Move "FIM" To CA-NOME
               Move OLD-FIM To AUD-VALOR-ANTERIOR
               Move RB-FIM To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-PARCELADA Not = RB-PARCELADA
               Move "PARCELADA" To CA-NOME
               Move OLD-PARCELADA To AUD-VALOR-ANTERIOR
               Move RB-PARCELADA To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-PARCELAS Not = RB-PARCELAS-RESTANTES
               Move "PARCELAS" To CA-NOME
               Move OLD-PARCELAS To AUD-VALOR-ANTERIOR
               Move RB-PARCELAS-RESTANTES To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.
           If OLD-CONTA Not = RB-CONTA
               Move "CONTA" To CA-NOME
               Move OLD-CONTA To AUD-VALOR-ANTERIOR
               Move RB-CONTA To AUD-VALOR-NOVO
               Perform GRAVAR-AUDITORIA
           End-If.

       EXCLUIR-RUBRICA.
           Move "REGISTRO" To CA-NOME.
           Move RB-DESCRICAO To AUD-VALOR-ANTERIOR.
           Move Spaces To AUD-VALOR-NOVO.
           Delete ARQUIVO-RUBRICAS
               Invalid Key
                   Display "Erro ao excluir a rubrica"
               Not Invalid Key
                   Display "Rubrica excluida com sucesso"
                   Move "E" To AUD-OPERACAO
                   Perform GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           Move "MANUT-RUBRICAS" To AUD-PROGRAMA.
           Move RB-CODIGO To AUD-CHAVE.
           Move RB-RUBRICA To CA-RUBRICA.
           Move CAMPO-AUDITORIA To AUD-CAMPO.
           Accept AUD-DATA From Date.
           Accept AUD-HORA From Time.
           Write REGISTRO-AUDITORIA.

       FECHAR.
           Close ARQUIVO-RUBRICAS.
           Close ARQUIVO-EMPREGADOS.
           Close ARQUIVO-AUDITORIA.
       END PROGRAM MANUTENCAO-RUBRICAS.
