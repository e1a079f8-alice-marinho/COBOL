      *          prior generation as a .BAK, and appends every
      *          promotion to PROMOLOG.DAT.
      * Tectonics: cobc
      *
      * Modification History:
      * 15-10-2026 AM Added the FOLHAADI.DAT handoff (adiantamento
      *               quinzenal over FOLHA.DAT), and the EMPREGADOS
      *               handoff now carries EMP-OPTA-ADIANTAMENTO/
      *               EMP-PERC-ADIANTAMENTO (record 42 -> 47).
      * 15-10-2026 AM Line-sequential handoff buffers widened from 120
      *               to 500 bytes - FOLHA.DAT lines now carry the
      *               rubricas (403 bytes) and were being cut short.
      * 15-10-2026 AM EMPREGADOS handoff carries EMP-CENTRO-CUSTO
      *               (record 47 -> 50).
      * 15-10-2026 AM Ends with RETURN-CODE 8 unless a promotion was
      *               installed - refused, cancelled, invalid option or
      *               0 keyed straight away - so CONTROLAR-JOBS stops
      *               the job stream there instead of running on the
      *               old file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOVER-ARQUIVOS.
       FD  ARQUIVO-ORIGEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID NOME-ORIGEM.
       01  REGISTRO-ORIGEM                Pic X(500).

       FD  ARQUIVO-DESTINO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID NOME-DESTINO.
       01  REGISTRO-DESTINO               Pic X(500).

       FD  ARQUIVO-COPIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID NOME-COPIA.
       01  REGISTRO-COPIA                 Pic X(500).

       FD  ARQUIVO-EMP-ORIGEM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.NEW".
           COPY EMPREG.

       FD  ARQUIVO-EMP-DESTINO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.DAT".
       01  REGISTRO-EMPREGADO-DESTINO.
           05 ED-HORAS                    Pic 9(02)V9.
           05 ED-VALOR-HORA               Pic 9(02)V9.
           05 ED-SITUACAO                 Pic X(01).
           05 ED-OPTA-ADIANTAMENTO        Pic X(01).
           05 ED-PERC-ADIANTAMENTO        Pic 9(02)V99.
           05 ED-CENTRO-CUSTO             Pic 9(03).

       FD  ARQUIVO-EMP-COPIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 11 RECORDS
           VALUE OF FILE-ID "EMPREGADOS.BAK".
       01  REGISTRO-EMPREGADO-COPIA.
           05 EC-HORAS                    Pic 9(02)V9.
           05 EC-VALOR-HORA               Pic 9(02)V9.
           05 EC-SITUACAO                 Pic X(01).
           05 EC-OPTA-ADIANTAMENTO        Pic X(01).
           05 EC-PERC-ADIANTAMENTO        Pic 9(02)V99.
           05 EC-CENTRO-CUSTO             Pic 9(03).

       FD  ARQUIVO-LOG
           LABEL RECORD IS STANDARD
       77  DESTINO-EXISTE              Pic X(01) Value "N".
       77  SEQUENCIA-VALIDA            Pic X(01) Value "S".
       77  RESPOSTA-PROMOCAO           Pic X(01) Value Space.
       77  PROMOCAO-INSTALADA          Pic X(01) Value "N".
       77  CODIGO-ANTERIOR             Pic 9(05) Value Zeros.

       77  qtdOrigem                   Pic 9(05) Value Zeros.
           Perform ESCOLHER-HANDOFF.
           Perform PROMOVER Until FIM = "OK".
           Perform FECHAR-LOG.
      *    The job stream only goes on if something was installed.
           If PROMOCAO-INSTALADA = "S"
               Move Zeros To RETURN-CODE
           Else
               Move 8 To RETURN-CODE
           End-If.
           Stop Run.

       ABRIR-LOG.
           Display "  3 - EMPREGADOS.NEW sobre EMPREGADOS.DAT".
           Display "  4 - EXCFOLHA.PENDENTE sobre EXCFOLHA.DAT".
           Display "  5 - EXCEPRO.PENDENTE  sobre EXCEPRO.DAT".
           Display "  6 - FOLHAADI.DAT  sobre FOLHA.DAT (adiantamento)".
           Display "Escolha o par (0 encerra): ".
           Accept OPCAO-HANDOFF.
           If OPCAO-HANDOFF = Zeros
               Move "EXCEPRO.BAK" To NOME-COPIA
               Move "X" To TIPO-HANDOFF
               Perform PROMOVER-SEQUENCIAL
           Else
           If OPCAO-HANDOFF = 6
               Move "FOLHAADI.DAT" To NOME-ORIGEM
               Move "FOLHA.DAT" To NOME-DESTINO
               Move "FOLHA.BAK" To NOME-COPIA
               Move "F" To TIPO-HANDOFF
               Perform PROMOVER-SEQUENCIAL
           Else
               Display "Opcao invalida".

                   Perform COPIAR-DESTINO-SEQ
                   Perform INSTALAR-ORIGEM-SEQ
                   Perform GRAVAR-LOG
                   Move "S" To PROMOCAO-INSTALADA
               Else
                   Display "Promocao cancelada - nada foi alterado."
               End-If
                   Perform COPIAR-DESTINO-EMP
                   Perform INSTALAR-ORIGEM-EMP
                   Perform GRAVAR-LOG
                   Move "S" To PROMOCAO-INSTALADA
               Else
                   Display "Promocao cancelada - nada foi alterado."
               End-If
                   Move ED-HORAS To EC-HORAS
                   Move ED-VALOR-HORA To EC-VALOR-HORA
                   Move ED-SITUACAO To EC-SITUACAO
                   Move ED-OPTA-ADIANTAMENTO To EC-OPTA-ADIANTAMENTO
                   Move ED-PERC-ADIANTAMENTO To EC-PERC-ADIANTAMENTO
                   Move ED-CENTRO-CUSTO To EC-CENTRO-CUSTO
                   Write REGISTRO-EMPREGADO-COPIA
           End-Read.

                   Move EMP-HORAS To ED-HORAS
                   Move EMP-VALOR-HORA To ED-VALOR-HORA
                   Move EMP-SITUACAO To ED-SITUACAO
                   Move EMP-OPTA-ADIANTAMENTO To ED-OPTA-ADIANTAMENTO
                   Move EMP-PERC-ADIANTAMENTO To ED-PERC-ADIANTAMENTO
                   Move EMP-CENTRO-CUSTO To ED-CENTRO-CUSTO
                   Write REGISTRO-EMPREGADO-DESTINO
                   Add 1 To qtdCopiados
           End-Read.
