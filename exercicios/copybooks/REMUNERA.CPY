      ******************************************************************
      * Copybook: REMUNERA.CPY
      * Purpose : Layout of one monthly remuneration event on
      *           REMUNERA.DAT, written by GERAR-OBRIGACOES - one
      *           record per empregado paid in the competencia, every
      *           run of that month (mensal, decimo, ferias, rescisao)
      *           added together, in the fixed layout the bookkeeper
      *           loads into the government portal (eSocial S-1200)
      *           instead of keying each employee. RM-VERSAO is the
      *           OBRIGLOG.DAT version the file was generated under.
      ******************************************************************
       01  REGISTRO-REMUNERACAO.
           05 RM-EVENTO                   Pic X(06).
      *        Always "S-1200"
           05 RM-COMPETENCIA.
              10 RM-ANO-COMP              Pic 9(04).
              10 RM-MES-COMP              Pic 9(02).
           05 RM-VERSAO                   Pic 9(03).
           05 RM-CODIGO                   Pic 9(05).
           05 RM-NOME                     Pic X(30).
           05 RM-TIPOS-FOLHA              Pic X(04).
      *        One letter per run that paid the empregado in the
      *        month, in the order M, D, F, R (space when absent)
           05 RM-SALARIO-BRUTO            Pic 9(07)V99.
           05 RM-BASE-INSS                Pic 9(07)V99.
           05 RM-INSS-SEGURADO            Pic 9(07)V99.
           05 RM-BASE-IRRF                Pic 9(07)V99.
           05 RM-IRRF-RETIDO              Pic 9(07)V99.
           05 RM-BASE-FGTS                Pic 9(07)V99.
           05 RM-VALOR-FGTS               Pic 9(07)V99.
