      *               can insist on the same competencia instead of
      *               silently finishing last month's run under this
      *               month's heading.
      * 15-10-2026 AM ESTORNAR-COMPETENCIA uses the same record while
      *               it backs a competencia out of ACUMULA.DAT (status
      *               "E"), so an interrupted estorno resumes after
      *               CK-ULTIMO-CODIGO and the batch will not post
      *               over a half-reversed ACUMULA.DAT.
      ******************************************************************
       01  REGISTRO-CHECKPOINT.
           05 CK-CHAVE                    Pic X(02).
           05 CK-ULTIMO-CODIGO            Pic 9(05).
           05 CK-STATUS                   Pic X(01).
      *        "P" = Em andamento, "C" = Concluido,
      *        "E" = Estorno em andamento
           05 CK-DATA                     Pic 9(06).
           05 CK-HORA                     Pic 9(08).
           05 CK-MES-COMP                 Pic 9(02).
