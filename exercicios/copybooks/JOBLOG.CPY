      ******************************************************************
      * Copybook: JOBLOG.CPY
      * Purpose : Layout of one step record on JOBLOG.DAT, appended by
      *           CONTROLAR-JOBS - one "I" record when a step of a job
      *           stream is started and one more when it ends, with
      *           the outcome and the step's RETURN-CODE. The latest
      *           record for a job + competencia + passo is the state
      *           of that step, so a re-submitted job restarts at the
      *           first step whose latest record is not "C", and a
      *           step left at "I" (the controller itself was
      *           interrupted) is run again.
      ******************************************************************
       01  REGISTRO-JOBLOG.
           05 JL-JOB                      Pic X(08).
           05 JL-COMPETENCIA.
              10 JL-ANO-COMP              Pic 9(04).
              10 JL-MES-COMP              Pic 9(02).
           05 JL-PASSO                    Pic 9(02).
           05 JL-PROGRAMA                 Pic X(30).
           05 JL-SITUACAO                 Pic X(01).
      *        "I" = Iniciado, "C" = Concluido, "A" = Abend,
      *        "D" = Divergencias na verificacao de integridade
           05 JL-RETORNO                  Pic 9(03).
           05 JL-DATA-INICIO              Pic 9(08).
           05 JL-HORA-INICIO              Pic 9(08).
           05 JL-DATA-FIM                 Pic 9(08).
           05 JL-HORA-FIM                 Pic 9(08).
