
       FD  ARQUIVO-EMPREGADOS
           Label Record Is Standard
           Record Contains 50 Characters
           Block Contains 11 Records
           Value Of File-Id "EMPREGADOS.DAT".
           COPY EMPREG.
