      *----------------------------------------------------------------*
      *Copybook: SUSPENSO.CPY                                          *
      *Purpose:  Layout of the SUSPENSO.TXT suspense file.  Holds the  *
      *          ALUMNOS.TXT detail records rejected for a reason that *
      *          can be fixed outside the extract (legajo not yet in   *
      *          the master, baja, comision or inscripcion missing),   *
      *          carried as received, with the last rejection reason,  *
      *          the date of the first rejection, how many closing     *
      *          runs already retried it and the last run number that  *
      *          kept it.  TP01EJ01 merges it back into its input on   *
      *          every closing run, in legajo/materia order, and       *
      *          writes the records that still fail to the next        *
      *          generation (SUSPNUE.TXT).                             *
      *----------------------------------------------------------------*
       FD  SUSPENSO.

       01  REG-SUSPENSO.
           05  SUS-REG-ORIGINAL.
               10  SUS-LEGAJO              PIC 9(06).
               10  SUS-NOMAPELL            PIC X(40).
               10  SUS-MATERIA             PIC X(30).
               10  SUS-NOTA                PIC 9(02)V9(03).
               10  SUS-FECHA               PIC X(08).
               10  SUS-VERSION             PIC X(02).
               10  SUS-COMISION            PIC X(03).
           05  SUS-SEP-1                   PIC X(03).
           05  SUS-MOTIVO                  PIC X(30).
           05  SUS-SEP-2                   PIC X(03).
           05  SUS-FECHA-PRIMER-RECHAZO    PIC 9(08).
           05  SUS-SEP-3                   PIC X(03).
           05  SUS-CANT-REINTENTOS         PIC 9(03).
           05  SUS-SEP-4                   PIC X(03).
           05  SUS-NRO-CORRIDA             PIC 9(04).
