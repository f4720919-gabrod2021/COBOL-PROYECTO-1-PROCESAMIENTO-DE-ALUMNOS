      *----------------------------------------------------------------*
      *Copybook: INSCRIPTOS.CPY                                        *
      *Purpose:  Layout of the accepted course enrollment file of a    *
      *          term, INSCRIPTOS.<termino>.TXT -- one record per      *
      *          legajo enrolled in a materia and comision, sorted by  *
      *          materia, comision and legajo, with the official name  *
      *          from the master.  A comision of '***' means the       *
      *          materia declares no comisiones and the enrollment     *
      *          covers the whole materia.                             *
      *----------------------------------------------------------------*
       FD  INSCRIPTOS.

       01  REG-INSCRIPTOS.
           05  IST-MATERIA                 PIC X(30).
           05  IST-COMISION                PIC X(03).
           05  IST-LEGAJO                  PIC 9(06).
           05  IST-NOMAPELL                PIC X(40).
           05  IST-TERMINO                 PIC X(06).
           05  IST-FECHA                   PIC 9(08).
