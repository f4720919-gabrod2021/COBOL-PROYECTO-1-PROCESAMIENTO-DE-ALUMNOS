      *----------------------------------------------------------------*
      *Copybook: INSCRIP.CPY                                           *
      *Purpose:  Layout of INSCRIP.TXT, the course sign-up file for    *
      *          the coming term -- one record per legajo and materia  *
      *          requested, in the order the requests were received.   *
      *          The comision is the student's preference; blank lets  *
      *          the enrollment batch pick the first one with seats.   *
      *          The sign-up date is YYYYMMDD.                         *
      *----------------------------------------------------------------*
       FD  INSCRIP.

       01  REG-INSCRIP.
           05  INS-LEGAJO                  PIC 9(06).
           05  INS-MATERIA                 PIC X(30).
           05  INS-COMISION                PIC X(03).
           05  INS-FECHA                   PIC 9(08).
