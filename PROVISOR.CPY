      *----------------------------------------------------------------*
      *Copybook: PROVISOR.CPY                                          *
      *Purpose:  Layout of PROVISOR.TXT, the provisional results that  *
      *          a PROVISORIO run of TP01EJ01 leaves behind -- one     *
      *          record per legajo and materia processed, in legajo/   *
      *          materia order, with the comision, the term, the       *
      *          promedio so far, the attendance and the condicion it  *
      *          would get if the term closed today.  Each provisional *
      *          run rewrites it; closing runs do not touch it.  The   *
      *          at-risk early warning report reads it.                *
      *----------------------------------------------------------------*
       FD  PROVISOR.

       01  REG-PROVISOR.
           05  PRV-LEGAJO                  PIC 9(06).
           05  PRV-MATERIA                 PIC X(30).
           05  PRV-COMISION                PIC X(03).
           05  PRV-TERMINO                 PIC X(06).
           05  PRV-PROMEDIO                PIC 9(02)V9(03).
           05  PRV-ASISTENCIA              PIC 9(03).
           05  PRV-CONDICION               PIC X(12).
           05  PRV-FECHA-CORRIDA           PIC 9(08).
