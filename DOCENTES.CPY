      *----------------------------------------------------------------*
      *Copybook: DOCENTES.CPY                                          *
      *Purpose:  Layout of DOCENTES.TXT, the teaching assignments of   *
      *          the term -- one record per materia and comision with  *
      *          the teacher responsible for loading its grades.  A    *
      *          comision of '***' names the teacher of every          *
      *          comision of the materia that has no record of its     *
      *          own.                                                  *
      *----------------------------------------------------------------*
       FD  DOCENTES.

       01  REG-DOCENTES.
           05  DOC-MATERIA                 PIC X(30).
           05  DOC-COMISION                PIC X(03).
           05  DOC-LEGAJO                  PIC 9(06).
           05  DOC-NOMAPELL                PIC X(40).
