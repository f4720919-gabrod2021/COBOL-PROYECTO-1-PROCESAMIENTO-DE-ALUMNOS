      *----------------------------------------------------------------*
      *Copybook: COMCURS.CPY                                           *
      *Purpose:  Layout of the cumulative COMCURS.TXT file -- the      *
      *          comision in which each HISTORICO.TXT cursada was      *
      *          taken.  Every closing run of TP01EJ01 writes one      *
      *          record per legajo and materia it closes, including    *
      *          the cursadas released from SUSPENSO.TXT, to a dated   *
      *          generation (COMCURS.Dyyyymmdd.Nnnnn.TXT) and appends  *
      *          it here under the same rule as HISTORICO.TXT: only a  *
      *          complete and balanced close.  Cursadas without a      *
      *          comision carry '***'.  When a legajo and materia is   *
      *          closed again in the same term the latest record wins. *
      *          The libro de actas reads it.                          *
      *----------------------------------------------------------------*
       FD  COMCURS.

       01  REG-COMCURS.
           05  CMC-LEGAJO                  PIC 9(06).
           05  CMC-MATERIA                 PIC X(30).
           05  CMC-COMISION                PIC X(03).
           05  CMC-TERMINO                 PIC X(06).
           05  CMC-NRO-CORRIDA             PIC 9(04).
