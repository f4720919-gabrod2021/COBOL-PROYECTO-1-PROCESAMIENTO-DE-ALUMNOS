      *----------------------------------------------------------------*
      *Copybook: ACTAS.CPY                                             *
      *Purpose:  Layout of ACTAS.TXT, the persistent libro de actas    *
      *          registry -- one record per official acta ever issued, *
      *          in acta number order: C acta de cursada (materia +    *
      *          comision + termino), E acta de examen (materia +      *
      *          fecha de mesa) and R acta rectificativa (one legajo's *
      *          rectification, pointing to the original acta).  The   *
      *          file is append-only and is never regenerated, backed  *
      *          out or promoted: the next acta continues the last     *
      *          number, libro and folio recorded here, so a number is *
      *          never reused or skipped.  The student lines of each   *
      *          acta are kept in ACTASDET.TXT.                        *
      *----------------------------------------------------------------*
       FD  ACTAS.

       01  REG-ACTAS.
           05  ACT-NRO-ACTA                PIC 9(06).
           05  ACT-TIPO                    PIC X(01).
               88  ACT-DE-CURSADA                      VALUE 'C'.
               88  ACT-DE-EXAMEN                       VALUE 'E'.
               88  ACT-RECTIFICATIVA                   VALUE 'R'.
           05  ACT-LIBRO                   PIC 9(03).
           05  ACT-FOLIO-DESDE             PIC 9(03).
           05  ACT-CANT-FOLIOS             PIC 9(03).
           05  ACT-MATERIA                 PIC X(30).
           05  ACT-COMISION                PIC X(03).
           05  ACT-TERMINO                 PIC X(06).
           05  ACT-FECHA-MESA              PIC 9(08).
           05  ACT-CANT-RENGLONES          PIC 9(05).
           05  ACT-ACTA-ORIGINAL           PIC 9(06).
           05  ACT-LEGAJO                  PIC 9(06).
           05  ACT-COD-NOVEDAD             PIC X(01).
           05  ACT-FECHA-NOVEDAD           PIC X(08).
           05  ACT-FECHA-EMISION           PIC 9(08).
           05  ACT-PROGRAMA                PIC X(08).
