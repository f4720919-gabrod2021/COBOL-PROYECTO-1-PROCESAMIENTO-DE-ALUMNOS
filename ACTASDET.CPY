      *----------------------------------------------------------------*
      *Copybook: ACTASDET.CPY                                          *
      *Purpose:  Layout of ACTASDET.TXT, the student lines (renglones) *
      *          of every acta registered in ACTAS.TXT -- acta number, *
      *          line number, legajo, official name, nota and          *
      *          condicion or exam result as signed.  Append-only      *
      *          like the registry; a rectificativa carries a single   *
      *          line with the corrected values.  Lines are written    *
      *          before their acta is registered, so lines numbered    *
      *          above the last acta in ACTAS.TXT belong to an         *
      *          interrupted run and are purged (backup kept in        *
      *          ACTADWK.TXT) before that number is issued again.      *
      *----------------------------------------------------------------*
       FD  ACTASDET.

       01  REG-ACTASDET.
           05  ADT-NRO-ACTA                PIC 9(06).
           05  ADT-RENGLON                 PIC 9(04).
           05  ADT-LEGAJO                  PIC 9(06).
           05  ADT-NOMAPELL                PIC X(40).
           05  ADT-NOTA                    PIC 9(02)V9(03).
           05  ADT-CONDICION               PIC X(12).
