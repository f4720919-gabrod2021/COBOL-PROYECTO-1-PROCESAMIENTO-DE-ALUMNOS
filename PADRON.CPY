      *----------------------------------------------------------------*
      *Copybook: PADRON.CPY                                            *
      *Purpose:  Layout of PADRON.TXT, the student registry extract    *
      *          received from the central system -- one detail record *
      *          per legajo, sorted by legajo, with the name, the      *
      *          carrera and the status (A activo, B baja) as the      *
      *          central system holds them.  The extract opens with a  *
      *          header record ('H' + fecha de extraccion) and closes  *
      *          with a trailer record ('T' + cantidad de registros    *
      *          detalle + hash total de los legajos) so the           *
      *          reconciliation can prove it received it complete.     *
      *          Detail records begin with the numeric legajo, so the  *
      *          first byte distinguishes the three.                   *
      *----------------------------------------------------------------*
       FD  PADRON.

       01  REG-PADRON.
           05  PAD-LEGAJO                  PIC 9(06).
           05  PAD-NOMAPELL                PIC X(40).
           05  PAD-CARRERA                 PIC X(30).
           05  PAD-ESTADO                  PIC X(01).
               88  PAD-ACTIVO                          VALUE 'A'.
               88  PAD-BAJA                            VALUE 'B'.

       01  REG-PADRON-HEADER.
           05  PAH-TIPO-REGISTRO           PIC X(01).
               88  PADRON-REG-HEADER                   VALUE 'H'.
               88  PADRON-REG-TRAILER                  VALUE 'T'.
           05  PAH-FECHA-EXTRACTO          PIC 9(08).

       01  REG-PADRON-TRAILER.
           05  PAT-TIPO-REGISTRO           PIC X(01).
           05  PAT-CANT-REGISTROS          PIC 9(06).
           05  PAT-HASH-LEGAJOS            PIC 9(12).
