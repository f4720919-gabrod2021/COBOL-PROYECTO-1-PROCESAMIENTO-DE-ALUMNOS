      *----------------------------------------------------------------*
      *Copybook: INVEST.CPY                                            *
      *Purpose:  Layout of INVEST.TXT, the de-identified academic      *
      *          dataset delivered to institutional research -- one    *
      *          record per student, materia and term cursada, where   *
      *          the legajo is replaced by a keyed pseudonymous ID     *
      *          that stays the same from one delivery to the next and *
      *          no name is carried.  The file opens with the data     *
      *          dictionary ('H' records of free text describing the   *
      *          positions of the detail) and closes with a control    *
      *          trailer ('T' + cantidad de registros detalle + suma   *
      *          de los promedios + numero de entrega + registros      *
      *          suprimidos por grupo chico).  Comisiones with too few *
      *          students travel merged under '***'.                   *
      *----------------------------------------------------------------*
       FD  INVEST.

       01  REG-INVEST.
           05  INV-TIPO-REGISTRO           PIC X(01).
               88  INVEST-REG-DICCIONARIO              VALUE 'H'.
               88  INVEST-REG-DETALLE                  VALUE 'D'.
               88  INVEST-REG-TRAILER                  VALUE 'T'.
           05  INV-SEUDONIMO               PIC 9(10).
           05  INV-CARRERA                 PIC X(30).
           05  INV-MATERIA                 PIC X(30).
           05  INV-TERMINO                 PIC X(06).
           05  INV-COMISION                PIC X(03).
           05  INV-PROMEDIO                PIC 9(02)V9(03).
           05  INV-CONDICION               PIC X(12).
           05  INV-RESULTADO-FINAL         PIC X(12).
           05  INV-NOTA-FINAL              PIC 9(02)V9(03).
           05  INV-BANDA-ASISTENCIA        PIC X(06).

       01  REG-INVEST-DICCIONARIO.
           05  INH-TIPO-REGISTRO           PIC X(01).
           05  INH-TEXTO                   PIC X(119).

       01  REG-INVEST-TRAILER.
           05  INT-TIPO-REGISTRO           PIC X(01).
           05  INT-CANT-REGISTROS          PIC 9(07).
           05  INT-HASH-PROMEDIOS          PIC 9(09)V9(03).
           05  INT-NRO-ENTREGA             PIC 9(04).
           05  INT-CANT-SUPRIMIDOS         PIC 9(07).
