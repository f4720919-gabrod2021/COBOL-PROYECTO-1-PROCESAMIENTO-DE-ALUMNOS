      *----------------------------------------------------------------*
      *Copybook: REGULAR.CPY                                           *
      *Purpose:  Layout of REGULAR.TXT, the result of the yearly       *
      *          alumno regular evaluation -- one record per active    *
      *          legajo of the master with the academic year           *
      *          evaluated, the subjects passed in that year, the      *
      *          failed finals (aplazos), the promedio with and        *
      *          without aplazos, the REGULAR / NO REGULAR status and  *
      *          whether the student qualifies for a merit beca.  The  *
      *          file is rewritten by each evaluation and read by the  *
      *          situation inquiry.                                    *
      *----------------------------------------------------------------*
       FD  REGULAR.

       01  REG-REGULAR.
           05  RGL-LEGAJO                  PIC 9(06).
           05  RGL-ANIO                    PIC 9(04).
           05  RGL-CARRERA                 PIC X(30).
           05  RGL-NOMAPELL                PIC X(40).
           05  RGL-CANT-APROBADAS          PIC 9(02).
           05  RGL-CANT-APLAZOS            PIC 9(02).
           05  RGL-PROM-CON-APLAZOS        PIC 9(02)V9(03).
           05  RGL-PROM-SIN-APLAZOS        PIC 9(02)V9(03).
           05  RGL-CONDICION               PIC X(10).
               88  RGL-ES-REGULAR                      VALUE 'REGULAR'.
               88  RGL-NO-REGULAR                   VALUE 'NO REGULAR'.
           05  RGL-BECA                    PIC X(01).
               88  RGL-APTO-BECA                       VALUE 'S'.
               88  RGL-NO-APTO-BECA                    VALUE 'N'.
           05  RGL-FECHA-PROCESO           PIC 9(08).
