      *          the valid subjects, the grade count required to       *
      *          close out each one and (optionally) the comisiones    *
      *          in which the subject is taught; when none are         *
      *          declared, any comision code is accepted.  The seat    *
      *          capacity of each declared comision is used by the     *
      *          course enrollment batch; zero or blank takes the      *
      *          default capacity from PARAMETROS.TXT.                 *
      *----------------------------------------------------------------*
       FD  MATERIAS.

           05  MAT-COMISIONES-ENTRADA.
               10  MAT-COMISION-ENTRADA    OCCURS 5 TIMES
                                            PIC X(03).
           05  MAT-CUPOS-ENTRADA.
               10  MAT-CUPO-ENTRADA        OCCURS 5 TIMES
                                            PIC 9(03).
