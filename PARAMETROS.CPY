      *          the run mode: C (or blank) closes the term, P runs    *
      *          the same pipeline as informational-only PROVISORIO,   *
      *          and the percent deviation from the term average that  *
      *          makes the trend report flag a closing run, plus the   *
      *          default seat capacity of a comision for the course    *
      *          enrollment batch (used when MATERIAS.TXT does not     *
      *          give one for the comision), and the minimum percent   *
      *          of the students of a comision that must have all      *
      *          their grades loaded before the term can be closed.    *
      *          The yearly alumno regular evaluation takes the        *
      *          academic year to evaluate (zero: the year before the  *
      *          run date), the minimum subjects passed in it to stay  *
      *          REGULAR, and the minimum promedio and subjects passed *
      *          that a merit beca requires.  The master rebuild       *
      *          utility takes the date to rebuild MAESTRO as of       *
      *          (zero: the run date).  The closing run keeps the      *
      *          recoverable rejects in suspense for at most the given *
      *          number of retries before reporting them unrecoverable.*
      *          The at-risk early warning report takes how many       *
      *          attendance points above the REGULAR floor still count *
      *          as close to it, how many terms ahead (the current one *
      *          included) a regularidad about to expire is flagged,   *
      *          and how many LIBRE cursadas make a repeated history.  *
      *          The cohort report takes how many terms without any    *
      *          activity turn a student into a dropout.               *
      *          The research extract takes the secret key that turns  *
      *          each legajo into its pseudonymous ID (no extract is   *
      *          produced without it) and the minimum number of        *
      *          students a comision must have to be shown on its own. *
      *          When the file is absent the programs keep their       *
      *          built-in defaults.                                    *
      *----------------------------------------------------------------*
           05  PAR-VIGENCIA-REGULAR        PIC 9(02).
           05  PAR-MODO-CORRIDA            PIC X(01).
           05  PAR-DESVIO-ALERTA           PIC 9(03).
           05  PAR-CUPO-COMISION           PIC 9(03).
           05  PAR-COMPLETITUD-MINIMA      PIC 9(03).
           05  PAR-ANIO-REGULARIDAD        PIC 9(04).
           05  PAR-REGULAR-MIN-APROB       PIC 9(02).
           05  PAR-BECA-PROMEDIO           PIC 9(02)V9(03).
           05  PAR-BECA-MIN-APROB          PIC 9(02).
           05  PAR-FECHA-RECONSTRUCCION    PIC 9(08).
           05  PAR-SUSP-MAX-REINTENTOS     PIC 9(03).
           05  PAR-RIESGO-MARGEN-ASIST     PIC 9(03).
           05  PAR-RIESGO-TERM-VENCER      PIC 9(02).
           05  PAR-RIESGO-MIN-LIBRES       PIC 9(02).
           05  PAR-COHORTE-TERM-INACTIVO   PIC 9(02).
           05  PAR-INVEST-CLAVE            PIC 9(18).
           05  PAR-INVEST-MIN-GRUPO        PIC 9(03).
