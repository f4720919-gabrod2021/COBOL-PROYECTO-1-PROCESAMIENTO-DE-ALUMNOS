      *----------------------------------------------------------------*
      *Copybook: JOURNMAE.CPY                                          *
      *Purpose:  Layout of the append-only JOURNMAE.TXT change journal *
      *          of the student master.  One record per alta (A),      *
      *          modificacion (M) or baja (B) applied by TP01EJ02 and  *
      *          per record loaded by TP01EJ07 (C), which also writes  *
      *          one inicio-de-carga marker (I) before its first load  *
      *          record.  Each entry keeps the before and after images *
      *          of the master record, the date and time, the master   *
      *          run number from NUMMAES.TXT and the source record     *
      *          (NOVMAES.TXT or MAESTRO.TXT line) that produced it.   *
      *          TP01EJ18 replays it to rebuild the master as of a     *
      *          given date.                                           *
      *----------------------------------------------------------------*
       FD  JOURNMAE.

       01  REG-JOURNMAE.
           05  JRN-FECHA                   PIC 9(08).
           05  JRN-HORA                    PIC 9(08).
           05  JRN-NRO-CORRIDA             PIC 9(04).
           05  JRN-PROGRAMA                PIC X(08).
           05  JRN-OPERACION               PIC X(01).
               88  JRN-ES-INICIO-CARGA                 VALUE 'I'.
               88  JRN-ES-CARGA                        VALUE 'C'.
               88  JRN-ES-ALTA                         VALUE 'A'.
               88  JRN-ES-MODIFICACION                 VALUE 'M'.
               88  JRN-ES-BAJA                         VALUE 'B'.
           05  JRN-IMAGEN-ANTES.
               10  JRA-LEGAJO              PIC 9(06).
               10  JRA-NOMAPELL            PIC X(40).
               10  JRA-CARRERA             PIC X(30).
               10  JRA-ESTADO              PIC X(01).
           05  JRN-IMAGEN-DESPUES.
               10  JRD-LEGAJO              PIC 9(06).
               10  JRD-NOMAPELL            PIC X(40).
               10  JRD-CARRERA             PIC X(30).
               10  JRD-ESTADO              PIC X(01).
           05  JRN-REG-ORIGEN              PIC X(77).
