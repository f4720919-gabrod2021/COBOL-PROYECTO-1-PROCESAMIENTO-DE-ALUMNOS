                   15  CKP-FIC-MATERIA     PIC X(30).
                   15  CKP-FIC-PROMEDIO    PIC 9(02)V9(03).
                   15  CKP-FIC-CONDICION   PIC X(12).
           05  CKP-CONT-SUSP-LEIDOS        PIC 9(05).
           05  CKP-CONT-SUSP-NUEVOS        PIC 9(05).
           05  CKP-CONT-SUSP-RETENIDOS     PIC 9(05).
           05  CKP-CONT-SUSP-IRRECUP       PIC 9(05).
