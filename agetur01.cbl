           03 TM-FECHA-CITA  PIC 9(8).
           03 TM-HORA-CITA   PIC 9(4).
           03 TM-PROFESIONAL PIC X(6).
           03 TM-PACIENTE    PIC X(10).
           03 TM-ORIGEN      PIC X.
       FD  REPORTE-FILE.
       01  WS-LINEA-REPORTE PIC X(132).
       WORKING-STORAGE SECTION.
