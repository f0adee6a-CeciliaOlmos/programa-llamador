           03 AUD-ORIGEN     PIC X.
           03 FILLER         PIC X.
           03 AUD-TIPO-TRANX PIC X(4).
           03 FILLER         PIC X.
           03 AUD-PACIENTE   PIC X(10).
           03 FILLER         PIC X.
           03 AUD-CODIGO     PIC XX.
       FD  TURNOS-MAESTRO.
       01  TM-REGISTRO.
           03 TM-CAMPO2      PIC X(7).
           03 TM-FECHA-CITA  PIC 9(8).
           03 TM-HORA-CITA   PIC 9(4).
           03 TM-PROFESIONAL PIC X(6).
           03 TM-PACIENTE    PIC X(10).
           03 TM-ORIGEN      PIC X.
       FD  REPORTE-FILE.
       01  WS-LINEA-REPORTE PIC X(132).
       WORKING-STORAGE SECTION.
