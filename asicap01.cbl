           03 TM-FECHA-CITA  PIC 9(8).
           03 TM-HORA-CITA   PIC 9(4).
           03 TM-PROFESIONAL PIC X(6).
           03 TM-PACIENTE    PIC X(10).
           03 TM-ORIGEN      PIC X.
       FD  ASISTENCIAS.
       01  AS-REGISTRO.
           03 AS-FECHA-HORA  PIC X(14).
           03 FILLER         PIC X.
      * "A" asistio, "N" no se presento, "C" cancelado en puerta.
           03 AS-RESULTADO   PIC X.
           03 FILLER         PIC X.
           03 AS-PACIENTE    PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-ASISTENCIAS-STATUS PIC XX.
       01  WS-CITA-FECHA PIC 9(8) VALUE ZERO.
       01  WS-CITA-HORA PIC 9(4) VALUE ZERO.
       01  WS-CITA-PROFESIONAL PIC X(6) VALUE SPACES.
       01  WS-CITA-PACIENTE PIC X(10) VALUE SPACES.
       01  WS-CONTADOR-ASISTIO PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-NOSHOW PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CANCELADO PIC 9(5) VALUE ZERO.
                           MOVE TM-FECHA-CITA TO WS-CITA-FECHA
                           MOVE TM-HORA-CITA TO WS-CITA-HORA
                           MOVE TM-PROFESIONAL TO WS-CITA-PROFESIONAL
                           MOVE TM-PACIENTE TO WS-CITA-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-CITA-PROFESIONAL TO AS-PROFESIONAL
               MOVE WS-CITA-FECHA TO AS-FECHA-CITA
               MOVE WS-CITA-HORA TO AS-HORA-CITA
               MOVE WS-CITA-PACIENTE TO AS-PACIENTE
               MOVE WS-RESULTADO TO AS-RESULTADO
               WRITE AS-REGISTRO
               IF WS-ASISTENCIAS-STATUS NOT = "00"
