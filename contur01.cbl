      *          the turno currently sits on RECHAZOS.DAT, COLAERR.DAT
      *          or DEADLET.DAT - all without staging a CONS record
      *          into TURNOS.DAT and running the whole batch.
      *          Given a patient document number instead, it shows the
      *          patient from PACIENTES.DAT, every master and archived
      *          (TURNHIST.DAT) record booked for that patient, and
      *          then the full inquiry above for each turno code found
      *          on the master, the archive, RECHAZOS.DAT, COLAERR.DAT
      *          or DEADLET.DAT under that patient.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT COLA-MUERTOS ASSIGN TO "DEADLET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUERTOS-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107.
           SELECT PACIENTES-FILE ASSIGN TO "PACIENTES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PACIENTES-STATUS.
      * Master records archived by ARCTUR01.
           SELECT TURNOS-HISTORIA ASSIGN TO "TURNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TURNHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS-MAESTRO.
           03 TM-FECHA-CITA  PIC 9(8).
           03 TM-HORA-CITA   PIC 9(4).
           03 TM-PROFESIONAL PIC X(6).
           03 TM-PACIENTE    PIC X(10).
           03 TM-ORIGEN      PIC X.
       FD  AUDITORIA-LLAMADOS.
       01  AUD-REGISTRO.
           03 AUD-FECHA-HORA PIC X(14).
           03 AUD-ORIGEN     PIC X.
           03 FILLER         PIC X.
           03 AUD-TIPO-TRANX PIC X(4).
           03 FILLER         PIC X.
           03 AUD-PACIENTE   PIC X(10).
           03 FILLER         PIC X.
           03 AUD-CODIGO     PIC XX.
       FD  AUDITORIA-HISTORIA.
       01  HIS-REGISTRO      PIC X(56).
       FD  REGISTROS-RECHAZADOS.
       01  RR-REGISTRO.
           03 RR-CAMPO2         PIC X(7).
           03 RR-PROFESIONAL    PIC X(6).
           03 RR-CODIGO-RECHAZO PIC X(2).
           03 RR-ORIGEN         PIC X.
           03 RR-PACIENTE       PIC X(10).
       FD  COLA-ERRORES.
       01  CE-REGISTRO.
           03 CE-PROGRAMA    PIC X(8).
           03 CE-HORA-CITA   PIC 9(4).
           03 FILLER         PIC X.
           03 CE-PROFESIONAL PIC X(6).
           03 FILLER         PIC X.
           03 CE-PACIENTE    PIC X(10).
           03 FILLER         PIC X.
           03 CE-ORIGEN      PIC X.
       FD  COLA-MUERTOS.
       01  CM-REGISTRO.
           03 CM-COLA-ERROR  PIC X(81).
           03 FILLER         PIC X.
           03 CM-MOTIVO      PIC X(2).
       FD  PACIENTES-FILE.
       01  PACIENTES-REGISTRO.
           03 PAC-DOCUMENTO        PIC X(10).
           03 PAC-NOMBRE           PIC X(30).
           03 PAC-FECHA-NACIMIENTO PIC 9(8).
           03 PAC-TELEFONO         PIC X(15).
           03 PAC-EMAIL            PIC X(40).
           03 PAC-OBRA-SOCIAL      PIC X(6).
           03 PAC-ESTADO           PIC X.
       FD  TURNOS-HISTORIA.
       01  TH-REGISTRO.
           03 TH-TURNO         PIC X(55).
           03 FILLER           PIC X.
           03 TH-FECHA-ARCHIVO PIC X(14).
           03 FILLER           PIC X.
           03 TH-MOTIVO        PIC X.
       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-AUDITORIA-STATUS PIC XX.
       01  WS-COLA-ERRORES-STATUS PIC XX.
       01  WS-MUERTOS-STATUS PIC XX.
       01  WS-TURNO-BUSCADO PIC X(7) VALUE SPACES.
       01  WS-PACIENTES-STATUS PIC XX.
       01  WS-TURNHIST-STATUS PIC XX.
       01  WS-TIPO-CONSULTA PIC X VALUE SPACE.
       01  WS-PACIENTE-BUSCADO PIC X(10) VALUE SPACES.
       01  WS-FIN-PACIENTES PIC X VALUE "N".
           88 FIN-PACIENTES VALUE "S".
       01  WS-FIN-TURNHIST PIC X VALUE "N".
           88 FIN-TURNHIST VALUE "S".
       01  WS-PACIENTE-HALLADO PIC X VALUE "N".
           88 PACIENTE-HALLADO VALUE "S".
      * The archived master record inside every TURNHIST.DAT row.
       01  WS-TURNO-ARCHIVADO.
           03 TA-CAMPO2      PIC X(7).
           03 TA-CAMPO4      PIC X(4).
           03 TA-ESTADO      PIC X.
           03 TA-FECHA-ALTA  PIC X(14).
           03 TA-FECHA-CITA  PIC 9(8).
           03 TA-HORA-CITA   PIC 9(4).
           03 TA-PROFESIONAL PIC X(6).
           03 TA-PACIENTE    PIC X(10).
           03 TA-ORIGEN      PIC X.
      * Distinct turno codes found for the patient, in the order they
      * were first seen.
       01  WS-TOTAL-TURNOS-PACIENTE PIC 9(3) VALUE ZERO.
       01  WS-TABLA-TURNOS-PACIENTE.
           03 WS-TP-CAMPO2 OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-TOTAL-TURNOS-PACIENTE
                           INDEXED BY WS-TP-IDX
                           PIC X(7).
       01  WS-TURNO-A-AGREGAR PIC X(7) VALUE SPACES.
       01  WS-SUB-TURNO PIC 9(3) VALUE ZERO.
       01  WS-CONTADOR-ARCHIVO PIC 9(5) VALUE ZERO.
       01  WS-AUD-ACTUAL.
           03 WA-FECHA-HORA PIC X(14).
           03 FILLER        PIC X.
           03 WA-ORIGEN     PIC X.
           03 FILLER        PIC X.
           03 WA-TIPO-TRANX PIC X(4).
           03 FILLER        PIC X.
           03 WA-PACIENTE   PIC X(10).
           03 FILLER        PIC X.
           03 WA-CODIGO     PIC XX.
      * DEADLET rows carry the whole COLAERR record in front of the
      * motivo - this view is how the turno code inside is reached.
       01  WS-MUERTO-ACTUAL.
           03 WM-HORA-CITA   PIC 9(4).
           03 FILLER         PIC X.
           03 WM-PROFESIONAL PIC X(6).
           03 FILLER         PIC X.
           03 WM-PACIENTE    PIC X(10).
           03 FILLER         PIC X.
           03 WM-ORIGEN      PIC X.
       01  WS-FECHA-DESDE PIC X(8) VALUE SPACES.
       01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC X(8) VALUE SPACES.
            PERFORM PEDIR-RANGO-FECHAS.
            PERFORM UNTIL FIN-CONSULTA
                DISPLAY " "
                DISPLAY "CONSULTA (T=POR TURNO P=POR PACIENTE, "
                    "VACIO=FIN): " WITH NO ADVANCING
                ACCEPT WS-TIPO-CONSULTA
                EVALUATE WS-TIPO-CONSULTA
                    WHEN SPACE
                        SET FIN-CONSULTA TO TRUE
                    WHEN "P"
                        DISPLAY "PACIENTE (DOCUMENTO): "
                            WITH NO ADVANCING
                        ACCEPT WS-PACIENTE-BUSCADO
                        IF WS-PACIENTE-BUSCADO NOT = SPACES
                            PERFORM CONSULTAR-PACIENTE
                        END-IF
                    WHEN OTHER
                        DISPLAY "TURNO (CAMPO2): " WITH NO ADVANCING
                        ACCEPT WS-TURNO-BUSCADO
                        IF WS-TURNO-BUSCADO NOT = SPACES
                            PERFORM CONSULTAR-TURNO
                        END-IF
                END-EVALUATE
            END-PERFORM.
            DISPLAY "CONTUR01 - FIN DE CONSULTA".
            STOP RUN.
                               " CITA " TM-FECHA-CITA " "
                               TM-HORA-CITA
                               " PROF " TM-PROFESIONAL
                               " PAC " TM-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
                       " RESULTADO " WA-RESULTADO
                       " ESTACION " WA-CAMPO4
                       " ORIGEN " WA-ORIGEN
                       " PAC " WA-PACIENTE
               END-IF
           END-IF.
       MOSTRAR-RECHAZOS.
                               RR-HORA-CITA
                               " PROF " RR-PROFESIONAL
                               " ORIGEN " RR-ORIGEN
                               " PAC " RR-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONTADOR-MUERTOS = ZERO
               DISPLAY "   NO ESTA EN CARTA MUERTA"
           END-IF.
      * A patient's turnos are gathered first from every file that
      * carries the patient identifier, then each distinct turno code
      * gets the same full inquiry as a lookup by turno.
       CONSULTAR-PACIENTE.
           MOVE ZERO TO WS-TOTAL-TURNOS-PACIENTE.
           MOVE ZERO TO WS-CONTADOR-MAESTRO.
           MOVE ZERO TO WS-CONTADOR-ARCHIVO.
           DISPLAY "======== PACIENTE " WS-PACIENTE-BUSCADO
               " ========".
           PERFORM MOSTRAR-PACIENTE.
           DISPLAY "-- TURNOS DEL PACIENTE (MAESTRO Y ARCHIVO):".
           PERFORM RECORRER-MAESTRO-PACIENTE.
           PERFORM RECORRER-ARCHIVO-PACIENTE.
           IF WS-CONTADOR-MAESTRO = ZERO
               AND WS-CONTADOR-ARCHIVO = ZERO
               DISPLAY "   SIN TURNOS EN EL MAESTRO NI EN EL ARCHIVO"
           END-IF.
           PERFORM RECORRER-RECHAZOS-PACIENTE.
           PERFORM RECORRER-COLA-PACIENTE.
           PERFORM RECORRER-MUERTOS-PACIENTE.
           DISPLAY "-- TURNOS DISTINTOS HALLADOS: "
               WS-TOTAL-TURNOS-PACIENTE.
           PERFORM VARYING WS-SUB-TURNO FROM 1 BY 1
                   UNTIL WS-SUB-TURNO > WS-TOTAL-TURNOS-PACIENTE
               MOVE WS-TP-CAMPO2(WS-SUB-TURNO) TO WS-TURNO-BUSCADO
               PERFORM CONSULTAR-TURNO
           END-PERFORM.
       MOSTRAR-PACIENTE.
           MOVE "N" TO WS-PACIENTE-HALLADO.
           MOVE "N" TO WS-FIN-PACIENTES.
           OPEN INPUT PACIENTES-FILE.
           IF WS-PACIENTES-STATUS = "35"
               SET FIN-PACIENTES TO TRUE
           ELSE
               IF WS-PACIENTES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR PACIENTES.DAT - "
                       "STATUS " WS-PACIENTES-STATUS
                   SET FIN-PACIENTES TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-PACIENTES
               READ PACIENTES-FILE NEXT RECORD
                   AT END SET FIN-PACIENTES TO TRUE
                   NOT AT END
                       IF PAC-DOCUMENTO = WS-PACIENTE-BUSCADO
                           SET PACIENTE-HALLADO TO TRUE
                           SET FIN-PACIENTES TO TRUE
                           DISPLAY "   " PAC-NOMBRE
                               " NAC " PAC-FECHA-NACIMIENTO
                               " OS " PAC-OBRA-SOCIAL
                               " ESTADO " PAC-ESTADO
                           DISPLAY "   TEL " PAC-TELEFONO
                               " EMAIL " PAC-EMAIL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PACIENTES-STATUS NOT = "35"
               CLOSE PACIENTES-FILE
           END-IF.
           IF NOT PACIENTE-HALLADO
               DISPLAY "   NO ESTA EN EL PADRON DE PACIENTES"
           END-IF.
       RECORRER-MAESTRO-PACIENTE.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS = "35"
               SET FIN-MAESTRO TO TRUE
           ELSE
               IF WS-MAESTRO-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR "
                       "TURNOS-MAESTRO.DAT - STATUS "
                       WS-MAESTRO-STATUS
                   SET FIN-MAESTRO TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-MAESTRO
               READ TURNOS-MAESTRO NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       IF TM-PACIENTE = WS-PACIENTE-BUSCADO
                           ADD 1 TO WS-CONTADOR-MAESTRO
                           DISPLAY "   MAESTRO TURNO " TM-CAMPO2
                               " ESTADO " TM-ESTADO
                               " ESTACION " TM-CAMPO4
                               " CITA " TM-FECHA-CITA " "
                               TM-HORA-CITA
                               " PROF " TM-PROFESIONAL
                           MOVE TM-CAMPO2 TO WS-TURNO-A-AGREGAR
                           PERFORM AGREGAR-TURNO-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
       RECORRER-ARCHIVO-PACIENTE.
           MOVE "N" TO WS-FIN-TURNHIST.
           OPEN INPUT TURNOS-HISTORIA.
           IF WS-TURNHIST-STATUS = "35"
               SET FIN-TURNHIST TO TRUE
           ELSE
               IF WS-TURNHIST-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR TURNHIST.DAT - "
                       "STATUS " WS-TURNHIST-STATUS
                   SET FIN-TURNHIST TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-TURNHIST
               READ TURNOS-HISTORIA
                   AT END SET FIN-TURNHIST TO TRUE
                   NOT AT END
                       MOVE TH-TURNO TO WS-TURNO-ARCHIVADO
                       IF TA-PACIENTE = WS-PACIENTE-BUSCADO
                           ADD 1 TO WS-CONTADOR-ARCHIVO
                           DISPLAY "   ARCHIVO TURNO " TA-CAMPO2
                               " ESTADO " TA-ESTADO
                               " ESTACION " TA-CAMPO4
                               " CITA " TA-FECHA-CITA " "
                               TA-HORA-CITA
                               " PROF " TA-PROFESIONAL
                               " ARCHIVADO " TH-FECHA-ARCHIVO(1:8)
                           MOVE TA-CAMPO2 TO WS-TURNO-A-AGREGAR
                           PERFORM AGREGAR-TURNO-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TURNHIST-STATUS NOT = "35"
               CLOSE TURNOS-HISTORIA
           END-IF.
      * A turno refused before it ever reached the master (rejected,
      * queued for retry or in dead-letter) still belongs to the
      * patient and must show up in the list.
       RECORRER-RECHAZOS-PACIENTE.
           MOVE "N" TO WS-FIN-RECHAZOS.
           OPEN INPUT REGISTROS-RECHAZADOS.
           IF WS-RECHAZOS-STATUS NOT = "00"
               SET FIN-RECHAZOS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-RECHAZOS
               READ REGISTROS-RECHAZADOS
                   AT END SET FIN-RECHAZOS TO TRUE
                   NOT AT END
                       IF RR-PACIENTE = WS-PACIENTE-BUSCADO
                           MOVE RR-CAMPO2 TO WS-TURNO-A-AGREGAR
                           PERFORM AGREGAR-TURNO-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RECHAZOS-STATUS = "00" OR WS-RECHAZOS-STATUS = "10"
               CLOSE REGISTROS-RECHAZADOS
           END-IF.
       RECORRER-COLA-PACIENTE.
           MOVE "N" TO WS-FIN-COLA.
           OPEN INPUT COLA-ERRORES.
           IF WS-COLA-ERRORES-STATUS NOT = "00"
               SET FIN-COLA TO TRUE
           END-IF.
           PERFORM UNTIL FIN-COLA
               READ COLA-ERRORES
                   AT END SET FIN-COLA TO TRUE
                   NOT AT END
                       IF CE-PACIENTE = WS-PACIENTE-BUSCADO
                           MOVE CE-CAMPO2 TO WS-TURNO-A-AGREGAR
                           PERFORM AGREGAR-TURNO-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-COLA-ERRORES-STATUS = "00"
               OR WS-COLA-ERRORES-STATUS = "10"
               CLOSE COLA-ERRORES
           END-IF.
       RECORRER-MUERTOS-PACIENTE.
           MOVE "N" TO WS-FIN-MUERTOS.
           OPEN INPUT COLA-MUERTOS.
           IF WS-MUERTOS-STATUS NOT = "00"
               SET FIN-MUERTOS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MUERTOS
               READ COLA-MUERTOS
                   AT END SET FIN-MUERTOS TO TRUE
                   NOT AT END
                       MOVE CM-COLA-ERROR TO WS-MUERTO-ACTUAL
                       IF WM-PACIENTE = WS-PACIENTE-BUSCADO
                           MOVE WM-CAMPO2 TO WS-TURNO-A-AGREGAR
                           PERFORM AGREGAR-TURNO-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MUERTOS-STATUS = "00" OR WS-MUERTOS-STATUS = "10"
               CLOSE COLA-MUERTOS
           END-IF.
       AGREGAR-TURNO-PACIENTE.
           SET WS-TP-IDX TO 1.
           IF WS-TOTAL-TURNOS-PACIENTE > ZERO
               SEARCH WS-TP-CAMPO2
                   AT END
                       PERFORM INSERTAR-TURNO-PACIENTE
                   WHEN WS-TP-CAMPO2(WS-TP-IDX) = WS-TURNO-A-AGREGAR
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM INSERTAR-TURNO-PACIENTE
           END-IF.
       INSERTAR-TURNO-PACIENTE.
           IF WS-TOTAL-TURNOS-PACIENTE >= 500
               DISPLAY "AVISO: MAS DE 500 TURNOS PARA EL PACIENTE - "
                   "SE OMITE " WS-TURNO-A-AGREGAR
           ELSE
               ADD 1 TO WS-TOTAL-TURNOS-PACIENTE
               MOVE WS-TURNO-A-AGREGAR
                   TO WS-TP-CAMPO2(WS-TOTAL-TURNOS-PACIENTE)
           END-IF.
       END PROGRAM CONTUR01.
