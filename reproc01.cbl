      *          with the retry counter bumped, and after the maximum
      *          number of attempts the record lands on DEADLET.DAT
      *          with a reason code.
      *          Reason codes on DEADLET.DAT: 01/02/03/04/05 are the
      *          CLASE1107 validation reject codes; 16/17 are agenda
      *          conflicts (double booking by professional / by
      *          station); 18/19 are citas outside the attention
      *          calendar (outside working hours / closed day); 90 is
      *          retries exhausted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTACIONES-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107.
           SELECT PACIENTES-FILE ASSIGN TO "PACIENTES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PACIENTES-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107.
           SELECT PROFESIONALES-FILE ASSIGN TO "PROFESIONALES.DAT"
               ORGANIZATION IS RELATIVE
           03 CE-HORA-CITA   PIC 9(4).
           03 FILLER         PIC X.
           03 CE-PROFESIONAL PIC X(6).
           03 FILLER         PIC X.
           03 CE-PACIENTE    PIC X(10).
           03 FILLER         PIC X.
           03 CE-ORIGEN      PIC X.
       FD  COLA-REINTENTOS.
       01  CR-REGISTRO       PIC X(81).
       FD  COLA-MUERTOS.
       01  CM-REGISTRO.
           03 CM-COLA-ERROR  PIC X(81).
           03 FILLER         PIC X.
           03 CM-MOTIVO      PIC X(2).
       FD  AUDITORIA-LLAMADOS.
           03 AUD-ORIGEN     PIC X.
           03 FILLER         PIC X.
           03 AUD-TIPO-TRANX PIC X(4).
           03 FILLER         PIC X.
           03 AUD-PACIENTE   PIC X(10).
           03 FILLER         PIC X.
           03 AUD-CODIGO     PIC XX.
       FD  ESTACIONES-FILE.
       01  ESTACIONES-REGISTRO.
           03 EST-CODIGO         PIC X(4).
           03 PRO-ESPECIALIDAD   PIC X(20).
           03 PRO-FECHA-VIGENCIA PIC 9(8).
           03 PRO-ESTADO         PIC X.
       FD  PACIENTES-FILE.
       01  PACIENTES-REGISTRO.
           03 PAC-DOCUMENTO        PIC X(10).
           03 PAC-NOMBRE           PIC X(30).
           03 PAC-FECHA-NACIMIENTO PIC 9(8).
           03 PAC-TELEFONO         PIC X(15).
           03 PAC-EMAIL            PIC X(40).
           03 PAC-OBRA-SOCIAL      PIC X(6).
           03 PAC-ESTADO           PIC X.
       WORKING-STORAGE SECTION.
       01  campo1.
           03 campo2 pic x(7).
       01  campo6 pic 9(8).
       01  campo7 pic 9(4).
       01  campo8 pic x(6).
       01  campo9 pic x(10).
      * Origen of the transaction as CLASE1107 queued it, so a turno
      * booked on retry keeps it on the master and the audit.
       01  campo10 pic x VALUE SPACE.
       01  WS-COLA-ERRORES-STATUS PIC XX.
       01  WS-REINTENTOS-STATUS PIC XX.
       01  WS-MUERTOS-STATUS PIC XX.
                             PIC X(6).
       01  WS-PROFESIONAL-VALIDO PIC X VALUE "N".
           88 PROFESIONAL-VALIDO VALUE "S".
       01  WS-PACIENTES-STATUS PIC XX.
       01  WS-FIN-PACIENTES PIC X VALUE "N".
           88 FIN-PACIENTES VALUE "S".
       01  WS-TOTAL-PACIENTES-VALIDOS PIC 9(5) VALUE ZERO.
       01  WS-POS-INSERCION-PAC PIC 9(5) VALUE ZERO.
      * Kept in ascending order by INSERTAR-PACIENTE-ORDENADO so
      * VALIDAR-PACIENTE can do a binary SEARCH ALL, same scheme as
      * the station table above.
       01  WS-TABLA-PACIENTES-VALIDOS.
           03 WS-PAC-VALIDO OCCURS 1 TO 20000 TIMES
                             DEPENDING ON
                                 WS-TOTAL-PACIENTES-VALIDOS
                             ASCENDING KEY IS WS-PAC-VALIDO
                             INDEXED BY WS-PAC-IDX
                             PIC X(10).
       01  WS-PACIENTE-VALIDO PIC X VALUE "N".
           88 PACIENTE-VALIDO VALUE "S".
       01  WS-FIN-COLA PIC X VALUE "N".
           88 FIN-COLA VALUE "S".
       01  WS-REGISTRO-VALIDO PIC X VALUE "S".
       MAIN-PROCEDURE.
            PERFORM CARGAR-ESTACIONES.
            PERFORM CARGAR-PROFESIONALES.
            PERFORM CARGAR-PACIENTES.
            OPEN INPUT COLA-ERRORES.
            IF WS-COLA-ERRORES-STATUS = "35"
                DISPLAY "REPROC01 - COLAERR.DAT NO EXISTE - NADA QUE "
           MOVE CE-FECHA-CITA TO campo6.
           MOVE CE-HORA-CITA TO campo7.
           MOVE CE-PROFESIONAL TO campo8.
           MOVE CE-PACIENTE TO campo9.
           MOVE CE-ORIGEN TO campo10.
           PERFORM VALIDAR-REGISTRO.
           IF REGISTRO-VALIDO
               MOVE WS-RETURN-CODE-PENDIENTE TO WS-RETURN-CODE
               call "llamado" USING by REFERENCE campo2 campo4
                   WS-RETURN-CODE campo5 campo6 campo7 campo8 campo9
                   campo10
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               IF WS-RETURN-CODE = WS-RETURN-CODE-PENDIENTE
                   PERFORM REINTENTAR-O-DESCARTAR
               ELSE
      * A double booking (16/17) or a cita outside the calendar
      * (18/19) does not heal with retries - the same data is refused
      * every time, so it goes straight to DEADLET.DAT with the
      * handler code as motivo.
                   IF WS-RETURN-CODE = 16 OR WS-RETURN-CODE = 17
                       OR WS-RETURN-CODE = 18 OR WS-RETURN-CODE = 19
                       MOVE WS-RETURN-CODE TO WS-MOTIVO-MUERTO
                       PERFORM ESCRIBIR-MUERTO
                   ELSE
           MOVE campo2 TO AUD-CAMPO2.
           MOVE campo4 TO AUD-CAMPO4.
           MOVE WS-AUD-RESULTADO TO AUD-RESULTADO.
           MOVE campo10 TO AUD-ORIGEN.
           MOVE campo5 TO AUD-TIPO-TRANX.
           MOVE campo9 TO AUD-PACIENTE.
           MOVE WS-RETURN-CODE TO AUD-CODIGO.
           WRITE AUD-REGISTRO.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR AUDITORIA.DAT - "
               END-READ
           END-PERFORM.
           CLOSE PROFESIONALES-FILE.
       CARGAR-PACIENTES.
           OPEN INPUT PACIENTES-FILE.
           IF WS-PACIENTES-STATUS NOT = "00"
               DISPLAY
                   "ERROR: NO SE PUDO ABRIR PACIENTES.DAT - "
                   "STATUS " WS-PACIENTES-STATUS
               STOP RUN
           END-IF.
           READ PACIENTES-FILE NEXT RECORD
               AT END SET FIN-PACIENTES TO TRUE.
      * An inactive patient (baja logica in PACMANT01) must not take
      * new turnos, so only active ones are loaded.
           PERFORM UNTIL FIN-PACIENTES
               IF PAC-ESTADO NOT = "A"
                   CONTINUE
               ELSE
      * Overflow is a hard startup error: a discarded patient would
      * wrongly reject every turno for them with codigo 05.
                   IF WS-TOTAL-PACIENTES-VALIDOS >= 20000
                       DISPLAY "ERROR: LA TABLA DE PACIENTES "
                           "SUPERA EL LIMITE (20000) - CORRIDA "
                           "CANCELADA"
                       CLOSE PACIENTES-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM INSERTAR-PACIENTE-ORDENADO
               END-IF
               READ PACIENTES-FILE NEXT RECORD
                   AT END SET FIN-PACIENTES TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PACIENTES-FILE.
      * A blank campo8 stays valid - BAJA and CONS transactions do not
      * name a professional. Only a turno that DOES name one is
      * checked against the professional master. The patient follows
      * the same rule except on ALTA, where it is required: a new
      * turno must always say who it is for.
       VALIDAR-REGISTRO.
           MOVE "S" TO WS-REGISTRO-VALIDO.
           MOVE SPACES TO WS-CODIGO-RECHAZO.
                   MOVE "N" TO WS-REGISTRO-VALIDO
                   MOVE "02" TO WS-CODIGO-RECHAZO
               ELSE
      * A BAJA only needs the station code: the station may have been
      * closed since the turno was booked (REPROG01 cancels exactly
      * those) and the turno must still be cancellable.
                   IF campo5 = "BAJA"
                       SET ESTACION-VALIDA TO TRUE
                   ELSE
                       PERFORM VALIDAR-ESTACION
                   END-IF
                   IF NOT ESTACION-VALIDA
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "03" TO WS-CODIGO-RECHAZO
                   END-IF
               END-IF
           END-IF.
           IF REGISTRO-VALIDO
               IF campo9 = SPACES OR campo9 = LOW-VALUES
                   IF campo5 = "ALTA"
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "05" TO WS-CODIGO-RECHAZO
                   END-IF
               ELSE
                   PERFORM VALIDAR-PACIENTE
                   IF NOT PACIENTE-VALIDO
                       MOVE "N" TO WS-REGISTRO-VALIDO
                       MOVE "05" TO WS-CODIGO-RECHAZO
                   END-IF
               END-IF
           END-IF.
       VALIDAR-ESTACION.
           MOVE "N" TO WS-ESTACION-VALIDA.
           IF WS-TOTAL-ESTACIONES-VALIDAS > ZERO
               SUBTRACT 1 FROM WS-POS-INSERCION-PRO
           END-PERFORM.
           MOVE PRO-CODIGO TO WS-PRO-VALIDO(WS-POS-INSERCION-PRO).
       VALIDAR-PACIENTE.
           MOVE "N" TO WS-PACIENTE-VALIDO.
           IF WS-TOTAL-PACIENTES-VALIDOS > ZERO
               SEARCH ALL WS-PAC-VALIDO
                   AT END
                       CONTINUE
                   WHEN WS-PAC-VALIDO(WS-PAC-IDX) = campo9
                       MOVE "S" TO WS-PACIENTE-VALIDO
               END-SEARCH
           END-IF.
       INSERTAR-PACIENTE-ORDENADO.
           ADD 1 TO WS-TOTAL-PACIENTES-VALIDOS.
           MOVE WS-TOTAL-PACIENTES-VALIDOS
               TO WS-POS-INSERCION-PAC.
           PERFORM UNTIL WS-POS-INSERCION-PAC = 1
               IF WS-PAC-VALIDO(WS-POS-INSERCION-PAC - 1)
                   NOT > PAC-DOCUMENTO
                   EXIT PERFORM
               END-IF
               MOVE WS-PAC-VALIDO(WS-POS-INSERCION-PAC - 1)
                   TO WS-PAC-VALIDO(WS-POS-INSERCION-PAC)
               SUBTRACT 1 FROM WS-POS-INSERCION-PAC
           END-PERFORM.
           MOVE PAC-DOCUMENTO TO WS-PAC-VALIDO(WS-POS-INSERCION-PAC).
       END PROGRAM REPROC01.
