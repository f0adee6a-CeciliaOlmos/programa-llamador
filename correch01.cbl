      * Purpose: Operator-driven correction of the rejects written by
      *          CLASE1107 on RECHAZOS.DAT. Each record is shown with
      *          a plain-language description of its reject code; the
      *          operator can fix CAMPO3, CAMPO4, the attending
      *          professional and/or the patient, the same
      *          validation rules as CLASE1107 are re-run on the spot,
      *          and accepted corrections are written to RESUB.DAT in
      *          TURNO-REGISTRO layout with origen "R" so the next
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
           03 RR-PROFESIONAL    PIC X(6).
           03 RR-CODIGO-RECHAZO PIC X(2).
           03 RR-ORIGEN         PIC X.
           03 RR-PACIENTE       PIC X(10).
       FD  RESUB-FILE.
       01  RS-REGISTRO.
           03 RS-CAMPO2      PIC X(7).
           03 RS-FECHA-CITA  PIC 9(8).
           03 RS-HORA-CITA   PIC 9(4).
           03 RS-PROFESIONAL PIC X(6).
           03 RS-PACIENTE    PIC X(10).
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
       01  WS-RECHAZOS-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.
       01  WS-ESTACIONES-STATUS PIC XX.
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
       01  WS-FIN-RECHAZOS PIC X VALUE "N".
           88 FIN-RECHAZOS VALUE "S".
       01  WS-REGISTRO-VALIDO PIC X VALUE "S".
       01  WS-CAMPO3-NUEVO-NUM REDEFINES WS-CAMPO3-NUEVO PIC 99.
       01  WS-CAMPO4-NUEVO PIC X(4) VALUE SPACES.
       01  WS-PROFESIONAL-NUEVO PIC X(6) VALUE SPACES.
       01  WS-PACIENTE-NUEVO PIC X(10) VALUE SPACES.
       01  WS-FECHA-CITA-NUEVA PIC X(8) VALUE SPACES.
       01  WS-FECHA-CITA-NUEVA-NUM REDEFINES WS-FECHA-CITA-NUEVA
                                   PIC 9(8).
            DISPLAY "CORRECH01 - CORRECCION DE RECHAZOS".
            PERFORM CARGAR-ESTACIONES.
            PERFORM CARGAR-PROFESIONALES.
            PERFORM CARGAR-PACIENTES.
            OPEN INPUT REGISTROS-RECHAZADOS.
            IF WS-RECHAZOS-STATUS = "35"
                DISPLAY "CORRECH01 - RECHAZOS.DAT NO EXISTE - NADA "
           DISPLAY "TURNO " RR-CAMPO2 " CAMPO3 " RR-CAMPO3
               " ESTACION " RR-CAMPO4 " TRANX " RR-TIPO-TRANX
               " PROF " RR-PROFESIONAL
               " CITA " RR-FECHA-CITA " " RR-HORA-CITA
               " PAC " RR-PACIENTE.
           DISPLAY "RECHAZO " RR-CODIGO-RECHAZO " - "
               WS-DESCRIPCION-RECHAZO.
           IF RR-ORIGEN = "R"
           DISPLAY "NUEVO PROFESIONAL (VACIO=CONSERVA "
               RR-PROFESIONAL "): " WITH NO ADVANCING.
           ACCEPT WS-PROFESIONAL-NUEVO.
           DISPLAY "NUEVO PACIENTE (VACIO=CONSERVA "
               RR-PACIENTE "): " WITH NO ADVANCING.
           ACCEPT WS-PACIENTE-NUEVO.
      * An agenda conflict is usually resolved by moving the cita, so
      * the date and time can be corrected as well.
           DISPLAY "NUEVA FECHA CITA (AAAAMMDD, VACIO=CONSERVA "
           ELSE
               MOVE WS-PROFESIONAL-NUEVO TO campo8
           END-IF.
           IF WS-PACIENTE-NUEVO = SPACES
               MOVE RR-PACIENTE TO campo9
           ELSE
               MOVE WS-PACIENTE-NUEVO TO campo9
           END-IF.
           IF WS-FECHA-CITA-NUEVA NOT = SPACES
               AND WS-FECHA-CITA-NUEVA-NUM IS NUMERIC
               MOVE WS-FECHA-CITA-NUEVA-NUM TO campo6
           MOVE campo6 TO RS-FECHA-CITA.
           MOVE campo7 TO RS-HORA-CITA.
           MOVE campo8 TO RS-PROFESIONAL.
           MOVE campo9 TO RS-PACIENTE.
           WRITE RS-REGISTRO.
           IF WS-RESUB-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR RESUB.DAT - "
               WHEN "04"
                   MOVE "PROFESIONAL INEXISTENTE O INACTIVO"
                       TO WS-DESCRIPCION-RECHAZO
               WHEN "05"
                   MOVE "PACIENTE FALTANTE, INEXISTENTE O INACTIVO"
                       TO WS-DESCRIPCION-RECHAZO
               WHEN "16"
                   MOVE "AGENDA OCUPADA: MISMO PROFESIONAL Y HORARIO"
                       TO WS-DESCRIPCION-RECHAZO
               WHEN "17"
                   MOVE "AGENDA OCUPADA: MISMA ESTACION Y HORARIO"
                       TO WS-DESCRIPCION-RECHAZO
               WHEN "18"
                   MOVE "CITA FUERA DEL HORARIO DE ATENCION"
                       TO WS-DESCRIPCION-RECHAZO
               WHEN "19"
                   MOVE "DIA CERRADO: FERIADO O CIERRE DE AGENDA"
                       TO WS-DESCRIPCION-RECHAZO
               WHEN OTHER
                   MOVE "CODIGO DE RECHAZO DESCONOCIDO"
                       TO WS-DESCRIPCION-RECHAZO
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
       END PROGRAM CORRECH01.
