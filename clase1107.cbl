      * --info reports "indexed file handler : disabled"); RELATIVE
      * with sequential access is the fallback. There is no keyed or
      * random access to TURNOS.DAT by CAMPO3 - every read is a full
      * sequential scan. Direct lookup of TURNOS-MAESTRO.DAT by turno
      * code goes through the relative-key indexes TURNIDX.DAT and
      * AGEIDX.DAT kept by IDXTUR01, checked by VERIFICAR-INDICES.
           SELECT TURNOS-FILE ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
      * Corrected records resubmitted by CORRECH01 (rejects, origen
      * "R") and TRIDEA01 (dead-letter triage, origen "D"), the
      * mass reschedule of REPROG01 (origen "M") and the desk
      * bookings of BUSTUR01 (origen "B"). The file
      * is read after TURNOS.DAT with the same record layout and
      * truncated at clean end of run so a resubmission is only
      * driven once.
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFESIONALES-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as TURNOS-FILE above -
      * no keyed/random access to PACIENTES.DAT by PAC-DOCUMENTO.
      * CARGAR-PACIENTES loads the active patients into
      * WS-TABLA-PACIENTES-VALIDOS (sorted) at startup and
      * VALIDAR-PACIENTE does a binary SEARCH ALL on it.
           SELECT PACIENTES-FILE ASSIGN TO "PACIENTES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PACIENTES-STATUS.
           SELECT COLA-ERRORES ASSIGN TO "COLAERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-ERRORES-STATUS.
           SELECT REGISTRO-CORRIDAS ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
      * Waiting list. Every agenda conflict is queued here in arrival
      * order with its requested station, professional and date
      * window; LESOFE01 matches the entries against freed slots and
      * LESMANT01 lets the desk add or drop entries by hand.
           SELECT LISTA-ESPERA ASSIGN TO "LISTAESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAESP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS-FILE.
           03 TR-TIPO-TRANX  PIC X(4).
      * "R" marks a reject corrected and resubmitted via CORRECH01,
      * "D" a dead-letter record resubmitted via TRIDEA01, "I" a row
      * loaded from the referral interchange by ENTLLAM01, "E" a slot
      * offered to a waiting-list entry by LESOFE01, "M" a turno moved
      * or cancelled by REPROG01 when its station or professional
      * stopped attending, "B" a free slot booked at the desk with
      * BUSTUR01.
           03 TR-ORIGEN      PIC X.
           03 TR-FECHA-CITA  PIC 9(8).
           03 TR-HORA-CITA   PIC 9(4).
           03 TR-PROFESIONAL PIC X(6).
      * Patient document number (PAC-DOCUMENTO on PACIENTES.DAT).
           03 TR-PACIENTE    PIC X(10).
       FD  REGISTROS-RECHAZADOS.
       01  RR-REGISTRO.
           03 RR-CAMPO2         PIC X(7).
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
       FD  ARCHIVO-CHECKPOINT.
       01  CK-REGISTRO.
           03 CK-ESTADO          PIC X.
           03 CK-RECH-ESCRITOS   PIC 9(5).
           03 FILLER             PIC X.
           03 CK-CONFLICTOS      PIC 9(5).
           03 FILLER             PIC X.
           03 CK-FUERA-HORARIO   PIC 9(5).
       FD  REGISTRO-CORRIDAS.
       01  RL-REGISTRO.
           03 RL-FECHA-HORA      PIC X(14).
           03 RL-RECH-ESCRITOS   PIC 9(5).
           03 FILLER             PIC X.
           03 RL-ESTADO          PIC X(10).
       FD  LISTA-ESPERA.
       01  LE-REGISTRO.
           03 LE-FECHA-ALTA      PIC X(14).
           03 FILLER             PIC X.
      * "C" queued by CLASE1107 on an agenda conflict, "M" added by
      * the desk through LESMANT01.
           03 LE-ORIGEN          PIC X.
           03 FILLER             PIC X.
           03 LE-USUARIO         PIC X(8).
           03 FILLER             PIC X.
           03 LE-CAMPO2          PIC X(7).
           03 FILLER             PIC X.
           03 LE-CAMPO3          PIC 99.
           03 FILLER             PIC X.
           03 LE-TIPO-TRANX      PIC X(4).
           03 FILLER             PIC X.
           03 LE-ESTACION        PIC X(4).
           03 FILLER             PIC X.
           03 LE-PROFESIONAL     PIC X(6).
           03 FILLER             PIC X.
           03 LE-FECHA-DESDE     PIC 9(8).
           03 FILLER             PIC X.
           03 LE-FECHA-HASTA     PIC 9(8).
           03 FILLER             PIC X.
           03 LE-PACIENTE        PIC X(10).
       WORKING-STORAGE SECTION.
       01  campo1.
           03 campo2 pic x(7).
       01  campo6 pic 9(8).
       01  campo7 pic 9(4).
       01  campo8 pic x(6).
       01  campo9 pic x(10).
       01  WS-TURNOS-STATUS PIC XX.
       01  WS-RECHAZOS-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.
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
       01  WS-FIN-TURNOS PIC X VALUE "N".
           88 FIN-TURNOS VALUE "S".
       01  WS-FIN-RESUB PIC X VALUE "N".
      * desk AND leaves a CONFLIC audit row, so the counter is carried
      * separately to keep the audit balance right.
       01  WS-CONTADOR-CONFLICTOS PIC 9(5) VALUE ZERO.
      * Calendar rejects (return codes 18/19 - outside the working
      * hours on HORARIOS.DAT or on a closed day on CIERRES.DAT) follow
      * the same path as the conflicts: a HORARIO audit row plus a
      * RECHAZOS.DAT record, carried on their own counter.
       01  WS-CONTADOR-FUERA-HORARIO PIC 9(5) VALUE ZERO.
       01  WS-LISTAESP-STATUS PIC XX.
       01  WS-CONTADOR-EN-ESPERA PIC 9(5) VALUE ZERO.
      * A conflicted turno waits for a freed slot from the requested
      * date up to this many days later.
       01  WS-DIAS-VENTANA-ESPERA PIC 9(3) VALUE 14.
       01  WS-FECHA-DESDE-ESPERA PIC 9(8) VALUE ZERO.
       01  WS-CONTADOR-ERRORES-RETORNO PIC 9(5) VALUE ZERO.
       01  WS-RETURN-CODE PIC 9(2) VALUE ZERO.
      * WS-RETURN-CODE-PENDIENTE marks "llamado" as not yet completed.
      * LLAMADO and the llamatXX handlers return 0, 11-20 or 99 -
      * never 50 - so 50 is safe as a sentinel, and any new handler
      * code MUST keep avoiding it. This is how we tell a genuine
      * failure of the CALL "llamado" statement itself apart from
       01  WS-AUD-CAMPO2 PIC X(7).
       01  WS-AUD-CAMPO4 PIC X(4).
       01  WS-AUD-RESULTADO PIC X(7).
       01  WS-IDX-OPERACION PIC X(4).
       01  WS-IDX-TURNO PIC X(7) VALUE SPACES.
       01  WS-IDX-ESTACION PIC X(4) VALUE SPACES.
       01  WS-IDX-FECHA-CITA PIC 9(8) VALUE ZERO.
       01  WS-IDX-HORA-CITA PIC 9(4) VALUE ZERO.
       01  WS-IDX-PROFESIONAL PIC X(6) VALUE SPACES.
       01  WS-IDX-RRN PIC 9(9) VALUE ZERO.
       01  WS-IDX-RETORNO PIC 9(2) VALUE ZERO.
       01  WS-IDX-CONFLICTO PIC X(7) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARGAR-ESTACIONES.
            PERFORM CARGAR-PROFESIONALES.
            PERFORM CARGAR-PACIENTES.
            PERFORM LEER-CHECKPOINT.
            PERFORM VERIFICAR-INDICES.
            OPEN INPUT TURNOS-FILE.
            IF WS-TURNOS-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR TURNOS.DAT - STATUS "
            IF WS-COLA-ERRORES-STATUS = "35"
                OPEN OUTPUT COLA-ERRORES
            END-IF.
            OPEN EXTEND LISTA-ESPERA.
            IF WS-LISTAESP-STATUS = "35"
                OPEN OUTPUT LISTA-ESPERA
            END-IF.
            IF WS-LISTAESP-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.DAT - STATUS "
                    WS-LISTAESP-STATUS
            END-IF.
            READ TURNOS-FILE NEXT RECORD
                AT END SET FIN-TURNOS TO TRUE.
            PERFORM UNTIL FIN-TURNOS
                    MOVE TR-FECHA-CITA TO campo6
                    MOVE TR-HORA-CITA TO campo7
                    MOVE TR-PROFESIONAL TO campo8
                    MOVE TR-PACIENTE TO campo9
                    PERFORM PROCESAR-TURNO
                END-IF
                READ TURNOS-FILE NEXT RECORD
            DISPLAY "REGISTROS RECHAZADOS: " WS-CONTADOR-RECHAZADOS.
            DISPLAY "  DE ELLOS, CONFLICTOS DE AGENDA: "
                WS-CONTADOR-CONFLICTOS.
            DISPLAY "  DE ELLOS, FUERA DE HORARIO O DIA CERRADO: "
                WS-CONTADOR-FUERA-HORARIO.
            DISPLAY "  CONFLICTOS PASADOS A LISTA DE ESPERA: "
                WS-CONTADOR-EN-ESPERA.
            DISPLAY "ERRORES DE CALL: " WS-CONTADOR-ERRORES-CALL.
            DISPLAY "ERRORES DE RETORNO: " WS-CONTADOR-ERRORES-RETORNO.
            CLOSE TURNOS-FILE.
            CLOSE REGISTROS-RECHAZADOS.
            CLOSE AUDITORIA-LLAMADOS.
            CLOSE COLA-ERRORES.
            IF WS-LISTAESP-STATUS = "00"
                CLOSE LISTA-ESPERA
            END-IF.
            PERFORM BALANCEAR-CORRIDA.
            IF NOT CORRIDA-BALANCEADA
                MOVE 8 TO RETURN-CODE
               DISPLAY "DESBALANCE: LEIDOS " WS-CONTADOR-LEIDOS
                   " VS CLASIFICADOS " WS-TOTAL-CLASIFICADOS
           END-IF.
      * Conflicts and calendar rejects sit inside the reject counter
      * for the read balance but also leave a CONFLIC / HORARIO audit
      * row each - they are added back for the audit balance.
           COMPUTE WS-TOTAL-AUD-ESPERADOS = WS-CONTADOR-PROCESADOS
               + WS-CONTADOR-ERRORES-CALL
               + WS-CONTADOR-ERRORES-RETORNO
               + WS-CONTADOR-CONFLICTOS
               + WS-CONTADOR-FUERA-HORARIO.
           IF WS-TOTAL-AUD-ESPERADOS NOT = WS-CONTADOR-AUD-ESCRITOS
               MOVE "N" TO WS-CORRIDA-BALANCEADA
               DISPLAY "DESBALANCE: AUDITORIA ESPERADA "
               PERFORM mostrar
               MOVE WS-RETURN-CODE-PENDIENTE TO WS-RETURN-CODE
               call "llamado" USING by REFERENCE campo2 campo4
                   WS-RETURN-CODE campo5 campo6 campo7 campo8 campo9
                   WS-ORIGEN-ACTUAL
                   ON EXCEPTION
                       CONTINUE
                   NOT ON EXCEPTION
                           MOVE RS-FECHA-CITA TO campo6
                           MOVE RS-HORA-CITA TO campo7
                           MOVE RS-PROFESIONAL TO campo8
                           MOVE RS-PACIENTE TO campo9
                           PERFORM PROCESAR-TURNO
                       END-IF
                       READ RESUB-FILE NEXT RECORD
                               MOVE CK-CONFLICTOS TO
                                   WS-CONTADOR-CONFLICTOS
                           END-IF
                           IF CK-FUERA-HORARIO IS NUMERIC
                               MOVE CK-FUERA-HORARIO TO
                                   WS-CONTADOR-FUERA-HORARIO
                           END-IF
                           DISPLAY "CORRIDA ANTERIOR INCOMPLETA - SE "
                               "REANUDA DESDE EL REGISTRO "
                               CK-REGISTRO-NRO
               MOVE WS-CONTADOR-AUD-ESCRITOS TO CK-AUD-ESCRITOS
               MOVE WS-CONTADOR-RECH-ESCRITOS TO CK-RECH-ESCRITOS
               MOVE WS-CONTADOR-CONFLICTOS TO CK-CONFLICTOS
               MOVE WS-CONTADOR-FUERA-HORARIO TO CK-FUERA-HORARIO
               WRITE CK-REGISTRO
               IF WS-CHECKPOINT-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR CHKPOINT.DAT - "
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
      * The handlers reach the master only through the indexes, so
      * they must match it before the first transaction: a restore by
      * RESTAU01, a master converted or copied by hand, or a handler
      * that could not update them leaves them behind, and they are
      * then rebuilt from the master. A run that cannot rebuild them
      * is cancelled.
       VERIFICAR-INDICES.
           MOVE "VERI" TO WS-IDX-OPERACION.
           PERFORM LLAMAR-INDICES.
           IF WS-IDX-RETORNO NOT = ZERO
               DISPLAY "INDICES DE TURNOS-MAESTRO.DAT DESACTUALIZADOS "
                   "- SE RECONSTRUYEN"
               MOVE "RECO" TO WS-IDX-OPERACION
               PERFORM LLAMAR-INDICES
               IF WS-IDX-RETORNO NOT = ZERO
                   DISPLAY "ERROR: NO SE PUDIERON RECONSTRUIR LOS "
                       "INDICES DE TURNOS-MAESTRO.DAT - CORRIDA "
                       "CANCELADA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
       LLAMAR-INDICES.
           CALL "IDXTUR01" USING WS-IDX-OPERACION WS-IDX-TURNO
                                 WS-IDX-ESTACION WS-IDX-FECHA-CITA
                                 WS-IDX-HORA-CITA WS-IDX-PROFESIONAL
                                 WS-IDX-RRN WS-IDX-RETORNO
                                 WS-IDX-CONFLICTO
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE PUDO LLAMAR A IDXTUR01"
                   MOVE 99 TO WS-IDX-RETORNO
           END-CALL.
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
       CLASIFICAR-RESULTADO-LLAMADO.
           MOVE campo2 TO WS-AUD-CAMPO2.
           MOVE campo4 TO WS-AUD-CAMPO4.
               IF WS-RETURN-CODE = 16 OR WS-RETURN-CODE = 17
                   PERFORM REGISTRAR-CONFLICTO
               ELSE
                   IF WS-RETURN-CODE = 18 OR WS-RETURN-CODE = 19
                       PERFORM REGISTRAR-FUERA-HORARIO
                   ELSE
                       PERFORM REGISTRAR-AUDITORIA
                       IF WS-RETURN-CODE NOT = ZERO
                           DISPLAY "ERROR CODIGO " WS-RETURN-CODE
                               " CAMPO2=" campo2 " CAMPO4=" campo4
                           ADD 1 TO WS-CONTADOR-ERRORES-RETORNO
                       ELSE
                           ADD 1 TO WS-CONTADOR-PROCESADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * A double booking is audited as CONFLIC (never OK) and the
      * record goes to RECHAZOS.DAT with the conflict code so the desk
      * can resolve it through CORRECH01 like any other reject. The
      * turno is also queued on the waiting list so LESOFE01 can offer
      * it the next slot freed by a BAJA or a MODI.
       REGISTRAR-CONFLICTO.
           ADD 1 TO WS-CONTADOR-CONFLICTOS.
           MOVE "CONFLIC" TO WS-AUD-RESULTADO.
           PERFORM ESCRIBIR-AUDITORIA.
           MOVE WS-RETURN-CODE TO WS-CODIGO-RECHAZO.
           PERFORM RECHAZAR-REGISTRO.
           PERFORM REGISTRAR-LISTA-ESPERA.
      * The window opens on the requested date (today if that is
      * already past) and stays open WS-DIAS-VENTANA-ESPERA days. A
      * failure here does not touch the balance: the reject is
      * already on RECHAZOS.DAT for the desk.
       REGISTRAR-LISTA-ESPERA.
           IF WS-LISTAESP-STATUS NOT = "00"
               DISPLAY "AVISO: TURNO " campo2
                   " NO PASO A LISTA DE ESPERA"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
               MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY
               IF campo6 IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(campo6) = ZERO
                   AND campo6 > WS-FECHA-HOY
                   MOVE campo6 TO WS-FECHA-DESDE-ESPERA
               ELSE
                   MOVE WS-FECHA-HOY TO WS-FECHA-DESDE-ESPERA
               END-IF
               MOVE SPACES TO LE-REGISTRO
               MOVE WS-FECHA-HORA-ACTUAL(1:14) TO LE-FECHA-ALTA
               MOVE "C" TO LE-ORIGEN
               MOVE campo2 TO LE-CAMPO2
               MOVE campo3 TO LE-CAMPO3
               MOVE campo5 TO LE-TIPO-TRANX
               MOVE campo4 TO LE-ESTACION
               MOVE campo8 TO LE-PROFESIONAL
               MOVE campo9 TO LE-PACIENTE
               MOVE WS-FECHA-DESDE-ESPERA TO LE-FECHA-DESDE
               COMPUTE LE-FECHA-HASTA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE-ESPERA)
                   + WS-DIAS-VENTANA-ESPERA)
               WRITE LE-REGISTRO
               IF WS-LISTAESP-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR LISTAESP.DAT - "
                       "STATUS " WS-LISTAESP-STATUS
               ELSE
                   ADD 1 TO WS-CONTADOR-EN-ESPERA
               END-IF
           END-IF.
      * A cita outside the attention calendar is audited as HORARIO
      * and goes to RECHAZOS.DAT with the handler code, so the desk can
      * move it to a working slot through CORRECH01.
       REGISTRAR-FUERA-HORARIO.
           ADD 1 TO WS-CONTADOR-FUERA-HORARIO.
           MOVE "HORARIO" TO WS-AUD-RESULTADO.
           PERFORM ESCRIBIR-AUDITORIA.
           MOVE WS-RETURN-CODE TO WS-CODIGO-RECHAZO.
           PERFORM RECHAZAR-REGISTRO.
       REGISTRAR-AUDITORIA.
           IF WS-RETURN-CODE = ZERO
               MOVE "OK" TO WS-AUD-RESULTADO
           MOVE WS-AUD-RESULTADO TO AUD-RESULTADO.
           MOVE WS-ORIGEN-ACTUAL TO AUD-ORIGEN.
           MOVE campo5 TO AUD-TIPO-TRANX.
           MOVE campo9 TO AUD-PACIENTE.
      * The handler code goes on the row so ACULLAM01 can report it
      * back to the referral system; a failed CALL has none.
           IF WS-AUD-RESULTADO = "CALLERR"
               MOVE SPACES TO AUD-CODIGO
           ELSE
               MOVE WS-RETURN-CODE TO AUD-CODIGO
           END-IF.
           WRITE AUD-REGISTRO.
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR AUDITORIA.DAT - "
           MOVE campo6 TO CE-FECHA-CITA.
           MOVE campo7 TO CE-HORA-CITA.
           MOVE campo8 TO CE-PROFESIONAL.
           MOVE campo9 TO CE-PACIENTE.
           MOVE WS-ORIGEN-ACTUAL TO CE-ORIGEN.
           WRITE CE-REGISTRO.
           IF WS-COLA-ERRORES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR COLAERR.DAT - "
           MOVE campo8 TO RR-PROFESIONAL.
           MOVE WS-CODIGO-RECHAZO TO RR-CODIGO-RECHAZO.
           MOVE WS-ORIGEN-ACTUAL TO RR-ORIGEN.
           MOVE campo9 TO RR-PACIENTE.
           WRITE RR-REGISTRO.
           IF WS-RECHAZOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR RECHAZOS.DAT - "
