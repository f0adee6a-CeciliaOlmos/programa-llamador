      ******************************************************************
      * Author:
      * Date:
      * Purpose: Relative-key index of TURNOS-MAESTRO.DAT, called by
      *          the llamat handlers, ARCTUR01, CLASE1107 and IDXREB01.
      *          The runtime has no indexed handler, so the indexes
      *          are RELATIVE files used as hash tables: record 1 is a
      *          header with the table size and control totals, and
      *          every key is stored in the first free slot from its
      *          hash onwards (linear probing), so a lookup costs a
      *          few random READs instead of a pass over the master.
      *          TURNIDX.DAT maps turno (TM-CAMPO2) to the relative
      *          record number of its latest master record - the
      *          active one when there is one, since an ALTA is only
      *          accepted once the previous record is inactive.
      *          AGEIDX.DAT counts the active citas on each cita
      *          date/time per professional (clase P) and per station
      *          (clase E), which is what the double-booking check of
      *          llamat01/llamat04 needs.
      *          campo-operacion:
      *            BUSC - relative record of campo-turno (23 if none)
      *            ULTI - highest relative record on the master
      *            AGEN - agenda conflict for the cita in campo-fecha/
      *                   hora, campo-profesional (16) or
      *                   campo-estacion (17), ignoring campo-turno
      *            ALTA - index the master record campo-rrn just added
      *            BAJA - free the cita of master record campo-rrn
      *                   just made inactive
      *            MODI - free the old cita passed in campo-estacion/
      *                   fecha/hora/profesional and occupy the new one
      *                   of master record campo-rrn just rewritten
      *            VERI - check both indexes against the master (90
      *                   when they do not match)
      *            RECO - rebuild both indexes from the master
      *          campo-retorno is 99 when an index cannot be used; the
      *          caller must then stop, and IDXREB01 rebuilds them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXTUR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOS-MAESTRO ASSIGN TO "TURNOS-MAESTRO.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-CLAVE-MAESTRO
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT INDICE-TURNOS ASSIGN TO "TURNIDX.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-TURNIDX
               FILE STATUS IS WS-TURNIDX-STATUS.
           SELECT INDICE-AGENDA ASSIGN TO "AGEIDX.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-AGEIDX
               FILE STATUS IS WS-AGEIDX-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS-MAESTRO.
       01  TM-REGISTRO.
           03 TM-CAMPO2      PIC X(7).
           03 TM-CAMPO4      PIC X(4).
           03 TM-ESTADO      PIC X.
           03 TM-FECHA-ALTA  PIC X(14).
           03 TM-FECHA-CITA  PIC 9(8).
           03 TM-HORA-CITA   PIC 9(4).
           03 TM-PROFESIONAL PIC X(6).
           03 TM-PACIENTE    PIC X(10).
           03 TM-ORIGEN      PIC X.
       FD  INDICE-TURNOS.
       01  TI-REGISTRO.
           03 TI-TIPO        PIC X.
           03 TI-CAMPO2      PIC X(7).
           03 TI-RRN         PIC 9(9).
           03 FILLER         PIC X(33).
       01  TI-CABECERA.
           03 TIH-TIPO       PIC X.
           03 TIH-SLOTS      PIC 9(9).
           03 TIH-ENTRADAS   PIC 9(9).
           03 TIH-REGISTROS  PIC 9(9).
           03 TIH-FECHA-HORA PIC X(14).
           03 FILLER         PIC X(8).
       FD  INDICE-AGENDA.
       01  AI-REGISTRO.
           03 AI-TIPO        PIC X.
           03 AI-CLAVE.
              05 AI-CLASE       PIC X.
              05 AI-FECHA-CITA  PIC 9(8).
              05 AI-HORA-CITA   PIC 9(4).
              05 AI-CODIGO      PIC X(6).
           03 AI-CANTIDAD    PIC 9(5).
           03 AI-CAMPO2      PIC X(7).
           03 FILLER         PIC X(28).
       01  AI-CABECERA.
           03 AIH-TIPO          PIC X.
           03 AIH-SLOTS         PIC 9(9).
           03 AIH-ENTRADAS      PIC 9(9).
           03 AIH-OCUPADOS-PROF PIC 9(9).
           03 AIH-OCUPADOS-EST  PIC 9(9).
           03 AIH-FECHA-HORA    PIC X(14).
           03 FILLER            PIC X(9).
       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-TURNIDX-STATUS PIC XX.
       01  WS-AGEIDX-STATUS PIC XX.
       01  WS-CLAVE-MAESTRO PIC 9(9) VALUE ZERO.
       01  WS-CLAVE-TURNIDX PIC 9(9) VALUE ZERO.
       01  WS-CLAVE-AGEIDX PIC 9(9) VALUE ZERO.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01  WS-HUBO-ERROR PIC X VALUE "N".
           88 HUBO-ERROR VALUE "S".
       01  WS-NO-COINCIDE PIC X VALUE "N".
           88 NO-COINCIDE VALUE "S".
       01  WS-INDICES-ABIERTOS PIC X VALUE "N".
           88 INDICES-ABIERTOS VALUE "S".
      * "S" while a rebuild has the header records still to create.
       01  WS-CABECERAS-NUEVAS PIC X VALUE "N".
      * Header totals, kept in storage while the indexes are open and
      * rewritten on record 1 when they are closed.
       01  WS-TI-SLOTS PIC 9(9) VALUE ZERO.
       01  WS-TI-ENTRADAS PIC 9(9) VALUE ZERO.
       01  WS-TI-REGISTROS PIC 9(9) VALUE ZERO.
       01  WS-AI-SLOTS PIC 9(9) VALUE ZERO.
       01  WS-AI-ENTRADAS PIC 9(9) VALUE ZERO.
       01  WS-AI-OCUPADOS-PROF PIC 9(9) VALUE ZERO.
       01  WS-AI-OCUPADOS-EST PIC 9(9) VALUE ZERO.
      * A table is rebuilt, larger, once 80% of its slots are taken -
      * linear probing degrades quickly past that.
       01  WS-LIMITE-CARGA PIC 9(9) VALUE ZERO.
       01  WS-TABLA-LLENA PIC X VALUE "N".
           88 TABLA-LLENA VALUE "S".
      * Hashing and probing.
       01  WS-CLAVE-HASH PIC X(19) VALUE SPACES.
       01  WS-LONGITUD-HASH PIC 9(2) VALUE ZERO.
       01  WS-IND-HASH PIC 9(2) VALUE ZERO.
       01  WS-HASH PIC 9(11) VALUE ZERO.
       01  WS-SLOTS-HASH PIC 9(9) VALUE ZERO.
       01  WS-SLOT PIC 9(9) VALUE ZERO.
       01  WS-SONDEOS PIC 9(9) VALUE ZERO.
       01  WS-RESULTADO-SONDEO PIC X VALUE SPACE.
           88 SLOT-HALLADO VALUE "H".
           88 SLOT-LIBRE VALUE "L".
           88 SONDEO-ERROR VALUE "E".
       01  WS-CLAVE-AGENDA.
           03 WS-CA-CLASE      PIC X.
           03 WS-CA-FECHA-CITA PIC 9(8).
           03 WS-CA-HORA-CITA  PIC 9(4).
           03 WS-CA-CODIGO     PIC X(6).
       01  WS-TURNO-OCUPANTE PIC X(7) VALUE SPACES.
      * Rebuild and check counters.
       01  WS-REGISTROS-LEIDOS PIC 9(9) VALUE ZERO.
       01  WS-CITAS-ACTIVAS PIC 9(9) VALUE ZERO.
       01  WS-ULTIMO-RRN PIC 9(9) VALUE ZERO.
       01  WS-TURNOS-COINCIDEN PIC 9(9) VALUE ZERO.
       01  WS-CUENTA-PROF PIC 9(9) VALUE ZERO.
       01  WS-CUENTA-EST PIC 9(9) VALUE ZERO.
       LINKAGE SECTION.
       01  campo-operacion pic x(4).
       01  campo-turno pic x(7).
       01  campo-estacion pic x(4).
       01  campo-fecha-cita pic 9(8).
       01  campo-hora-cita pic 9(4).
       01  campo-profesional pic x(6).
       01  campo-rrn pic 9(9).
       01  campo-retorno pic 9(2).
       01  campo-turno-conflicto pic x(7).
       PROCEDURE DIVISION using campo-operacion campo-turno
                                 campo-estacion campo-fecha-cita
                                 campo-hora-cita campo-profesional
                                 campo-rrn campo-retorno
                                 campo-turno-conflicto.
       MAIN-PROCEDURE.
            MOVE ZERO TO campo-retorno.
            MOVE SPACES TO campo-turno-conflicto.
            MOVE "N" TO WS-HUBO-ERROR.
            MOVE "N" TO WS-NO-COINCIDE.
            EVALUATE campo-operacion
                WHEN "BUSC"
                    PERFORM ABRIR-INDICES
                    IF NOT HUBO-ERROR
                        PERFORM BUSCAR-TURNO
                    END-IF
                    PERFORM CERRAR-INDICES
                WHEN "ULTI"
                    PERFORM ABRIR-INDICES
                    IF NOT HUBO-ERROR
                        MOVE WS-TI-REGISTROS TO campo-rrn
                    END-IF
                    PERFORM CERRAR-INDICES
                WHEN "AGEN"
                    PERFORM ABRIR-INDICES
                    IF NOT HUBO-ERROR
                        PERFORM BUSCAR-CONFLICTO
                    END-IF
                    PERFORM CERRAR-INDICES
                WHEN "ALTA"
                    PERFORM ABRIR-INDICES
                    IF NOT HUBO-ERROR
                        PERFORM VERIFICAR-CARGA
                    END-IF
                    IF NOT HUBO-ERROR AND NOT TABLA-LLENA
                        PERFORM INDEXAR-ALTA
                    END-IF
                    PERFORM CERRAR-INDICES
                    IF TABLA-LLENA AND NOT HUBO-ERROR
                        PERFORM RECONSTRUIR-INDICES
                    END-IF
                WHEN "BAJA"
                    PERFORM ABRIR-INDICES
                    IF NOT HUBO-ERROR
                        PERFORM INDEXAR-BAJA
                    END-IF
                    PERFORM CERRAR-INDICES
                WHEN "MODI"
                    PERFORM ABRIR-INDICES
                    IF NOT HUBO-ERROR
                        PERFORM VERIFICAR-CARGA
                    END-IF
                    IF NOT HUBO-ERROR AND NOT TABLA-LLENA
                        PERFORM INDEXAR-MODI
                    END-IF
                    PERFORM CERRAR-INDICES
                    IF TABLA-LLENA AND NOT HUBO-ERROR
                        PERFORM RECONSTRUIR-INDICES
                    END-IF
                WHEN "VERI"
                    PERFORM VERIFICAR-INDICES
                WHEN "RECO"
                    PERFORM RECONSTRUIR-INDICES
                WHEN OTHER
                    DISPLAY "IDXTUR01 - OPERACION DESCONOCIDA: "
                        campo-operacion
                    SET HUBO-ERROR TO TRUE
            END-EVALUATE.
            IF HUBO-ERROR
                MOVE 99 TO campo-retorno
            ELSE
                IF NO-COINCIDE
                    MOVE 90 TO campo-retorno
                END-IF
            END-IF.
            EXIT PROGRAM.
      *-----------------------------------------------------------------
      * Opening and header handling.
      *-----------------------------------------------------------------
       ABRIR-INDICES.
           MOVE "N" TO WS-INDICES-ABIERTOS.
           OPEN I-O INDICE-TURNOS.
           IF WS-TURNIDX-STATUS NOT = "00"
               DISPLAY "IDXTUR01 - ERROR: NO SE PUDO ABRIR TURNIDX.DAT"
                   " - STATUS " WS-TURNIDX-STATUS
                   " - EJECUTE IDXREB01"
               SET HUBO-ERROR TO TRUE
           ELSE
               OPEN I-O INDICE-AGENDA
               IF WS-AGEIDX-STATUS NOT = "00"
                   DISPLAY "IDXTUR01 - ERROR: NO SE PUDO ABRIR "
                       "AGEIDX.DAT - STATUS " WS-AGEIDX-STATUS
                       " - EJECUTE IDXREB01"
                   CLOSE INDICE-TURNOS
                   SET HUBO-ERROR TO TRUE
               ELSE
                   SET INDICES-ABIERTOS TO TRUE
                   PERFORM LEER-CABECERAS
               END-IF
           END-IF.
       LEER-CABECERAS.
           MOVE 1 TO WS-CLAVE-TURNIDX.
           READ INDICE-TURNOS
               INVALID KEY MOVE SPACE TO TIH-TIPO
           END-READ.
           MOVE 1 TO WS-CLAVE-AGEIDX.
           READ INDICE-AGENDA
               INVALID KEY MOVE SPACE TO AIH-TIPO
           END-READ.
           IF TIH-TIPO NOT = "H" OR AIH-TIPO NOT = "H"
               OR TIH-SLOTS IS NOT NUMERIC OR TIH-SLOTS = ZERO
               OR AIH-SLOTS IS NOT NUMERIC OR AIH-SLOTS = ZERO
               DISPLAY "IDXTUR01 - ERROR: CABECERA DE TURNIDX.DAT O "
                   "AGEIDX.DAT INVALIDA - EJECUTE IDXREB01"
               SET HUBO-ERROR TO TRUE
               PERFORM CERRAR-INDICES
           ELSE
               MOVE TIH-SLOTS TO WS-TI-SLOTS
               MOVE TIH-ENTRADAS TO WS-TI-ENTRADAS
               MOVE TIH-REGISTROS TO WS-TI-REGISTROS
               MOVE AIH-SLOTS TO WS-AI-SLOTS
               MOVE AIH-ENTRADAS TO WS-AI-ENTRADAS
               MOVE AIH-OCUPADOS-PROF TO WS-AI-OCUPADOS-PROF
               MOVE AIH-OCUPADOS-EST TO WS-AI-OCUPADOS-EST
           END-IF.
       CERRAR-INDICES.
           IF INDICES-ABIERTOS
               CLOSE INDICE-TURNOS
               CLOSE INDICE-AGENDA
               MOVE "N" TO WS-INDICES-ABIERTOS
           END-IF.
       GRABAR-CABECERAS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE SPACES TO TI-CABECERA.
           MOVE "H" TO TIH-TIPO.
           MOVE WS-TI-SLOTS TO TIH-SLOTS.
           MOVE WS-TI-ENTRADAS TO TIH-ENTRADAS.
           MOVE WS-TI-REGISTROS TO TIH-REGISTROS.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO TIH-FECHA-HORA.
           MOVE 1 TO WS-CLAVE-TURNIDX.
           IF WS-CABECERAS-NUEVAS = "S"
               WRITE TI-CABECERA
                   INVALID KEY SET HUBO-ERROR TO TRUE
               END-WRITE
           ELSE
               REWRITE TI-CABECERA
                   INVALID KEY SET HUBO-ERROR TO TRUE
               END-REWRITE
           END-IF.
           IF WS-TURNIDX-STATUS NOT = "00"
               SET HUBO-ERROR TO TRUE
           END-IF.
           MOVE SPACES TO AI-CABECERA.
           MOVE "H" TO AIH-TIPO.
           MOVE WS-AI-SLOTS TO AIH-SLOTS.
           MOVE WS-AI-ENTRADAS TO AIH-ENTRADAS.
           MOVE WS-AI-OCUPADOS-PROF TO AIH-OCUPADOS-PROF.
           MOVE WS-AI-OCUPADOS-EST TO AIH-OCUPADOS-EST.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO AIH-FECHA-HORA.
           MOVE 1 TO WS-CLAVE-AGEIDX.
           IF WS-CABECERAS-NUEVAS = "S"
               WRITE AI-CABECERA
                   INVALID KEY SET HUBO-ERROR TO TRUE
               END-WRITE
           ELSE
               REWRITE AI-CABECERA
                   INVALID KEY SET HUBO-ERROR TO TRUE
               END-REWRITE
           END-IF.
           IF WS-AGEIDX-STATUS NOT = "00"
               SET HUBO-ERROR TO TRUE
           END-IF.
           MOVE "N" TO WS-CABECERAS-NUEVAS.
           IF HUBO-ERROR
               DISPLAY "IDXTUR01 - ERROR: NO SE PUDO GRABAR LA "
                   "CABECERA DE LOS INDICES"
           END-IF.
      * The new key may not fit under the load limit; the caller's
      * master change is already on disk, so rebuilding from the
      * master afterwards indexes it as well.
       VERIFICAR-CARGA.
           MOVE "N" TO WS-TABLA-LLENA.
           COMPUTE WS-LIMITE-CARGA = WS-TI-SLOTS * 8 / 10.
           IF WS-TI-ENTRADAS + 1 > WS-LIMITE-CARGA
               SET TABLA-LLENA TO TRUE
           END-IF.
           COMPUTE WS-LIMITE-CARGA = WS-AI-SLOTS * 8 / 10.
           IF WS-AI-ENTRADAS + 2 > WS-LIMITE-CARGA
               SET TABLA-LLENA TO TRUE
           END-IF.
      *-----------------------------------------------------------------
      * Lookups.
      *-----------------------------------------------------------------
       BUSCAR-TURNO.
           MOVE campo-turno TO WS-CLAVE-HASH.
           PERFORM SONDEAR-TURNOS.
           IF SLOT-HALLADO
               MOVE TI-RRN TO campo-rrn
           ELSE
               MOVE ZERO TO campo-rrn
               IF NOT HUBO-ERROR
                   MOVE 23 TO campo-retorno
               END-IF
           END-IF.
      * Same rule as the old scan: a professional already booked at
      * that date/time is 16; otherwise the station already in use is
      * 17. The turno being reprogrammed does not collide with itself.
       BUSCAR-CONFLICTO.
           IF campo-fecha-cita IS NUMERIC
               AND campo-fecha-cita NOT = ZERO
               AND campo-hora-cita IS NUMERIC
               IF campo-profesional NOT = SPACES
                   PERFORM BUSCAR-CONFLICTO-PROFESIONAL
               ELSE
                   PERFORM BUSCAR-CONFLICTO-ESTACION
               END-IF
           END-IF.
       BUSCAR-CONFLICTO-PROFESIONAL.
           MOVE "P" TO WS-CA-CLASE.
           MOVE campo-fecha-cita TO WS-CA-FECHA-CITA.
           MOVE campo-hora-cita TO WS-CA-HORA-CITA.
           MOVE campo-profesional TO WS-CA-CODIGO.
           PERFORM SONDEAR-AGENDA.
           IF SLOT-HALLADO AND (AI-CANTIDAD > 1
               OR (AI-CANTIDAD = 1 AND AI-CAMPO2 NOT = campo-turno))
               MOVE 16 TO campo-retorno
               MOVE AI-CAMPO2 TO campo-turno-conflicto
           ELSE
               PERFORM BUSCAR-CONFLICTO-ESTACION
           END-IF.
       BUSCAR-CONFLICTO-ESTACION.
           MOVE "E" TO WS-CA-CLASE.
           MOVE campo-fecha-cita TO WS-CA-FECHA-CITA.
           MOVE campo-hora-cita TO WS-CA-HORA-CITA.
           MOVE campo-estacion TO WS-CA-CODIGO.
           PERFORM SONDEAR-AGENDA.
           IF SLOT-HALLADO AND (AI-CANTIDAD > 1
               OR (AI-CANTIDAD = 1 AND AI-CAMPO2 NOT = campo-turno))
               MOVE 17 TO campo-retorno
               MOVE AI-CAMPO2 TO campo-turno-conflicto
           END-IF.
      *-----------------------------------------------------------------
      * Maintenance after a master change.
      *-----------------------------------------------------------------
       INDEXAR-ALTA.
           PERFORM LEER-MAESTRO-RRN.
           IF NOT HUBO-ERROR
               MOVE campo-rrn TO WS-ULTIMO-RRN
               PERFORM REGISTRAR-TURNO
               IF campo-rrn > WS-TI-REGISTROS
                   MOVE campo-rrn TO WS-TI-REGISTROS
               END-IF
               PERFORM OCUPAR-CITA-MAESTRO
               PERFORM GRABAR-CABECERAS
           END-IF.
       INDEXAR-BAJA.
           PERFORM LEER-MAESTRO-RRN.
           IF NOT HUBO-ERROR
               IF TM-ESTADO NOT = "A"
                   AND TM-FECHA-CITA IS NUMERIC
                   AND TM-FECHA-CITA NOT = ZERO
                   AND TM-HORA-CITA IS NUMERIC
                   MOVE TM-CAMPO2 TO WS-TURNO-OCUPANTE
                   MOVE TM-FECHA-CITA TO WS-CA-FECHA-CITA
                   MOVE TM-HORA-CITA TO WS-CA-HORA-CITA
                   IF TM-PROFESIONAL NOT = SPACES
                       MOVE "P" TO WS-CA-CLASE
                       MOVE TM-PROFESIONAL TO WS-CA-CODIGO
                       PERFORM LIBERAR-AGENDA
                   END-IF
                   MOVE "E" TO WS-CA-CLASE
                   MOVE TM-CAMPO4 TO WS-CA-CODIGO
                   PERFORM LIBERAR-AGENDA
               END-IF
               PERFORM GRABAR-CABECERAS
           END-IF.
       INDEXAR-MODI.
           IF campo-fecha-cita IS NUMERIC
               AND campo-fecha-cita NOT = ZERO
               AND campo-hora-cita IS NUMERIC
               MOVE campo-turno TO WS-TURNO-OCUPANTE
               MOVE campo-fecha-cita TO WS-CA-FECHA-CITA
               MOVE campo-hora-cita TO WS-CA-HORA-CITA
               IF campo-profesional NOT = SPACES
                   MOVE "P" TO WS-CA-CLASE
                   MOVE campo-profesional TO WS-CA-CODIGO
                   PERFORM LIBERAR-AGENDA
               END-IF
               MOVE "E" TO WS-CA-CLASE
               MOVE campo-estacion TO WS-CA-CODIGO
               PERFORM LIBERAR-AGENDA
           END-IF.
           PERFORM LEER-MAESTRO-RRN.
           IF NOT HUBO-ERROR
               PERFORM OCUPAR-CITA-MAESTRO
               PERFORM GRABAR-CABECERAS
           END-IF.
       LEER-MAESTRO-RRN.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "IDXTUR01 - ERROR: NO SE PUDO ABRIR "
                   "TURNOS-MAESTRO.DAT - STATUS " WS-MAESTRO-STATUS
               SET HUBO-ERROR TO TRUE
           ELSE
               MOVE campo-rrn TO WS-CLAVE-MAESTRO
               READ TURNOS-MAESTRO
                   INVALID KEY
                       DISPLAY "IDXTUR01 - ERROR: NO EXISTE EL "
                           "REGISTRO " campo-rrn
                           " DE TURNOS-MAESTRO.DAT"
                       SET HUBO-ERROR TO TRUE
               END-READ
               CLOSE TURNOS-MAESTRO
           END-IF.
      * Turno key -> relative record of the master record in TM-
      * REGISTRO (WS-ULTIMO-RRN). A later record of the same turno
      * replaces the earlier one.
       REGISTRAR-TURNO.
           MOVE TM-CAMPO2 TO WS-CLAVE-HASH.
           PERFORM SONDEAR-TURNOS.
           EVALUATE TRUE
               WHEN SLOT-HALLADO
                   MOVE WS-ULTIMO-RRN TO TI-RRN
                   REWRITE TI-REGISTRO
                       INVALID KEY SET HUBO-ERROR TO TRUE
                   END-REWRITE
               WHEN SLOT-LIBRE
                   MOVE SPACES TO TI-REGISTRO
                   MOVE "T" TO TI-TIPO
                   MOVE TM-CAMPO2 TO TI-CAMPO2
                   MOVE WS-ULTIMO-RRN TO TI-RRN
                   WRITE TI-REGISTRO
                       INVALID KEY SET HUBO-ERROR TO TRUE
                   END-WRITE
                   ADD 1 TO WS-TI-ENTRADAS
           END-EVALUATE.
           IF HUBO-ERROR
               DISPLAY "IDXTUR01 - ERROR: NO SE PUDO GRABAR TURNIDX.DAT"
                   " - STATUS " WS-TURNIDX-STATUS
           END-IF.
      * Only an active turno with a cita occupies the agenda - the
      * same records the old scan compared against.
       OCUPAR-CITA-MAESTRO.
           IF TM-ESTADO = "A"
               AND TM-FECHA-CITA IS NUMERIC
               AND TM-FECHA-CITA NOT = ZERO
               AND TM-HORA-CITA IS NUMERIC
               MOVE TM-FECHA-CITA TO WS-CA-FECHA-CITA
               MOVE TM-HORA-CITA TO WS-CA-HORA-CITA
               MOVE TM-CAMPO2 TO WS-TURNO-OCUPANTE
               IF TM-PROFESIONAL NOT = SPACES
                   MOVE "P" TO WS-CA-CLASE
                   MOVE TM-PROFESIONAL TO WS-CA-CODIGO
                   PERFORM OCUPAR-AGENDA
                   ADD 1 TO WS-AI-OCUPADOS-PROF
               END-IF
               MOVE "E" TO WS-CA-CLASE
               MOVE TM-CAMPO4 TO WS-CA-CODIGO
               PERFORM OCUPAR-AGENDA
               ADD 1 TO WS-AI-OCUPADOS-EST
           END-IF.
       OCUPAR-AGENDA.
           PERFORM SONDEAR-AGENDA.
           EVALUATE TRUE
               WHEN SLOT-HALLADO
                   IF AI-CANTIDAD = ZERO
                       MOVE WS-TURNO-OCUPANTE TO AI-CAMPO2
                   END-IF
                   ADD 1 TO AI-CANTIDAD
                   REWRITE AI-REGISTRO
                       INVALID KEY SET HUBO-ERROR TO TRUE
                   END-REWRITE
               WHEN SLOT-LIBRE
                   MOVE SPACES TO AI-REGISTRO
                   MOVE "A" TO AI-TIPO
                   MOVE WS-CLAVE-AGENDA TO AI-CLAVE
                   MOVE 1 TO AI-CANTIDAD
                   MOVE WS-TURNO-OCUPANTE TO AI-CAMPO2
                   WRITE AI-REGISTRO
                       INVALID KEY SET HUBO-ERROR TO TRUE
                   END-WRITE
                   ADD 1 TO WS-AI-ENTRADAS
           END-EVALUATE.
           IF HUBO-ERROR
               DISPLAY "IDXTUR01 - ERROR: NO SE PUDO GRABAR AGEIDX.DAT"
                   " - STATUS " WS-AGEIDX-STATUS
           END-IF.
      * Only the first occupant's turno is kept: when it leaves a
      * double-booked slot the one left is unknown, so the slot is
      * left with a blank turno that collides with any other.
      * A cita missing from the index is only reported: the master is
      * already updated, and the check at the start of the next
      * CLASE1107 run rebuilds an index that does not match.
       LIBERAR-AGENDA.
           PERFORM SONDEAR-AGENDA.
           IF SLOT-HALLADO AND AI-CANTIDAD > ZERO
               SUBTRACT 1 FROM AI-CANTIDAD
               IF AI-CANTIDAD = ZERO OR AI-CAMPO2 = WS-TURNO-OCUPANTE
                   MOVE SPACES TO AI-CAMPO2
               END-IF
               REWRITE AI-REGISTRO
                   INVALID KEY SET HUBO-ERROR TO TRUE
               END-REWRITE
               IF WS-CA-CLASE = "P"
                   SUBTRACT 1 FROM WS-AI-OCUPADOS-PROF
               ELSE
                   SUBTRACT 1 FROM WS-AI-OCUPADOS-EST
               END-IF
           ELSE
               IF NOT HUBO-ERROR
                   DISPLAY "IDXTUR01 - AVISO: CITA NO INDEXADA "
                       WS-CLAVE-AGENDA
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * Hash tables. Slots run from record 2 to record slots + 1; an
      * empty slot is a relative record never written (INVALID KEY).
      *-----------------------------------------------------------------
       CALCULAR-HASH.
           MOVE ZERO TO WS-HASH.
           PERFORM VARYING WS-IND-HASH FROM 1 BY 1
                   UNTIL WS-IND-HASH > WS-LONGITUD-HASH
               COMPUTE WS-HASH = FUNCTION MOD(WS-HASH * 31 +
                   FUNCTION ORD(WS-CLAVE-HASH(WS-IND-HASH:1)),
                   WS-SLOTS-HASH)
           END-PERFORM.
           COMPUTE WS-SLOT = WS-HASH + 2.
       SONDEAR-TURNOS.
           MOVE SPACE TO WS-RESULTADO-SONDEO.
           MOVE 7 TO WS-LONGITUD-HASH.
           MOVE WS-TI-SLOTS TO WS-SLOTS-HASH.
           PERFORM CALCULAR-HASH.
           MOVE ZERO TO WS-SONDEOS.
           PERFORM UNTIL WS-RESULTADO-SONDEO NOT = SPACE
                      OR WS-SONDEOS >= WS-TI-SLOTS
               ADD 1 TO WS-SONDEOS
               MOVE WS-SLOT TO WS-CLAVE-TURNIDX
               READ INDICE-TURNOS
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-TURNIDX-STATUS
                   WHEN "23"
                       SET SLOT-LIBRE TO TRUE
                   WHEN "00"
                       IF TI-CAMPO2 = WS-CLAVE-HASH(1:7)
                           SET SLOT-HALLADO TO TRUE
                       ELSE
                           PERFORM SIGUIENTE-SLOT
                       END-IF
                   WHEN OTHER
                       DISPLAY "IDXTUR01 - ERROR: NO SE PUDO LEER "
                           "TURNIDX.DAT - STATUS " WS-TURNIDX-STATUS
                       SET SONDEO-ERROR TO TRUE
                       SET HUBO-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM.
           MOVE WS-SLOT TO WS-CLAVE-TURNIDX.
           IF WS-RESULTADO-SONDEO = SPACE
               DISPLAY "IDXTUR01 - ERROR: TURNIDX.DAT LLENO"
               SET SONDEO-ERROR TO TRUE
               SET HUBO-ERROR TO TRUE
           END-IF.
       SONDEAR-AGENDA.
           MOVE SPACE TO WS-RESULTADO-SONDEO.
           MOVE WS-CLAVE-AGENDA TO WS-CLAVE-HASH.
           MOVE 19 TO WS-LONGITUD-HASH.
           MOVE WS-AI-SLOTS TO WS-SLOTS-HASH.
           PERFORM CALCULAR-HASH.
           MOVE ZERO TO WS-SONDEOS.
           PERFORM UNTIL WS-RESULTADO-SONDEO NOT = SPACE
                      OR WS-SONDEOS >= WS-AI-SLOTS
               ADD 1 TO WS-SONDEOS
               MOVE WS-SLOT TO WS-CLAVE-AGEIDX
               READ INDICE-AGENDA
                   INVALID KEY CONTINUE
               END-READ
               EVALUATE WS-AGEIDX-STATUS
                   WHEN "23"
                       SET SLOT-LIBRE TO TRUE
                   WHEN "00"
                       IF AI-CLAVE = WS-CLAVE-AGENDA
                           SET SLOT-HALLADO TO TRUE
                       ELSE
                           PERFORM SIGUIENTE-SLOT
                       END-IF
                   WHEN OTHER
                       DISPLAY "IDXTUR01 - ERROR: NO SE PUDO LEER "
                           "AGEIDX.DAT - STATUS " WS-AGEIDX-STATUS
                       SET SONDEO-ERROR TO TRUE
                       SET HUBO-ERROR TO TRUE
               END-EVALUATE
           END-PERFORM.
           MOVE WS-SLOT TO WS-CLAVE-AGEIDX.
           IF WS-RESULTADO-SONDEO = SPACE
               DISPLAY "IDXTUR01 - ERROR: AGEIDX.DAT LLENO"
               SET SONDEO-ERROR TO TRUE
               SET HUBO-ERROR TO TRUE
           END-IF.
       SIGUIENTE-SLOT.
           ADD 1 TO WS-SLOT.
           IF WS-SLOT > WS-SLOTS-HASH + 1
               MOVE 2 TO WS-SLOT
           END-IF.
      *-----------------------------------------------------------------
      * Rebuild: a first pass over the master sizes the tables, the
      * second one loads them.
      *-----------------------------------------------------------------
       RECONSTRUIR-INDICES.
           MOVE ZERO TO WS-REGISTROS-LEIDOS.
           MOVE ZERO TO WS-CITAS-ACTIVAS.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS NOT = "00"
               AND WS-MAESTRO-STATUS NOT = "35"
               DISPLAY "IDXTUR01 - ERROR: NO SE PUDO ABRIR "
                   "TURNOS-MAESTRO.DAT - STATUS " WS-MAESTRO-STATUS
               SET HUBO-ERROR TO TRUE
           ELSE
               PERFORM DIMENSIONAR-INDICES
           END-IF.
       DIMENSIONAR-INDICES.
           IF WS-MAESTRO-STATUS = "35"
               SET FIN-MAESTRO TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MAESTRO
               READ TURNOS-MAESTRO NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REGISTROS-LEIDOS
                       IF TM-ESTADO = "A"
                           ADD 1 TO WS-CITAS-ACTIVAS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
           COMPUTE WS-TI-SLOTS = WS-REGISTROS-LEIDOS * 2 + 1000.
           COMPUTE WS-AI-SLOTS = WS-CITAS-ACTIVAS * 4 + 1000.
           MOVE ZERO TO WS-TI-ENTRADAS.
           MOVE ZERO TO WS-TI-REGISTROS.
           MOVE ZERO TO WS-AI-ENTRADAS.
           MOVE ZERO TO WS-AI-OCUPADOS-PROF.
           MOVE ZERO TO WS-AI-OCUPADOS-EST.
           OPEN OUTPUT INDICE-TURNOS.
           IF WS-TURNIDX-STATUS NOT = "00"
               DISPLAY "IDXTUR01 - ERROR: NO SE PUDO CREAR TURNIDX.DAT"
                   " - STATUS " WS-TURNIDX-STATUS
               SET HUBO-ERROR TO TRUE
           ELSE
               CLOSE INDICE-TURNOS
               OPEN OUTPUT INDICE-AGENDA
               IF WS-AGEIDX-STATUS NOT = "00"
                   DISPLAY "IDXTUR01 - ERROR: NO SE PUDO CREAR "
                       "AGEIDX.DAT - STATUS " WS-AGEIDX-STATUS
                   SET HUBO-ERROR TO TRUE
               ELSE
                   CLOSE INDICE-AGENDA
                   PERFORM CARGAR-INDICES
               END-IF
           END-IF.
       CARGAR-INDICES.
           OPEN I-O INDICE-TURNOS.
           OPEN I-O INDICE-AGENDA.
           SET INDICES-ABIERTOS TO TRUE.
           MOVE "S" TO WS-CABECERAS-NUEVAS.
           PERFORM GRABAR-CABECERAS.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS = "35"
               SET FIN-MAESTRO TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MAESTRO OR HUBO-ERROR
               READ TURNOS-MAESTRO NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       MOVE WS-CLAVE-MAESTRO TO WS-ULTIMO-RRN
                       MOVE WS-CLAVE-MAESTRO TO WS-TI-REGISTROS
                       PERFORM REGISTRAR-TURNO
                       PERFORM OCUPAR-CITA-MAESTRO
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
           PERFORM GRABAR-CABECERAS.
           PERFORM CERRAR-INDICES.
           IF NOT HUBO-ERROR
               DISPLAY "IDXTUR01 - INDICES RECONSTRUIDOS - REGISTROS "
                   WS-REGISTROS-LEIDOS " TURNOS " WS-TI-ENTRADAS
                   " CITAS ACTIVAS " WS-AI-OCUPADOS-EST
           END-IF.
      *-----------------------------------------------------------------
      * Check: every master record's turno must be indexed at that
      * record or a later one of the same turno, every active cita
      * must be counted on the agenda, and the header totals must
      * equal what the master holds - so an index left behind by a
      * restore, a compaction or a program that wrote the master
      * without it does not match.
      *-----------------------------------------------------------------
       VERIFICAR-INDICES.
           PERFORM ABRIR-INDICES.
           IF HUBO-ERROR
               MOVE "N" TO WS-HUBO-ERROR
               SET NO-COINCIDE TO TRUE
           ELSE
               PERFORM COMPARAR-INDICES
           END-IF.
       COMPARAR-INDICES.
           MOVE ZERO TO WS-TURNOS-COINCIDEN.
           MOVE ZERO TO WS-CUENTA-PROF.
           MOVE ZERO TO WS-CUENTA-EST.
           MOVE ZERO TO WS-ULTIMO-RRN.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS NOT = "00"
               AND WS-MAESTRO-STATUS NOT = "35"
               DISPLAY "IDXTUR01 - ERROR: NO SE PUDO ABRIR "
                   "TURNOS-MAESTRO.DAT - STATUS " WS-MAESTRO-STATUS
               SET HUBO-ERROR TO TRUE
               PERFORM CERRAR-INDICES
           ELSE
               PERFORM RECORRER-VERIFICACION
           END-IF.
       RECORRER-VERIFICACION.
           IF WS-MAESTRO-STATUS = "35"
               SET FIN-MAESTRO TO TRUE
           END-IF.
           PERFORM UNTIL FIN-MAESTRO OR NO-COINCIDE OR HUBO-ERROR
               READ TURNOS-MAESTRO NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END PERFORM VERIFICAR-REGISTRO
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
           PERFORM CERRAR-INDICES.
           IF NOT NO-COINCIDE AND NOT HUBO-ERROR
               IF WS-TURNOS-COINCIDEN NOT = WS-TI-ENTRADAS
                   OR WS-ULTIMO-RRN NOT = WS-TI-REGISTROS
                   OR WS-CUENTA-PROF NOT = WS-AI-OCUPADOS-PROF
                   OR WS-CUENTA-EST NOT = WS-AI-OCUPADOS-EST
                   DISPLAY "IDXTUR01 - TOTALES DEL INDICE DISTINTOS "
                       "DEL MAESTRO"
                   SET NO-COINCIDE TO TRUE
               END-IF
           END-IF.
       VERIFICAR-REGISTRO.
           MOVE WS-CLAVE-MAESTRO TO WS-ULTIMO-RRN.
           MOVE TM-CAMPO2 TO WS-CLAVE-HASH.
           PERFORM SONDEAR-TURNOS.
           IF NOT SLOT-HALLADO OR TI-RRN < WS-ULTIMO-RRN
               DISPLAY "IDXTUR01 - TURNO " TM-CAMPO2
                   " MAL INDEXADO EN TURNIDX.DAT"
               SET NO-COINCIDE TO TRUE
           ELSE
               IF TI-RRN = WS-ULTIMO-RRN
                   ADD 1 TO WS-TURNOS-COINCIDEN
               END-IF
               IF TM-ESTADO = "A"
                   AND TM-FECHA-CITA IS NUMERIC
                   AND TM-FECHA-CITA NOT = ZERO
                   AND TM-HORA-CITA IS NUMERIC
                   MOVE TM-FECHA-CITA TO WS-CA-FECHA-CITA
                   MOVE TM-HORA-CITA TO WS-CA-HORA-CITA
                   IF TM-PROFESIONAL NOT = SPACES
                       MOVE "P" TO WS-CA-CLASE
                       MOVE TM-PROFESIONAL TO WS-CA-CODIGO
                       PERFORM VERIFICAR-CITA
                       ADD 1 TO WS-CUENTA-PROF
                   END-IF
                   MOVE "E" TO WS-CA-CLASE
                   MOVE TM-CAMPO4 TO WS-CA-CODIGO
                   PERFORM VERIFICAR-CITA
                   ADD 1 TO WS-CUENTA-EST
               END-IF
           END-IF.
       VERIFICAR-CITA.
           PERFORM SONDEAR-AGENDA.
           IF NOT SLOT-HALLADO OR AI-CANTIDAD = ZERO
               DISPLAY "IDXTUR01 - CITA " WS-CLAVE-AGENDA " DEL TURNO "
                   TM-CAMPO2 " NO FIGURA EN AGEIDX.DAT"
               SET NO-COINCIDE TO TRUE
           END-IF.
       END PROGRAM IDXTUR01.
