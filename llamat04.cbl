      *          on TURNOS-MAESTRO.DAT with the new appointment date,
      *          time, attending professional and station, in one
      *          transaction instead of the old BAJA + ALTA pair.
      *          Before rewriting, the agenda index is checked for
      *          another active turno occupying the target date/time
      *          for the same professional (return code 16) or the
      *          same station (return code 17) - a reprogramacion must
      *          not create a double booking. The new cita must also
      *          fall inside the attention calendar kept by CALMANT01:
      *          a closed day on CIERRES.DAT is refused with return
      *          code 19 and a time outside the professional's
      *          HORARIOS.DAT slots with return code 18. When the
      *          turno leaves its old slot, that slot is logged on
      *          LIBERADOS.DAT for the waiting list, and the move is
      *          carried to the AGEIDX.DAT agenda index.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107 - the
      * runtime has no indexed handler, so the master is RELATIVE; the
      * turno's relative record number comes from the TURNIDX.DAT
      * index kept by IDXTUR01 and the update is a REWRITE of the
      * record read at that number.
           SELECT TURNOS-MAESTRO ASSIGN TO "TURNOS-MAESTRO.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-MAESTRO
               FILE STATUS IS WS-MAESTRO-STATUS.
      * Same ORGANIZATION IS INDEXED fallback for the calendar files
      * maintained by CALMANT01 - both are scanned per call.
           SELECT HORARIOS-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HORARIOS-STATUS.
           SELECT CIERRES-FILE ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CIERRES-STATUS.
      * Slots freed by this handler, offered to the waiting list
      * (LISTAESP.DAT) by LESOFE01 before the next CLASE1107 run.
           SELECT TURNOS-LIBERADOS ASSIGN TO "LIBERADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS-MAESTRO.
           03 TM-FECHA-CITA  PIC 9(8).
           03 TM-HORA-CITA   PIC 9(4).
           03 TM-PROFESIONAL PIC X(6).
           03 TM-PACIENTE    PIC X(10).
           03 TM-ORIGEN      PIC X.
       FD  HORARIOS-FILE.
       01  HOR-REGISTRO.
           03 HOR-PROFESIONAL  PIC X(6).
           03 HOR-ESTACION     PIC X(4).
           03 HOR-DIA-SEMANA   PIC 9.
           03 HOR-HORA-DESDE   PIC 9(4).
           03 HOR-HORA-HASTA   PIC 9(4).
           03 HOR-DURACION     PIC 9(3).
           03 HOR-ESTADO       PIC X.
       FD  CIERRES-FILE.
       01  CIE-REGISTRO.
           03 CIE-FECHA        PIC 9(8).
           03 CIE-ESTACION     PIC X(4).
           03 CIE-PROFESIONAL  PIC X(6).
           03 CIE-MOTIVO       PIC X(20).
           03 CIE-ESTADO       PIC X.
       FD  TURNOS-LIBERADOS.
       01  LB-REGISTRO.
           03 LB-FECHA-HORA  PIC X(14).
           03 FILLER         PIC X.
           03 LB-MOTIVO      PIC X.
           03 FILLER         PIC X.
           03 LB-CAMPO2      PIC X(7).
           03 FILLER         PIC X.
           03 LB-ESTACION    PIC X(4).
           03 FILLER         PIC X.
           03 LB-FECHA-CITA  PIC 9(8).
           03 FILLER         PIC X.
           03 LB-HORA-CITA   PIC 9(4).
           03 FILLER         PIC X.
           03 LB-PROFESIONAL PIC X(6).
       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-LIBERADOS-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-MOTIVO-LIBERADO PIC X VALUE SPACE.
       01  WS-ESTACION-LIBERADA PIC X(4) VALUE SPACES.
       01  WS-FECHA-LIBERADA PIC 9(8) VALUE ZERO.
       01  WS-HORA-LIBERADA PIC 9(4) VALUE ZERO.
       01  WS-PROFESIONAL-LIBERADO PIC X(6) VALUE SPACES.
       01  WS-HORARIOS-STATUS PIC XX.
       01  WS-CIERRES-STATUS PIC XX.
       01  WS-CLAVE-MAESTRO PIC 9(9) VALUE ZERO.
       01  WS-IDX-OPERACION PIC X(4).
       01  WS-IDX-RRN PIC 9(9) VALUE ZERO.
       01  WS-IDX-RETORNO PIC 9(2) VALUE ZERO.
       01  WS-MAESTRO-ABIERTO PIC X VALUE "N".
           88 MAESTRO-ABIERTO VALUE "S".
       01  WS-TURNO-ENCONTRADO PIC X VALUE "N".
           88 TURNO-ENCONTRADO VALUE "S".
       01  WS-HAY-CONFLICTO PIC X VALUE "N".
           88 HAY-CONFLICTO VALUE "S".
       01  WS-CODIGO-CONFLICTO PIC 9(2) VALUE ZERO.
       01  WS-TURNO-CONFLICTO PIC X(7) VALUE SPACES.
       01  WS-FIN-HORARIOS PIC X VALUE "N".
           88 FIN-HORARIOS VALUE "S".
       01  WS-FIN-CIERRES PIC X VALUE "N".
           88 FIN-CIERRES VALUE "S".
       01  WS-HORARIO-HALLADO PIC X VALUE "N".
           88 HORARIO-HALLADO VALUE "S".
       01  WS-FUERA-CALENDARIO PIC X VALUE "N".
           88 FUERA-CALENDARIO VALUE "S".
       01  WS-CODIGO-CALENDARIO PIC 9(2) VALUE ZERO.
       01  WS-MOTIVO-CIERRE PIC X(20) VALUE SPACES.
       01  WS-DIA-SEMANA PIC 9 VALUE ZERO.
       01  WS-HORA-TRABAJO PIC 9(4).
       01  WS-HORA-TRABAJO-R REDEFINES WS-HORA-TRABAJO.
           03 WS-HORA-TRABAJO-HH PIC 99.
           03 WS-HORA-TRABAJO-MM PIC 99.
       01  WS-MINUTO-CITA PIC 9(4) VALUE ZERO.
       01  WS-MINUTO-DESDE PIC 9(4) VALUE ZERO.
       01  WS-MINUTO-HASTA PIC 9(4) VALUE ZERO.
       LINKAGE SECTION.
       01  campo-1 pic x(7).
       01  campo-2 pic x(4).
       01  campo-fecha-cita pic 9(8).
       01  campo-hora-cita pic 9(4).
       01  campo-profesional pic x(6).
       01  campo-paciente pic x(10).
       01  campo-origen pic x.
       PROCEDURE DIVISION using campo-1 campo-2 WS-RETURN-CODE
                                 campo-fecha-cita campo-hora-cita
                                 campo-profesional
                                 campo-paciente campo-origen.
       MAIN-PROCEDURE.
            DISPLAY "LLAMAT04 - PROCESANDO MODI"
            PERFORM mostrar.
            MOVE "N" TO WS-FUERA-CALENDARIO.
            MOVE "N" TO WS-HAY-CONFLICTO.
            IF campo-fecha-cita IS NOT NUMERIC
                OR campo-fecha-cita = ZERO
                DISPLAY "LLAMAT04 - FECHA DE CITA INVALIDA: "
                    campo-fecha-cita
                MOVE 15 TO WS-RETURN-CODE
            ELSE
                PERFORM VERIFICAR-CALENDARIO
                IF FUERA-CALENDARIO
                    PERFORM INFORMAR-FUERA-CALENDARIO
                    MOVE WS-CODIGO-CALENDARIO TO WS-RETURN-CODE
                ELSE
                    IF WS-RETURN-CODE NOT = 99
                        PERFORM BUSCAR-CONFLICTO-AGENDA
                    END-IF
                    IF HAY-CONFLICTO
                        DISPLAY "LLAMAT04 - AGENDA OCUPADA "
                            campo-fecha-cita " " campo-hora-cita
                            " - TURNO " campo-1 " EN CONFLICTO CON "
                            WS-TURNO-CONFLICTO
                        MOVE WS-CODIGO-CONFLICTO TO WS-RETURN-CODE
                    ELSE
                        IF WS-RETURN-CODE NOT = 99
                            PERFORM REPROGRAMAR-TURNO
                        END-IF
                    END-IF
                END-IF
            END-IF.
            EXIT PROGRAM.
      * The record being reprogrammed must not collide with itself -
      * IDXTUR01 ignores a slot held by the turno itself.
       BUSCAR-CONFLICTO-AGENDA.
           MOVE "N" TO WS-HAY-CONFLICTO.
           MOVE ZERO TO WS-CODIGO-CONFLICTO.
               PERFORM RECORRER-AGENDA
           END-IF.
       RECORRER-AGENDA.
           MOVE "AGEN" TO WS-IDX-OPERACION.
           PERFORM LLAMAR-INDICE.
           EVALUATE WS-IDX-RETORNO
               WHEN ZERO
                   CONTINUE
               WHEN 16
               WHEN 17
                   SET HAY-CONFLICTO TO TRUE
                   MOVE WS-IDX-RETORNO TO WS-CODIGO-CONFLICTO
               WHEN OTHER
                   MOVE 99 TO WS-RETURN-CODE
           END-EVALUATE.
       LLAMAR-INDICE.
           CALL "IDXTUR01" USING WS-IDX-OPERACION campo-1 campo-2
                                 campo-fecha-cita campo-hora-cita
                                 campo-profesional WS-IDX-RRN
                                 WS-IDX-RETORNO WS-TURNO-CONFLICTO
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE PUDO LLAMAR A IDXTUR01"
                   MOVE 99 TO WS-IDX-RETORNO
           END-CALL.
      * The attention calendar only applies to a turno that carries a
      * cita date, like the agenda check below. A closed day on
      * CIERRES.DAT (whole clinic, the station or the professional)
      * refuses the turno with return code 19; otherwise the cita must
      * start on a slot boundary inside a weekly HORARIOS.DAT range of
      * the station and professional - of any professional of the
      * station when none is named - or it is refused with return
      * code 18. Until CALMANT01 has created HORARIOS.DAT no working
      * hours are enforced.
       VERIFICAR-CALENDARIO.
           MOVE "N" TO WS-FUERA-CALENDARIO.
           MOVE ZERO TO WS-CODIGO-CALENDARIO.
           MOVE SPACES TO WS-MOTIVO-CIERRE.
           IF campo-fecha-cita IS NOT NUMERIC
               OR campo-fecha-cita = ZERO
               OR campo-hora-cita IS NOT NUMERIC
               CONTINUE
           ELSE
               MOVE campo-hora-cita TO WS-HORA-TRABAJO
               IF FUNCTION TEST-DATE-YYYYMMDD(campo-fecha-cita)
                   NOT = ZERO
                   OR WS-HORA-TRABAJO-HH > 23
                   OR WS-HORA-TRABAJO-MM > 59
                   SET FUERA-CALENDARIO TO TRUE
                   MOVE 18 TO WS-CODIGO-CALENDARIO
               ELSE
                   PERFORM BUSCAR-CIERRE
                   IF NOT FUERA-CALENDARIO
                       AND WS-RETURN-CODE NOT = 99
                       PERFORM BUSCAR-HORARIO
                   END-IF
               END-IF
           END-IF.
       BUSCAR-CIERRE.
           MOVE "N" TO WS-FIN-CIERRES.
           OPEN INPUT CIERRES-FILE.
           IF WS-CIERRES-STATUS = "35"
               SET FIN-CIERRES TO TRUE
           ELSE
               IF WS-CIERRES-STATUS NOT = "00"
                   DISPLAY "LLAMAT04 - ERROR: NO SE PUDO ABRIR "
                       "CIERRES.DAT - STATUS " WS-CIERRES-STATUS
                   MOVE 99 TO WS-RETURN-CODE
                   SET FIN-CIERRES TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-CIERRES OR FUERA-CALENDARIO
               READ CIERRES-FILE NEXT RECORD
                   AT END SET FIN-CIERRES TO TRUE
                   NOT AT END
                       IF CIE-ESTADO = "A"
                           AND CIE-FECHA = campo-fecha-cita
                           AND (CIE-ESTACION = SPACES
                                OR CIE-ESTACION = campo-2)
                           AND (CIE-PROFESIONAL = SPACES
                                OR CIE-PROFESIONAL = campo-profesional)
                           SET FUERA-CALENDARIO TO TRUE
                           MOVE 19 TO WS-CODIGO-CALENDARIO
                           MOVE CIE-MOTIVO TO WS-MOTIVO-CIERRE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CIERRES-STATUS NOT = "35"
               CLOSE CIERRES-FILE
           END-IF.
      * Day of week 1=lunes .. 7=domingo: day 1 of the integer date
      * calendar (1601-01-01) was a Monday.
       BUSCAR-HORARIO.
           MOVE "N" TO WS-HORARIO-HALLADO.
           MOVE "N" TO WS-FIN-HORARIOS.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(campo-fecha-cita) - 1, 7) + 1.
           COMPUTE WS-MINUTO-CITA =
               WS-HORA-TRABAJO-HH * 60 + WS-HORA-TRABAJO-MM.
           OPEN INPUT HORARIOS-FILE.
           IF WS-HORARIOS-STATUS = "35"
               SET HORARIO-HALLADO TO TRUE
               SET FIN-HORARIOS TO TRUE
           ELSE
               IF WS-HORARIOS-STATUS NOT = "00"
                   DISPLAY "LLAMAT04 - ERROR: NO SE PUDO ABRIR "
                       "HORARIOS.DAT - STATUS " WS-HORARIOS-STATUS
                   MOVE 99 TO WS-RETURN-CODE
                   SET FIN-HORARIOS TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-HORARIOS OR HORARIO-HALLADO
               READ HORARIOS-FILE NEXT RECORD
                   AT END SET FIN-HORARIOS TO TRUE
                   NOT AT END
                       IF HOR-ESTADO = "A"
                           AND HOR-DIA-SEMANA = WS-DIA-SEMANA
                           AND HOR-ESTACION = campo-2
                           AND (campo-profesional = SPACES
                                OR HOR-PROFESIONAL = campo-profesional)
                           PERFORM VERIFICAR-FRANJA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HORARIOS-STATUS NOT = "35"
               CLOSE HORARIOS-FILE
           END-IF.
           IF NOT HORARIO-HALLADO AND WS-RETURN-CODE NOT = 99
               SET FUERA-CALENDARIO TO TRUE
               MOVE 18 TO WS-CODIGO-CALENDARIO
           END-IF.
       VERIFICAR-FRANJA.
           MOVE HOR-HORA-DESDE TO WS-HORA-TRABAJO.
           COMPUTE WS-MINUTO-DESDE =
               WS-HORA-TRABAJO-HH * 60 + WS-HORA-TRABAJO-MM.
           MOVE HOR-HORA-HASTA TO WS-HORA-TRABAJO.
           COMPUTE WS-MINUTO-HASTA =
               WS-HORA-TRABAJO-HH * 60 + WS-HORA-TRABAJO-MM.
           IF HOR-DURACION > ZERO
               AND WS-MINUTO-CITA NOT < WS-MINUTO-DESDE
               AND WS-MINUTO-CITA + HOR-DURACION NOT > WS-MINUTO-HASTA
               IF FUNCTION MOD(WS-MINUTO-CITA - WS-MINUTO-DESDE,
                               HOR-DURACION) = ZERO
                   SET HORARIO-HALLADO TO TRUE
               END-IF
           END-IF.
       INFORMAR-FUERA-CALENDARIO.
           IF WS-CODIGO-CALENDARIO = 19
               DISPLAY "LLAMAT04 - DIA CERRADO " campo-fecha-cita
                   " (" WS-MOTIVO-CIERRE ") - TURNO " campo-1
           ELSE
               DISPLAY "LLAMAT04 - CITA FUERA DE HORARIO "
                   campo-fecha-cita " " campo-hora-cita
                   " - TURNO " campo-1
           END-IF.
       REPROGRAMAR-TURNO.
           MOVE "N" TO WS-TURNO-ENCONTRADO.
           MOVE "N" TO WS-MAESTRO-ABIERTO.
           MOVE "BUSC" TO WS-IDX-OPERACION.
           PERFORM LLAMAR-INDICE.
           EVALUATE WS-IDX-RETORNO
               WHEN ZERO
                   PERFORM LEER-MAESTRO
               WHEN 23
                   CONTINUE
               WHEN OTHER
                   MOVE 99 TO WS-RETURN-CODE
           END-EVALUATE.
           IF TURNO-ENCONTRADO
               MOVE "M" TO WS-MOTIVO-LIBERADO
               MOVE TM-CAMPO4 TO WS-ESTACION-LIBERADA
               MOVE TM-FECHA-CITA TO WS-FECHA-LIBERADA
               MOVE TM-HORA-CITA TO WS-HORA-LIBERADA
               MOVE TM-PROFESIONAL TO WS-PROFESIONAL-LIBERADO
               MOVE campo-2 TO TM-CAMPO4
               MOVE campo-fecha-cita TO TM-FECHA-CITA
               IF campo-hora-cita IS NUMERIC
                   MOVE ZERO TO TM-HORA-CITA
               END-IF
               MOVE campo-profesional TO TM-PROFESIONAL
      * A MODI without a patient keeps the one stored at ALTA.
               IF campo-paciente NOT = SPACES
                   MOVE campo-paciente TO TM-PACIENTE
               END-IF
               REWRITE TM-REGISTRO
               IF WS-MAESTRO-STATUS NOT = "00"
                   DISPLAY "LLAMAT04 - ERROR: NO SE PUDO REESCRIBIR "
                   DISPLAY "LLAMAT04 - TURNO " campo-1
                       " REPROGRAMADO A " campo-fecha-cita " "
                       campo-hora-cita " PROF " campo-profesional
                   MOVE TM-PACIENTE TO campo-paciente
                   MOVE ZERO TO WS-RETURN-CODE
                   IF WS-FECHA-LIBERADA IS NUMERIC
                       AND WS-FECHA-LIBERADA NOT = ZERO
                       AND (WS-FECHA-LIBERADA NOT = TM-FECHA-CITA
                           OR WS-HORA-LIBERADA NOT = TM-HORA-CITA
                           OR WS-ESTACION-LIBERADA NOT = TM-CAMPO4
                           OR WS-PROFESIONAL-LIBERADO
                              NOT = TM-PROFESIONAL)
                       PERFORM REGISTRAR-HORARIO-LIBERADO
                   END-IF
                   PERFORM INDEXAR-MODI
               END-IF
           ELSE
               IF WS-RETURN-CODE NOT = 99
                   MOVE 14 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF MAESTRO-ABIERTO
               CLOSE TURNOS-MAESTRO
           END-IF.
      * The index points at the turno's latest master record; one that
      * is missing or holds another turno means the master was changed
      * behind the index's back. An inactive record cannot be
      * reprogrammed.
       LEER-MAESTRO.
           OPEN I-O TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "LLAMAT04 - ERROR: NO SE PUDO ABRIR "
                   "TURNOS-MAESTRO.DAT - STATUS " WS-MAESTRO-STATUS
               MOVE 99 TO WS-RETURN-CODE
           ELSE
               SET MAESTRO-ABIERTO TO TRUE
               MOVE WS-IDX-RRN TO WS-CLAVE-MAESTRO
               READ TURNOS-MAESTRO
                   INVALID KEY MOVE SPACES TO TM-REGISTRO
               END-READ
               IF TM-CAMPO2 NOT = campo-1
                   DISPLAY "LLAMAT04 - ERROR: INDICE DESACTUALIZADO "
                       "PARA TURNO " campo-1 " - EJECUTE IDXREB01"
                   MOVE 99 TO WS-RETURN-CODE
               ELSE
                   IF TM-ESTADO = "A"
                       SET TURNO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
           END-IF.
      * The old cita goes to IDXTUR01 in the slot parameters, the new
      * one is taken from the rewritten record. As for LIBERADOS.DAT,
      * a failure is only reported: the master is already updated and
      * the next CLASE1107 run rebuilds an index left behind.
       INDEXAR-MODI.
           MOVE "MODI" TO WS-IDX-OPERACION.
           CALL "IDXTUR01" USING WS-IDX-OPERACION campo-1
                                 WS-ESTACION-LIBERADA WS-FECHA-LIBERADA
                                 WS-HORA-LIBERADA
                                 WS-PROFESIONAL-LIBERADO WS-IDX-RRN
                                 WS-IDX-RETORNO WS-TURNO-CONFLICTO
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE PUDO LLAMAR A IDXTUR01"
                   MOVE 99 TO WS-IDX-RETORNO
           END-CALL.
           IF WS-IDX-RETORNO NOT = ZERO
               DISPLAY "LLAMAT04 - AVISO: REPROGRAMACION DE " campo-1
                   " NO REFLEJADA EN EL INDICE - EJECUTE IDXREB01"
           END-IF.
      * The slot is only worth offering when the turno had a cita -
      * old zero-date records free nothing. A failure here is only
      * reported: the master update has already been done.
       REGISTRAR-HORARIO-LIBERADO.
           OPEN EXTEND TURNOS-LIBERADOS.
           IF WS-LIBERADOS-STATUS = "35"
               OPEN OUTPUT TURNOS-LIBERADOS
           END-IF.
           IF WS-LIBERADOS-STATUS NOT = "00"
               DISPLAY "LLAMAT04 - AVISO: NO SE PUDO ABRIR "
                   "LIBERADOS.DAT - STATUS " WS-LIBERADOS-STATUS
           ELSE
               MOVE SPACES TO LB-REGISTRO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
               MOVE WS-FECHA-HORA-ACTUAL(1:14) TO LB-FECHA-HORA
               MOVE WS-MOTIVO-LIBERADO TO LB-MOTIVO
               MOVE campo-1 TO LB-CAMPO2
               MOVE WS-ESTACION-LIBERADA TO LB-ESTACION
               MOVE WS-FECHA-LIBERADA TO LB-FECHA-CITA
               MOVE WS-HORA-LIBERADA TO LB-HORA-CITA
               MOVE WS-PROFESIONAL-LIBERADO TO LB-PROFESIONAL
               WRITE LB-REGISTRO
               IF WS-LIBERADOS-STATUS NOT = "00"
                   DISPLAY "LLAMAT04 - AVISO: NO SE PUDO ESCRIBIR "
                       "LIBERADOS.DAT - STATUS " WS-LIBERADOS-STATUS
               END-IF
               CLOSE TURNOS-LIBERADOS
           END-IF.
       mostrar.
           DISPLAY "campo1 " campo-1.
           DISPLAY "campo4 " campo-2.
