      * Purpose: Handles turno type BAJA, dispatched from llamado.
      *          Marks the turno master record on TURNOS-MAESTRO.DAT
      *          inactive; a BAJA for a turno that was never created
      *          returns a non-zero WS-RETURN-CODE. The slot the
      *          turno held is logged on LIBERADOS.DAT for the waiting
      *          list, and released on the AGEIDX.DAT agenda index.
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
       01  WS-CLAVE-MAESTRO PIC 9(9) VALUE ZERO.
       01  WS-IDX-OPERACION PIC X(4).
       01  WS-IDX-RRN PIC 9(9) VALUE ZERO.
       01  WS-IDX-RETORNO PIC 9(2) VALUE ZERO.
       01  WS-IDX-CONFLICTO PIC X(7) VALUE SPACES.
       01  WS-MAESTRO-ABIERTO PIC X VALUE "N".
           88 MAESTRO-ABIERTO VALUE "S".
       01  WS-TURNO-ENCONTRADO PIC X VALUE "N".
           88 TURNO-ENCONTRADO VALUE "S".
       LINKAGE SECTION.
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
            DISPLAY "LLAMAT02 - PROCESANDO BAJA"
            PERFORM mostrar.
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
                MOVE "I" TO TM-ESTADO
                REWRITE TM-REGISTRO
                    MOVE 99 TO WS-RETURN-CODE
                ELSE
                    MOVE TM-CAMPO4 TO campo-2
                    MOVE TM-PACIENTE TO campo-paciente
                    MOVE ZERO TO WS-RETURN-CODE
                    IF TM-FECHA-CITA IS NUMERIC
                        AND TM-FECHA-CITA NOT = ZERO
                        MOVE "B" TO WS-MOTIVO-LIBERADO
                        MOVE TM-CAMPO4 TO WS-ESTACION-LIBERADA
                        MOVE TM-FECHA-CITA TO WS-FECHA-LIBERADA
                        MOVE TM-HORA-CITA TO WS-HORA-LIBERADA
                        MOVE TM-PROFESIONAL TO WS-PROFESIONAL-LIBERADO
                        PERFORM REGISTRAR-HORARIO-LIBERADO
                    END-IF
                    PERFORM INDEXAR-BAJA
                END-IF
            ELSE
                IF WS-RETURN-CODE NOT = 99
                    MOVE 12 TO WS-RETURN-CODE
                END-IF
            END-IF.
            IF MAESTRO-ABIERTO
                CLOSE TURNOS-MAESTRO
            END-IF.
            EXIT PROGRAM.
      * The index points at the turno's latest master record; one that
      * is missing or holds another turno means the master was changed
      * behind the index's back. An inactive record is a turno already
      * cancelled.
       LEER-MAESTRO.
           OPEN I-O TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "LLAMAT02 - ERROR: NO SE PUDO ABRIR "
                   "TURNOS-MAESTRO.DAT - STATUS " WS-MAESTRO-STATUS
               MOVE 99 TO WS-RETURN-CODE
           ELSE
               SET MAESTRO-ABIERTO TO TRUE
               MOVE WS-IDX-RRN TO WS-CLAVE-MAESTRO
               READ TURNOS-MAESTRO
                   INVALID KEY MOVE SPACES TO TM-REGISTRO
               END-READ
               IF TM-CAMPO2 NOT = campo-1
                   DISPLAY "LLAMAT02 - ERROR: INDICE DESACTUALIZADO "
                       "PARA TURNO " campo-1 " - EJECUTE IDXREB01"
                   MOVE 99 TO WS-RETURN-CODE
               ELSE
                   IF TM-ESTADO = "A"
                       SET TURNO-ENCONTRADO TO TRUE
                   END-IF
               END-IF
           END-IF.
       LLAMAR-INDICE.
           CALL "IDXTUR01" USING WS-IDX-OPERACION campo-1 campo-2
                                 campo-fecha-cita campo-hora-cita
                                 campo-profesional WS-IDX-RRN
                                 WS-IDX-RETORNO WS-IDX-CONFLICTO
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE PUDO LLAMAR A IDXTUR01"
                   MOVE 99 TO WS-IDX-RETORNO
           END-CALL.
      * Same as for LIBERADOS.DAT: the master is already updated, and
      * the index check at the start of the next CLASE1107 run
      * rebuilds an index left behind.
       INDEXAR-BAJA.
           MOVE "BAJA" TO WS-IDX-OPERACION.
           PERFORM LLAMAR-INDICE.
           IF WS-IDX-RETORNO NOT = ZERO
               DISPLAY "LLAMAT02 - AVISO: BAJA DE " campo-1
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
               DISPLAY "LLAMAT02 - AVISO: NO SE PUDO ABRIR "
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
                   DISPLAY "LLAMAT02 - AVISO: NO SE PUDO ESCRIBIR "
                       "LIBERADOS.DAT - STATUS " WS-LIBERADOS-STATUS
               END-IF
               CLOSE TURNOS-LIBERADOS
           END-IF.
       mostrar.
           DISPLAY "campo1 " campo-1.
           DISPLAY "campo4 " campo-2.
