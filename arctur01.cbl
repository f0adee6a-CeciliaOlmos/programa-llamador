      * Date:
      * Purpose: Housekeeping for TURNOS-MAESTRO.DAT. The master only
      *          ever grows - a BAJA just flips TM-ESTADO to "I" and a
      *          new ALTA appends another record - so every full
      *          sequential scan slows down run after run. This
      *          job moves inactive records and past-dated citas
      *          (TM-FECHA-CITA older than the retention date the
      *          operator supplies) to the TURNHIST.DAT history file
      *          with an archive timestamp and reason, and rewrites
      *          the live master compacted. Like ARCAUD01, if any
      *          record cannot be archived the live master is left
      *          untouched so nothing is lost. Compacting renumbers
      *          the relative records, so the TURNIDX.DAT and
      *          AGEIDX.DAT indexes are rebuilt through IDXTUR01
      *          right after the master is rewritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           03 TM-FECHA-CITA  PIC 9(8).
           03 TM-HORA-CITA   PIC 9(4).
           03 TM-PROFESIONAL PIC X(6).
           03 TM-PACIENTE    PIC X(10).
           03 TM-ORIGEN      PIC X.
       FD  MAESTRO-NUEVO.
       01  MN-REGISTRO       PIC X(55).
       FD  TURNOS-HISTORIA.
       01  TH-REGISTRO.
           03 TH-TURNO         PIC X(55).
           03 FILLER           PIC X.
           03 TH-FECHA-ARCHIVO PIC X(14).
           03 FILLER           PIC X.
       01  WS-CONTADOR-INACTIVOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-VENCIDOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-CONSERVADOS PIC 9(7) VALUE ZERO.
       01  WS-IDX-OPERACION PIC X(4) VALUE "RECO".
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
            DISPLAY "ARCTUR01 - DEPURACION DE TURNOS-MAESTRO".
                   CLOSE MAESTRO-NUEVO
                   CLOSE TURNOS-MAESTRO
                   DISPLAY "ARCTUR01 - MAESTRO COMPACTADO"
                   PERFORM REINDEXAR-MAESTRO
               END-IF
           END-IF.
      * The old relative record numbers are gone with the compaction;
      * until the indexes are rebuilt the handlers would read the
      * wrong records, so a failure here fails the job.
       REINDEXAR-MAESTRO.
           CALL "IDXTUR01" USING WS-IDX-OPERACION WS-IDX-TURNO
                                 WS-IDX-ESTACION WS-IDX-FECHA-CITA
                                 WS-IDX-HORA-CITA WS-IDX-PROFESIONAL
                                 WS-IDX-RRN WS-IDX-RETORNO
                                 WS-IDX-CONFLICTO
               ON EXCEPTION
                   DISPLAY "ERROR: NO SE PUDO LLAMAR A IDXTUR01"
                   MOVE 99 TO WS-IDX-RETORNO
           END-CALL.
           IF WS-IDX-RETORNO NOT = ZERO
               DISPLAY "ERROR: NO SE PUDIERON RECONSTRUIR LOS INDICES "
                   "DE TURNOS-MAESTRO.DAT - EJECUTE IDXREB01"
               MOVE 8 TO RETURN-CODE
           END-IF.
       END PROGRAM ARCTUR01.
