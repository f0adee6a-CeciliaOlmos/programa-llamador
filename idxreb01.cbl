      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rebuilds the TURNIDX.DAT and AGEIDX.DAT indexes of
      *          TURNOS-MAESTRO.DAT from the master through IDXTUR01
      *          and checks the result against the master. Run it when
      *          a handler reports INDICE DESACTUALIZADO, or after the
      *          master has been converted, copied or restored by
      *          hand; CLASE1107 does the same at startup when its
      *          check finds the indexes do not match. Ends with
      *          RETURN-CODE 8 when the indexes could not be rebuilt,
      *          so it can also run as a CADENA.PAR step.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXREB01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
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
            DISPLAY "IDXREB01 - RECONSTRUCCION DE INDICES DE "
                "TURNOS-MAESTRO".
            MOVE "RECO" TO WS-IDX-OPERACION.
            PERFORM LLAMAR-INDICES.
            IF WS-IDX-RETORNO NOT = ZERO
                DISPLAY "ERROR: NO SE PUDIERON RECONSTRUIR LOS INDICES "
                    "DE TURNOS-MAESTRO.DAT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
      * The master can change between the two passes of the rebuild
      * if a chain step is writing it; the check tells the operator.
            MOVE "VERI" TO WS-IDX-OPERACION.
            PERFORM LLAMAR-INDICES.
            IF WS-IDX-RETORNO NOT = ZERO
                DISPLAY "ERROR: LOS INDICES RECONSTRUIDOS NO COINCIDEN "
                    "CON TURNOS-MAESTRO.DAT - VERIFIQUE QUE NO HAYA "
                    "UNA CADENA EN CURSO Y REPITA"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "IDXREB01 - INDICES RECONSTRUIDOS Y VERIFICADOS".
            STOP RUN.
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
       END PROGRAM IDXREB01.
