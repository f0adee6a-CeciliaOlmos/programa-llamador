       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107 - the
      * runtime has no indexed handler, so the master is RELATIVE and
      * is read at the relative record number found on the TURNIDX.DAT
      * index kept by IDXTUR01.
           SELECT TURNOS-MAESTRO ASSIGN TO "TURNOS-MAESTRO.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-MAESTRO
               FILE STATUS IS WS-MAESTRO-STATUS.
       DATA DIVISION.
       FILE SECTION.
           03 TM-FECHA-CITA  PIC 9(8).
           03 TM-HORA-CITA   PIC 9(4).
           03 TM-PROFESIONAL PIC X(6).
           03 TM-PACIENTE    PIC X(10).
           03 TM-ORIGEN      PIC X.
       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-CLAVE-MAESTRO PIC 9(9) VALUE ZERO.
       01  WS-IDX-OPERACION PIC X(4).
       01  WS-IDX-RRN PIC 9(9) VALUE ZERO.
       01  WS-IDX-RETORNO PIC 9(2) VALUE ZERO.
       01  WS-IDX-CONFLICTO PIC X(7) VALUE SPACES.
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
            DISPLAY "LLAMAT03 - PROCESANDO CONSULTA"
            PERFORM mostrar.
            MOVE "N" TO WS-TURNO-ENCONTRADO.
      * The index keeps the LAST record for the turno - after a BAJA
      * and a new ALTA the consulta must show the latest state.
            MOVE "BUSC" TO WS-IDX-OPERACION.
            CALL "IDXTUR01" USING WS-IDX-OPERACION campo-1 campo-2
                                  campo-fecha-cita campo-hora-cita
                                  campo-profesional WS-IDX-RRN
                                  WS-IDX-RETORNO WS-IDX-CONFLICTO
                ON EXCEPTION
                    DISPLAY "ERROR: NO SE PUDO LLAMAR A IDXTUR01"
                    MOVE 99 TO WS-IDX-RETORNO
            END-CALL.
            EVALUATE WS-IDX-RETORNO
                WHEN ZERO
                    PERFORM LEER-MAESTRO
                WHEN 23
                    CONTINUE
                WHEN OTHER
                    MOVE 99 TO WS-RETURN-CODE
            END-EVALUATE.
            IF TURNO-ENCONTRADO
                MOVE ZERO TO WS-RETURN-CODE
                PERFORM mostrar
                    MOVE 13 TO WS-RETURN-CODE
                END-IF
            END-IF.
            EXIT PROGRAM.
       LEER-MAESTRO.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS NOT = "00"
               DISPLAY "LLAMAT03 - ERROR: NO SE PUDO ABRIR "
                   "TURNOS-MAESTRO.DAT - STATUS " WS-MAESTRO-STATUS
               MOVE 99 TO WS-RETURN-CODE
           ELSE
               MOVE WS-IDX-RRN TO WS-CLAVE-MAESTRO
               READ TURNOS-MAESTRO
                   INVALID KEY MOVE SPACES TO TM-REGISTRO
               END-READ
               CLOSE TURNOS-MAESTRO
               IF TM-CAMPO2 NOT = campo-1
                   DISPLAY "LLAMAT03 - ERROR: INDICE DESACTUALIZADO "
                       "PARA TURNO " campo-1 " - EJECUTE IDXREB01"
                   MOVE 99 TO WS-RETURN-CODE
               ELSE
                   PERFORM MOSTRAR-TURNO
               END-IF
           END-IF.
       MOSTRAR-TURNO.
           SET TURNO-ENCONTRADO TO TRUE.
           MOVE TM-CAMPO4 TO campo-2.
           MOVE TM-FECHA-CITA TO campo-fecha-cita.
           MOVE TM-HORA-CITA TO campo-hora-cita.
           MOVE TM-PROFESIONAL TO campo-profesional.
           MOVE TM-PACIENTE TO campo-paciente.
           DISPLAY "LLAMAT03 - TURNO " TM-CAMPO2
               " ESTACION " TM-CAMPO4
               " ESTADO " TM-ESTADO
               " ALTA " TM-FECHA-ALTA
               " CITA " TM-FECHA-CITA " "
               TM-HORA-CITA
               " PROF " TM-PROFESIONAL
               " PAC " TM-PACIENTE.
       mostrar.
           DISPLAY "campo1 " campo-1.
           DISPLAY "campo4 " campo-2.
