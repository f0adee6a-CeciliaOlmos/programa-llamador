      * Purpose: Driver for the overnight batch chain. Reads the
      *          parameter file CADENA.PAR - one line per step, step
      *          name and shell command separated by a semicolon, in
      *          the order they must run (LESOFE01 first, so the
      *          waiting-list offers join the TURNOS.DAT already
      *          loaded by ENTLLAM01, then CLASE1107, REPROC01,
      *          RECORD01, which reminds the citas as they stand after
      *          the night's changes, ACULLAM01, EXTLLAM01, REPLLAM01
      *          and ARCAUD01 last, because ACULLAM01 and the extracts
      *          read the day's AUDITORIA.DAT and ARCAUD01 resets it) -
      *          and executes them in sequence. A step ending with
      *          RETURN-CODE 8 or higher (the way CLASE1107's
      *          BALANCEAR-CORRIDA signals desbalance) stops the
      *          chain; the remaining steps are logged as not executed.
      *          Before the first step RESPAL01 is called to take a
      *          backup generation of the chain's masters and queues
      *          (logged here as step RESPAL01); if it cannot be taken
      *          no step runs. A chain stopped by a step reports the
      *          generation RESTAU01 must restore to put the files
      *          back as they were before the chain started.
      *          Each step is logged on CADENLOG.DAT with start/end
      *          timestamp, return code and outcome so the morning
      *          shift sees at a glance what ran and what did not. A
      *          chain already registered on CADENCTL.DAT for today's
      *          date is refused. CADENCTL.DAT gets an E (en curso) row
      *          when the chain starts and a C (completa) or D
      *          (detenida) row with the backup generation when it
      *          ends; RESTAU01 refuses to run while the last row is E.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  PARAMETROS-CADENA.
       01  PC-LINEA          PIC X(80).
       FD  CONTROL-CADENA.
      * Rows written before CC-ESTADO existed read as blank: ended.
       01  CC-REGISTRO.
           03 CC-FECHA       PIC X(8).
           03 FILLER         PIC X.
           03 CC-ESTADO      PIC X.
           03 FILLER         PIC X.
           03 CC-GENERACION  PIC 9(5).
       FD  BITACORA-CADENA.
       01  BC-REGISTRO.
           03 BC-FECHA-HORA-INICIO PIC X(14).
           88 CADENA-DETENIDA VALUE "S".
       01  WS-CONTADOR-EJECUTADOS PIC 9(3) VALUE ZERO.
       01  WS-CONTADOR-NO-EJECUTADOS PIC 9(3) VALUE ZERO.
       01  WS-ESTADO-CADENA PIC X VALUE SPACE.
       01  WS-GENERACION-RESPALDO PIC 9(5) VALUE ZERO.
       01  WS-RETORNO-RESPALDO PIC 9(3) VALUE ZERO.
       01  WS-SIN-RESPALDO PIC X VALUE "N".
           88 SIN-RESPALDO VALUE "S".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "CADENA01 - CADENA NOCTURNA DE PROCESOS".
            END-IF.
      * The chain is registered BEFORE the first step so a second
      * driver started by mistake the same night is refused at once.
            MOVE "E" TO WS-ESTADO-CADENA.
            PERFORM REGISTRAR-CADENA.
            PERFORM TOMAR-RESPALDO.
            READ PARAMETROS-CADENA
                AT END SET FIN-PARAMETROS TO TRUE.
            PERFORM UNTIL FIN-PARAMETROS
                WS-CONTADOR-EJECUTADOS.
            DISPLAY "CADENA01 - PASOS NO EJECUTADOS: "
                WS-CONTADOR-NO-EJECUTADOS.
            IF CADENA-DETENIDA
                MOVE "D" TO WS-ESTADO-CADENA
            ELSE
                MOVE "C" TO WS-ESTADO-CADENA
            END-IF.
            PERFORM REGISTRAR-CADENA.
            IF CADENA-DETENIDA
                DISPLAY "CADENA01 - CADENA DETENIDA POR RETORNO >= 8"
                IF SIN-RESPALDO
                    DISPLAY "CADENA01 - NO SE TOMO RESPALDO Y NINGUN "
                        "PASO SE EJECUTO - NO HAY NADA QUE RESTAURAR"
                ELSE
                    DISPLAY "CADENA01 - PARA VOLVER AL ESTADO PREVIO "
                        "A LA CADENA RESTAURE CON RESTAU01 LA "
                        "GENERACION " WS-GENERACION-RESPALDO
                END-IF
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "CADENA01 - CADENA COMPLETA - RESPALDO EN LA "
                    "GENERACION " WS-GENERACION-RESPALDO
            END-IF.
            STOP RUN.
       VERIFICAR-CADENA-DEL-DIA.
           ELSE
               MOVE SPACES TO CC-REGISTRO
               MOVE WS-FECHA-HOY TO CC-FECHA
               MOVE WS-ESTADO-CADENA TO CC-ESTADO
               MOVE WS-GENERACION-RESPALDO TO CC-GENERACION
               WRITE CC-REGISTRO
               IF WS-CONTROL-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR CADENCTL.DAT "
               END-IF
               CLOSE CONTROL-CADENA
           END-IF.
      * The backup is logged like any other step. If it fails every
      * step of CADENA.PAR is logged as not executed, so the live files
      * are left exactly as they were.
       TOMAR-RESPALDO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO WS-FECHA-HORA-INICIO.
           MOVE "RESPAL01" TO WS-NOMBRE-PASO.
           DISPLAY "CADENA01 - EJECUTANDO RESPAL01".
           CALL "RESPAL01" USING WS-GENERACION-RESPALDO
               WS-RETORNO-RESPALDO
               ON EXCEPTION
                   DISPLAY "ERROR AL LLAMAR A RESPAL01"
                   MOVE ZERO TO WS-GENERACION-RESPALDO
                   MOVE 8 TO WS-RETORNO-RESPALDO
           END-CALL.
           MOVE WS-RETORNO-RESPALDO TO WS-RETORNO-PASO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO WS-FECHA-HORA-FIN.
           ADD 1 TO WS-CONTADOR-EJECUTADOS.
           IF WS-RETORNO-PASO >= 8
               SET CADENA-DETENIDA TO TRUE
               SET SIN-RESPALDO TO TRUE
               DISPLAY "CADENA01 - PASO RESPAL01 TERMINO CON RETORNO "
                   WS-RETORNO-PASO " - SE DETIENE LA CADENA"
               PERFORM GRABAR-BITACORA-ERROR
           ELSE
               PERFORM GRABAR-BITACORA-OK
           END-IF.
       PROCESAR-PASO.
           MOVE SPACES TO WS-NOMBRE-PASO.
           MOVE SPACES TO WS-COMANDO.
