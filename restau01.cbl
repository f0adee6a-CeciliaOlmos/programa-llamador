      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restores a backup generation taken by RESPAL01 before
      *          the night chain. The operator picks a complete,
      *          not yet purged generation from RESPLOG.DAT (the last
      *          one by default) and every file of it is put back as a
      *          set: files saved are copied over the live ones through
      *          COPARC01, files that did not exist when the generation
      *          was taken are deleted. Nothing is overwritten until
      *          every copy of the generation has been read back with
      *          the record count logged for it. The program refuses
      *          to run while CADENCTL.DAT shows a chain in progress
      *          (last row estado E), since the chain would go on
      *          writing over the restored files. Each file restored
      *          is logged on RESPLOG.DAT as an R row. The indexes
      *          of TURNOS-MAESTRO.DAT are not in the backup set, so
      *          once every file is back they are rebuilt from the
      *          restored master through IDXTUR01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTAU01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CADENA ASSIGN TO "CADENCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT LOG-RESPALDOS ASSIGN TO "RESPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CADENA.
       01  CC-REGISTRO.
           03 CC-FECHA       PIC X(8).
           03 FILLER         PIC X.
           03 CC-ESTADO      PIC X.
           03 FILLER         PIC X.
           03 CC-GENERACION  PIC 9(5).
      * Generation log as RESPAL01 writes it.
       FD  LOG-RESPALDOS.
       01  RL-REGISTRO.
           03 RL-TIPO            PIC X.
           03 FILLER             PIC X.
           03 RL-GENERACION      PIC 9(5).
           03 FILLER             PIC X.
           03 RL-FECHA-HORA      PIC X(14).
           03 FILLER             PIC X.
           03 RL-ARCHIVO         PIC X(18).
           03 FILLER             PIC X.
           03 RL-TIPO-ARCHIVO    PIC X(4).
           03 FILLER             PIC X.
           03 RL-COPIA           PIC X(44).
           03 FILLER             PIC X.
           03 RL-REGISTROS       PIC 9(9).
           03 FILLER             PIC X.
           03 RL-ESTADO          PIC X.
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-FIN-CONTROL PIC X VALUE "N".
           88 FIN-CONTROL VALUE "S".
       01  WS-FIN-LOG PIC X VALUE "N".
           88 FIN-LOG VALUE "S".
       01  WS-HUBO-ERROR PIC X VALUE "N".
           88 HUBO-ERROR VALUE "S".
       01  WS-ULTIMO-ESTADO PIC X VALUE SPACE.
       01  WS-ULTIMA-FECHA PIC X(8) VALUE SPACES.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-CANT-GENERACIONES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-GENERACIONES.
           03 WS-GENERACION OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CANT-GENERACIONES
                  ASCENDING KEY IS WS-GEN-NUMERO
                  INDEXED BY IX-GEN.
              05 WS-GEN-NUMERO     PIC 9(5).
              05 WS-GEN-FECHA-HORA PIC X(14).
              05 WS-GEN-COMPLETA   PIC X.
              05 WS-GEN-DEPURADA   PIC X.
       01  WS-IND-GEN PIC 9(4) VALUE ZERO.
       01  WS-DISPONIBLES PIC 9(4) VALUE ZERO.
       01  WS-ULTIMA-DISPONIBLE PIC 9(5) VALUE ZERO.
       01  WS-GENERACION-ELEGIDA PIC X(5) VALUE SPACES.
       01  WS-GENERACION-ELEGIDA-NUM REDEFINES WS-GENERACION-ELEGIDA
                                     PIC 9(5).
       01  WS-GENERACION-RESTAURAR PIC 9(5) VALUE ZERO.
       01  WS-CONFIRMACION PIC X VALUE SPACE.
      * The files of the chosen generation, from its A rows.
       01  WS-CANT-ARCHIVOS PIC 9(2) VALUE ZERO.
       01  WS-TABLA-ARCHIVOS.
           03 WS-ARCHIVO OCCURS 1 TO 50 TIMES
                  DEPENDING ON WS-CANT-ARCHIVOS.
              05 WS-ARC-NOMBRE     PIC X(18).
              05 WS-ARC-TIPO       PIC X(4).
              05 WS-ARC-COPIA      PIC X(44).
              05 WS-ARC-REGISTROS  PIC 9(9).
              05 WS-ARC-ESTADO     PIC X.
       01  WS-IND-ARCHIVO PIC 9(2) VALUE ZERO.
       01  WS-TIPO-COPIA PIC X(4).
       01  WS-NOMBRE-ORIGEN PIC X(44).
       01  WS-NOMBRE-DESTINO PIC X(44).
       01  WS-REGISTROS-COPIADOS PIC 9(9) VALUE ZERO.
       01  WS-ESTADO-COPIA PIC XX.
       01  WS-RETORNO-BORRADO PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-CONTADOR-RESTAURADOS PIC 9(2) VALUE ZERO.
       01  WS-CONTADOR-BORRADOS PIC 9(2) VALUE ZERO.
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
            DISPLAY "RESTAU01 - RESTAURACION DE UNA GENERACION DE "
                "RESPALDO".
            PERFORM VERIFICAR-CADENA-EN-CURSO.
            PERFORM CARGAR-GENERACIONES.
            PERFORM LISTAR-GENERACIONES.
            IF WS-DISPONIBLES = ZERO
                DISPLAY "RESTAU01 - NO HAY GENERACIONES DISPONIBLES "
                    "EN RESPLOG.DAT"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "GENERACION A RESTAURAR (VACIO="
                WS-ULTIMA-DISPONIBLE "): " WITH NO ADVANCING.
            ACCEPT WS-GENERACION-ELEGIDA.
            IF WS-GENERACION-ELEGIDA = SPACES
                MOVE WS-ULTIMA-DISPONIBLE TO WS-GENERACION-RESTAURAR
            ELSE
                IF FUNCTION TEST-NUMVAL(WS-GENERACION-ELEGIDA)
                       NOT = ZERO
                    DISPLAY "ERROR: GENERACION INVALIDA: "
                        WS-GENERACION-ELEGIDA
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE WS-GENERACION-RESTAURAR =
                    FUNCTION NUMVAL(WS-GENERACION-ELEGIDA)
            END-IF.
            PERFORM VALIDAR-GENERACION.
            PERFORM CARGAR-ARCHIVOS-GENERACION.
            PERFORM VERIFICAR-COPIAS.
            DISPLAY "SE REEMPLAZARAN " WS-CANT-ARCHIVOS
                " ARCHIVOS VIVOS POR LA GENERACION "
                WS-GENERACION-RESTAURAR " - CONFIRMA (S/N): "
                WITH NO ADVANCING.
            ACCEPT WS-CONFIRMACION.
            IF WS-CONFIRMACION NOT = "S" AND WS-CONFIRMACION NOT = "s"
                DISPLAY "RESTAU01 - RESTAURACION CANCELADA"
                STOP RUN
            END-IF.
      * Checked again: a chain may have been started while the
      * operator was answering.
            PERFORM VERIFICAR-CADENA-EN-CURSO.
            PERFORM RESTAURAR-ARCHIVOS.
            DISPLAY "RESTAU01 - ARCHIVOS RESTAURADOS: "
                WS-CONTADOR-RESTAURADOS.
            DISPLAY "RESTAU01 - ARCHIVOS ELIMINADOS (NO EXISTIAN EN "
                "LA GENERACION): " WS-CONTADOR-BORRADOS.
            IF HUBO-ERROR
                DISPLAY "RESTAU01 - RESTAURACION INCOMPLETA - LOS "
                    "ARCHIVOS NO FORMAN UN CONJUNTO CONSISTENTE; "
                    "CORRIJA EL ERROR Y REPITA LA RESTAURACION"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "RESTAU01 - GENERACION "
                    WS-GENERACION-RESTAURAR " RESTAURADA"
                PERFORM REINDEXAR-MAESTRO
            END-IF.
            STOP RUN.
      * Only the last row counts: CADENA01 writes E when a chain
      * starts and C or D when it ends. A driver that died without
      * its closing row leaves E behind; the operator then closes it
      * by hand once sure no chain is running.
       VERIFICAR-CADENA-EN-CURSO.
           MOVE SPACE TO WS-ULTIMO-ESTADO.
           MOVE "N" TO WS-FIN-CONTROL.
           OPEN INPUT CONTROL-CADENA.
           IF WS-CONTROL-STATUS NOT = "35"
               IF WS-CONTROL-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR CADENCTL.DAT - "
                       "STATUS " WS-CONTROL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIN-CONTROL
                   READ CONTROL-CADENA
                       AT END SET FIN-CONTROL TO TRUE
                       NOT AT END
                           MOVE CC-ESTADO TO WS-ULTIMO-ESTADO
                           MOVE CC-FECHA TO WS-ULTIMA-FECHA
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CADENA
           END-IF.
           IF WS-ULTIMO-ESTADO = "E"
               DISPLAY "ERROR: CADENCTL.DAT MUESTRA UNA CADENA EN "
                   "CURSO DEL " WS-ULTIMA-FECHA " - NO SE RESTAURA"
               DISPLAY "SI CADENA01 YA NO ESTA EN EJECUCION AGREGUE A "
                   "CADENCTL.DAT LA LINEA '" WS-ULTIMA-FECHA " D'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CARGAR-GENERACIONES.
           MOVE ZERO TO WS-CANT-GENERACIONES.
           MOVE "N" TO WS-FIN-LOG.
           OPEN INPUT LOG-RESPALDOS.
           IF WS-LOG-STATUS NOT = "35"
               IF WS-LOG-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR RESPLOG.DAT - "
                       "STATUS " WS-LOG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL FIN-LOG
                   READ LOG-RESPALDOS
                       AT END SET FIN-LOG TO TRUE
                       NOT AT END
                           IF RL-GENERACION IS NUMERIC
                               PERFORM REGISTRAR-GENERACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-RESPALDOS
           END-IF.
       REGISTRAR-GENERACION.
           EVALUATE RL-TIPO
               WHEN "A"
                   IF WS-CANT-GENERACIONES = ZERO
                       OR RL-GENERACION >
                          WS-GEN-NUMERO(WS-CANT-GENERACIONES)
                       ADD 1 TO WS-CANT-GENERACIONES
                       MOVE RL-GENERACION
                           TO WS-GEN-NUMERO(WS-CANT-GENERACIONES)
                       MOVE RL-FECHA-HORA
                           TO WS-GEN-FECHA-HORA(WS-CANT-GENERACIONES)
                       MOVE "N" TO WS-GEN-COMPLETA(WS-CANT-GENERACIONES)
                       MOVE "N" TO WS-GEN-DEPURADA(WS-CANT-GENERACIONES)
                   END-IF
               WHEN "G"
                   IF WS-CANT-GENERACIONES > ZERO
                       SEARCH ALL WS-GENERACION
                           WHEN WS-GEN-NUMERO(IX-GEN) = RL-GENERACION
                               MOVE "S" TO WS-GEN-COMPLETA(IX-GEN)
                       END-SEARCH
                   END-IF
               WHEN "B"
                   IF WS-CANT-GENERACIONES > ZERO
                       SEARCH ALL WS-GENERACION
                           WHEN WS-GEN-NUMERO(IX-GEN) = RL-GENERACION
                               MOVE "S" TO WS-GEN-DEPURADA(IX-GEN)
                       END-SEARCH
                   END-IF
           END-EVALUATE.
       LISTAR-GENERACIONES.
           MOVE ZERO TO WS-DISPONIBLES.
           PERFORM VARYING WS-IND-GEN FROM 1 BY 1
                   UNTIL WS-IND-GEN > WS-CANT-GENERACIONES
               IF WS-GEN-COMPLETA(WS-IND-GEN) = "S"
                   AND WS-GEN-DEPURADA(WS-IND-GEN) = "N"
                   ADD 1 TO WS-DISPONIBLES
                   MOVE WS-GEN-NUMERO(WS-IND-GEN)
                       TO WS-ULTIMA-DISPONIBLE
                   DISPLAY "  GENERACION " WS-GEN-NUMERO(WS-IND-GEN)
                       "  TOMADA " WS-GEN-FECHA-HORA(WS-IND-GEN)(1:8)
                       " " WS-GEN-FECHA-HORA(WS-IND-GEN)(9:6)
               END-IF
           END-PERFORM.
       VALIDAR-GENERACION.
           SEARCH ALL WS-GENERACION
               AT END
                   DISPLAY "ERROR: LA GENERACION "
                       WS-GENERACION-RESTAURAR
                       " NO FIGURA EN RESPLOG.DAT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-GEN-NUMERO(IX-GEN) = WS-GENERACION-RESTAURAR
                   CONTINUE
           END-SEARCH.
           IF WS-GEN-COMPLETA(IX-GEN) NOT = "S"
               DISPLAY "ERROR: LA GENERACION " WS-GENERACION-RESTAURAR
                   " QUEDO INCOMPLETA AL RESPALDAR - NO SE PUEDE "
                   "RESTAURAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-GEN-DEPURADA(IX-GEN) NOT = "N"
               DISPLAY "ERROR: LA GENERACION " WS-GENERACION-RESTAURAR
                   " FUE DEPURADA - SUS COPIAS YA NO EXISTEN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CARGAR-ARCHIVOS-GENERACION.
           MOVE ZERO TO WS-CANT-ARCHIVOS.
           MOVE "N" TO WS-FIN-LOG.
           OPEN INPUT LOG-RESPALDOS.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RESPLOG.DAT - STATUS "
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-LOG
               READ LOG-RESPALDOS
                   AT END SET FIN-LOG TO TRUE
                   NOT AT END
                       IF RL-TIPO = "A"
                           AND RL-GENERACION = WS-GENERACION-RESTAURAR
                           ADD 1 TO WS-CANT-ARCHIVOS
                           MOVE RL-ARCHIVO
                               TO WS-ARC-NOMBRE(WS-CANT-ARCHIVOS)
                           MOVE RL-TIPO-ARCHIVO
                               TO WS-ARC-TIPO(WS-CANT-ARCHIVOS)
                           MOVE RL-COPIA
                               TO WS-ARC-COPIA(WS-CANT-ARCHIVOS)
                           MOVE RL-REGISTROS
                               TO WS-ARC-REGISTROS(WS-CANT-ARCHIVOS)
                           MOVE RL-ESTADO
                               TO WS-ARC-ESTADO(WS-CANT-ARCHIVOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOG-RESPALDOS.
      * Every copy is read back and counted before the first live
      * file is touched: a generation with a copy missing or short is
      * refused as a whole rather than restored in part.
       VERIFICAR-COPIAS.
           PERFORM VARYING WS-IND-ARCHIVO FROM 1 BY 1
                   UNTIL WS-IND-ARCHIVO > WS-CANT-ARCHIVOS
               IF WS-ARC-ESTADO(WS-IND-ARCHIVO) = "S"
                   MOVE WS-ARC-TIPO(WS-IND-ARCHIVO) TO WS-TIPO-COPIA
                   MOVE WS-ARC-COPIA(WS-IND-ARCHIVO)
                       TO WS-NOMBRE-ORIGEN
                   MOVE SPACES TO WS-NOMBRE-DESTINO
                   PERFORM LLAMAR-COPARC01
                   IF WS-ESTADO-COPIA NOT = "00"
                       DISPLAY "ERROR: NO SE PUDO LEER LA COPIA "
                           WS-NOMBRE-ORIGEN " - STATUS "
                           WS-ESTADO-COPIA
                       SET HUBO-ERROR TO TRUE
                   ELSE
                       IF WS-REGISTROS-COPIADOS NOT =
                              WS-ARC-REGISTROS(WS-IND-ARCHIVO)
                           DISPLAY "ERROR: LA COPIA " WS-NOMBRE-ORIGEN
                               " TIENE " WS-REGISTROS-COPIADOS
                               " REGISTROS Y SE RESPALDARON "
                               WS-ARC-REGISTROS(WS-IND-ARCHIVO)
                           SET HUBO-ERROR TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF HUBO-ERROR
               DISPLAY "RESTAU01 - LA GENERACION "
                   WS-GENERACION-RESTAURAR " NO SE PUEDE RESTAURAR - "
                   "NO SE MODIFICO NINGUN ARCHIVO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       RESTAURAR-ARCHIVOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           OPEN EXTEND LOG-RESPALDOS.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RESPLOG.DAT - STATUS "
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-IND-ARCHIVO FROM 1 BY 1
                   UNTIL WS-IND-ARCHIVO > WS-CANT-ARCHIVOS
               PERFORM RESTAURAR-ARCHIVO
           END-PERFORM.
           CLOSE LOG-RESPALDOS.
      * A file that did not exist when the generation was taken is
      * deleted, so the set comes back exactly as it was; a failed
      * copy does not stop the rest, and the run ends with 8 so the
      * restore is repeated.
       RESTAURAR-ARCHIVO.
           MOVE SPACES TO RL-REGISTRO.
           MOVE "R" TO RL-TIPO.
           MOVE WS-GENERACION-RESTAURAR TO RL-GENERACION.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO RL-FECHA-HORA.
           MOVE WS-ARC-NOMBRE(WS-IND-ARCHIVO) TO RL-ARCHIVO.
           MOVE WS-ARC-TIPO(WS-IND-ARCHIVO) TO RL-TIPO-ARCHIVO.
           MOVE WS-ARC-ESTADO(WS-IND-ARCHIVO) TO RL-ESTADO.
           IF WS-ARC-ESTADO(WS-IND-ARCHIVO) = "S"
               MOVE WS-ARC-TIPO(WS-IND-ARCHIVO) TO WS-TIPO-COPIA
               MOVE WS-ARC-COPIA(WS-IND-ARCHIVO) TO WS-NOMBRE-ORIGEN
               MOVE WS-ARC-NOMBRE(WS-IND-ARCHIVO) TO WS-NOMBRE-DESTINO
               PERFORM LLAMAR-COPARC01
               IF WS-ESTADO-COPIA NOT = "00"
                   OR WS-REGISTROS-COPIADOS NOT =
                      WS-ARC-REGISTROS(WS-IND-ARCHIVO)
                   DISPLAY "ERROR: NO SE PUDO RESTAURAR "
                       WS-ARC-NOMBRE(WS-IND-ARCHIVO) " - STATUS "
                       WS-ESTADO-COPIA " REGISTROS "
                       WS-REGISTROS-COPIADOS
                   SET HUBO-ERROR TO TRUE
               ELSE
                   MOVE WS-ARC-COPIA(WS-IND-ARCHIVO) TO RL-COPIA
                   MOVE WS-REGISTROS-COPIADOS TO RL-REGISTROS
                   ADD 1 TO WS-CONTADOR-RESTAURADOS
                   DISPLAY "RESTAU01 - " WS-ARC-NOMBRE(WS-IND-ARCHIVO)
                       " " WS-REGISTROS-COPIADOS " REGISTROS"
                   PERFORM GRABAR-LOG-RESTAURACION
               END-IF
           ELSE
               CALL "CBL_DELETE_FILE" USING
                   WS-ARC-NOMBRE(WS-IND-ARCHIVO)
                   RETURNING WS-RETORNO-BORRADO
               END-CALL
               MOVE ZERO TO RL-REGISTROS
               ADD 1 TO WS-CONTADOR-BORRADOS
               DISPLAY "RESTAU01 - " WS-ARC-NOMBRE(WS-IND-ARCHIVO)
                   " NO EXISTIA - ELIMINADO"
               PERFORM GRABAR-LOG-RESTAURACION
           END-IF.
       GRABAR-LOG-RESTAURACION.
           WRITE RL-REGISTRO.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR RESPLOG.DAT - "
                   "STATUS " WS-LOG-STATUS
           END-IF.
      * The indexes still point at the relative record numbers and
      * agenda slots of the master that was replaced; until they are
      * rebuilt every handler call would answer INDICE DESACTUALIZADO.
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
           ELSE
               DISPLAY "RESTAU01 - INDICES DE TURNOS-MAESTRO.DAT "
                   "RECONSTRUIDOS"
           END-IF.
       LLAMAR-COPARC01.
           CALL "COPARC01" USING WS-TIPO-COPIA WS-NOMBRE-ORIGEN
               WS-NOMBRE-DESTINO WS-REGISTROS-COPIADOS WS-ESTADO-COPIA
               ON EXCEPTION
                   DISPLAY "ERROR AL LLAMAR A COPARC01"
                   MOVE "99" TO WS-ESTADO-COPIA
           END-CALL.
       END PROGRAM RESTAU01.
