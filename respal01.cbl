      ******************************************************************
      * Author:
      * Date:
      * Purpose: Backup generation of the night chain's files, called
      *          by CADENA01 before the first step. Every master and
      *          queue file the chain reads or rewrites is copied
      *          through COPARC01 to RESPAL.Gnnnnn.AAAAMMDD.<file>, the
      *          generation number being one more than the highest on
      *          the generation log RESPLOG.DAT. Each file is logged
      *          there with its record count (an A row; a file that
      *          did not exist yet is logged as such, so RESTAU01
      *          knows to leave it absent), and a G row closes the
      *          generation once every file is saved - a generation
      *          without its G row is incomplete and cannot be
      *          restored. RESPAL.PAR sets how many complete
      *          generations are kept (7 when the file is missing);
      *          older ones have their copies deleted and are marked
      *          with a B row. campo-retorno is 8 when the generation
      *          could not be taken, and campo-generacion then zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPAL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-RESPALDO ASSIGN TO "RESPAL.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
           SELECT LOG-RESPALDOS ASSIGN TO "RESPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-RESPALDO.
       01  RP-LINEA.
           03 RP-GENERACIONES    PIC X(2).
           03 FILLER             PIC X(78).
      * Generation log. RL-TIPO: A = file saved, G = generation
      * complete, B = generation purged, R = file restored (RESTAU01).
      * RL-ESTADO on A/R rows: S = copied, N = file did not exist.
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
       01  WS-PARAMETROS-STATUS PIC XX.
       01  WS-LOG-STATUS PIC XX.
       01  WS-FIN-LOG PIC X VALUE "N".
           88 FIN-LOG VALUE "S".
       01  WS-HUBO-ERROR PIC X VALUE "N".
           88 HUBO-ERROR VALUE "S".
       01  WS-GENERACIONES-GUARDAR PIC 9(2) VALUE 7.
      * The files of one generation, in the order they are saved and
      * restored: the masters first, then the transaction queues and
      * the logs the chain appends to. The type tells COPARC01 the
      * organization and, for RELATIVE files, the record size.
       01  WS-TABLA-ARCHIVOS-VALORES.
           03 FILLER PIC X(23) VALUE "TURNOS-MAESTRO.DAT R055".
           03 FILLER PIC X(23) VALUE "ESTACIONES.DAT     R033".
           03 FILLER PIC X(23) VALUE "PROFESIONALES.DAT  R055".
           03 FILLER PIC X(23) VALUE "PACIENTES.DAT      R110".
           03 FILLER PIC X(23) VALUE "HORARIOS.DAT       R023".
           03 FILLER PIC X(23) VALUE "CIERRES.DAT        R039".
           03 FILLER PIC X(23) VALUE "TURNOS.DAT         R046".
           03 FILLER PIC X(23) VALUE "RESUB.DAT          R046".
           03 FILLER PIC X(23) VALUE "ASISTEN.DAT        LS  ".
           03 FILLER PIC X(23) VALUE "COLAERR.DAT        LS  ".
           03 FILLER PIC X(23) VALUE "DEADLET.DAT        LS  ".
           03 FILLER PIC X(23) VALUE "LISTAESP.DAT       LS  ".
           03 FILLER PIC X(23) VALUE "LIBERADOS.DAT      LS  ".
           03 FILLER PIC X(23) VALUE "CHKPOINT.DAT       LS  ".
           03 FILLER PIC X(23) VALUE "AUDITORIA.DAT      LS  ".
           03 FILLER PIC X(23) VALUE "ENTDET.DAT         LS  ".
           03 FILLER PIC X(23) VALUE "RECCTL.DAT         LS  ".
           03 FILLER PIC X(23) VALUE "TURNHIST.DAT       LS  ".
       01  WS-TABLA-ARCHIVOS REDEFINES WS-TABLA-ARCHIVOS-VALORES.
           03 WS-ARCHIVO OCCURS 18 TIMES.
              05 WS-ARCHIVO-NOMBRE PIC X(18).
              05 FILLER            PIC X.
              05 WS-ARCHIVO-TIPO   PIC X(4).
       01  WS-CANTIDAD-ARCHIVOS PIC 9(2) VALUE 18.
       01  WS-IND-ARCHIVO PIC 9(2) VALUE ZERO.
      * Generations found on the log, ascending - the log is appended
      * in generation order, so a new number on an A row is always the
      * highest so far.
       01  WS-CANT-GENERACIONES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-GENERACIONES.
           03 WS-GENERACION OCCURS 1 TO 9999 TIMES
                  DEPENDING ON WS-CANT-GENERACIONES
                  ASCENDING KEY IS WS-GEN-NUMERO
                  INDEXED BY IX-GEN.
              05 WS-GEN-NUMERO    PIC 9(5).
              05 WS-GEN-COMPLETA  PIC X.
              05 WS-GEN-DEPURADA  PIC X.
              05 WS-GEN-DEPURAR   PIC X.
       01  WS-IND-GEN PIC 9(4) VALUE ZERO.
       01  WS-GENERACION-MAXIMA PIC 9(5) VALUE ZERO.
       01  WS-GENERACION-NUEVA PIC 9(5) VALUE ZERO.
       01  WS-DISPONIBLES PIC 9(4) VALUE ZERO.
       01  WS-A-DEPURAR PIC 9(4) VALUE ZERO.
       01  WS-GENERACION-CORTE PIC 9(5) VALUE ZERO.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FECHA-HORA-RESPALDO PIC X(14).
       01  WS-TIPO-COPIA PIC X(4).
       01  WS-NOMBRE-ORIGEN PIC X(44).
       01  WS-NOMBRE-COPIA PIC X(44).
       01  WS-REGISTROS-COPIADOS PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-REGISTROS PIC 9(9) VALUE ZERO.
       01  WS-ESTADO-COPIA PIC XX.
       01  WS-RETORNO-BORRADO PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-ARCHIVOS-BORRADOS PIC 9(5) VALUE ZERO.
       LINKAGE SECTION.
       01  campo-generacion pic 9(5).
       01  campo-retorno pic 9(3).
       PROCEDURE DIVISION using campo-generacion campo-retorno.
       MAIN-PROCEDURE.
            DISPLAY "RESPAL01 - RESPALDO DE ARCHIVOS DE LA CADENA".
            MOVE ZERO TO campo-generacion.
            MOVE ZERO TO campo-retorno.
            MOVE "N" TO WS-HUBO-ERROR.
            MOVE ZERO TO WS-TOTAL-REGISTROS.
            PERFORM LEER-PARAMETROS.
            IF NOT HUBO-ERROR
                PERFORM CARGAR-GENERACIONES
            END-IF.
            IF NOT HUBO-ERROR
                PERFORM TOMAR-GENERACION
            END-IF.
            IF HUBO-ERROR
                DISPLAY "RESPAL01 - NO SE PUDO TOMAR EL RESPALDO"
                MOVE 8 TO campo-retorno
                EXIT PROGRAM
            END-IF.
            MOVE WS-GENERACION-NUEVA TO campo-generacion.
            DISPLAY "RESPAL01 - GENERACION " WS-GENERACION-NUEVA
                " COMPLETA - REGISTROS " WS-TOTAL-REGISTROS.
      * The new generation is already safe on disk; failing to purge
      * the old ones is only a warning and must not stop the chain.
            PERFORM DEPURAR-GENERACIONES.
            IF HUBO-ERROR
                DISPLAY "AVISO: RESPAL01 - NO SE DEPURARON LAS "
                    "GENERACIONES ANTERIORES"
                MOVE 4 TO campo-retorno
            END-IF.
            EXIT PROGRAM.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-RESPALDO.
           EVALUATE WS-PARAMETROS-STATUS
               WHEN "00"
                   PERFORM TOMAR-PARAMETROS
               WHEN "35"
                   DISPLAY "AVISO: RESPAL.PAR NO EXISTE - SE CONSERVAN "
                       WS-GENERACIONES-GUARDAR " GENERACIONES"
               WHEN OTHER
                   DISPLAY "ERROR: NO SE PUDO ABRIR RESPAL.PAR - "
                       "STATUS " WS-PARAMETROS-STATUS
                   SET HUBO-ERROR TO TRUE
           END-EVALUATE.
       TOMAR-PARAMETROS.
           READ PARAMETROS-RESPALDO
               AT END MOVE SPACES TO RP-LINEA
           END-READ.
           CLOSE PARAMETROS-RESPALDO.
           IF FUNCTION TEST-NUMVAL(RP-GENERACIONES) NOT = ZERO
               DISPLAY "ERROR: RESPAL.PAR - GENERACIONES INVALIDAS: "
                   RP-GENERACIONES
               SET HUBO-ERROR TO TRUE
           ELSE
               COMPUTE WS-GENERACIONES-GUARDAR =
                   FUNCTION NUMVAL(RP-GENERACIONES)
               IF WS-GENERACIONES-GUARDAR < 1
                   DISPLAY "ERROR: RESPAL.PAR - GENERACIONES FUERA DE "
                       "1 A 99: " RP-GENERACIONES
                   SET HUBO-ERROR TO TRUE
               END-IF
           END-IF.
       CARGAR-GENERACIONES.
           MOVE ZERO TO WS-CANT-GENERACIONES.
           MOVE ZERO TO WS-GENERACION-MAXIMA.
           MOVE "N" TO WS-FIN-LOG.
           OPEN INPUT LOG-RESPALDOS.
           EVALUATE WS-LOG-STATUS
               WHEN "00"
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
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR: NO SE PUDO ABRIR RESPLOG.DAT - "
                       "STATUS " WS-LOG-STATUS
                   SET HUBO-ERROR TO TRUE
           END-EVALUATE.
       REGISTRAR-GENERACION.
           IF RL-GENERACION > WS-GENERACION-MAXIMA
               MOVE RL-GENERACION TO WS-GENERACION-MAXIMA
           END-IF.
           EVALUATE RL-TIPO
               WHEN "A"
                   IF WS-CANT-GENERACIONES = ZERO
                       OR RL-GENERACION >
                          WS-GEN-NUMERO(WS-CANT-GENERACIONES)
                       ADD 1 TO WS-CANT-GENERACIONES
                       MOVE RL-GENERACION
                           TO WS-GEN-NUMERO(WS-CANT-GENERACIONES)
                       MOVE "N" TO WS-GEN-COMPLETA(WS-CANT-GENERACIONES)
                       MOVE "N" TO WS-GEN-DEPURADA(WS-CANT-GENERACIONES)
                       MOVE "N" TO WS-GEN-DEPURAR(WS-CANT-GENERACIONES)
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
       TOMAR-GENERACION.
           IF WS-GENERACION-MAXIMA = 99999
               DISPLAY "ERROR: RESPLOG.DAT LLEGO A LA GENERACION 99999"
               SET HUBO-ERROR TO TRUE
           ELSE
               PERFORM GRABAR-GENERACION
           END-IF.
       GRABAR-GENERACION.
           COMPUTE WS-GENERACION-NUEVA = WS-GENERACION-MAXIMA + 1.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO WS-FECHA-HORA-RESPALDO.
           OPEN EXTEND LOG-RESPALDOS.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-RESPALDOS
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RESPLOG.DAT - STATUS "
                   WS-LOG-STATUS
               SET HUBO-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-IND-ARCHIVO FROM 1 BY 1
                       UNTIL WS-IND-ARCHIVO > WS-CANTIDAD-ARCHIVOS
                          OR HUBO-ERROR
                   PERFORM RESPALDAR-ARCHIVO
               END-PERFORM
      * Only a generation with every file saved gets its G row; a
      * half-taken one stays on the log without it and is purged
      * with the generations older than the ones kept.
               IF NOT HUBO-ERROR
                   MOVE SPACES TO RL-REGISTRO
                   MOVE "G" TO RL-TIPO
                   MOVE WS-GENERACION-NUEVA TO RL-GENERACION
                   MOVE WS-FECHA-HORA-RESPALDO TO RL-FECHA-HORA
                   MOVE WS-TOTAL-REGISTROS TO RL-REGISTROS
                   MOVE "S" TO RL-ESTADO
                   PERFORM GRABAR-LOG
               END-IF
               CLOSE LOG-RESPALDOS
           END-IF.
           IF NOT HUBO-ERROR
               ADD 1 TO WS-CANT-GENERACIONES
               MOVE WS-GENERACION-NUEVA
                   TO WS-GEN-NUMERO(WS-CANT-GENERACIONES)
               MOVE "S" TO WS-GEN-COMPLETA(WS-CANT-GENERACIONES)
               MOVE "N" TO WS-GEN-DEPURADA(WS-CANT-GENERACIONES)
               MOVE "N" TO WS-GEN-DEPURAR(WS-CANT-GENERACIONES)
           END-IF.
       RESPALDAR-ARCHIVO.
           MOVE WS-ARCHIVO-TIPO(WS-IND-ARCHIVO) TO WS-TIPO-COPIA.
           MOVE WS-ARCHIVO-NOMBRE(WS-IND-ARCHIVO) TO WS-NOMBRE-ORIGEN.
           MOVE SPACES TO WS-NOMBRE-COPIA.
           STRING "RESPAL.G" WS-GENERACION-NUEVA "."
               WS-FECHA-HORA-RESPALDO(1:8) "."
               WS-ARCHIVO-NOMBRE(WS-IND-ARCHIVO)
               DELIMITED BY SPACE INTO WS-NOMBRE-COPIA.
           CALL "COPARC01" USING WS-TIPO-COPIA WS-NOMBRE-ORIGEN
               WS-NOMBRE-COPIA WS-REGISTROS-COPIADOS WS-ESTADO-COPIA
               ON EXCEPTION
                   DISPLAY "ERROR AL LLAMAR A COPARC01"
                   MOVE "99" TO WS-ESTADO-COPIA
           END-CALL.
           MOVE SPACES TO RL-REGISTRO.
           MOVE "A" TO RL-TIPO.
           MOVE WS-GENERACION-NUEVA TO RL-GENERACION.
           MOVE WS-FECHA-HORA-RESPALDO TO RL-FECHA-HORA.
           MOVE WS-NOMBRE-ORIGEN TO RL-ARCHIVO.
           MOVE WS-TIPO-COPIA TO RL-TIPO-ARCHIVO.
           EVALUATE WS-ESTADO-COPIA
               WHEN "00"
                   MOVE WS-NOMBRE-COPIA TO RL-COPIA
                   MOVE WS-REGISTROS-COPIADOS TO RL-REGISTROS
                   MOVE "S" TO RL-ESTADO
                   ADD WS-REGISTROS-COPIADOS TO WS-TOTAL-REGISTROS
                   DISPLAY "RESPAL01 - " WS-NOMBRE-ORIGEN(1:18) " "
                       WS-REGISTROS-COPIADOS " REGISTROS"
                   PERFORM GRABAR-LOG
      * A file the chain has not created yet is part of the set too:
      * restoring the generation must leave it absent again.
               WHEN "35"
                   MOVE ZERO TO RL-REGISTROS
                   MOVE "N" TO RL-ESTADO
                   DISPLAY "RESPAL01 - " WS-NOMBRE-ORIGEN(1:18)
                       " NO EXISTE"
                   PERFORM GRABAR-LOG
               WHEN OTHER
                   DISPLAY "ERROR: NO SE PUDO RESPALDAR "
                       WS-NOMBRE-ORIGEN(1:18) " EN " WS-NOMBRE-COPIA
                       " - STATUS " WS-ESTADO-COPIA
                   SET HUBO-ERROR TO TRUE
           END-EVALUATE.
       GRABAR-LOG.
           WRITE RL-REGISTRO.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR RESPLOG.DAT - "
                   "STATUS " WS-LOG-STATUS
               SET HUBO-ERROR TO TRUE
           END-IF.
      * Keeps the newest complete generations. Everything not yet
      * purged that is older than the oldest one kept - complete or
      * not - has its copies deleted and gets a B row.
       DEPURAR-GENERACIONES.
           MOVE ZERO TO WS-DISPONIBLES.
           PERFORM VARYING WS-IND-GEN FROM 1 BY 1
                   UNTIL WS-IND-GEN > WS-CANT-GENERACIONES
               IF WS-GEN-COMPLETA(WS-IND-GEN) = "S"
                   AND WS-GEN-DEPURADA(WS-IND-GEN) = "N"
                   ADD 1 TO WS-DISPONIBLES
               END-IF
           END-PERFORM.
           IF WS-DISPONIBLES > WS-GENERACIONES-GUARDAR
               PERFORM MARCAR-DEPURACION
               PERFORM BORRAR-COPIAS
               IF NOT HUBO-ERROR
                   PERFORM REGISTRAR-DEPURACION
               END-IF
           END-IF.
       MARCAR-DEPURACION.
           COMPUTE WS-A-DEPURAR =
               WS-DISPONIBLES - WS-GENERACIONES-GUARDAR.
           MOVE ZERO TO WS-GENERACION-CORTE.
           PERFORM VARYING WS-IND-GEN FROM 1 BY 1
                   UNTIL WS-IND-GEN > WS-CANT-GENERACIONES
                      OR WS-A-DEPURAR = ZERO
               IF WS-GEN-COMPLETA(WS-IND-GEN) = "S"
                   AND WS-GEN-DEPURADA(WS-IND-GEN) = "N"
                   MOVE WS-GEN-NUMERO(WS-IND-GEN)
                       TO WS-GENERACION-CORTE
                   SUBTRACT 1 FROM WS-A-DEPURAR
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-GEN FROM 1 BY 1
                   UNTIL WS-IND-GEN > WS-CANT-GENERACIONES
               IF WS-GEN-NUMERO(WS-IND-GEN) NOT > WS-GENERACION-CORTE
                   AND WS-GEN-DEPURADA(WS-IND-GEN) = "N"
                   MOVE "S" TO WS-GEN-DEPURAR(WS-IND-GEN)
               END-IF
           END-PERFORM.
       REGISTRAR-DEPURACION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           OPEN EXTEND LOG-RESPALDOS.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RESPLOG.DAT - STATUS "
                   WS-LOG-STATUS
               SET HUBO-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-IND-GEN FROM 1 BY 1
                       UNTIL WS-IND-GEN > WS-CANT-GENERACIONES
                   IF WS-GEN-DEPURAR(WS-IND-GEN) = "S"
                       MOVE SPACES TO RL-REGISTRO
                       MOVE "B" TO RL-TIPO
                       MOVE WS-GEN-NUMERO(WS-IND-GEN) TO RL-GENERACION
                       MOVE WS-FECHA-HORA-ACTUAL(1:14) TO RL-FECHA-HORA
                       PERFORM GRABAR-LOG
                       DISPLAY "RESPAL01 - GENERACION "
                           WS-GEN-NUMERO(WS-IND-GEN) " DEPURADA"
                   END-IF
               END-PERFORM
               CLOSE LOG-RESPALDOS
           END-IF.
      * The copies to delete are taken from the A rows themselves, so
      * a generation is purged with exactly the names it was saved
      * under. A copy already gone is not an error.
       BORRAR-COPIAS.
           MOVE "N" TO WS-FIN-LOG.
           MOVE ZERO TO WS-ARCHIVOS-BORRADOS.
           OPEN INPUT LOG-RESPALDOS.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RESPLOG.DAT - STATUS "
                   WS-LOG-STATUS
               SET HUBO-ERROR TO TRUE
           ELSE
               PERFORM UNTIL FIN-LOG
                   READ LOG-RESPALDOS
                       AT END SET FIN-LOG TO TRUE
                       NOT AT END
                           IF RL-TIPO = "A" AND RL-ESTADO = "S"
                               AND RL-GENERACION IS NUMERIC
                               PERFORM BUSCAR-COPIA-DEPURAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-RESPALDOS
               DISPLAY "RESPAL01 - COPIAS BORRADAS: "
                   WS-ARCHIVOS-BORRADOS
           END-IF.
       BUSCAR-COPIA-DEPURAR.
           SEARCH ALL WS-GENERACION
               WHEN WS-GEN-NUMERO(IX-GEN) = RL-GENERACION
                   IF WS-GEN-DEPURAR(IX-GEN) = "S"
                       PERFORM BORRAR-COPIA
                   END-IF
           END-SEARCH.
       BORRAR-COPIA.
           CALL "CBL_DELETE_FILE" USING RL-COPIA
               RETURNING WS-RETORNO-BORRADO
           END-CALL.
           IF WS-RETORNO-BORRADO = ZERO
               ADD 1 TO WS-ARCHIVOS-BORRADOS
           END-IF.
       END PROGRAM RESPAL01.
