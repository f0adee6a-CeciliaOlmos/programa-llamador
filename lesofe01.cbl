      ******************************************************************
      * Author:
      * Date:
      * Purpose: Offers the slots freed by a BAJA (llamat02) or by a
      *          MODI that moved a turno away (llamat04), as logged on
      *          LIBERADOS.DAT, to the waiting list LISTAESP.DAT. Runs
      *          after the day's ENTLLAM01 load and before CLASE1107.
      *          Each free slot still in the future is given to the
      *          first entry, in order of arrival, whose window covers
      *          the slot date, at the same station and with the same
      *          professional or none requested. The offer is appended
      *          to TURNOS.DAT with origen "E" - an ALTA, or a MODI
      *          when the entry came from a refused MODI - so the same
      *          CLASE1107 run books it, and the entry leaves the list.
      *          A slot taken again since it was freed (by the master
      *          or by a transaction already staged on TURNOS.DAT or
      *          waiting on RESUB.DAT, such as a BUSTUR01 booking)
      *          is not offered. Entries whose window closed, ALTA
      *          entries whose turno is already active and MODI
      *          entries whose turno is no longer active are dropped
      *          as well, and so are the slots of a station or
      *          professional that is no longer active (closed with
      *          ESTMANT01 or on leave with PROMANT01 - REPROG01 moves
      *          their turnos away and each move frees one of those
      *          slots). Every offer and every dropped entry is listed
      *          on the report LESOFE01.DAT for the desk, which phones
      *          the patient. Any file error ends the run with
      *          RETURN-CODE 8 so that CADENA01 stops the chain before
      *          CLASE1107 books offers the files do not account for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LESOFE01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-ESPERA ASSIGN TO "LISTAESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAESP-STATUS.
      * The surviving entries and slots are written to .NEW files and
      * copied back at end of run, as REPROC01 does with COLAERR.DAT.
           SELECT LISTA-ESPERA-NUEVA ASSIGN TO "LISTAESP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAESP-NUEVA-STATUS.
           SELECT TURNOS-LIBERADOS ASSIGN TO "LIBERADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADOS-STATUS.
           SELECT LIBERADOS-NUEVOS ASSIGN TO "LIBERADOS.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIBERADOS-NUEVOS-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107.
           SELECT TURNOS-MAESTRO ASSIGN TO "TURNOS-MAESTRO.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT ESTACIONES-FILE ASSIGN TO "ESTACIONES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTACIONES-STATUS.
           SELECT PROFESIONALES-FILE ASSIGN TO "PROFESIONALES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFESIONALES-STATUS.
           SELECT TURNOS-FILE ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TURNOS-STATUS.
      * Transactions waiting for CLASE1107 from CORRECH01, TRIDEA01,
      * REPROG01 and BUSTUR01.
           SELECT RESUB-FILE ASSIGN TO "RESUB.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "LESOFE01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-ESPERA.
       01  LE-REGISTRO.
           03 LE-FECHA-ALTA      PIC X(14).
           03 FILLER             PIC X.
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
       FD  LISTA-ESPERA-NUEVA.
       01  LN-REGISTRO           PIC X(82).
       FD  TURNOS-LIBERADOS.
       01  LB-REGISTRO.
           03 LB-FECHA-HORA      PIC X(14).
           03 FILLER             PIC X.
           03 LB-MOTIVO          PIC X.
           03 FILLER             PIC X.
           03 LB-CAMPO2          PIC X(7).
           03 FILLER             PIC X.
           03 LB-ESTACION        PIC X(4).
           03 FILLER             PIC X.
           03 LB-FECHA-CITA      PIC 9(8).
           03 FILLER             PIC X.
           03 LB-HORA-CITA       PIC 9(4).
           03 FILLER             PIC X.
           03 LB-PROFESIONAL     PIC X(6).
       FD  LIBERADOS-NUEVOS.
       01  LBN-REGISTRO          PIC X(50).
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
       FD  ESTACIONES-FILE.
       01  ESTACIONES-REGISTRO.
           03 EST-CODIGO         PIC X(4).
           03 EST-DESCRIPCION    PIC X(20).
           03 EST-FECHA-VIGENCIA PIC 9(8).
           03 EST-ESTADO         PIC X.
       FD  PROFESIONALES-FILE.
       01  PROFESIONALES-REGISTRO.
           03 PRO-CODIGO         PIC X(6).
           03 PRO-NOMBRE         PIC X(20).
           03 PRO-ESPECIALIDAD   PIC X(20).
           03 PRO-FECHA-VIGENCIA PIC 9(8).
           03 PRO-ESTADO         PIC X.
       FD  TURNOS-FILE.
       01  TURNO-REGISTRO.
           03 TR-CAMPO2      PIC X(7).
           03 TR-CAMPO3      PIC 99.
           03 TR-CAMPO4      PIC X(4).
           03 TR-TIPO-TRANX  PIC X(4).
           03 TR-ORIGEN      PIC X.
           03 TR-FECHA-CITA  PIC 9(8).
           03 TR-HORA-CITA   PIC 9(4).
           03 TR-PROFESIONAL PIC X(6).
           03 TR-PACIENTE    PIC X(10).
       FD  RESUB-FILE.
       01  RS-REGISTRO.
           03 RS-CAMPO2      PIC X(7).
           03 RS-CAMPO3      PIC 99.
           03 RS-CAMPO4      PIC X(4).
           03 RS-TIPO-TRANX  PIC X(4).
           03 RS-ORIGEN      PIC X.
           03 RS-FECHA-CITA  PIC 9(8).
           03 RS-HORA-CITA   PIC 9(4).
           03 RS-PROFESIONAL PIC X(6).
           03 RS-PACIENTE    PIC X(10).
       FD  REPORTE-FILE.
       01  WS-LINEA-REPORTE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-LISTAESP-STATUS PIC XX.
       01  WS-LISTAESP-NUEVA-STATUS PIC XX.
       01  WS-LIBERADOS-STATUS PIC XX.
       01  WS-LIBERADOS-NUEVOS-STATUS PIC XX.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-TURNOS-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.
       01  WS-ESTACIONES-STATUS PIC XX.
       01  WS-PROFESIONALES-STATUS PIC XX.
       01  WS-REPORTE-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HORA-AHORA PIC 9(4).
       01  WS-FIN-LISTA PIC X VALUE "N".
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-LIBERADOS PIC X VALUE "N".
           88 FIN-LIBERADOS VALUE "S".
       01  WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01  WS-FIN-TURNOS PIC X VALUE "N".
           88 FIN-TURNOS VALUE "S".
       01  WS-FIN-RESUB PIC X VALUE "N".
           88 FIN-RESUB VALUE "S".
       01  WS-FIN-ESTACIONES PIC X VALUE "N".
           88 FIN-ESTACIONES VALUE "S".
       01  WS-FIN-PROFESIONALES PIC X VALUE "N".
           88 FIN-PROFESIONALES VALUE "S".
       01  WS-ENTRADA-HALLADA PIC X VALUE "N".
           88 ENTRADA-HALLADA VALUE "S".
       01  WS-COPIA-CORRECTA PIC X VALUE "S".
           88 COPIA-CORRECTA VALUE "S".
       01  WS-HUBO-ERROR PIC X VALUE "N".
           88 HUBO-ERROR VALUE "S".
      * The list is kept in file (arrival) order; WS-ESP-ESTADO is
      * P = pendiente, O = ofrecida, V = vencida, X = anulada (the turno
      * no longer needs the slot). Only P entries are written back.
       01  WS-TOTAL-ESPERA PIC 9(5) VALUE ZERO.
       01  WS-MAX-ESPERA PIC 9(5) VALUE 2000.
       01  WS-TABLA-ESPERA.
           03 WS-ESPERA OCCURS 2000 TIMES.
               05 WS-ESP-REGISTRO PIC X(82).
               05 WS-ESP-CAMPO2   PIC X(7).
               05 WS-ESP-ESTADO   PIC X.
       01  WS-SUB-ESPERA PIC 9(5) VALUE ZERO.
       01  WS-SUB-DUPLICADO PIC 9(5) VALUE ZERO.
      * Distinct turno codes on the list, kept in ascending order by
      * INSERTAR-TURNO-ORDENADO so the master scan can do a binary
      * SEARCH ALL per record. WS-TE-ACTIVO is set when the master
      * holds an active record for the turno.
       01  WS-TOTAL-TURNOS-ESPERA PIC 9(5) VALUE ZERO.
       01  WS-POS-INSERCION PIC 9(5) VALUE ZERO.
       01  WS-TABLA-TURNOS-ESPERA.
           03 WS-TURNO-ESPERA OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WS-TOTAL-TURNOS-ESPERA
                              ASCENDING KEY IS WS-TE-CAMPO2
                              INDEXED BY WS-TE-IDX.
               05 WS-TE-CAMPO2 PIC X(7).
               05 WS-TE-ACTIVO PIC X.
       01  WS-TURNO-REPETIDO PIC X VALUE "N".
           88 TURNO-REPETIDO VALUE "S".
       01  WS-TURNO-ACTIVO PIC X VALUE "N".
           88 TURNO-ACTIVO VALUE "S".
      * Active stations and professionals, loaded the way CLASE1107
      * loads them (estado A and already in force).
       01  WS-TOTAL-ESTACIONES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ESTACIONES.
           03 WS-ESTACION-ACTIVA OCCURS 500 TIMES PIC X(4).
       01  WS-SUB-ESTACION PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PROFESIONALES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-PROFESIONALES.
           03 WS-PROFESIONAL-ACTIVO OCCURS 2000 TIMES PIC X(6).
       01  WS-SUB-PROFESIONAL PIC 9(4) VALUE ZERO.
       01  WS-LIBERADO-VIGENTE PIC X VALUE "N".
           88 LIBERADO-VIGENTE VALUE "S".
      * Freed slots in file order; WS-LIB-ESTADO is L = libre,
      * O = ocupado de nuevo, P = pasado, A = asignado a la lista,
      * C = cerrado (station or professional no longer active).
      * Only L slots are kept for the next run.
       01  WS-TOTAL-LIBERADOS PIC 9(5) VALUE ZERO.
       01  WS-MAX-LIBERADOS PIC 9(5) VALUE 2000.
       01  WS-TABLA-LIBERADOS.
           03 WS-LIBERADO OCCURS 2000 TIMES.
               05 WS-LIB-REGISTRO PIC X(50).
               05 WS-LIB-ESTADO   PIC X.
       01  WS-SUB-LIBERADO PIC 9(5) VALUE ZERO.
      * Slot being compared against the master or the staged
      * transactions.
       01  WS-OCUPA-FECHA PIC 9(8).
       01  WS-OCUPA-HORA PIC 9(4).
       01  WS-OCUPA-ESTACION PIC X(4).
       01  WS-OCUPA-PROFESIONAL PIC X(6).
       01  WS-CONTADOR-OFERTAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-VENCIDAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ANULADAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-PENDIENTES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-LIBRES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-OCUPADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CERRADOS PIC 9(5) VALUE ZERO.
       01  WS-FECHA-REPORTE.
           03 WS-FR-ANIO  PIC 9(4).
           03 FILLER      PIC X VALUE "-".
           03 WS-FR-MES   PIC 9(2).
           03 FILLER      PIC X VALUE "-".
           03 WS-FR-DIA   PIC 9(2).
       01  WS-NUMERO-PAGINA PIC 9(3) VALUE ZERO.
       01  WS-CONTADOR-LINEAS PIC 9(3) VALUE 99.
       01  WS-MAX-LINEAS-PAGINA PIC 9(3) VALUE 20.
       01  WS-ENCABEZADO-1.
           03 FILLER PIC X(34)
               VALUE "LESOFE01 - OFERTAS LISTA DE ESPERA".
           03 FILLER PIC X(7)  VALUE " FECHA ".
           03 WS-ENC1-FECHA PIC X(10).
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(8)  VALUE "PAGINA: ".
           03 WS-ENC1-PAGINA PIC ZZ9.
       01  WS-ENCABEZADO-2.
           03 FILLER PIC X(42)
               VALUE "ACCION  TURNO   TIPO EST  PROF   FECHA    ".
           03 FILLER PIC X(30)
               VALUE "HORA EN LISTA DESDE O USUARIO".
       01  WS-LINEA-DETALLE.
           03 WS-DET-ACCION      PIC X(7).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-CAMPO2      PIC X(7).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-TIPO-TRANX  PIC X(4).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-ESTACION    PIC X(4).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-PROFESIONAL PIC X(6).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-FECHA       PIC X(8).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-HORA        PIC X(4).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-FECHA-ALTA  PIC X(14).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-ORIGEN      PIC X.
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-USUARIO     PIC X(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
            MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.
            MOVE WS-FECHA-HORA-ACTUAL(9:4) TO WS-HORA-AHORA.
            MOVE WS-FECHA-HORA-ACTUAL(1:4) TO WS-FR-ANIO.
            MOVE WS-FECHA-HORA-ACTUAL(5:2) TO WS-FR-MES.
            MOVE WS-FECHA-HORA-ACTUAL(7:2) TO WS-FR-DIA.
            PERFORM CARGAR-LISTA-ESPERA.
            PERFORM CARGAR-ESTACIONES.
            PERFORM CARGAR-PROFESIONALES.
            PERFORM CARGAR-LIBERADOS.
            OPEN OUTPUT REPORTE-FILE.
            IF WS-REPORTE-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR LESOFE01.DAT - STATUS "
                    WS-REPORTE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM ENCABEZADO-REPORTE.
            PERFORM RECORRER-MAESTRO.
            PERFORM RECORRER-TURNOS-PENDIENTES.
            PERFORM DEPURAR-LISTA-ESPERA.
            PERFORM ASIGNAR-LIBERADOS.
            PERFORM IMPRIMIR-TOTALES.
            CLOSE REPORTE-FILE.
            PERFORM GRABAR-LISTA-ESPERA.
            PERFORM GRABAR-LIBERADOS.
            DISPLAY "LESOFE01 - OFERTAS GRABADAS EN TURNOS.DAT: "
                WS-CONTADOR-OFERTAS.
            DISPLAY "LESOFE01 - ENTRADAS VENCIDAS:  "
                WS-CONTADOR-VENCIDAS.
            DISPLAY "LESOFE01 - ENTRADAS ANULADAS:  "
                WS-CONTADOR-ANULADAS.
            DISPLAY "LESOFE01 - ENTRADAS EN ESPERA: "
                WS-CONTADOR-PENDIENTES.
            DISPLAY "LESOFE01 - HORARIOS LIBRES SIN ASIGNAR: "
                WS-CONTADOR-LIBRES.
            IF HUBO-ERROR
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
      * A missing list just means nobody is waiting.
       CARGAR-LISTA-ESPERA.
           OPEN INPUT LISTA-ESPERA.
           IF WS-LISTAESP-STATUS = "35"
               SET FIN-LISTA TO TRUE
           ELSE
               IF WS-LISTAESP-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.DAT - "
                       "STATUS " WS-LISTAESP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-LISTA
               READ LISTA-ESPERA
                   AT END SET FIN-LISTA TO TRUE
                   NOT AT END
                       IF WS-TOTAL-ESPERA < WS-MAX-ESPERA
                           ADD 1 TO WS-TOTAL-ESPERA
                           MOVE LE-REGISTRO
                               TO WS-ESP-REGISTRO(WS-TOTAL-ESPERA)
                           MOVE LE-CAMPO2
                               TO WS-ESP-CAMPO2(WS-TOTAL-ESPERA)
                           MOVE "P" TO WS-ESP-ESTADO(WS-TOTAL-ESPERA)
                           PERFORM INSERTAR-TURNO-ORDENADO
                       ELSE
                           DISPLAY "ERROR: LISTAESP.DAT SUPERA "
                               WS-MAX-ESPERA " ENTRADAS - NO SE "
                               "PROCESA"
                           CLOSE LISTA-ESPERA
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LISTAESP-STATUS NOT = "35"
               CLOSE LISTA-ESPERA
           END-IF.
       INSERTAR-TURNO-ORDENADO.
           MOVE "N" TO WS-TURNO-REPETIDO.
           IF WS-TOTAL-TURNOS-ESPERA > ZERO
               SEARCH ALL WS-TURNO-ESPERA
                   AT END
                       CONTINUE
                   WHEN WS-TE-CAMPO2(WS-TE-IDX) = LE-CAMPO2
                       SET TURNO-REPETIDO TO TRUE
               END-SEARCH
           END-IF.
           IF NOT TURNO-REPETIDO
               ADD 1 TO WS-TOTAL-TURNOS-ESPERA
               MOVE WS-TOTAL-TURNOS-ESPERA TO WS-POS-INSERCION
               PERFORM UNTIL WS-POS-INSERCION = 1
                   IF WS-TE-CAMPO2(WS-POS-INSERCION - 1)
                       NOT > LE-CAMPO2
                       EXIT PERFORM
                   END-IF
                   MOVE WS-TURNO-ESPERA(WS-POS-INSERCION - 1)
                       TO WS-TURNO-ESPERA(WS-POS-INSERCION)
                   SUBTRACT 1 FROM WS-POS-INSERCION
               END-PERFORM
               MOVE LE-CAMPO2 TO WS-TE-CAMPO2(WS-POS-INSERCION)
               MOVE "N" TO WS-TE-ACTIVO(WS-POS-INSERCION)
           END-IF.
      * A slot already in the past is of no use to anybody; it is
      * marked P here and not carried to the next run.
       CARGAR-LIBERADOS.
           OPEN INPUT TURNOS-LIBERADOS.
           IF WS-LIBERADOS-STATUS = "35"
               SET FIN-LIBERADOS TO TRUE
           ELSE
               IF WS-LIBERADOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR LIBERADOS.DAT - "
                       "STATUS " WS-LIBERADOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-LIBERADOS
               READ TURNOS-LIBERADOS
                   AT END SET FIN-LIBERADOS TO TRUE
                   NOT AT END
                       IF WS-TOTAL-LIBERADOS < WS-MAX-LIBERADOS
                           ADD 1 TO WS-TOTAL-LIBERADOS
                           MOVE LB-REGISTRO
                               TO WS-LIB-REGISTRO(WS-TOTAL-LIBERADOS)
                           IF LB-FECHA-CITA < WS-FECHA-HOY
                               OR (LB-FECHA-CITA = WS-FECHA-HOY
                                   AND LB-HORA-CITA NOT > WS-HORA-AHORA)
                               MOVE "P" TO
                                   WS-LIB-ESTADO(WS-TOTAL-LIBERADOS)
                           ELSE
                               PERFORM VERIFICAR-VIGENCIA-LIBERADO
                               IF LIBERADO-VIGENTE
                                   MOVE "L" TO
                                     WS-LIB-ESTADO(WS-TOTAL-LIBERADOS)
                               ELSE
                                   MOVE "C" TO
                                     WS-LIB-ESTADO(WS-TOTAL-LIBERADOS)
                                   ADD 1 TO WS-CONTADOR-CERRADOS
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY "ERROR: LIBERADOS.DAT SUPERA "
                               WS-MAX-LIBERADOS " HORARIOS - NO SE "
                               "PROCESA"
                           CLOSE TURNOS-LIBERADOS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LIBERADOS-STATUS NOT = "35"
               CLOSE TURNOS-LIBERADOS
           END-IF.
      * CLASE1107 would refuse an offer at a closed station (codigo
      * 02) or with a professional on leave (codigo 04), and the entry
      * would have left the list for nothing.
       VERIFICAR-VIGENCIA-LIBERADO.
           MOVE "N" TO WS-LIBERADO-VIGENTE.
           PERFORM VARYING WS-SUB-ESTACION FROM 1 BY 1
                   UNTIL WS-SUB-ESTACION > WS-TOTAL-ESTACIONES
               IF WS-ESTACION-ACTIVA(WS-SUB-ESTACION) = LB-ESTACION
                   SET LIBERADO-VIGENTE TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LIBERADO-VIGENTE AND LB-PROFESIONAL NOT = SPACES
               MOVE "N" TO WS-LIBERADO-VIGENTE
               PERFORM VARYING WS-SUB-PROFESIONAL FROM 1 BY 1
                       UNTIL WS-SUB-PROFESIONAL > WS-TOTAL-PROFESIONALES
                   IF WS-PROFESIONAL-ACTIVO(WS-SUB-PROFESIONAL)
                       = LB-PROFESIONAL
                       SET LIBERADO-VIGENTE TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
       CARGAR-ESTACIONES.
           OPEN INPUT ESTACIONES-FILE.
           IF WS-ESTACIONES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ESTACIONES.DAT - "
                   "STATUS " WS-ESTACIONES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-ESTACIONES
               READ ESTACIONES-FILE NEXT RECORD
                   AT END SET FIN-ESTACIONES TO TRUE
                   NOT AT END
                       IF EST-ESTADO = "A"
                           AND EST-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                           IF WS-TOTAL-ESTACIONES >= 500
                               DISPLAY "ERROR: ESTACIONES.DAT SUPERA "
                                   "500 ESTACIONES - NO SE PROCESA"
                               CLOSE ESTACIONES-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-TOTAL-ESTACIONES
                           MOVE EST-CODIGO TO
                               WS-ESTACION-ACTIVA(WS-TOTAL-ESTACIONES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESTACIONES-FILE.
       CARGAR-PROFESIONALES.
           OPEN INPUT PROFESIONALES-FILE.
           IF WS-PROFESIONALES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PROFESIONALES.DAT - "
                   "STATUS " WS-PROFESIONALES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-PROFESIONALES
               READ PROFESIONALES-FILE NEXT RECORD
                   AT END SET FIN-PROFESIONALES TO TRUE
                   NOT AT END
                       IF PRO-ESTADO = "A"
                           AND PRO-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                           IF WS-TOTAL-PROFESIONALES >= 2000
                               DISPLAY "ERROR: PROFESIONALES.DAT SUPERA"
                                   " 2000 PROFESIONALES - NO SE "
                                   "PROCESA"
                               CLOSE PROFESIONALES-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-TOTAL-PROFESIONALES
                           MOVE PRO-CODIGO TO WS-PROFESIONAL-ACTIVO(
                               WS-TOTAL-PROFESIONALES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFESIONALES-FILE.
      * One pass over the master: flags the waiting turnos that are
      * active and the freed slots that an active turno occupies again
      * (same rule as the llamat01/llamat04 conflict check - same
      * date and time at the same station, or with the same
      * professional).
       RECORRER-MAESTRO.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS = "35"
               SET FIN-MAESTRO TO TRUE
           ELSE
               IF WS-MAESTRO-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR TURNOS-MAESTRO.DAT "
                       "- STATUS " WS-MAESTRO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-MAESTRO
               READ TURNOS-MAESTRO NEXT RECORD
                   AT END SET FIN-MAESTRO TO TRUE
                   NOT AT END
                       IF TM-ESTADO = "A"
                           PERFORM MARCAR-TURNO-ACTIVO
                           MOVE TM-FECHA-CITA TO WS-OCUPA-FECHA
                           MOVE TM-HORA-CITA TO WS-OCUPA-HORA
                           MOVE TM-CAMPO4 TO WS-OCUPA-ESTACION
                           MOVE TM-PROFESIONAL TO WS-OCUPA-PROFESIONAL
                           PERFORM MARCAR-LIBERADO-OCUPADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
       MARCAR-TURNO-ACTIVO.
           IF WS-TOTAL-TURNOS-ESPERA > ZERO
               SEARCH ALL WS-TURNO-ESPERA
                   AT END
                       CONTINUE
                   WHEN WS-TE-CAMPO2(WS-TE-IDX) = TM-CAMPO2
                       MOVE "S" TO WS-TE-ACTIVO(WS-TE-IDX)
               END-SEARCH
           END-IF.
       MARCAR-LIBERADO-OCUPADO.
           PERFORM VARYING WS-SUB-LIBERADO FROM 1 BY 1
                   UNTIL WS-SUB-LIBERADO > WS-TOTAL-LIBERADOS
               IF WS-LIB-ESTADO(WS-SUB-LIBERADO) = "L"
                   MOVE WS-LIB-REGISTRO(WS-SUB-LIBERADO) TO LB-REGISTRO
                   IF LB-FECHA-CITA = WS-OCUPA-FECHA
                       AND LB-HORA-CITA = WS-OCUPA-HORA
                       AND (LB-ESTACION = WS-OCUPA-ESTACION
                           OR (LB-PROFESIONAL NOT = SPACES
                               AND LB-PROFESIONAL
                                   = WS-OCUPA-PROFESIONAL))
                       MOVE "O" TO WS-LIB-ESTADO(WS-SUB-LIBERADO)
                       ADD 1 TO WS-CONTADOR-OCUPADOS
                   END-IF
               END-IF
           END-PERFORM.
      * An ALTA or MODI already staged for tonight's CLASE1107 run,
      * on TURNOS.DAT or on RESUB.DAT, gets the slot before any offer
      * does - it arrived first.
       RECORRER-TURNOS-PENDIENTES.
           OPEN INPUT TURNOS-FILE.
           IF WS-TURNOS-STATUS = "35"
               SET FIN-TURNOS TO TRUE
           ELSE
               IF WS-TURNOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR TURNOS.DAT - "
                       "STATUS " WS-TURNOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-TURNOS
               READ TURNOS-FILE NEXT RECORD
                   AT END SET FIN-TURNOS TO TRUE
                   NOT AT END
                       IF TR-TIPO-TRANX = "ALTA"
                           OR TR-TIPO-TRANX = "MODI"
                           MOVE TR-FECHA-CITA TO WS-OCUPA-FECHA
                           MOVE TR-HORA-CITA TO WS-OCUPA-HORA
                           MOVE TR-CAMPO4 TO WS-OCUPA-ESTACION
                           MOVE TR-PROFESIONAL TO WS-OCUPA-PROFESIONAL
                           PERFORM MARCAR-LIBERADO-OCUPADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TURNOS-STATUS NOT = "35"
               CLOSE TURNOS-FILE
           END-IF.
           OPEN INPUT RESUB-FILE.
           IF WS-RESUB-STATUS = "35"
               SET FIN-RESUB TO TRUE
           ELSE
               IF WS-RESUB-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR RESUB.DAT - "
                       "STATUS " WS-RESUB-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-RESUB
               READ RESUB-FILE NEXT RECORD
                   AT END SET FIN-RESUB TO TRUE
                   NOT AT END
                       IF RS-TIPO-TRANX = "ALTA"
                           OR RS-TIPO-TRANX = "MODI"
                           MOVE RS-FECHA-CITA TO WS-OCUPA-FECHA
                           MOVE RS-HORA-CITA TO WS-OCUPA-HORA
                           MOVE RS-CAMPO4 TO WS-OCUPA-ESTACION
                           MOVE RS-PROFESIONAL TO WS-OCUPA-PROFESIONAL
                           PERFORM MARCAR-LIBERADO-OCUPADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RESUB-STATUS NOT = "35"
               CLOSE RESUB-FILE
           END-IF.
      * An ALTA entry whose turno is already active was booked some
      * other way; a MODI entry whose turno is no longer active has
      * nothing left to move. Both are dropped with the expired ones.
       DEPURAR-LISTA-ESPERA.
           PERFORM VARYING WS-SUB-ESPERA FROM 1 BY 1
                   UNTIL WS-SUB-ESPERA > WS-TOTAL-ESPERA
               MOVE WS-ESP-REGISTRO(WS-SUB-ESPERA) TO LE-REGISTRO
               MOVE "N" TO WS-TURNO-ACTIVO
               SEARCH ALL WS-TURNO-ESPERA
                   AT END
                       CONTINUE
                   WHEN WS-TE-CAMPO2(WS-TE-IDX) = LE-CAMPO2
                       MOVE WS-TE-ACTIVO(WS-TE-IDX) TO WS-TURNO-ACTIVO
               END-SEARCH
               EVALUATE TRUE
                   WHEN LE-FECHA-HASTA < WS-FECHA-HOY
                       MOVE "V" TO WS-ESP-ESTADO(WS-SUB-ESPERA)
                       ADD 1 TO WS-CONTADOR-VENCIDAS
                       MOVE "VENCIDA" TO WS-DET-ACCION
                       PERFORM INFORMAR-ENTRADA
                   WHEN LE-TIPO-TRANX = "MODI"
                       AND NOT TURNO-ACTIVO
                       MOVE "X" TO WS-ESP-ESTADO(WS-SUB-ESPERA)
                       ADD 1 TO WS-CONTADOR-ANULADAS
                       MOVE "ANULADA" TO WS-DET-ACCION
                       PERFORM INFORMAR-ENTRADA
                   WHEN LE-TIPO-TRANX NOT = "MODI"
                       AND TURNO-ACTIVO
                       MOVE "X" TO WS-ESP-ESTADO(WS-SUB-ESPERA)
                       ADD 1 TO WS-CONTADOR-ANULADAS
                       MOVE "ANULADA" TO WS-DET-ACCION
                       PERFORM INFORMAR-ENTRADA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
      * Slots are taken in the order they were freed; each goes to
      * the oldest pending entry that fits.
       ASIGNAR-LIBERADOS.
           IF WS-TOTAL-LIBERADOS > ZERO AND WS-TOTAL-ESPERA > ZERO
               OPEN EXTEND TURNOS-FILE
               IF WS-TURNOS-STATUS = "35"
                   OPEN OUTPUT TURNOS-FILE
               END-IF
               IF WS-TURNOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR TURNOS.DAT - "
                       "STATUS " WS-TURNOS-STATUS
                       " - NO SE GRABAN OFERTAS"
                   SET HUBO-ERROR TO TRUE
               ELSE
                   PERFORM VARYING WS-SUB-LIBERADO FROM 1 BY 1
                           UNTIL WS-SUB-LIBERADO > WS-TOTAL-LIBERADOS
                       IF WS-LIB-ESTADO(WS-SUB-LIBERADO) = "L"
                           PERFORM BUSCAR-ENTRADA-PARA-LIBERADO
                       END-IF
                   END-PERFORM
                   CLOSE TURNOS-FILE
               END-IF
           END-IF.
       BUSCAR-ENTRADA-PARA-LIBERADO.
           MOVE WS-LIB-REGISTRO(WS-SUB-LIBERADO) TO LB-REGISTRO.
           MOVE "N" TO WS-ENTRADA-HALLADA.
           PERFORM VARYING WS-SUB-ESPERA FROM 1 BY 1
                   UNTIL WS-SUB-ESPERA > WS-TOTAL-ESPERA
                      OR ENTRADA-HALLADA
               IF WS-ESP-ESTADO(WS-SUB-ESPERA) = "P"
                   MOVE WS-ESP-REGISTRO(WS-SUB-ESPERA) TO LE-REGISTRO
                   IF LE-ESTACION = LB-ESTACION
                       AND LE-FECHA-DESDE NOT > LB-FECHA-CITA
                       AND LE-FECHA-HASTA NOT < LB-FECHA-CITA
                       AND (LE-PROFESIONAL = SPACES
                           OR LE-PROFESIONAL = LB-PROFESIONAL)
                       SET ENTRADA-HALLADA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF ENTRADA-HALLADA
               SUBTRACT 1 FROM WS-SUB-ESPERA
               PERFORM GRABAR-OFERTA
           END-IF.
      * The offer is a normal transaction for CLASE1107: a refused
      * ALTA is offered as an ALTA, a refused MODI as a MODI of the
      * same turno. If the turno was queued more than once, all its
      * pending entries leave the list with it.
       GRABAR-OFERTA.
           MOVE SPACES TO TURNO-REGISTRO.
           MOVE LE-CAMPO2 TO TR-CAMPO2.
           MOVE LE-CAMPO3 TO TR-CAMPO3.
           MOVE LB-ESTACION TO TR-CAMPO4.
           IF LE-TIPO-TRANX = "MODI"
               MOVE "MODI" TO TR-TIPO-TRANX
           ELSE
               MOVE "ALTA" TO TR-TIPO-TRANX
           END-IF.
           MOVE "E" TO TR-ORIGEN.
           MOVE LB-FECHA-CITA TO TR-FECHA-CITA.
           MOVE LB-HORA-CITA TO TR-HORA-CITA.
           MOVE LB-PROFESIONAL TO TR-PROFESIONAL.
           MOVE LE-PACIENTE TO TR-PACIENTE.
           WRITE TURNO-REGISTRO.
           IF WS-TURNOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR TURNOS.DAT - "
                   "STATUS " WS-TURNOS-STATUS " - TURNO " LE-CAMPO2
                   " SIGUE EN ESPERA"
               SET HUBO-ERROR TO TRUE
           ELSE
               MOVE "A" TO WS-LIB-ESTADO(WS-SUB-LIBERADO)
               ADD 1 TO WS-CONTADOR-OFERTAS
               MOVE "OFERTA" TO WS-DET-ACCION
               PERFORM INFORMAR-ENTRADA
               PERFORM VARYING WS-SUB-DUPLICADO FROM 1 BY 1
                       UNTIL WS-SUB-DUPLICADO > WS-TOTAL-ESPERA
                   IF WS-ESP-ESTADO(WS-SUB-DUPLICADO) = "P"
                       AND WS-ESP-CAMPO2(WS-SUB-DUPLICADO) = LE-CAMPO2
                       MOVE "O" TO WS-ESP-ESTADO(WS-SUB-DUPLICADO)
                   END-IF
               END-PERFORM
           END-IF.
      * Detail line: the entry in LE-REGISTRO, with the offered slot
      * from LB-REGISTRO when it is an OFERTA.
       INFORMAR-ENTRADA.
           MOVE LE-CAMPO2 TO WS-DET-CAMPO2.
           MOVE LE-TIPO-TRANX TO WS-DET-TIPO-TRANX.
           MOVE LE-FECHA-ALTA TO WS-DET-FECHA-ALTA.
           MOVE LE-ORIGEN TO WS-DET-ORIGEN.
           MOVE LE-USUARIO TO WS-DET-USUARIO.
           IF WS-DET-ACCION = "OFERTA"
               MOVE LB-ESTACION TO WS-DET-ESTACION
               MOVE LB-PROFESIONAL TO WS-DET-PROFESIONAL
               MOVE LB-FECHA-CITA TO WS-DET-FECHA
               MOVE LB-HORA-CITA TO WS-DET-HORA
           ELSE
               MOVE LE-ESTACION TO WS-DET-ESTACION
               MOVE LE-PROFESIONAL TO WS-DET-PROFESIONAL
               MOVE LE-FECHA-HASTA TO WS-DET-FECHA
               MOVE SPACES TO WS-DET-HORA
           END-IF.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
       IMPRIMIR-TOTALES.
           PERFORM VARYING WS-SUB-ESPERA FROM 1 BY 1
                   UNTIL WS-SUB-ESPERA > WS-TOTAL-ESPERA
               IF WS-ESP-ESTADO(WS-SUB-ESPERA) = "P"
                   ADD 1 TO WS-CONTADOR-PENDIENTES
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SUB-LIBERADO FROM 1 BY 1
                   UNTIL WS-SUB-LIBERADO > WS-TOTAL-LIBERADOS
               IF WS-LIB-ESTADO(WS-SUB-LIBERADO) = "L"
                   ADD 1 TO WS-CONTADOR-LIBRES
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           STRING "OFERTAS GRABADAS EN TURNOS.DAT:    "
               WS-CONTADOR-OFERTAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "ENTRADAS VENCIDAS:                 "
               WS-CONTADOR-VENCIDAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "ENTRADAS ANULADAS:                 "
               WS-CONTADOR-ANULADAS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "ENTRADAS QUE SIGUEN EN ESPERA:     "
               WS-CONTADOR-PENDIENTES DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "HORARIOS LIBERADOS OCUPADOS DE NUEVO: "
               WS-CONTADOR-OCUPADOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "HORARIOS DE ESTACION O PROFESIONAL INACTIVO: "
               WS-CONTADOR-CERRADOS DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "HORARIOS LIBRES SIN ASIGNAR:       "
               WS-CONTADOR-LIBRES DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
       ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-FECHA-REPORTE TO WS-ENC1-FECHA.
           MOVE WS-NUMERO-PAGINA TO WS-ENC1-PAGINA.
           MOVE WS-ENCABEZADO-1 TO WS-LINEA-REPORTE.
           WRITE WS-LINEA-REPORTE.
           PERFORM VERIFICAR-ESTADO-REPORTE.
           MOVE WS-ENCABEZADO-2 TO WS-LINEA-REPORTE.
           WRITE WS-LINEA-REPORTE.
           PERFORM VERIFICAR-ESTADO-REPORTE.
           MOVE ZERO TO WS-CONTADOR-LINEAS.
       ESCRIBIR-LINEA.
           IF WS-CONTADOR-LINEAS >= WS-MAX-LINEAS-PAGINA
               PERFORM ENCABEZADO-REPORTE
           END-IF.
           WRITE WS-LINEA-REPORTE.
           PERFORM VERIFICAR-ESTADO-REPORTE.
           ADD 1 TO WS-CONTADOR-LINEAS.
           MOVE SPACES TO WS-LINEA-REPORTE.
       VERIFICAR-ESTADO-REPORTE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR LESOFE01.DAT - "
                   "STATUS " WS-REPORTE-STATUS
           END-IF.
      * Pending entries go to LISTAESP.NEW in their original order and
      * are copied back. LISTAESP.NEW must be readable BEFORE the live
      * list is opened for OUTPUT - the OUTPUT open truncates it.
       GRABAR-LISTA-ESPERA.
           MOVE "S" TO WS-COPIA-CORRECTA.
           OPEN OUTPUT LISTA-ESPERA-NUEVA.
           IF WS-LISTAESP-NUEVA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.NEW - STATUS "
                   WS-LISTAESP-NUEVA-STATUS
                   " - LISTAESP.DAT QUEDA SIN ACTUALIZAR"
               SET HUBO-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-SUB-ESPERA FROM 1 BY 1
                       UNTIL WS-SUB-ESPERA > WS-TOTAL-ESPERA
                   IF WS-ESP-ESTADO(WS-SUB-ESPERA) = "P"
                       WRITE LN-REGISTRO
                           FROM WS-ESP-REGISTRO(WS-SUB-ESPERA)
                       IF WS-LISTAESP-NUEVA-STATUS NOT = "00"
                           MOVE "N" TO WS-COPIA-CORRECTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LISTA-ESPERA-NUEVA
               IF COPIA-CORRECTA
                   PERFORM REESCRIBIR-LISTA-ESPERA
               ELSE
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR LISTAESP.NEW "
                       "- LISTAESP.DAT QUEDA SIN ACTUALIZAR"
                   SET HUBO-ERROR TO TRUE
               END-IF
           END-IF.
       REESCRIBIR-LISTA-ESPERA.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT LISTA-ESPERA-NUEVA.
           IF WS-LISTAESP-NUEVA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.NEW - STATUS "
                   WS-LISTAESP-NUEVA-STATUS
                   " - LISTAESP.DAT QUEDA SIN ACTUALIZAR"
               SET HUBO-ERROR TO TRUE
           ELSE
               OPEN OUTPUT LISTA-ESPERA
               IF WS-LISTAESP-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO REABRIR LISTAESP.DAT - "
                       "STATUS " WS-LISTAESP-STATUS
                       " - LISTAESP.DAT QUEDA SIN ACTUALIZAR"
                   SET HUBO-ERROR TO TRUE
                   CLOSE LISTA-ESPERA-NUEVA
               ELSE
                   PERFORM UNTIL FIN-LISTA
                       READ LISTA-ESPERA-NUEVA INTO LE-REGISTRO
                           AT END SET FIN-LISTA TO TRUE
                           NOT AT END
                               WRITE LE-REGISTRO
                               IF WS-LISTAESP-STATUS NOT = "00"
                                   DISPLAY "ERROR: NO SE PUDO "
                                       "REESCRIBIR LISTAESP.DAT - "
                                       "STATUS " WS-LISTAESP-STATUS
                                   SET HUBO-ERROR TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LISTA-ESPERA-NUEVA
                   CLOSE LISTA-ESPERA
               END-IF
           END-IF.
      * Only slots still free and unassigned are kept; same .NEW copy
      * back as the list.
       GRABAR-LIBERADOS.
           MOVE "S" TO WS-COPIA-CORRECTA.
           OPEN OUTPUT LIBERADOS-NUEVOS.
           IF WS-LIBERADOS-NUEVOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR LIBERADOS.NEW - "
                   "STATUS " WS-LIBERADOS-NUEVOS-STATUS
                   " - LIBERADOS.DAT QUEDA SIN ACTUALIZAR"
               SET HUBO-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-SUB-LIBERADO FROM 1 BY 1
                       UNTIL WS-SUB-LIBERADO > WS-TOTAL-LIBERADOS
                   IF WS-LIB-ESTADO(WS-SUB-LIBERADO) = "L"
                       WRITE LBN-REGISTRO
                           FROM WS-LIB-REGISTRO(WS-SUB-LIBERADO)
                       IF WS-LIBERADOS-NUEVOS-STATUS NOT = "00"
                           MOVE "N" TO WS-COPIA-CORRECTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LIBERADOS-NUEVOS
               IF COPIA-CORRECTA
                   PERFORM REESCRIBIR-LIBERADOS
               ELSE
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR LIBERADOS.NEW "
                       "- LIBERADOS.DAT QUEDA SIN ACTUALIZAR"
                   SET HUBO-ERROR TO TRUE
               END-IF
           END-IF.
       REESCRIBIR-LIBERADOS.
           MOVE "N" TO WS-FIN-LIBERADOS.
           OPEN INPUT LIBERADOS-NUEVOS.
           IF WS-LIBERADOS-NUEVOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR LIBERADOS.NEW - "
                   "STATUS " WS-LIBERADOS-NUEVOS-STATUS
                   " - LIBERADOS.DAT QUEDA SIN ACTUALIZAR"
               SET HUBO-ERROR TO TRUE
           ELSE
               OPEN OUTPUT TURNOS-LIBERADOS
               IF WS-LIBERADOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO REABRIR LIBERADOS.DAT - "
                       "STATUS " WS-LIBERADOS-STATUS
                       " - LIBERADOS.DAT QUEDA SIN ACTUALIZAR"
                   SET HUBO-ERROR TO TRUE
                   CLOSE LIBERADOS-NUEVOS
               ELSE
                   PERFORM UNTIL FIN-LIBERADOS
                       READ LIBERADOS-NUEVOS INTO LB-REGISTRO
                           AT END SET FIN-LIBERADOS TO TRUE
                           NOT AT END
                               WRITE LB-REGISTRO
                               IF WS-LIBERADOS-STATUS NOT = "00"
                                   DISPLAY "ERROR: NO SE PUDO "
                                       "REESCRIBIR LIBERADOS.DAT - "
                                       "STATUS " WS-LIBERADOS-STATUS
                                   SET HUBO-ERROR TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LIBERADOS-NUEVOS
                   CLOSE TURNOS-LIBERADOS
               END-IF
           END-IF.
       END PROGRAM LESOFE01.
