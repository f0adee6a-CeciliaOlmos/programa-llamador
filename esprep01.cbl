      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly access-to-care report. For every turno whose
      *          cita falls in the month asked for, on the live
      *          TURNOS-MAESTRO.DAT or archived by ARCTUR01 on
      *          TURNHIST.DAT, the wait is the number of days from
      *          TM-FECHA-ALTA (the day the turno was created) to
      *          TM-FECHA-CITA. Cancelled turnos (TM-ESTADO not "A")
      *          gave no care and are left out. The waits are grouped
      *          by the professional's specialty (PRO-ESPECIALIDAD),
      *          by station and by the origen the turno was booked
      *          with (TM-ORIGEN: regular, interchange "I", resubmitted
      *          "R"/"D", waiting list "E", desk "B"), and for each
      *          group the report ESPREP01.DAT shows the number of
      *          citas, the average, median and worst wait, and how
      *          many waited longer than the target set on ESPERA.PAR
      *          (30 days when the file is missing), next to the
      *          average of the month before and the variation. The
      *          same figures go semicolon-delimited to ESPMIN.DAT for
      *          the ministry spreadsheet: one H header, one D row per
      *          group and one T trailer with the row count, the same
      *          shape as EXTLLAM01.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESPREP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One line: target wait in days, 1 to 365.
           SELECT PARAMETROS-ESPERA ASSIGN TO "ESPERA.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107.
           SELECT TURNOS-MAESTRO ASSIGN TO "TURNOS-MAESTRO.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT TURNOS-HISTORIA ASSIGN TO "TURNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT ESTACIONES-FILE ASSIGN TO "ESTACIONES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTACIONES-STATUS.
           SELECT PROFESIONALES-FILE ASSIGN TO "PROFESIONALES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFESIONALES-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "ESPREP01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT DELIMITADO-FILE ASSIGN TO "ESPMIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELIMITADO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-ESPERA.
       01  EP-LINEA.
           03 EP-DIAS-OBJETIVO PIC X(3).
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
       FD  TURNOS-HISTORIA.
       01  TH-REGISTRO.
           03 TH-TURNO         PIC X(55).
           03 FILLER           PIC X.
           03 TH-FECHA-ARCHIVO PIC X(14).
           03 FILLER           PIC X.
           03 TH-MOTIVO        PIC X.
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
       FD  REPORTE-FILE.
       01  WS-LINEA-REPORTE PIC X(132).
       FD  DELIMITADO-FILE.
       01  DL-REGISTRO PIC X(200).
       WORKING-STORAGE SECTION.
       01  WS-PARAMETROS-STATUS PIC XX.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-ESTACIONES-STATUS PIC XX.
       01  WS-PROFESIONALES-STATUS PIC XX.
       01  WS-REPORTE-STATUS PIC XX.
       01  WS-DELIMITADO-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01  WS-FIN-HISTORIA PIC X VALUE "N".
           88 FIN-HISTORIA VALUE "S".
       01  WS-FIN-ESTACIONES PIC X VALUE "N".
           88 FIN-ESTACIONES VALUE "S".
       01  WS-FIN-PROFESIONALES PIC X VALUE "N".
           88 FIN-PROFESIONALES VALUE "S".
       01  WS-ESCRITURA-CORRECTA PIC X VALUE "S".
           88 ESCRITURA-CORRECTA VALUE "S".
       01  WS-DIAS-OBJETIVO PIC 9(3) VALUE 30.
      * Month reported and the month before, as AAAAMM.
       01  WS-MES PIC X(6) VALUE SPACES.
       01  WS-MES-NUM REDEFINES WS-MES PIC 9(6).
       01  WS-MES-R REDEFINES WS-MES.
           03 WS-MES-ANIO PIC 9(4).
           03 WS-MES-MM   PIC 99.
       01  WS-MES-ANTERIOR PIC 9(6) VALUE ZERO.
       01  WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           03 WS-MA-ANIO PIC 9(4).
           03 WS-MA-MM   PIC 99.
      * The record being accumulated, from the master or the archive.
       01  WS-TURNO-LEIDO.
           03 TL-CAMPO2      PIC X(7).
           03 TL-CAMPO4      PIC X(4).
           03 TL-ESTADO      PIC X.
           03 TL-FECHA-ALTA  PIC X(14).
           03 TL-FECHA-CITA  PIC 9(8).
           03 TL-HORA-CITA   PIC 9(4).
           03 TL-PROFESIONAL PIC X(6).
           03 TL-PACIENTE    PIC X(10).
           03 TL-ORIGEN      PIC X.
       01  WS-FECHA-ALTA-NUM PIC 9(8) VALUE ZERO.
       01  WS-MES-CITA PIC 9(6) VALUE ZERO.
       01  WS-PERIODO PIC X VALUE SPACE.
       01  WS-DIAS-ESPERA PIC S9(7) VALUE ZERO.
       01  WS-TOTAL-ESTACIONES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ESTACIONES.
           03 WS-ESTACION-ENT OCCURS 500 TIMES.
               05 WS-ES-CODIGO      PIC X(4).
               05 WS-ES-DESCRIPCION PIC X(20).
       01  WS-SUB-EST PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PROFESIONALES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-PROFESIONALES.
           03 WS-PROFESIONAL-ENT OCCURS 2000 TIMES.
               05 WS-PR-CODIGO       PIC X(6).
               05 WS-PR-ESPECIALIDAD PIC X(20).
       01  WS-SUB-PRO PIC 9(4) VALUE ZERO.
       01  WS-ESPECIALIDAD PIC X(20) VALUE SPACES.
       01  WS-NOMBRE-ORIGEN PIC X(20) VALUE SPACES.
      * Waits seen per group, one entry per distinct number of days
      * with how many citas waited that long, kept in ascending order
      * by INSERTAR-ESPERA: dimension (1 = especialidad, 2 = estacion,
      * 3 = origen, 4 = total), group, period (A = month reported,
      * P = month before) and days. Walking a group's entries in order
      * gives the median without keeping every turno in memory.
       01  WS-TOTAL-ESPERAS PIC 9(5) VALUE ZERO.
       01  WS-MAX-ESPERAS PIC 9(5) VALUE 20000.
       01  WS-TABLA-ESPERAS.
           03 WS-ESPERA OCCURS 1 TO 20000 TIMES
                        DEPENDING ON WS-TOTAL-ESPERAS
                        ASCENDING KEY IS WS-EE-CLAVE
                        INDEXED BY WS-EE-IDX.
               05 WS-EE-CLAVE.
                   07 WS-EE-DIMENSION PIC X.
                   07 WS-EE-GRUPO     PIC X(20).
                   07 WS-EE-PERIODO   PIC X.
                   07 WS-EE-DIAS      PIC 9(5).
               05 WS-EE-CANTIDAD PIC 9(7).
       01  WS-CLAVE-ESPERA.
           03 WS-CL-DIMENSION PIC X.
           03 WS-CL-GRUPO     PIC X(20).
           03 WS-CL-PERIODO   PIC X.
           03 WS-CL-DIAS      PIC 9(5).
       01  WS-POS-INSERCION PIC 9(5) VALUE ZERO.
       01  WS-SUB-ESP PIC 9(5) VALUE ZERO.
       01  WS-SUB-MED PIC 9(5) VALUE ZERO.
       01  WS-INICIO-SEGMENTO PIC 9(5) VALUE ZERO.
       01  WS-DIMENSION-ACTUAL PIC X VALUE SPACE.
       01  WS-GRUPO-ACTUAL PIC X(20) VALUE SPACES.
       01  WS-PERIODO-ACTUAL PIC X VALUE SPACE.
      * Figures of one group and period, then kept per period: entry
      * 1 = month reported, entry 2 = month before.
       01  WS-SEG-CANTIDAD PIC 9(7) VALUE ZERO.
       01  WS-SEG-SUMA PIC 9(11) VALUE ZERO.
       01  WS-SEG-MAXIMO PIC 9(5) VALUE ZERO.
       01  WS-SEG-SOBRE PIC 9(7) VALUE ZERO.
       01  WS-POS-MEDIANA-1 PIC 9(7) VALUE ZERO.
       01  WS-POS-MEDIANA-2 PIC 9(7) VALUE ZERO.
       01  WS-DIAS-MEDIANA-1 PIC 9(5) VALUE ZERO.
       01  WS-DIAS-MEDIANA-2 PIC 9(5) VALUE ZERO.
       01  WS-ACUMULADO PIC 9(7) VALUE ZERO.
       01  WS-SUB-PER PIC 9 VALUE ZERO.
       01  WS-TABLA-PERIODOS.
           03 WS-PERIODO-ENT OCCURS 2 TIMES.
               05 WS-PE-CANTIDAD PIC 9(7).
               05 WS-PE-PROMEDIO PIC 9(5)V9.
               05 WS-PE-MEDIANA  PIC 9(5)V9.
               05 WS-PE-MAXIMO   PIC 9(5).
               05 WS-PE-SOBRE    PIC 9(7).
               05 WS-PE-PORCENTAJE PIC 9(3)V99.
       01  WS-VARIACION PIC S9(5)V9 VALUE ZERO.
       01  WS-CONTADOR-MAESTRO PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-HISTORIA PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-MES PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-MES-ANTERIOR PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SIN-FECHA PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-FILAS PIC 9(5) VALUE ZERO.
       01  WS-NUMERO-PAGINA PIC 9(3) VALUE ZERO.
       01  WS-CONTADOR-LINEAS PIC 9(3) VALUE 99.
       01  WS-MAX-LINEAS-PAGINA PIC 9(3) VALUE 40.
       01  WS-ENCABEZADO-1.
           03 FILLER PIC X(20) VALUE "ESPREP01 - TIEMPOS D".
           03 FILLER PIC X(20) VALUE "E ESPERA (DIAS DE AL".
           03 FILLER PIC X(20) VALUE "TA A CITA)          ".
           03 FILLER PIC X(8)  VALUE "PAGINA: ".
           03 WS-ENC1-PAGINA PIC ZZ9.
       01  WS-ENCABEZADO-2.
           03 FILLER PIC X(73) VALUE SPACES.
           03 FILLER PIC X(26) VALUE "---- MES ANTERIOR ----".
       01  WS-ENCABEZADO-3.
           03 FILLER PIC X(25) VALUE "GRUPO".
           03 FILLER PIC X(8)  VALUE "    CANT".
           03 FILLER PIC X(8)  VALUE "    PROM".
           03 FILLER PIC X(8)  VALUE " MEDIANA".
           03 FILLER PIC X(8)  VALUE "  MAXIMO".
           03 FILLER PIC X(8)  VALUE "  >OBJET".
           03 FILLER PIC X(8)  VALUE "  %>OBJ".
           03 FILLER PIC X(8)  VALUE "    CANT".
           03 FILLER PIC X(8)  VALUE "    PROM".
           03 FILLER PIC X(9)  VALUE "      VAR".
       01  WS-LINEA-DETALLE.
           03 WS-DET-GRUPO      PIC X(25).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-CANTIDAD   PIC ZZ,ZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-PROMEDIO   PIC ZZZ9.9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-MEDIANA    PIC ZZZ9.9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-MAXIMO     PIC ZZ,ZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-SOBRE      PIC ZZ,ZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-PORCENTAJE PIC ZZ9.99.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-CANT-ANT   PIC ZZ,ZZ9.
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-PROM-ANT   PIC X(6).
           03 FILLER            PIC X(2) VALUE SPACES.
           03 WS-DET-VARIACION  PIC X(7).
       01  WS-EDIT-PROMEDIO PIC ZZZ9.9.
       01  WS-EDIT-VARIACION PIC ++++9.9.
      * Plain editing for the delimited copy - trimmed, no thousands
      * separator.
       01  WS-DL-ENTERO PIC Z(6)9.
       01  WS-DL-DECIMAL PIC Z(4)9.9.
       01  WS-DL-PORCENTAJE PIC ZZ9.99.
       01  WS-DL-VARIACION PIC +++++9.9.
       01  WS-DL-CAMPOS.
           03 WS-DL-CANTIDAD    PIC X(8).
           03 WS-DL-PROMEDIO    PIC X(8).
           03 WS-DL-MEDIANA     PIC X(8).
           03 WS-DL-MAXIMO      PIC X(8).
           03 WS-DL-SOBRE       PIC X(8).
           03 WS-DL-PORC        PIC X(8).
           03 WS-DL-CANT-ANT    PIC X(8).
           03 WS-DL-PROM-ANT    PIC X(8).
           03 WS-DL-MED-ANT     PIC X(8).
           03 WS-DL-VARIAC      PIC X(9).
       01  WS-NOMBRE-DIMENSION PIC X(12) VALUE SPACES.
       01  WS-LINEA-DELIMITADA PIC X(200) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
            PERFORM LEER-PARAMETROS.
            PERFORM PEDIR-MES.
            PERFORM CARGAR-ESTACIONES.
            PERFORM CARGAR-PROFESIONALES.
            PERFORM RECORRER-MAESTRO.
            PERFORM RECORRER-HISTORIA.
            OPEN OUTPUT REPORTE-FILE.
            IF WS-REPORTE-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR ESPREP01.DAT - "
                    "STATUS " WS-REPORTE-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT DELIMITADO-FILE.
            IF WS-DELIMITADO-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR ESPMIN.DAT - "
                    "STATUS " WS-DELIMITADO-STATUS
                CLOSE REPORTE-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM IMPRIMIR-REPORTE.
            CLOSE REPORTE-FILE.
            CLOSE DELIMITADO-FILE.
            DISPLAY "ESPREP01 - CITAS DE " WS-MES ":            "
                WS-CONTADOR-MES.
            DISPLAY "ESPREP01 - CITAS DE " WS-MES-ANTERIOR
                " (ANTERIOR): " WS-CONTADOR-MES-ANTERIOR.
            DISPLAY "ESPREP01 - SIN FECHA DE ALTA VALIDA:     "
                WS-CONTADOR-SIN-FECHA.
            IF NOT ESCRITURA-CORRECTA
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-ESPERA.
           IF WS-PARAMETROS-STATUS = "35"
               DISPLAY "AVISO: ESPERA.PAR NO EXISTE - OBJETIVO DE "
                   WS-DIAS-OBJETIVO " DIAS"
           ELSE
               PERFORM TOMAR-PARAMETROS
           END-IF.
       TOMAR-PARAMETROS.
           IF WS-PARAMETROS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ESPERA.PAR - STATUS "
                   WS-PARAMETROS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARAMETROS-ESPERA
               AT END MOVE SPACES TO EP-LINEA
           END-READ.
           CLOSE PARAMETROS-ESPERA.
           IF FUNCTION TEST-NUMVAL(EP-DIAS-OBJETIVO) NOT = ZERO
               DISPLAY "ERROR: ESPERA.PAR - DIAS OBJETIVO INVALIDOS: "
                   EP-DIAS-OBJETIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DIAS-OBJETIVO = FUNCTION NUMVAL(EP-DIAS-OBJETIVO).
           IF WS-DIAS-OBJETIVO < 1 OR WS-DIAS-OBJETIVO > 365
               DISPLAY "ERROR: ESPERA.PAR - DIAS OBJETIVO FUERA DE 1 "
                   "A 365: " EP-DIAS-OBJETIVO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * The report is normally run at the start of a month for the
      * month just closed, hence the default.
       PEDIR-MES.
           DISPLAY "MES A INFORMAR (AAAAMM, VACIO=MES ANTERIOR): "
               WITH NO ADVANCING.
           ACCEPT WS-MES.
           IF WS-MES = SPACES
               MOVE WS-FECHA-HORA-ACTUAL(1:6) TO WS-MES
               IF WS-MES-MM = 1
                   SUBTRACT 1 FROM WS-MES-ANIO
                   MOVE 12 TO WS-MES-MM
               ELSE
                   SUBTRACT 1 FROM WS-MES-MM
               END-IF
           END-IF.
           IF WS-MES-NUM IS NOT NUMERIC
               OR WS-MES-MM < 1 OR WS-MES-MM > 12
               DISPLAY "ERROR: MES INVALIDO: " WS-MES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MES-ANIO TO WS-MA-ANIO.
           IF WS-MES-MM = 1
               SUBTRACT 1 FROM WS-MA-ANIO
               MOVE 12 TO WS-MA-MM
           ELSE
               COMPUTE WS-MA-MM = WS-MES-MM - 1
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
                       IF WS-TOTAL-ESTACIONES >= 500
                           DISPLAY "ERROR: ESTACIONES.DAT SUPERA 500 "
                               "ESTACIONES - NO SE PROCESA"
                           CLOSE ESTACIONES-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TOTAL-ESTACIONES
                       MOVE EST-CODIGO
                           TO WS-ES-CODIGO(WS-TOTAL-ESTACIONES)
                       MOVE EST-DESCRIPCION
                           TO WS-ES-DESCRIPCION(WS-TOTAL-ESTACIONES)
               END-READ
           END-PERFORM.
           CLOSE ESTACIONES-FILE.
      * Every professional is loaded, active or not: a cita of last
      * month counts under the specialty of whoever attended it.
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
                       IF WS-TOTAL-PROFESIONALES >= 2000
                           DISPLAY "ERROR: PROFESIONALES.DAT SUPERA "
                               "2000 PROFESIONALES - NO SE PROCESA"
                           CLOSE PROFESIONALES-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TOTAL-PROFESIONALES
                       MOVE PRO-CODIGO
                           TO WS-PR-CODIGO(WS-TOTAL-PROFESIONALES)
                       MOVE PRO-ESPECIALIDAD
                           TO WS-PR-ESPECIALIDAD(WS-TOTAL-PROFESIONALES)
               END-READ
           END-PERFORM.
           CLOSE PROFESIONALES-FILE.
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
                       ADD 1 TO WS-CONTADOR-MAESTRO
                       MOVE TM-REGISTRO TO WS-TURNO-LEIDO
                       PERFORM ACUMULAR-TURNO
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
      * Last month's citas have usually been archived by ARCTUR01
      * already; an archive that does not exist yet is empty.
       RECORRER-HISTORIA.
           OPEN INPUT TURNOS-HISTORIA.
           IF WS-HISTORIA-STATUS = "35"
               SET FIN-HISTORIA TO TRUE
           ELSE
               IF WS-HISTORIA-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR TURNHIST.DAT - "
                       "STATUS " WS-HISTORIA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-HISTORIA
               READ TURNOS-HISTORIA
                   AT END SET FIN-HISTORIA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONTADOR-HISTORIA
                       MOVE TH-TURNO TO WS-TURNO-LEIDO
                       PERFORM ACUMULAR-TURNO
               END-READ
           END-PERFORM.
           IF WS-HISTORIA-STATUS NOT = "35"
               CLOSE TURNOS-HISTORIA
           END-IF.
       ACUMULAR-TURNO.
           IF TL-ESTADO = "A" AND TL-FECHA-CITA IS NUMERIC
               COMPUTE WS-MES-CITA = TL-FECHA-CITA / 100
               EVALUATE WS-MES-CITA
                   WHEN WS-MES-NUM
                       MOVE "A" TO WS-PERIODO
                       PERFORM MEDIR-ESPERA
                   WHEN WS-MES-ANTERIOR
                       MOVE "P" TO WS-PERIODO
                       PERFORM MEDIR-ESPERA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       MEDIR-ESPERA.
           IF TL-FECHA-ALTA(1:8) IS NOT NUMERIC
               ADD 1 TO WS-CONTADOR-SIN-FECHA
           ELSE
               MOVE TL-FECHA-ALTA(1:8) TO WS-FECHA-ALTA-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-ALTA-NUM) NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD(TL-FECHA-CITA)
                      NOT = 0
                   OR WS-FECHA-ALTA-NUM > TL-FECHA-CITA
                   ADD 1 TO WS-CONTADOR-SIN-FECHA
               ELSE
                   PERFORM CLASIFICAR-ESPERA
               END-IF
           END-IF.
       CLASIFICAR-ESPERA.
           COMPUTE WS-DIAS-ESPERA =
               FUNCTION INTEGER-OF-DATE(TL-FECHA-CITA)
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-ALTA-NUM).
           IF WS-PERIODO = "A"
               ADD 1 TO WS-CONTADOR-MES
           ELSE
               ADD 1 TO WS-CONTADOR-MES-ANTERIOR
           END-IF.
           MOVE SPACES TO WS-ESPECIALIDAD.
           IF TL-PROFESIONAL NOT = SPACES
               PERFORM VARYING WS-SUB-PRO FROM 1 BY 1
                       UNTIL WS-SUB-PRO > WS-TOTAL-PROFESIONALES
                   IF WS-PR-CODIGO(WS-SUB-PRO) = TL-PROFESIONAL
                       MOVE WS-PR-ESPECIALIDAD(WS-SUB-PRO)
                           TO WS-ESPECIALIDAD
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ESPECIALIDAD = SPACES
               MOVE "(SIN ESPECIALIDAD)" TO WS-ESPECIALIDAD
           END-IF.
      * Origen codes as in the TR-ORIGEN comment of CLASE1107. Both
      * kinds of resubmission go together.
           EVALUATE TL-ORIGEN
               WHEN SPACE
                   MOVE "REGULAR" TO WS-NOMBRE-ORIGEN
               WHEN "I"
                   MOVE "INTERCAMBIO (I)" TO WS-NOMBRE-ORIGEN
               WHEN "R"
               WHEN "D"
                   MOVE "REENVIADO (R/D)" TO WS-NOMBRE-ORIGEN
               WHEN "E"
                   MOVE "LISTA DE ESPERA (E)" TO WS-NOMBRE-ORIGEN
               WHEN "B"
                   MOVE "MOSTRADOR (B)" TO WS-NOMBRE-ORIGEN
               WHEN OTHER
                   MOVE SPACES TO WS-NOMBRE-ORIGEN
                   STRING "OTRO (" TL-ORIGEN ")"
                       DELIMITED BY SIZE INTO WS-NOMBRE-ORIGEN
           END-EVALUATE.
           MOVE WS-PERIODO TO WS-CL-PERIODO.
           MOVE WS-DIAS-ESPERA TO WS-CL-DIAS.
           MOVE "1" TO WS-CL-DIMENSION.
           MOVE WS-ESPECIALIDAD TO WS-CL-GRUPO.
           PERFORM INSERTAR-ESPERA.
           MOVE "2" TO WS-CL-DIMENSION.
           MOVE TL-CAMPO4 TO WS-CL-GRUPO.
           PERFORM INSERTAR-ESPERA.
           MOVE "3" TO WS-CL-DIMENSION.
           MOVE WS-NOMBRE-ORIGEN TO WS-CL-GRUPO.
           PERFORM INSERTAR-ESPERA.
           MOVE "4" TO WS-CL-DIMENSION.
           MOVE "TODOS" TO WS-CL-GRUPO.
           PERFORM INSERTAR-ESPERA.
       INSERTAR-ESPERA.
           IF WS-TOTAL-ESPERAS > ZERO
               SEARCH ALL WS-ESPERA
                   AT END
                       PERFORM AGREGAR-ESPERA
                   WHEN WS-EE-CLAVE(WS-EE-IDX) = WS-CLAVE-ESPERA
                       ADD 1 TO WS-EE-CANTIDAD(WS-EE-IDX)
               END-SEARCH
           ELSE
               PERFORM AGREGAR-ESPERA
           END-IF.
       AGREGAR-ESPERA.
           IF WS-TOTAL-ESPERAS >= WS-MAX-ESPERAS
               DISPLAY "ERROR: MAS DE " WS-MAX-ESPERAS " GRUPOS DE "
                   "ESPERA - NO SE PUEDE INFORMAR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-ESPERAS.
           MOVE WS-TOTAL-ESPERAS TO WS-POS-INSERCION.
           PERFORM UNTIL WS-POS-INSERCION = 1
               IF WS-EE-CLAVE(WS-POS-INSERCION - 1)
                   NOT > WS-CLAVE-ESPERA
                   EXIT PERFORM
               END-IF
               MOVE WS-ESPERA(WS-POS-INSERCION - 1)
                   TO WS-ESPERA(WS-POS-INSERCION)
               SUBTRACT 1 FROM WS-POS-INSERCION
           END-PERFORM.
           MOVE WS-CLAVE-ESPERA TO WS-EE-CLAVE(WS-POS-INSERCION).
           MOVE 1 TO WS-EE-CANTIDAD(WS-POS-INSERCION).
       IMPRIMIR-REPORTE.
           PERFORM ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "MES DE CITAS: " WS-MES "   MES ANTERIOR: "
               WS-MES-ANTERIOR "   OBJETIVO: " WS-DIAS-OBJETIVO
               " DIAS" DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-DELIMITADA.
           STRING "H;ESPREP01;" WS-MES ";" WS-MES-ANTERIOR ";"
               WS-DIAS-OBJETIVO ";" WS-FECHA-HORA-ACTUAL(1:8) ";"
               WS-FECHA-HORA-ACTUAL(9:6)
               DELIMITED BY SIZE INTO WS-LINEA-DELIMITADA.
           PERFORM ESCRIBIR-LINEA-DELIMITADA.
           MOVE SPACE TO WS-DIMENSION-ACTUAL.
           MOVE 1 TO WS-SUB-ESP.
           PERFORM UNTIL WS-SUB-ESP > WS-TOTAL-ESPERAS
               IF WS-EE-DIMENSION(WS-SUB-ESP) NOT = WS-DIMENSION-ACTUAL
                   MOVE WS-EE-DIMENSION(WS-SUB-ESP)
                       TO WS-DIMENSION-ACTUAL
                   PERFORM ENCABEZAR-DIMENSION
               END-IF
               MOVE WS-EE-GRUPO(WS-SUB-ESP) TO WS-GRUPO-ACTUAL
               INITIALIZE WS-TABLA-PERIODOS
               PERFORM UNTIL WS-SUB-ESP > WS-TOTAL-ESPERAS
                       OR WS-EE-DIMENSION(WS-SUB-ESP)
                          NOT = WS-DIMENSION-ACTUAL
                       OR WS-EE-GRUPO(WS-SUB-ESP) NOT = WS-GRUPO-ACTUAL
                   PERFORM CALCULAR-PERIODO
               END-PERFORM
               PERFORM IMPRIMIR-GRUPO
           END-PERFORM.
           IF WS-TOTAL-ESPERAS = ZERO
               MOVE SPACES TO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
               MOVE "SIN CITAS EN EL PERIODO" TO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-IF.
           MOVE SPACES TO WS-LINEA-DELIMITADA.
           STRING "T;" WS-CONTADOR-FILAS
               DELIMITED BY SIZE INTO WS-LINEA-DELIMITADA.
           PERFORM ESCRIBIR-LINEA-DELIMITADA.
       ENCABEZAR-DIMENSION.
           EVALUATE WS-DIMENSION-ACTUAL
               WHEN "1"
                   MOVE "ESPECIALIDAD" TO WS-NOMBRE-DIMENSION
               WHEN "2"
                   MOVE "ESTACION" TO WS-NOMBRE-DIMENSION
               WHEN "3"
                   MOVE "ORIGEN" TO WS-NOMBRE-DIMENSION
               WHEN OTHER
                   MOVE "TOTAL" TO WS-NOMBRE-DIMENSION
           END-EVALUATE.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           IF WS-DIMENSION-ACTUAL = "4"
               MOVE "TOTAL GENERAL:" TO WS-LINEA-REPORTE
           ELSE
               STRING "POR " FUNCTION TRIM(WS-NOMBRE-DIMENSION) ":"
                   DELIMITED BY SIZE INTO WS-LINEA-REPORTE
           END-IF.
           PERFORM ESCRIBIR-LINEA.
           MOVE WS-ENCABEZADO-2 TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE WS-ENCABEZADO-3 TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
      * One period of the current group: count, total and worst wait
      * and waits over target in a first pass, then the median from
      * the running count - the middle entry, or the mean of the two
      * middle ones when the count is even.
       CALCULAR-PERIODO.
           MOVE WS-EE-PERIODO(WS-SUB-ESP) TO WS-PERIODO-ACTUAL.
           MOVE WS-SUB-ESP TO WS-INICIO-SEGMENTO.
           MOVE ZERO TO WS-SEG-CANTIDAD WS-SEG-SUMA WS-SEG-MAXIMO
               WS-SEG-SOBRE.
           PERFORM UNTIL WS-SUB-ESP > WS-TOTAL-ESPERAS
                   OR WS-EE-DIMENSION(WS-SUB-ESP)
                      NOT = WS-DIMENSION-ACTUAL
                   OR WS-EE-GRUPO(WS-SUB-ESP) NOT = WS-GRUPO-ACTUAL
                   OR WS-EE-PERIODO(WS-SUB-ESP) NOT = WS-PERIODO-ACTUAL
               ADD WS-EE-CANTIDAD(WS-SUB-ESP) TO WS-SEG-CANTIDAD
               COMPUTE WS-SEG-SUMA = WS-SEG-SUMA
                   + WS-EE-CANTIDAD(WS-SUB-ESP) * WS-EE-DIAS(WS-SUB-ESP)
               MOVE WS-EE-DIAS(WS-SUB-ESP) TO WS-SEG-MAXIMO
               IF WS-EE-DIAS(WS-SUB-ESP) > WS-DIAS-OBJETIVO
                   ADD WS-EE-CANTIDAD(WS-SUB-ESP) TO WS-SEG-SOBRE
               END-IF
               ADD 1 TO WS-SUB-ESP
           END-PERFORM.
           COMPUTE WS-POS-MEDIANA-1 = (WS-SEG-CANTIDAD + 1) / 2.
           COMPUTE WS-POS-MEDIANA-2 = WS-SEG-CANTIDAD / 2 + 1.
           MOVE ZERO TO WS-ACUMULADO.
           MOVE ZERO TO WS-DIAS-MEDIANA-1 WS-DIAS-MEDIANA-2.
           PERFORM VARYING WS-SUB-MED FROM WS-INICIO-SEGMENTO BY 1
                   UNTIL WS-SUB-MED >= WS-SUB-ESP
               IF WS-ACUMULADO < WS-POS-MEDIANA-1
                   AND WS-ACUMULADO + WS-EE-CANTIDAD(WS-SUB-MED)
                       >= WS-POS-MEDIANA-1
                   MOVE WS-EE-DIAS(WS-SUB-MED) TO WS-DIAS-MEDIANA-1
               END-IF
               ADD WS-EE-CANTIDAD(WS-SUB-MED) TO WS-ACUMULADO
               IF WS-ACUMULADO >= WS-POS-MEDIANA-2
                   MOVE WS-EE-DIAS(WS-SUB-MED) TO WS-DIAS-MEDIANA-2
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PERIODO-ACTUAL = "A"
               MOVE 1 TO WS-SUB-PER
           ELSE
               MOVE 2 TO WS-SUB-PER
           END-IF.
           MOVE WS-SEG-CANTIDAD TO WS-PE-CANTIDAD(WS-SUB-PER).
           COMPUTE WS-PE-PROMEDIO(WS-SUB-PER) ROUNDED =
               WS-SEG-SUMA / WS-SEG-CANTIDAD.
           COMPUTE WS-PE-MEDIANA(WS-SUB-PER) =
               (WS-DIAS-MEDIANA-1 + WS-DIAS-MEDIANA-2) / 2.
           MOVE WS-SEG-MAXIMO TO WS-PE-MAXIMO(WS-SUB-PER).
           MOVE WS-SEG-SOBRE TO WS-PE-SOBRE(WS-SUB-PER).
           COMPUTE WS-PE-PORCENTAJE(WS-SUB-PER) ROUNDED =
               WS-SEG-SOBRE * 100 / WS-SEG-CANTIDAD.
      * A group with no citas in one of the two months shows that
      * month as zero and no variation.
       IMPRIMIR-GRUPO.
           MOVE SPACES TO WS-DET-GRUPO.
           EVALUATE TRUE
               WHEN WS-DIMENSION-ACTUAL = "2"
                   AND WS-GRUPO-ACTUAL = SPACES
                   MOVE "(SIN ESTACION)" TO WS-DET-GRUPO
               WHEN WS-DIMENSION-ACTUAL = "2"
                   MOVE WS-GRUPO-ACTUAL(1:4) TO WS-DET-GRUPO
                   PERFORM VARYING WS-SUB-EST FROM 1 BY 1
                           UNTIL WS-SUB-EST > WS-TOTAL-ESTACIONES
                       IF WS-ES-CODIGO(WS-SUB-EST)
                           = WS-GRUPO-ACTUAL(1:4)
                           MOVE WS-ES-DESCRIPCION(WS-SUB-EST)
                               TO WS-DET-GRUPO(6:20)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE WS-GRUPO-ACTUAL TO WS-DET-GRUPO
           END-EVALUATE.
           MOVE WS-PE-CANTIDAD(1) TO WS-DET-CANTIDAD.
           MOVE WS-PE-PROMEDIO(1) TO WS-DET-PROMEDIO.
           MOVE WS-PE-MEDIANA(1) TO WS-DET-MEDIANA.
           MOVE WS-PE-MAXIMO(1) TO WS-DET-MAXIMO.
           MOVE WS-PE-SOBRE(1) TO WS-DET-SOBRE.
           MOVE WS-PE-PORCENTAJE(1) TO WS-DET-PORCENTAJE.
           MOVE WS-PE-CANTIDAD(2) TO WS-DET-CANT-ANT.
           MOVE WS-PE-PROMEDIO(2) TO WS-EDIT-PROMEDIO.
           MOVE WS-EDIT-PROMEDIO TO WS-DET-PROM-ANT.
           IF WS-PE-CANTIDAD(1) = ZERO OR WS-PE-CANTIDAD(2) = ZERO
               MOVE "    S/D" TO WS-DET-VARIACION
               MOVE ZERO TO WS-VARIACION
           ELSE
               COMPUTE WS-VARIACION =
                   WS-PE-PROMEDIO(1) - WS-PE-PROMEDIO(2)
               MOVE WS-VARIACION TO WS-EDIT-VARIACION
               MOVE WS-EDIT-VARIACION TO WS-DET-VARIACION
           END-IF.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM ESCRIBIR-FILA-DELIMITADA.
      * Figures go out trimmed; the group is free text from the
      * professional master, so a ; in it would break the row and is
      * replaced by a comma. The variation field is left empty when
      * one of the months has no citas.
       ESCRIBIR-FILA-DELIMITADA.
           MOVE WS-PE-CANTIDAD(1) TO WS-DL-ENTERO.
           MOVE FUNCTION TRIM(WS-DL-ENTERO) TO WS-DL-CANTIDAD.
           MOVE WS-PE-PROMEDIO(1) TO WS-DL-DECIMAL.
           MOVE FUNCTION TRIM(WS-DL-DECIMAL) TO WS-DL-PROMEDIO.
           MOVE WS-PE-MEDIANA(1) TO WS-DL-DECIMAL.
           MOVE FUNCTION TRIM(WS-DL-DECIMAL) TO WS-DL-MEDIANA.
           MOVE WS-PE-MAXIMO(1) TO WS-DL-ENTERO.
           MOVE FUNCTION TRIM(WS-DL-ENTERO) TO WS-DL-MAXIMO.
           MOVE WS-PE-SOBRE(1) TO WS-DL-ENTERO.
           MOVE FUNCTION TRIM(WS-DL-ENTERO) TO WS-DL-SOBRE.
           MOVE WS-PE-PORCENTAJE(1) TO WS-DL-PORCENTAJE.
           MOVE FUNCTION TRIM(WS-DL-PORCENTAJE) TO WS-DL-PORC.
           MOVE WS-PE-CANTIDAD(2) TO WS-DL-ENTERO.
           MOVE FUNCTION TRIM(WS-DL-ENTERO) TO WS-DL-CANT-ANT.
           MOVE WS-PE-PROMEDIO(2) TO WS-DL-DECIMAL.
           MOVE FUNCTION TRIM(WS-DL-DECIMAL) TO WS-DL-PROM-ANT.
           MOVE WS-PE-MEDIANA(2) TO WS-DL-DECIMAL.
           MOVE FUNCTION TRIM(WS-DL-DECIMAL) TO WS-DL-MED-ANT.
           IF WS-PE-CANTIDAD(1) = ZERO OR WS-PE-CANTIDAD(2) = ZERO
               MOVE SPACES TO WS-DL-VARIAC
           ELSE
               MOVE WS-VARIACION TO WS-DL-VARIACION
               MOVE FUNCTION TRIM(WS-DL-VARIACION) TO WS-DL-VARIAC
           END-IF.
           INSPECT WS-DET-GRUPO REPLACING ALL ";" BY ",".
           MOVE SPACES TO WS-LINEA-DELIMITADA.
           STRING "D;" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-DIMENSION) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DET-GRUPO) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-CANTIDAD) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-PROMEDIO) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-MEDIANA) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-MAXIMO) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-SOBRE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-PORC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-CANT-ANT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-PROM-ANT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-MED-ANT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DL-VARIAC) DELIMITED BY SIZE
               INTO WS-LINEA-DELIMITADA.
           PERFORM ESCRIBIR-LINEA-DELIMITADA.
           ADD 1 TO WS-CONTADOR-FILAS.
       ENCABEZADO-REPORTE.
           ADD 1 TO WS-NUMERO-PAGINA.
           MOVE WS-NUMERO-PAGINA TO WS-ENC1-PAGINA.
           MOVE WS-ENCABEZADO-1 TO WS-LINEA-REPORTE.
           WRITE WS-LINEA-REPORTE.
           PERFORM VERIFICAR-ESTADO-REPORTE.
           MOVE SPACES TO WS-LINEA-REPORTE.
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
       VERIFICAR-ESTADO-REPORTE.
           IF WS-REPORTE-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR ESPREP01.DAT - "
                   "STATUS " WS-REPORTE-STATUS
               MOVE "N" TO WS-ESCRITURA-CORRECTA
           END-IF.
       ESCRIBIR-LINEA-DELIMITADA.
           MOVE WS-LINEA-DELIMITADA TO DL-REGISTRO.
           WRITE DL-REGISTRO.
           IF WS-DELIMITADO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR ESPMIN.DAT - "
                   "STATUS " WS-DELIMITADO-STATUS
               MOVE "N" TO WS-ESCRITURA-CORRECTA
           END-IF.
       END PROGRAM ESPREP01.
