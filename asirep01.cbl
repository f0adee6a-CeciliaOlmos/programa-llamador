      *          door and the no-show rate per hundred citas - and
      *          printed to ASIREP01.DAT, so the monthly argument with
      *          the clinics is fought with numbers instead of paper
      *          tally sheets. The same outcomes are also split into
      *          citas reminded by RECORD01 (logged on RECCTL.DAT for
      *          the same turno, date and time) and citas not
      *          reminded, to show what the reminders are worth.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ASISTENCIAS ASSIGN TO "ASISTEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASISTENCIAS-STATUS.
      * Reminder log written by RECORD01.
           SELECT CONTROL-RECORDATORIOS ASSIGN TO "RECCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "ASIREP01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           03 AS-HORA-CITA   PIC 9(4).
           03 FILLER         PIC X.
           03 AS-RESULTADO   PIC X.
           03 FILLER         PIC X.
           03 AS-PACIENTE    PIC X(10).
       FD  CONTROL-RECORDATORIOS.
       01  RC-REGISTRO.
           03 RC-FECHA-ENVIO     PIC X(14).
           03 FILLER             PIC X.
           03 RC-CAMPO2          PIC X(7).
           03 FILLER             PIC X.
           03 RC-FECHA-CITA      PIC 9(8).
           03 FILLER             PIC X.
           03 RC-HORA-CITA       PIC 9(4).
           03 FILLER             PIC X.
           03 RC-ESTACION        PIC X(4).
           03 FILLER             PIC X.
           03 RC-PROFESIONAL     PIC X(6).
           03 FILLER             PIC X.
           03 RC-PACIENTE        PIC X(10).
           03 FILLER             PIC X.
           03 RC-CANAL           PIC X.
       FD  REPORTE-FILE.
       01  WS-LINEA-REPORTE PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-ASISTENCIAS-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-REPORTE-STATUS PIC XX.
       01  WS-FECHA-DESDE PIC X(8) VALUE SPACES.
       01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(8).
           88 HAY-FILTRO VALUE "S".
       01  WS-FIN-ASISTENCIAS PIC X VALUE "N".
           88 FIN-ASISTENCIAS VALUE "S".
       01  WS-FIN-CONTROL PIC X VALUE "N".
           88 FIN-CONTROL VALUE "S".
      * Reminded citas of the period, kept in ascending order by
      * INSERTAR-RECORDADA so each attendance record is looked up with
      * a binary SEARCH ALL.
       01  WS-TOTAL-RECORDADAS PIC 9(5) VALUE ZERO.
       01  WS-MAX-RECORDADAS PIC 9(5) VALUE 20000.
       01  WS-TABLA-RECORDADAS.
           03 WS-RECORDADA OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WS-TOTAL-RECORDADAS
                           ASCENDING KEY IS WS-RC-CLAVE
                           INDEXED BY WS-RC-IDX.
               05 WS-RC-CLAVE PIC X(19).
       01  WS-CLAVE-CITA.
           03 WS-CC-CAMPO2 PIC X(7).
           03 WS-CC-FECHA  PIC 9(8).
           03 WS-CC-HORA   PIC 9(4).
       01  WS-POS-INSERCION PIC 9(5) VALUE ZERO.
       01  WS-CITA-RECORDADA PIC X VALUE "N".
           88 CITA-RECORDADA VALUE "S".
      * Outcomes split by reminder: entry 1 = recordadas, entry 2 = no
      * recordadas.
       01  WS-TABLA-RECORDATORIO.
           03 WS-REC-ENTRADA OCCURS 2 TIMES.
               05 WS-REC-TOTAL     PIC 9(5) VALUE ZERO.
               05 WS-REC-ASISTIO   PIC 9(5) VALUE ZERO.
               05 WS-REC-NOSHOW    PIC 9(5) VALUE ZERO.
               05 WS-REC-CANCELADO PIC 9(5) VALUE ZERO.
       01  WS-SUB-REC PIC 9 VALUE ZERO.
       01  WS-TOTAL-ESTACIONES PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PROFESIONALES PIC 9(3) VALUE ZERO.
       01  WS-SUB PIC 9(3) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM PEDIR-RANGO-FECHAS.
            PERFORM CARGAR-RECORDATORIOS.
            PERFORM ACUMULAR-ASISTENCIAS.
            OPEN OUTPUT REPORTE-FILE.
            IF WS-REPORTE-STATUS NOT = "00"
               END-IF
               SET HAY-FILTRO TO TRUE
           END-IF.
      * Until RECORD01 has run there is no RECCTL.DAT and every cita
      * counts as not reminded.
       CARGAR-RECORDATORIOS.
           OPEN INPUT CONTROL-RECORDATORIOS.
           IF WS-CONTROL-STATUS = "35"
               SET FIN-CONTROL TO TRUE
           ELSE
               IF WS-CONTROL-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR RECCTL.DAT - "
                       "STATUS " WS-CONTROL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-CONTROL
               READ CONTROL-RECORDATORIOS
                   AT END SET FIN-CONTROL TO TRUE
                   NOT AT END
                       IF HAY-FILTRO
                           AND (RC-FECHA-CITA < WS-FECHA-DESDE-NUM
                               OR RC-FECHA-CITA > WS-FECHA-HASTA-NUM)
                           CONTINUE
                       ELSE
                           MOVE RC-CAMPO2 TO WS-CC-CAMPO2
                           MOVE RC-FECHA-CITA TO WS-CC-FECHA
                           MOVE RC-HORA-CITA TO WS-CC-HORA
                           PERFORM INSERTAR-RECORDADA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONTROL-STATUS NOT = "35"
               CLOSE CONTROL-RECORDATORIOS
           END-IF.
       INSERTAR-RECORDADA.
           PERFORM BUSCAR-RECORDADA.
           IF NOT CITA-RECORDADA
               IF WS-TOTAL-RECORDADAS >= WS-MAX-RECORDADAS
                   DISPLAY "ERROR: RECCTL.DAT TIENE MAS DE "
                       WS-MAX-RECORDADAS
                       " CITAS RECORDADAS EN EL PERIODO"
                       " - ACOTE EL RANGO DE FECHAS"
                   CLOSE CONTROL-RECORDATORIOS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TOTAL-RECORDADAS
               MOVE WS-TOTAL-RECORDADAS TO WS-POS-INSERCION
               PERFORM UNTIL WS-POS-INSERCION = 1
                   IF WS-RC-CLAVE(WS-POS-INSERCION - 1)
                       NOT > WS-CLAVE-CITA
                       EXIT PERFORM
                   END-IF
                   MOVE WS-RECORDADA(WS-POS-INSERCION - 1)
                       TO WS-RECORDADA(WS-POS-INSERCION)
                   SUBTRACT 1 FROM WS-POS-INSERCION
               END-PERFORM
               MOVE WS-CLAVE-CITA TO WS-RC-CLAVE(WS-POS-INSERCION)
           END-IF.
       BUSCAR-RECORDADA.
           MOVE "N" TO WS-CITA-RECORDADA.
           IF WS-TOTAL-RECORDADAS > ZERO
               SEARCH ALL WS-RECORDADA
                   AT END
                       CONTINUE
                   WHEN WS-RC-CLAVE(WS-RC-IDX) = WS-CLAVE-CITA
                       SET CITA-RECORDADA TO TRUE
               END-SEARCH
           END-IF.
       ACUMULAR-ASISTENCIAS.
           OPEN INPUT ASISTENCIAS.
           IF WS-ASISTENCIAS-STATUS = "35"
           END-IF.
           PERFORM ACUMULAR-ESTACION.
           PERFORM ACUMULAR-PROFESIONAL.
           PERFORM ACUMULAR-RECORDATORIO.
       ACUMULAR-RECORDATORIO.
           MOVE AS-CAMPO2 TO WS-CC-CAMPO2.
           MOVE AS-FECHA-CITA TO WS-CC-FECHA.
           MOVE AS-HORA-CITA TO WS-CC-HORA.
           PERFORM BUSCAR-RECORDADA.
           IF CITA-RECORDADA
               MOVE 1 TO WS-SUB-REC
           ELSE
               MOVE 2 TO WS-SUB-REC
           END-IF.
           ADD 1 TO WS-REC-TOTAL(WS-SUB-REC).
           EVALUATE AS-RESULTADO
               WHEN "A"
                   ADD 1 TO WS-REC-ASISTIO(WS-SUB-REC)
               WHEN "N"
                   ADD 1 TO WS-REC-NOSHOW(WS-SUB-REC)
               WHEN "C"
                   ADD 1 TO WS-REC-CANCELADO(WS-SUB-REC)
           END-EVALUATE.
       ACUMULAR-ESTACION.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-SUB FROM 1 BY 1
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "POR RECORDATORIO (RECORD=RECORDADAS, NO REC=NO "
               "RECORDADAS):" DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING WS-SUB-REC FROM 1 BY 1
                   UNTIL WS-SUB-REC > 2
               IF WS-SUB-REC = 1
                   MOVE "RECORD" TO WS-DET-CODIGO
               ELSE
                   MOVE "NO REC" TO WS-DET-CODIGO
               END-IF
               MOVE WS-REC-TOTAL(WS-SUB-REC) TO WS-DET-TOTAL
               MOVE WS-REC-ASISTIO(WS-SUB-REC) TO WS-DET-ASISTIO
               MOVE WS-REC-NOSHOW(WS-SUB-REC) TO WS-DET-NOSHOW
               MOVE WS-REC-CANCELADO(WS-SUB-REC) TO WS-DET-CANCELADO
               IF WS-REC-TOTAL(WS-SUB-REC) = ZERO
                   MOVE ZERO TO WS-TASA-NOSHOW
               ELSE
                   COMPUTE WS-TASA-NOSHOW ROUNDED =
                       WS-REC-NOSHOW(WS-SUB-REC) * 100
                       / WS-REC-TOTAL(WS-SUB-REC)
               END-IF
               MOVE WS-TASA-NOSHOW TO WS-DET-TASA
               MOVE WS-LINEA-DETALLE TO WS-LINEA-REPORTE
               PERFORM ESCRIBIR-LINEA
           END-PERFORM.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "TOTAL DE CITAS: " DELIMITED BY SIZE
               WS-TOTAL-GENERAL DELIMITED BY SIZE
               "  TOTAL NO SHOW: " DELIMITED BY SIZE
