      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly appointment reminders for the SMS/e-mail
      *          gateway. Reads the active turnos on
      *          TURNOS-MAESTRO.DAT whose cita falls between now and
      *          the number of days ahead set on RECORD.PAR (2 when
      *          the file is missing), joins each one with the
      *          patient's contact data from PACIENTES.DAT, the
      *          station description from ESTACIONES.DAT and the
      *          professional's name from PROFESIONALES.DAT, and
      *          writes the semicolon-delimited file RECORD01.DAT for
      *          the gateway: one H header, one D row per reminder and
      *          one T trailer with the row count, the same shape as
      *          EXTLLAM01.DAT. Every reminder written is logged on the
      *          control file RECCTL.DAT with the cita it announced; a
      *          turno whose cita (date, time, station and
      *          professional) was already reminded is not sent again,
      *          while a turno moved by a MODI gets a fresh reminder
      *          with the new cita. Turnos without a patient or whose
      *          patient has neither telephone nor e-mail cannot be
      *          reminded and are only counted. ASIREP01 reads
      *          RECCTL.DAT to split the no-show rate into reminded and
      *          not reminded citas. Runs in the CADENA01 chain after
      *          CLASE1107 and REPROC01, so the night's changes are
      *          already on the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORD01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One line: days ahead to remind, 1 to 30.
           SELECT PARAMETROS-RECORDATORIO ASSIGN TO "RECORD.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.
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
           SELECT PACIENTES-FILE ASSIGN TO "PACIENTES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PACIENTES-STATUS.
           SELECT CONTROL-RECORDATORIOS ASSIGN TO "RECCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT RECORDATORIOS-FILE ASSIGN TO "RECORD01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORDATORIOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-RECORDATORIO.
       01  RP-LINEA.
           03 RP-DIAS-ANTICIPACION PIC X(3).
           03 FILLER               PIC X(77).
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
       FD  PACIENTES-FILE.
       01  PACIENTES-REGISTRO.
           03 PAC-DOCUMENTO        PIC X(10).
           03 PAC-NOMBRE           PIC X(30).
           03 PAC-FECHA-NACIMIENTO PIC 9(8).
           03 PAC-TELEFONO         PIC X(15).
           03 PAC-EMAIL            PIC X(40).
           03 PAC-OBRA-SOCIAL      PIC X(6).
           03 PAC-ESTADO           PIC X.
      * One row per reminder sent. RC-CANAL is T = telephone only,
      * E = e-mail only, A = both.
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
       FD  RECORDATORIOS-FILE.
       01  RD-REGISTRO           PIC X(200).
       WORKING-STORAGE SECTION.
       01  WS-PARAMETROS-STATUS PIC XX.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-ESTACIONES-STATUS PIC XX.
       01  WS-PROFESIONALES-STATUS PIC XX.
       01  WS-PACIENTES-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-RECORDATORIOS-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FECHA-HORA-ENVIO PIC X(14).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HORA-AHORA PIC 9(4).
       01  WS-FECHA-LIMITE PIC 9(8).
       01  WS-DIAS-ANTICIPACION PIC 9(3) VALUE 2.
       01  WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01  WS-FIN-ESTACIONES PIC X VALUE "N".
           88 FIN-ESTACIONES VALUE "S".
       01  WS-FIN-PROFESIONALES PIC X VALUE "N".
           88 FIN-PROFESIONALES VALUE "S".
       01  WS-FIN-PACIENTES PIC X VALUE "N".
           88 FIN-PACIENTES VALUE "S".
       01  WS-FIN-CONTROL PIC X VALUE "N".
           88 FIN-CONTROL VALUE "S".
       01  WS-ESCRITURA-CORRECTA PIC X VALUE "S".
           88 ESCRITURA-CORRECTA VALUE "S".
       01  WS-TOTAL-ESTACIONES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ESTACIONES.
           03 WS-ESTACION OCCURS 500 TIMES.
               05 WS-ES-CODIGO      PIC X(4).
               05 WS-ES-DESCRIPCION PIC X(20).
       01  WS-SUB-EST PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PROFESIONALES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-PROFESIONALES.
           03 WS-PROFESIONAL OCCURS 2000 TIMES.
               05 WS-PR-CODIGO PIC X(6).
               05 WS-PR-NOMBRE PIC X(20).
       01  WS-SUB-PRO PIC 9(4) VALUE ZERO.
      * Citas already reminded, from today on, kept in ascending order
      * so each turno of the window is checked with a binary SEARCH
      * ALL. The key is the whole cita: a MODI that changes any part of
      * it no longer matches and the turno is reminded again.
       01  WS-TOTAL-ENVIADOS PIC 9(5) VALUE ZERO.
       01  WS-MAX-ENVIADOS PIC 9(5) VALUE 20000.
       01  WS-TABLA-ENVIADOS.
           03 WS-ENVIADO OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-TOTAL-ENVIADOS
                         ASCENDING KEY IS WS-EN-CLAVE
                         INDEXED BY WS-EN-IDX.
               05 WS-EN-CLAVE PIC X(29).
       01  WS-CLAVE-CITA.
           03 WS-CC-CAMPO2      PIC X(7).
           03 WS-CC-FECHA       PIC 9(8).
           03 WS-CC-HORA        PIC 9(4).
           03 WS-CC-ESTACION    PIC X(4).
           03 WS-CC-PROFESIONAL PIC X(6).
       01  WS-POS-INSERCION PIC 9(5) VALUE ZERO.
       01  WS-CITA-ENVIADA PIC X VALUE "N".
           88 CITA-ENVIADA VALUE "S".
      * Reminders to send tonight, in master order. WS-RE-CANAL stays
      * blank when the patient cannot be reached.
       01  WS-TOTAL-RECORDATORIOS PIC 9(5) VALUE ZERO.
       01  WS-MAX-RECORDATORIOS PIC 9(5) VALUE 5000.
       01  WS-TABLA-RECORDATORIOS.
           03 WS-RECORDATORIO OCCURS 5000 TIMES.
               05 WS-RE-CAMPO2      PIC X(7).
               05 WS-RE-FECHA       PIC 9(8).
               05 WS-RE-HORA        PIC 9(4).
               05 WS-RE-ESTACION    PIC X(4).
               05 WS-RE-PROFESIONAL PIC X(6).
               05 WS-RE-PACIENTE    PIC X(10).
               05 WS-RE-CANAL       PIC X.
       01  WS-SUB-REC PIC 9(5) VALUE ZERO.
      * Distinct patients of tonight's reminders, in ascending order so
      * the single pass over PACIENTES.DAT is a SEARCH ALL per record.
       01  WS-TOTAL-PACIENTES PIC 9(5) VALUE ZERO.
       01  WS-TABLA-PACIENTES.
           03 WS-PACIENTE OCCURS 1 TO 5000 TIMES
                          DEPENDING ON WS-TOTAL-PACIENTES
                          ASCENDING KEY IS WS-PA-DOCUMENTO
                          INDEXED BY WS-PA-IDX.
               05 WS-PA-DOCUMENTO PIC X(10).
               05 WS-PA-NOMBRE    PIC X(30).
               05 WS-PA-TELEFONO  PIC X(15).
               05 WS-PA-EMAIL     PIC X(40).
       01  WS-PACIENTE-NUEVO PIC X(95).
       01  WS-DOCUMENTO-BUSCADO PIC X(10).
       01  WS-PACIENTE-HALLADO PIC X VALUE "N".
           88 PACIENTE-HALLADO VALUE "S".
       01  WS-NOMBRE-PACIENTE PIC X(30).
       01  WS-TELEFONO-PACIENTE PIC X(15).
       01  WS-EMAIL-PACIENTE PIC X(40).
       01  WS-DESCRIPCION-ESTACION PIC X(20).
       01  WS-NOMBRE-PROFESIONAL PIC X(20).
       01  WS-CANAL PIC X.
       01  WS-LINEA-RECORDATORIO PIC X(200).
       01  WS-CONTADOR-TURNOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ENVIADOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-YA-ENVIADOS PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-SIN-CONTACTO PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
            MOVE WS-FECHA-HORA-ACTUAL(1:14) TO WS-FECHA-HORA-ENVIO.
            MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.
            MOVE WS-FECHA-HORA-ACTUAL(9:4) TO WS-HORA-AHORA.
            PERFORM LEER-PARAMETROS.
            COMPUTE WS-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                + WS-DIAS-ANTICIPACION).
            PERFORM CARGAR-ESTACIONES.
            PERFORM CARGAR-PROFESIONALES.
            PERFORM CARGAR-CONTROL.
            PERFORM RECORRER-MAESTRO.
            PERFORM CARGAR-DATOS-PACIENTES.
            PERFORM GENERAR-RECORDATORIOS.
            IF ESCRITURA-CORRECTA
                PERFORM REGISTRAR-CONTROL
            END-IF.
            DISPLAY "RECORD01 - CITAS HASTA " WS-FECHA-LIMITE
                ": " WS-CONTADOR-TURNOS.
            DISPLAY "RECORD01 - RECORDATORIOS GENERADOS:  "
                WS-CONTADOR-ENVIADOS.
            DISPLAY "RECORD01 - YA RECORDADOS, OMITIDOS:  "
                WS-CONTADOR-YA-ENVIADOS.
            DISPLAY "RECORD01 - SIN PACIENTE O CONTACTO:  "
                WS-CONTADOR-SIN-CONTACTO.
            IF NOT ESCRITURA-CORRECTA
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS-RECORDATORIO.
           IF WS-PARAMETROS-STATUS = "35"
               DISPLAY "AVISO: RECORD.PAR NO EXISTE - SE RECUERDAN "
                   "LAS CITAS DE LOS PROXIMOS " WS-DIAS-ANTICIPACION
                   " DIAS"
           ELSE
               PERFORM TOMAR-PARAMETROS
           END-IF.
       TOMAR-PARAMETROS.
           IF WS-PARAMETROS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RECORD.PAR - STATUS "
                   WS-PARAMETROS-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ PARAMETROS-RECORDATORIO
               AT END MOVE SPACES TO RP-LINEA
           END-READ.
           CLOSE PARAMETROS-RECORDATORIO.
           IF FUNCTION TEST-NUMVAL(RP-DIAS-ANTICIPACION) NOT = ZERO
               DISPLAY "ERROR: RECORD.PAR - DIAS DE ANTICIPACION "
                   "INVALIDOS: " RP-DIAS-ANTICIPACION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DIAS-ANTICIPACION =
               FUNCTION NUMVAL(RP-DIAS-ANTICIPACION).
           IF WS-DIAS-ANTICIPACION < 1 OR WS-DIAS-ANTICIPACION > 30
               DISPLAY "ERROR: RECORD.PAR - DIAS DE ANTICIPACION "
                   "FUERA DE 1 A 30: " RP-DIAS-ANTICIPACION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Every station and professional is loaded, active or not: a
      * cita already booked is reminded with the names it was booked
      * with.
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
                       MOVE PRO-NOMBRE
                           TO WS-PR-NOMBRE(WS-TOTAL-PROFESIONALES)
               END-READ
           END-PERFORM.
           CLOSE PROFESIONALES-FILE.
      * Only the reminders for citas from today on matter here; the
      * older rows stay on the file for ASIREP01.
       CARGAR-CONTROL.
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
                       IF RC-FECHA-CITA IS NUMERIC
                           AND RC-FECHA-CITA NOT < WS-FECHA-HOY
                           MOVE RC-CAMPO2 TO WS-CC-CAMPO2
                           MOVE RC-FECHA-CITA TO WS-CC-FECHA
                           MOVE RC-HORA-CITA TO WS-CC-HORA
                           MOVE RC-ESTACION TO WS-CC-ESTACION
                           MOVE RC-PROFESIONAL TO WS-CC-PROFESIONAL
                           PERFORM INSERTAR-ENVIADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CONTROL-STATUS NOT = "35"
               CLOSE CONTROL-RECORDATORIOS
           END-IF.
       INSERTAR-ENVIADO.
           PERFORM BUSCAR-ENVIADO.
           IF NOT CITA-ENVIADA
               PERFORM AGREGAR-ENVIADO
           END-IF.
       AGREGAR-ENVIADO.
           IF WS-TOTAL-ENVIADOS >= WS-MAX-ENVIADOS
               DISPLAY "ERROR: RECCTL.DAT SUPERA " WS-MAX-ENVIADOS
                   " RECORDATORIOS DE CITAS FUTURAS - NO SE PROCESA"
               CLOSE CONTROL-RECORDATORIOS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-ENVIADOS.
           MOVE WS-TOTAL-ENVIADOS TO WS-POS-INSERCION.
           PERFORM UNTIL WS-POS-INSERCION = 1
               IF WS-EN-CLAVE(WS-POS-INSERCION - 1)
                   NOT > WS-CLAVE-CITA
                   EXIT PERFORM
               END-IF
               MOVE WS-ENVIADO(WS-POS-INSERCION - 1)
                   TO WS-ENVIADO(WS-POS-INSERCION)
               SUBTRACT 1 FROM WS-POS-INSERCION
           END-PERFORM.
           MOVE WS-CLAVE-CITA TO WS-EN-CLAVE(WS-POS-INSERCION).
       BUSCAR-ENVIADO.
           MOVE "N" TO WS-CITA-ENVIADA.
           IF WS-TOTAL-ENVIADOS > ZERO
               SEARCH ALL WS-ENVIADO
                   AT END
                       CONTINUE
                   WHEN WS-EN-CLAVE(WS-EN-IDX) = WS-CLAVE-CITA
                       SET CITA-ENVIADA TO TRUE
               END-SEARCH
           END-IF.
      * A cita later today still gets its reminder; one already past
      * does not.
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
                           AND TM-FECHA-CITA IS NUMERIC
                           AND TM-FECHA-CITA NOT < WS-FECHA-HOY
                           AND TM-FECHA-CITA NOT > WS-FECHA-LIMITE
                           AND NOT (TM-FECHA-CITA = WS-FECHA-HOY
                               AND TM-HORA-CITA NOT > WS-HORA-AHORA)
                           PERFORM EVALUAR-TURNO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
       EVALUAR-TURNO.
           ADD 1 TO WS-CONTADOR-TURNOS.
           MOVE TM-CAMPO2 TO WS-CC-CAMPO2.
           MOVE TM-FECHA-CITA TO WS-CC-FECHA.
           MOVE TM-HORA-CITA TO WS-CC-HORA.
           MOVE TM-CAMPO4 TO WS-CC-ESTACION.
           MOVE TM-PROFESIONAL TO WS-CC-PROFESIONAL.
           PERFORM BUSCAR-ENVIADO.
           IF CITA-ENVIADA
               ADD 1 TO WS-CONTADOR-YA-ENVIADOS
           ELSE
               IF TM-PACIENTE = SPACES
                   ADD 1 TO WS-CONTADOR-SIN-CONTACTO
               ELSE
                   PERFORM AGREGAR-RECORDATORIO
               END-IF
           END-IF.
       AGREGAR-RECORDATORIO.
           IF WS-TOTAL-RECORDATORIOS >= WS-MAX-RECORDATORIOS
               DISPLAY "ERROR: MAS DE " WS-MAX-RECORDATORIOS
                   " RECORDATORIOS - REDUZCA LOS DIAS DE RECORD.PAR"
               CLOSE TURNOS-MAESTRO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-RECORDATORIOS.
           MOVE WS-TOTAL-RECORDATORIOS TO WS-SUB-REC.
           MOVE TM-CAMPO2 TO WS-RE-CAMPO2(WS-SUB-REC).
           MOVE TM-FECHA-CITA TO WS-RE-FECHA(WS-SUB-REC).
           MOVE TM-HORA-CITA TO WS-RE-HORA(WS-SUB-REC).
           MOVE TM-CAMPO4 TO WS-RE-ESTACION(WS-SUB-REC).
           MOVE TM-PROFESIONAL TO WS-RE-PROFESIONAL(WS-SUB-REC).
           MOVE TM-PACIENTE TO WS-RE-PACIENTE(WS-SUB-REC).
           MOVE SPACE TO WS-RE-CANAL(WS-SUB-REC).
           MOVE TM-PACIENTE TO WS-DOCUMENTO-BUSCADO.
           PERFORM INSERTAR-PACIENTE.
       INSERTAR-PACIENTE.
           PERFORM BUSCAR-PACIENTE.
           IF NOT PACIENTE-HALLADO
               PERFORM AGREGAR-PACIENTE
           END-IF.
       AGREGAR-PACIENTE.
           MOVE SPACES TO WS-PACIENTE-NUEVO.
           MOVE WS-DOCUMENTO-BUSCADO TO WS-PACIENTE-NUEVO(1:10).
           ADD 1 TO WS-TOTAL-PACIENTES.
           MOVE WS-TOTAL-PACIENTES TO WS-POS-INSERCION.
           PERFORM UNTIL WS-POS-INSERCION = 1
               IF WS-PA-DOCUMENTO(WS-POS-INSERCION - 1)
                   NOT > WS-DOCUMENTO-BUSCADO
                   EXIT PERFORM
               END-IF
               MOVE WS-PACIENTE(WS-POS-INSERCION - 1)
                   TO WS-PACIENTE(WS-POS-INSERCION)
               SUBTRACT 1 FROM WS-POS-INSERCION
           END-PERFORM.
           MOVE WS-PACIENTE-NUEVO TO WS-PACIENTE(WS-POS-INSERCION).
       BUSCAR-PACIENTE.
           MOVE "N" TO WS-PACIENTE-HALLADO.
           IF WS-TOTAL-PACIENTES > ZERO
               SEARCH ALL WS-PACIENTE
                   AT END
                       CONTINUE
                   WHEN WS-PA-DOCUMENTO(WS-PA-IDX)
                       = WS-DOCUMENTO-BUSCADO
                       SET PACIENTE-HALLADO TO TRUE
               END-SEARCH
           END-IF.
       CARGAR-DATOS-PACIENTES.
           IF WS-TOTAL-PACIENTES > ZERO
               PERFORM LEER-PACIENTES
           END-IF.
       LEER-PACIENTES.
           OPEN INPUT PACIENTES-FILE.
           IF WS-PACIENTES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PACIENTES.DAT - "
                   "STATUS " WS-PACIENTES-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL FIN-PACIENTES
               READ PACIENTES-FILE NEXT RECORD
                   AT END SET FIN-PACIENTES TO TRUE
                   NOT AT END
                       MOVE PAC-DOCUMENTO TO WS-DOCUMENTO-BUSCADO
                       PERFORM BUSCAR-PACIENTE
                       IF PACIENTE-HALLADO
                           MOVE PAC-NOMBRE TO WS-PA-NOMBRE(WS-PA-IDX)
                           MOVE PAC-TELEFONO
                               TO WS-PA-TELEFONO(WS-PA-IDX)
                           MOVE PAC-EMAIL TO WS-PA-EMAIL(WS-PA-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PACIENTES-FILE.
       GENERAR-RECORDATORIOS.
           OPEN OUTPUT RECORDATORIOS-FILE.
           IF WS-RECORDATORIOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RECORD01.DAT - "
                   "STATUS " WS-RECORDATORIOS-STATUS
               MOVE "N" TO WS-ESCRITURA-CORRECTA
           ELSE
               MOVE SPACES TO WS-LINEA-RECORDATORIO
               STRING "H;RECORD01;" WS-FECHA-HORA-ACTUAL(1:8) ";"
                   WS-FECHA-HORA-ACTUAL(9:6) ";" WS-FECHA-LIMITE
                   DELIMITED BY SIZE INTO WS-LINEA-RECORDATORIO
               PERFORM ESCRIBIR-LINEA-RECORDATORIO
               PERFORM VARYING WS-SUB-REC FROM 1 BY 1
                       UNTIL WS-SUB-REC > WS-TOTAL-RECORDATORIOS
                   PERFORM ESCRIBIR-RECORDATORIO
               END-PERFORM
               MOVE SPACES TO WS-LINEA-RECORDATORIO
               STRING "T;" WS-CONTADOR-ENVIADOS
                   DELIMITED BY SIZE INTO WS-LINEA-RECORDATORIO
               PERFORM ESCRIBIR-LINEA-RECORDATORIO
               CLOSE RECORDATORIOS-FILE
           END-IF.
      * Codes go out DELIMITED BY SIZE as in EXTLLAM01; the free-text
      * names and contact data are trimmed, and a ; inside them would
      * break the row, so it is replaced by a comma.
       ESCRIBIR-RECORDATORIO.
           MOVE WS-RE-PACIENTE(WS-SUB-REC) TO WS-DOCUMENTO-BUSCADO.
           PERFORM BUSCAR-PACIENTE.
           IF NOT PACIENTE-HALLADO
               OR (WS-PA-TELEFONO(WS-PA-IDX) = SPACES
                   AND WS-PA-EMAIL(WS-PA-IDX) = SPACES)
               ADD 1 TO WS-CONTADOR-SIN-CONTACTO
           ELSE
               PERFORM FORMATEAR-RECORDATORIO
           END-IF.
       FORMATEAR-RECORDATORIO.
           MOVE WS-PA-NOMBRE(WS-PA-IDX) TO WS-NOMBRE-PACIENTE.
           MOVE WS-PA-TELEFONO(WS-PA-IDX) TO WS-TELEFONO-PACIENTE.
           MOVE WS-PA-EMAIL(WS-PA-IDX) TO WS-EMAIL-PACIENTE.
           MOVE SPACES TO WS-DESCRIPCION-ESTACION.
           PERFORM VARYING WS-SUB-EST FROM 1 BY 1
                   UNTIL WS-SUB-EST > WS-TOTAL-ESTACIONES
               IF WS-ES-CODIGO(WS-SUB-EST) = WS-RE-ESTACION(WS-SUB-REC)
                   MOVE WS-ES-DESCRIPCION(WS-SUB-EST)
                       TO WS-DESCRIPCION-ESTACION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NOMBRE-PROFESIONAL.
           IF WS-RE-PROFESIONAL(WS-SUB-REC) NOT = SPACES
               PERFORM VARYING WS-SUB-PRO FROM 1 BY 1
                       UNTIL WS-SUB-PRO > WS-TOTAL-PROFESIONALES
                   IF WS-PR-CODIGO(WS-SUB-PRO)
                       = WS-RE-PROFESIONAL(WS-SUB-REC)
                       MOVE WS-PR-NOMBRE(WS-SUB-PRO)
                           TO WS-NOMBRE-PROFESIONAL
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           INSPECT WS-NOMBRE-PACIENTE REPLACING ALL ";" BY ",".
           INSPECT WS-TELEFONO-PACIENTE REPLACING ALL ";" BY ",".
           INSPECT WS-EMAIL-PACIENTE REPLACING ALL ";" BY ",".
           INSPECT WS-DESCRIPCION-ESTACION REPLACING ALL ";" BY ",".
           INSPECT WS-NOMBRE-PROFESIONAL REPLACING ALL ";" BY ",".
           EVALUATE TRUE
               WHEN WS-TELEFONO-PACIENTE = SPACES
                   MOVE "E" TO WS-CANAL
               WHEN WS-EMAIL-PACIENTE = SPACES
                   MOVE "T" TO WS-CANAL
               WHEN OTHER
                   MOVE "A" TO WS-CANAL
           END-EVALUATE.
           MOVE SPACES TO WS-LINEA-RECORDATORIO.
           STRING "D;" DELIMITED BY SIZE
               WS-RE-CAMPO2(WS-SUB-REC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-RE-PACIENTE(WS-SUB-REC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-PACIENTE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-CANAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-TELEFONO-PACIENTE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EMAIL-PACIENTE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-RE-FECHA(WS-SUB-REC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-RE-HORA(WS-SUB-REC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-RE-ESTACION(WS-SUB-REC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DESCRIPCION-ESTACION)
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-RE-PROFESIONAL(WS-SUB-REC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WS-NOMBRE-PROFESIONAL) DELIMITED BY SIZE
               INTO WS-LINEA-RECORDATORIO.
           PERFORM ESCRIBIR-LINEA-RECORDATORIO.
           ADD 1 TO WS-CONTADOR-ENVIADOS.
           MOVE WS-CANAL TO WS-RE-CANAL(WS-SUB-REC).
       ESCRIBIR-LINEA-RECORDATORIO.
           MOVE WS-LINEA-RECORDATORIO TO RD-REGISTRO.
           WRITE RD-REGISTRO.
           IF WS-RECORDATORIOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR RECORD01.DAT - "
                   "STATUS " WS-RECORDATORIOS-STATUS
               MOVE "N" TO WS-ESCRITURA-CORRECTA
           END-IF.
      * Logged only once RECORD01.DAT is complete: a reminder that never
      * reached the file must be generated again on the next run.
       REGISTRAR-CONTROL.
           OPEN EXTEND CONTROL-RECORDATORIOS.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-RECORDATORIOS
           END-IF.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RECCTL.DAT - STATUS "
                   WS-CONTROL-STATUS
                   " - LOS RECORDATORIOS SE REPETIRAN MANANA"
               MOVE "N" TO WS-ESCRITURA-CORRECTA
           ELSE
               PERFORM VARYING WS-SUB-REC FROM 1 BY 1
                       UNTIL WS-SUB-REC > WS-TOTAL-RECORDATORIOS
                   IF WS-RE-CANAL(WS-SUB-REC) NOT = SPACE
                       PERFORM GRABAR-CONTROL
                   END-IF
               END-PERFORM
               CLOSE CONTROL-RECORDATORIOS
           END-IF.
       GRABAR-CONTROL.
           MOVE SPACES TO RC-REGISTRO.
           MOVE WS-FECHA-HORA-ENVIO TO RC-FECHA-ENVIO.
           MOVE WS-RE-CAMPO2(WS-SUB-REC) TO RC-CAMPO2.
           MOVE WS-RE-FECHA(WS-SUB-REC) TO RC-FECHA-CITA.
           MOVE WS-RE-HORA(WS-SUB-REC) TO RC-HORA-CITA.
           MOVE WS-RE-ESTACION(WS-SUB-REC) TO RC-ESTACION.
           MOVE WS-RE-PROFESIONAL(WS-SUB-REC) TO RC-PROFESIONAL.
           MOVE WS-RE-PACIENTE(WS-SUB-REC) TO RC-PACIENTE.
           MOVE WS-RE-CANAL(WS-SUB-REC) TO RC-CANAL.
           WRITE RC-REGISTRO.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR RECCTL.DAT - STATUS "
                   WS-CONTROL-STATUS
               MOVE "N" TO WS-ESCRITURA-CORRECTA
           END-IF.
       END PROGRAM RECORD01.
