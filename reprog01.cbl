      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mass rescheduling of the future turnos of a station
      *          closed with ESTMANT01 or of a professional on leave
      *          (inactivated with PROMANT01). For the station or
      *          professional and the date range given by the
      *          operator, every active turno on TURNOS-MAESTRO.DAT
      *          with a cita in the range, from today on, is moved to
      *          the first free slot on or after its cita date (within
      *          WS-DIAS-BUSQUEDA days) of the HORARIOS.DAT calendar
      *          kept by CALMANT01: with the same professional at
      *          another station, or with another active professional
      *          of the same PRO-ESPECIALIDAD at any active station.
      *          Closed days on CIERRES.DAT and slots already taken on
      *          the master, by a transaction already waiting on
      *          RESUB.DAT or by an earlier move of this run are
      *          skipped. A turno that can be moved gets a MODI, one
      *          that cannot gets a BAJA; both are appended to
      *          RESUB.DAT with origen "M", so the next CLASE1107 run
      *          validates, applies and audits them like any other
      *          change. A turno that already has an origen "M"
      *          transaction waiting on RESUB.DAT is left alone, so
      *          running the program twice does not move it twice.
      *          The report REPROG01.DAT lists the moves and, as a
      *          call list with the patient's name and telephone from
      *          PACIENTES.DAT, the turnos given up.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPROG01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107 - every
      * master and calendar file is loaded by a sequential scan.
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
           SELECT HORARIOS-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HORARIOS-STATUS.
           SELECT CIERRES-FILE ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CIERRES-STATUS.
           SELECT PACIENTES-FILE ASSIGN TO "PACIENTES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PACIENTES-STATUS.
      * Same resubmission file CORRECH01 and TRIDEA01 feed; CLASE1107
      * reads it after TURNOS.DAT and truncates it at clean end of run.
           SELECT RESUB-FILE ASSIGN TO "RESUB.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "REPROG01.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  HORARIOS-FILE.
       01  HOR-REGISTRO.
           03 HOR-PROFESIONAL  PIC X(6).
           03 HOR-ESTACION     PIC X(4).
           03 HOR-DIA-SEMANA   PIC 9.
           03 HOR-HORA-DESDE   PIC 9(4).
           03 HOR-HORA-HASTA   PIC 9(4).
           03 HOR-DURACION     PIC 9(3).
           03 HOR-ESTADO       PIC X.
       FD  CIERRES-FILE.
       01  CIE-REGISTRO.
           03 CIE-FECHA        PIC 9(8).
           03 CIE-ESTACION     PIC X(4).
           03 CIE-PROFESIONAL  PIC X(6).
           03 CIE-MOTIVO       PIC X(20).
           03 CIE-ESTADO       PIC X.
       FD  PACIENTES-FILE.
       01  PACIENTES-REGISTRO.
           03 PAC-DOCUMENTO        PIC X(10).
           03 PAC-NOMBRE           PIC X(30).
           03 PAC-FECHA-NACIMIENTO PIC 9(8).
           03 PAC-TELEFONO         PIC X(15).
           03 PAC-EMAIL            PIC X(40).
           03 PAC-OBRA-SOCIAL      PIC X(6).
           03 PAC-ESTADO           PIC X.
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
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-ESTACIONES-STATUS PIC XX.
       01  WS-PROFESIONALES-STATUS PIC XX.
       01  WS-HORARIOS-STATUS PIC XX.
       01  WS-CIERRES-STATUS PIC XX.
       01  WS-PACIENTES-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.
       01  WS-REPORTE-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HORA-AHORA PIC 9(4).
       01  WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01  WS-FIN-ESTACIONES PIC X VALUE "N".
           88 FIN-ESTACIONES VALUE "S".
       01  WS-FIN-PROFESIONALES PIC X VALUE "N".
           88 FIN-PROFESIONALES VALUE "S".
       01  WS-FIN-HORARIOS PIC X VALUE "N".
           88 FIN-HORARIOS VALUE "S".
       01  WS-FIN-CIERRES PIC X VALUE "N".
           88 FIN-CIERRES VALUE "S".
       01  WS-FIN-PACIENTES PIC X VALUE "N".
           88 FIN-PACIENTES VALUE "S".
       01  WS-FIN-RESUB PIC X VALUE "N".
           88 FIN-RESUB VALUE "S".
      * Operator parameters. WS-TIPO-CIERRE is E = estacion or
      * P = profesional; WS-CODIGO-CIERRE holds the code of either.
       01  WS-TIPO-CIERRE PIC X VALUE SPACE.
           88 CIERRE-ESTACION VALUE "E".
           88 CIERRE-PROFESIONAL VALUE "P".
       01  WS-CODIGO-CIERRE PIC X(6) VALUE SPACES.
       01  WS-FECHA-DESDE PIC X(8) VALUE SPACES.
       01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC X(8) VALUE SPACES.
       01  WS-FECHA-HASTA-NUM REDEFINES WS-FECHA-HASTA PIC 9(8).
       01  WS-CAMPO3 PIC X(2) VALUE SPACES.
       01  WS-CAMPO3-NUM REDEFINES WS-CAMPO3 PIC 99.
       01  WS-CODIGO-HALLADO PIC X VALUE "N".
           88 CODIGO-HALLADO VALUE "S".
      * How far past the original cita date a free slot is looked for.
       01  WS-DIAS-BUSQUEDA PIC 9(3) VALUE 60.
       01  WS-TOTAL-ESTACIONES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ESTACIONES.
           03 WS-ESTACION OCCURS 500 TIMES.
               05 WS-ES-CODIGO PIC X(4).
               05 WS-ES-ACTIVA PIC X.
       01  WS-SUB-EST PIC 9(3) VALUE ZERO.
       01  WS-ESTACION-ACTIVA PIC X VALUE "N".
           88 ESTACION-ACTIVA VALUE "S".
       01  WS-TOTAL-PROFESIONALES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-PROFESIONALES.
           03 WS-PROFESIONAL OCCURS 2000 TIMES.
               05 WS-PR-CODIGO       PIC X(6).
               05 WS-PR-ESPECIALIDAD PIC X(20).
               05 WS-PR-ACTIVO       PIC X.
       01  WS-SUB-PRO PIC 9(4) VALUE ZERO.
       01  WS-PROFESIONAL-ACTIVO PIC X VALUE "N".
           88 PROFESIONAL-ACTIVO VALUE "S".
       01  WS-ESPECIALIDAD-HALLADA PIC X(20).
      * Weekly ranges of HORARIOS.DAT a turno can be moved into:
      * active row, active station and professional, and not the
      * station or professional being closed.
       01  WS-TOTAL-HORARIOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-HORARIOS.
           03 WS-HORARIO OCCURS 2000 TIMES.
               05 WS-HR-PROFESIONAL  PIC X(6).
               05 WS-HR-ESTACION     PIC X(4).
               05 WS-HR-DIA-SEMANA   PIC 9.
               05 WS-HR-MINUTO-DESDE PIC 9(4).
               05 WS-HR-MINUTO-HASTA PIC 9(4).
               05 WS-HR-DURACION     PIC 9(3).
               05 WS-HR-ESPECIALIDAD PIC X(20).
       01  WS-SUB-HOR PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-CIERRES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-CIERRES.
           03 WS-CIERRE OCCURS 2000 TIMES.
               05 WS-CI-FECHA       PIC 9(8).
               05 WS-CI-ESTACION    PIC X(4).
               05 WS-CI-PROFESIONAL PIC X(6).
       01  WS-SUB-CIE PIC 9(4) VALUE ZERO.
       01  WS-DIA-CERRADO PIC X VALUE "N".
           88 DIA-CERRADO VALUE "S".
      * Slots taken from today on, kept in ascending order so the
      * free-slot check is a binary SEARCH ALL - one table keyed by
      * fecha/hora/profesional (llamat01 return code 16) and one by
      * fecha/hora/estacion (return code 17).
       01  WS-TOTAL-OCUPA-PROF PIC 9(5) VALUE ZERO.
       01  WS-TABLA-OCUPA-PROF.
           03 WS-OCUPA-PROF OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-TOTAL-OCUPA-PROF
                            ASCENDING KEY IS WS-OP-CLAVE
                            INDEXED BY WS-OP-IDX.
               05 WS-OP-CLAVE PIC X(18).
       01  WS-TOTAL-OCUPA-EST PIC 9(5) VALUE ZERO.
       01  WS-TABLA-OCUPA-EST.
           03 WS-OCUPA-EST OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WS-TOTAL-OCUPA-EST
                           ASCENDING KEY IS WS-OE-CLAVE
                           INDEXED BY WS-OE-IDX.
               05 WS-OE-CLAVE PIC X(16).
       01  WS-MAX-OCUPADOS PIC 9(5) VALUE 20000.
       01  WS-POS-INSERCION PIC 9(5) VALUE ZERO.
       01  WS-CLAVE-PROF.
           03 WS-CP-FECHA       PIC 9(8).
           03 WS-CP-HORA        PIC 9(4).
           03 WS-CP-PROFESIONAL PIC X(6).
       01  WS-CLAVE-EST.
           03 WS-CE-FECHA       PIC 9(8).
           03 WS-CE-HORA        PIC 9(4).
           03 WS-CE-ESTACION    PIC X(4).
       01  WS-OCUPA-FECHA PIC 9(8).
       01  WS-OCUPA-HORA PIC 9(4).
       01  WS-OCUPA-ESTACION PIC X(4).
       01  WS-OCUPA-PROFESIONAL PIC X(6).
       01  WS-HORARIO-OCUPADO PIC X VALUE "N".
           88 HORARIO-OCUPADO VALUE "S".
      * Turnos already waiting on RESUB.DAT with origen "M".
       01  WS-TOTAL-PROGRAMADOS PIC 9(4) VALUE ZERO.
       01  WS-TABLA-PROGRAMADOS.
           03 WS-PROGRAMADO OCCURS 2000 TIMES.
               05 WS-PG-CAMPO2 PIC X(7).
       01  WS-SUB-PRG PIC 9(4) VALUE ZERO.
      * Affected turnos, kept in cita order by INSERTAR-AFECTADO so the
      * earliest citas get the earliest free slots. WS-AF-ACCION is
      * MODI, BAJA or OMITIDO (already programmed).
       01  WS-TOTAL-AFECTADOS PIC 9(4) VALUE ZERO.
       01  WS-MAX-AFECTADOS PIC 9(4) VALUE 2000.
       01  WS-TABLA-AFECTADOS.
           03 WS-AFECTADO OCCURS 2000 TIMES.
               05 WS-AF-CLAVE.
                   07 WS-AF-FECHA       PIC 9(8).
                   07 WS-AF-HORA        PIC 9(4).
                   07 WS-AF-CAMPO2      PIC X(7).
               05 WS-AF-ESTACION    PIC X(4).
               05 WS-AF-PROFESIONAL PIC X(6).
               05 WS-AF-PACIENTE    PIC X(10).
               05 WS-AF-NOMBRE      PIC X(30).
               05 WS-AF-TELEFONO    PIC X(15).
               05 WS-AF-ACCION      PIC X(7).
               05 WS-AF-NUEVA-FECHA PIC 9(8).
               05 WS-AF-NUEVA-HORA  PIC 9(4).
               05 WS-AF-NUEVA-EST   PIC X(4).
               05 WS-AF-NUEVO-PROF  PIC X(6).
       01  WS-AFECTADO-NUEVO.
           03 WS-AN-CLAVE.
               05 WS-AN-FECHA       PIC 9(8).
               05 WS-AN-HORA        PIC 9(4).
               05 WS-AN-CAMPO2      PIC X(7).
           03 WS-AN-ESTACION    PIC X(4).
           03 WS-AN-PROFESIONAL PIC X(6).
           03 WS-AN-PACIENTE    PIC X(10).
           03 WS-AN-NOMBRE      PIC X(30).
           03 WS-AN-TELEFONO    PIC X(15).
           03 WS-AN-ACCION      PIC X(7).
           03 WS-AN-NUEVA-FECHA PIC 9(8).
           03 WS-AN-NUEVA-HORA  PIC 9(4).
           03 WS-AN-NUEVA-EST   PIC X(4).
           03 WS-AN-NUEVO-PROF  PIC X(6).
       01  WS-SUB-AFE PIC 9(4) VALUE ZERO.
      * Free-slot search state.
       01  WS-DIA-ENTERO PIC 9(7) VALUE ZERO.
       01  WS-SUB-DIA PIC 9(3) VALUE ZERO.
       01  WS-FECHA-BUSQUEDA PIC 9(8) VALUE ZERO.
       01  WS-DIA-SEMANA PIC 9 VALUE ZERO.
       01  WS-MINUTO-SLOT PIC 9(4) VALUE ZERO.
       01  WS-HORA-SLOT PIC 9(4) VALUE ZERO.
       01  WS-HORA-SLOT-R REDEFINES WS-HORA-SLOT.
           03 WS-HORA-SLOT-HH PIC 99.
           03 WS-HORA-SLOT-MM PIC 99.
       01  WS-HORA-TRABAJO PIC 9(4).
       01  WS-HORA-TRABAJO-R REDEFINES WS-HORA-TRABAJO.
           03 WS-HORA-TRABAJO-HH PIC 99.
           03 WS-HORA-TRABAJO-MM PIC 99.
       01  WS-SLOT-HALLADO PIC X VALUE "N".
           88 SLOT-HALLADO VALUE "S".
       01  WS-FRANJA-RESUELTA PIC X VALUE "N".
           88 FRANJA-RESUELTA VALUE "S".
       01  WS-MEJOR-HORA PIC 9(4) VALUE ZERO.
       01  WS-MEJOR-ESTACION PIC X(4).
       01  WS-MEJOR-PROFESIONAL PIC X(6).
       01  WS-ESPECIALIDAD-TURNO PIC X(20).
       01  WS-CONTADOR-MOVIDOS PIC 9(4) VALUE ZERO.
       01  WS-CONTADOR-BAJAS PIC 9(4) VALUE ZERO.
       01  WS-CONTADOR-OMITIDOS PIC 9(4) VALUE ZERO.
       01  WS-CONTADOR-ERRORES PIC 9(4) VALUE ZERO.
       01  WS-FECHA-REPORTE.
           03 WS-FR-ANIO  PIC 9(4).
           03 FILLER      PIC X VALUE "-".
           03 WS-FR-MES   PIC 9(2).
           03 FILLER      PIC X VALUE "-".
           03 WS-FR-DIA   PIC 9(2).
       01  WS-NUMERO-PAGINA PIC 9(3) VALUE ZERO.
       01  WS-CONTADOR-LINEAS PIC 9(3) VALUE 99.
       01  WS-MAX-LINEAS-PAGINA PIC 9(3) VALUE 40.
       01  WS-ACCION-SECCION PIC X(7).
       01  WS-ENCABEZADO-1.
           03 FILLER PIC X(34)
               VALUE "REPROG01 - REPROGRAMACION MASIVA".
           03 FILLER PIC X(7)  VALUE " FECHA ".
           03 WS-ENC1-FECHA PIC X(10).
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(8)  VALUE "PAGINA: ".
           03 WS-ENC1-PAGINA PIC ZZ9.
       01  WS-ENCABEZADO-2.
           03 FILLER PIC X(8)  VALUE "CIERRE: ".
           03 WS-ENC2-TIPO PIC X(12).
           03 WS-ENC2-CODIGO PIC X(6).
           03 FILLER PIC X(8)  VALUE "  DESDE ".
           03 WS-ENC2-DESDE PIC X(8).
           03 FILLER PIC X(7)  VALUE " HASTA ".
           03 WS-ENC2-HASTA PIC X(8).
       01  WS-ENCABEZADO-3.
           03 FILLER PIC X(58)
               VALUE "ACCION  TURNO   PACIENTE   NOMBRE".
           03 FILLER PIC X(16) VALUE "TELEFONO".
           03 FILLER PIC X(29) VALUE "CITA ORIGINAL".
           03 FILLER PIC X(10) VALUE "NUEVA CITA".
       01  WS-LINEA-DETALLE.
           03 WS-DET-ACCION      PIC X(7).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-CAMPO2      PIC X(7).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-PACIENTE    PIC X(10).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-NOMBRE      PIC X(30).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-TELEFONO    PIC X(15).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-FECHA       PIC X(8).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-HORA        PIC X(4).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-ESTACION    PIC X(4).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-PROFESIONAL PIC X(6).
           03 WS-DET-FLECHA      PIC X(4).
           03 WS-DET-NUEVA-FECHA PIC X(8).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-NUEVA-HORA  PIC X(4).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-NUEVA-EST   PIC X(4).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-DET-NUEVO-PROF  PIC X(6).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "REPROG01 - REPROGRAMACION MASIVA DE TURNOS".
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
            MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.
            MOVE WS-FECHA-HORA-ACTUAL(9:4) TO WS-HORA-AHORA.
            MOVE WS-FECHA-HORA-ACTUAL(1:4) TO WS-FR-ANIO.
            MOVE WS-FECHA-HORA-ACTUAL(5:2) TO WS-FR-MES.
            MOVE WS-FECHA-HORA-ACTUAL(7:2) TO WS-FR-DIA.
            PERFORM PEDIR-PARAMETROS.
            PERFORM CARGAR-ESTACIONES.
            PERFORM CARGAR-PROFESIONALES.
            IF NOT CODIGO-HALLADO
                DISPLAY "ERROR: " WS-CODIGO-CIERRE " NO EXISTE EN "
                    "EL MAESTRO - NO SE PROCESA"
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM CARGAR-HORARIOS.
            PERFORM CARGAR-CIERRES.
            PERFORM RECORRER-RESUB.
            PERFORM RECORRER-MAESTRO.
            PERFORM CARGAR-DATOS-PACIENTES.
            OPEN EXTEND RESUB-FILE.
            IF WS-RESUB-STATUS = "35"
                OPEN OUTPUT RESUB-FILE
            END-IF.
            IF WS-RESUB-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR RESUB.DAT - STATUS "
                    WS-RESUB-STATUS
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM VARYING WS-SUB-AFE FROM 1 BY 1
                    UNTIL WS-SUB-AFE > WS-TOTAL-AFECTADOS
                IF WS-AF-ACCION(WS-SUB-AFE) = SPACES
                    PERFORM REPROGRAMAR-TURNO
                END-IF
            END-PERFORM.
            CLOSE RESUB-FILE.
            OPEN OUTPUT REPORTE-FILE.
            IF WS-REPORTE-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR REPROG01.DAT - "
                    "STATUS " WS-REPORTE-STATUS
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM IMPRIMIR-REPORTE
                CLOSE REPORTE-FILE
            END-IF.
            DISPLAY "REPROG01 - TURNOS AFECTADOS:         "
                WS-TOTAL-AFECTADOS.
            DISPLAY "REPROG01 - MODI GRABADAS EN RESUB:   "
                WS-CONTADOR-MOVIDOS.
            DISPLAY "REPROG01 - BAJA GRABADAS EN RESUB:   "
                WS-CONTADOR-BAJAS.
            DISPLAY "REPROG01 - YA PROGRAMADOS, OMITIDOS: "
                WS-CONTADOR-OMITIDOS.
            IF WS-CONTADOR-ERRORES > ZERO
                DISPLAY "REPROG01 - ERRORES DE GRABACION:     "
                    WS-CONTADOR-ERRORES
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
      * Dates before today are moved up to today - a cita already in
      * the past is not rescheduled.
       PEDIR-PARAMETROS.
           DISPLAY "REPROGRAMAR POR (E=ESTACION P=PROFESIONAL): "
               WITH NO ADVANCING.
           ACCEPT WS-TIPO-CIERRE.
           IF NOT CIERRE-ESTACION AND NOT CIERRE-PROFESIONAL
               DISPLAY "ERROR: TIPO INVALIDO: " WS-TIPO-CIERRE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "CODIGO DE ESTACION O PROFESIONAL: "
               WITH NO ADVANCING.
           ACCEPT WS-CODIGO-CIERRE.
           IF WS-CODIGO-CIERRE = SPACES
               DISPLAY "ERROR: CODIGO OBLIGATORIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "FECHA DESDE (AAAAMMDD, VACIO=HOY): "
               WITH NO ADVANCING.
           ACCEPT WS-FECHA-DESDE.
           IF WS-FECHA-DESDE = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE-NUM
           END-IF.
           DISPLAY "FECHA HASTA (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-DESDE-NUM IS NOT NUMERIC
               OR WS-FECHA-HASTA-NUM IS NOT NUMERIC
               DISPLAY "ERROR: FECHAS INVALIDAS: " WS-FECHA-DESDE
                   " " WS-FECHA-HASTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE-NUM)
                   NOT = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HASTA-NUM)
                   NOT = ZERO
               OR WS-FECHA-HASTA-NUM < WS-FECHA-DESDE-NUM
               DISPLAY "ERROR: FECHAS INVALIDAS: " WS-FECHA-DESDE
                   " " WS-FECHA-HASTA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FECHA-DESDE-NUM < WS-FECHA-HOY
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE-NUM
           END-IF.
      * CLASE1107 rejects a transaction without CAMPO3 (codigo 01), and
      * the master does not keep it, so the operator supplies it.
           DISPLAY "CAMPO3 PARA LAS TRANSACCIONES (2 DIGITOS): "
               WITH NO ADVANCING.
           ACCEPT WS-CAMPO3.
           IF WS-CAMPO3-NUM IS NOT NUMERIC OR WS-CAMPO3-NUM = ZERO
               DISPLAY "ERROR: CAMPO3 INVALIDO: " WS-CAMPO3
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
                       IF EST-ESTADO = "A"
                           AND EST-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                           MOVE "S" TO WS-ES-ACTIVA(WS-TOTAL-ESTACIONES)
                       ELSE
                           MOVE "N" TO WS-ES-ACTIVA(WS-TOTAL-ESTACIONES)
                       END-IF
                       IF CIERRE-ESTACION
                           AND EST-CODIGO = WS-CODIGO-CIERRE(1:4)
                           SET CODIGO-HALLADO TO TRUE
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
                       IF WS-TOTAL-PROFESIONALES >= 2000
                           DISPLAY "ERROR: PROFESIONALES.DAT SUPERA "
                               "2000 PROFESIONALES - NO SE PROCESA"
                           CLOSE PROFESIONALES-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TOTAL-PROFESIONALES
                       MOVE WS-TOTAL-PROFESIONALES TO WS-SUB-PRO
                       MOVE PRO-CODIGO TO WS-PR-CODIGO(WS-SUB-PRO)
                       MOVE PRO-ESPECIALIDAD
                           TO WS-PR-ESPECIALIDAD(WS-SUB-PRO)
                       IF PRO-ESTADO = "A"
                           AND PRO-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                           MOVE "S" TO WS-PR-ACTIVO(WS-SUB-PRO)
                       ELSE
                           MOVE "N" TO WS-PR-ACTIVO(WS-SUB-PRO)
                       END-IF
                       IF CIERRE-PROFESIONAL
                           AND PRO-CODIGO = WS-CODIGO-CIERRE
                           SET CODIGO-HALLADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFESIONALES-FILE.
       BUSCAR-ESTACION.
           MOVE "N" TO WS-ESTACION-ACTIVA.
           PERFORM VARYING WS-SUB-EST FROM 1 BY 1
                   UNTIL WS-SUB-EST > WS-TOTAL-ESTACIONES
               IF WS-ES-CODIGO(WS-SUB-EST) = WS-OCUPA-ESTACION
                   MOVE WS-ES-ACTIVA(WS-SUB-EST) TO WS-ESTACION-ACTIVA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       BUSCAR-PROFESIONAL.
           MOVE "N" TO WS-PROFESIONAL-ACTIVO.
           MOVE SPACES TO WS-ESPECIALIDAD-HALLADA.
           PERFORM VARYING WS-SUB-PRO FROM 1 BY 1
                   UNTIL WS-SUB-PRO > WS-TOTAL-PROFESIONALES
               IF WS-PR-CODIGO(WS-SUB-PRO) = WS-OCUPA-PROFESIONAL
                   MOVE WS-PR-ACTIVO(WS-SUB-PRO)
                       TO WS-PROFESIONAL-ACTIVO
                   MOVE WS-PR-ESPECIALIDAD(WS-SUB-PRO)
                       TO WS-ESPECIALIDAD-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      * Until CALMANT01 has created HORARIOS.DAT there is no calendar
      * to move into, and every affected turno ends up as a BAJA.
       CARGAR-HORARIOS.
           OPEN INPUT HORARIOS-FILE.
           IF WS-HORARIOS-STATUS = "35"
               DISPLAY "AVISO: HORARIOS.DAT NO EXISTE - NO HAY "
                   "HORARIOS DONDE REPROGRAMAR"
               SET FIN-HORARIOS TO TRUE
           ELSE
               IF WS-HORARIOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR HORARIOS.DAT - "
                       "STATUS " WS-HORARIOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-HORARIOS
               READ HORARIOS-FILE NEXT RECORD
                   AT END SET FIN-HORARIOS TO TRUE
                   NOT AT END
                       PERFORM AGREGAR-HORARIO
               END-READ
           END-PERFORM.
           IF WS-HORARIOS-STATUS NOT = "35"
               CLOSE HORARIOS-FILE
           END-IF.
       AGREGAR-HORARIO.
           IF HOR-ESTADO = "A" AND HOR-DURACION NOT = ZERO
               AND NOT (CIERRE-ESTACION
                        AND HOR-ESTACION = WS-CODIGO-CIERRE(1:4))
               AND NOT (CIERRE-PROFESIONAL
                        AND HOR-PROFESIONAL = WS-CODIGO-CIERRE)
               MOVE HOR-ESTACION TO WS-OCUPA-ESTACION
               PERFORM BUSCAR-ESTACION
               MOVE HOR-PROFESIONAL TO WS-OCUPA-PROFESIONAL
               PERFORM BUSCAR-PROFESIONAL
               IF ESTACION-ACTIVA AND PROFESIONAL-ACTIVO
                   PERFORM GRABAR-HORARIO
               END-IF
           END-IF.
       GRABAR-HORARIO.
           IF WS-TOTAL-HORARIOS >= 2000
               DISPLAY "ERROR: HORARIOS.DAT SUPERA 2000 FRANJAS - NO "
                   "SE PROCESA"
               CLOSE HORARIOS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-HORARIOS.
           MOVE WS-TOTAL-HORARIOS TO WS-SUB-HOR.
           MOVE HOR-PROFESIONAL TO WS-HR-PROFESIONAL(WS-SUB-HOR).
           MOVE HOR-ESTACION TO WS-HR-ESTACION(WS-SUB-HOR).
           MOVE HOR-DIA-SEMANA TO WS-HR-DIA-SEMANA(WS-SUB-HOR).
           MOVE HOR-HORA-DESDE TO WS-HORA-TRABAJO.
           COMPUTE WS-HR-MINUTO-DESDE(WS-SUB-HOR) =
               WS-HORA-TRABAJO-HH * 60 + WS-HORA-TRABAJO-MM.
           MOVE HOR-HORA-HASTA TO WS-HORA-TRABAJO.
           COMPUTE WS-HR-MINUTO-HASTA(WS-SUB-HOR) =
               WS-HORA-TRABAJO-HH * 60 + WS-HORA-TRABAJO-MM.
           MOVE HOR-DURACION TO WS-HR-DURACION(WS-SUB-HOR).
           MOVE WS-ESPECIALIDAD-HALLADA
               TO WS-HR-ESPECIALIDAD(WS-SUB-HOR).
       CARGAR-CIERRES.
           OPEN INPUT CIERRES-FILE.
           IF WS-CIERRES-STATUS = "35"
               SET FIN-CIERRES TO TRUE
           ELSE
               IF WS-CIERRES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR CIERRES.DAT - "
                       "STATUS " WS-CIERRES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-CIERRES
               READ CIERRES-FILE NEXT RECORD
                   AT END SET FIN-CIERRES TO TRUE
                   NOT AT END
                       IF CIE-ESTADO = "A"
                           AND CIE-FECHA NOT < WS-FECHA-HOY
                           IF WS-TOTAL-CIERRES >= 2000
                               DISPLAY "ERROR: CIERRES.DAT SUPERA 2000 "
                                   "CIERRES FUTUROS - NO SE PROCESA"
                               CLOSE CIERRES-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-TOTAL-CIERRES
                           MOVE CIE-FECHA
                               TO WS-CI-FECHA(WS-TOTAL-CIERRES)
                           MOVE CIE-ESTACION
                               TO WS-CI-ESTACION(WS-TOTAL-CIERRES)
                           MOVE CIE-PROFESIONAL
                               TO WS-CI-PROFESIONAL(WS-TOTAL-CIERRES)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CIERRES-STATUS NOT = "35"
               CLOSE CIERRES-FILE
           END-IF.
      * Transactions still waiting for CLASE1107: an ALTA or MODI with
      * a cita holds that slot, and an origen "M" one means the turno
      * was already handled by an earlier run of this program.
       RECORRER-RESUB.
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
                       IF (RS-TIPO-TRANX = "ALTA"
                           OR RS-TIPO-TRANX = "MODI")
                           AND RS-FECHA-CITA IS NUMERIC
                           AND RS-FECHA-CITA NOT < WS-FECHA-HOY
                           MOVE RS-FECHA-CITA TO WS-OCUPA-FECHA
                           MOVE RS-HORA-CITA TO WS-OCUPA-HORA
                           MOVE RS-CAMPO4 TO WS-OCUPA-ESTACION
                           MOVE RS-PROFESIONAL TO WS-OCUPA-PROFESIONAL
                           PERFORM AGREGAR-OCUPACION
                       END-IF
                       IF RS-ORIGEN = "M"
                           AND WS-TOTAL-PROGRAMADOS < 2000
                           ADD 1 TO WS-TOTAL-PROGRAMADOS
                           MOVE RS-CAMPO2
                               TO WS-PG-CAMPO2(WS-TOTAL-PROGRAMADOS)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RESUB-STATUS NOT = "35"
               CLOSE RESUB-FILE
           END-IF.
      * One pass over the master: every active turno from today on
      * holds its slot, and those of the station or professional in
      * the range are the ones to move.
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
                           AND TM-FECHA-CITA NOT < WS-FECHA-HOY
                           MOVE TM-FECHA-CITA TO WS-OCUPA-FECHA
                           MOVE TM-HORA-CITA TO WS-OCUPA-HORA
                           MOVE TM-CAMPO4 TO WS-OCUPA-ESTACION
                           MOVE TM-PROFESIONAL TO WS-OCUPA-PROFESIONAL
                           PERFORM AGREGAR-OCUPACION
                           PERFORM EVALUAR-AFECTADO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
       EVALUAR-AFECTADO.
           IF TM-FECHA-CITA NOT < WS-FECHA-DESDE-NUM
               AND TM-FECHA-CITA NOT > WS-FECHA-HASTA-NUM
               AND NOT (TM-FECHA-CITA = WS-FECHA-HOY
                        AND TM-HORA-CITA NOT > WS-HORA-AHORA)
               PERFORM SELECCIONAR-AFECTADO
           END-IF.
       SELECCIONAR-AFECTADO.
           IF (CIERRE-ESTACION AND TM-CAMPO4 = WS-CODIGO-CIERRE(1:4))
               OR (CIERRE-PROFESIONAL
                   AND TM-PROFESIONAL = WS-CODIGO-CIERRE)
               IF WS-TOTAL-AFECTADOS >= WS-MAX-AFECTADOS
                   DISPLAY "ERROR: MAS DE " WS-MAX-AFECTADOS
                       " TURNOS AFECTADOS - ACOTE EL RANGO DE FECHAS"
                   CLOSE TURNOS-MAESTRO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-AFECTADO-NUEVO
               MOVE TM-FECHA-CITA TO WS-AN-FECHA
               MOVE TM-HORA-CITA TO WS-AN-HORA
               MOVE TM-CAMPO2 TO WS-AN-CAMPO2
               MOVE TM-CAMPO4 TO WS-AN-ESTACION
               MOVE TM-PROFESIONAL TO WS-AN-PROFESIONAL
               MOVE TM-PACIENTE TO WS-AN-PACIENTE
               MOVE ZERO TO WS-AN-NUEVA-FECHA
               MOVE ZERO TO WS-AN-NUEVA-HORA
               PERFORM VARYING WS-SUB-PRG FROM 1 BY 1
                       UNTIL WS-SUB-PRG > WS-TOTAL-PROGRAMADOS
                   IF WS-PG-CAMPO2(WS-SUB-PRG) = TM-CAMPO2
                       MOVE "OMITIDO" TO WS-AN-ACCION
                       ADD 1 TO WS-CONTADOR-OMITIDOS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM INSERTAR-AFECTADO
           END-IF.
       INSERTAR-AFECTADO.
           ADD 1 TO WS-TOTAL-AFECTADOS.
           MOVE WS-TOTAL-AFECTADOS TO WS-POS-INSERCION.
           PERFORM UNTIL WS-POS-INSERCION = 1
               IF WS-AF-CLAVE(WS-POS-INSERCION - 1)
                   NOT > WS-AN-CLAVE
                   EXIT PERFORM
               END-IF
               MOVE WS-AFECTADO(WS-POS-INSERCION - 1)
                   TO WS-AFECTADO(WS-POS-INSERCION)
               SUBTRACT 1 FROM WS-POS-INSERCION
           END-PERFORM.
           MOVE WS-AFECTADO-NUEVO TO WS-AFECTADO(WS-POS-INSERCION).
      * Adds WS-OCUPA-FECHA/HORA/ESTACION/PROFESIONAL to both slot
      * tables; a slot already there is not stored twice.
       AGREGAR-OCUPACION.
           IF WS-OCUPA-FECHA IS NUMERIC AND WS-OCUPA-HORA IS NUMERIC
               PERFORM ANOTAR-OCUPACION
           END-IF.
       ANOTAR-OCUPACION.
           IF WS-TOTAL-OCUPA-EST >= WS-MAX-OCUPADOS
               OR WS-TOTAL-OCUPA-PROF >= WS-MAX-OCUPADOS
               DISPLAY "ERROR: MAS DE " WS-MAX-OCUPADOS " TURNOS "
                   "FUTUROS OCUPADOS - NO SE PROCESA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OCUPA-FECHA TO WS-CE-FECHA.
           MOVE WS-OCUPA-HORA TO WS-CE-HORA.
           MOVE WS-OCUPA-ESTACION TO WS-CE-ESTACION.
           MOVE WS-OCUPA-FECHA TO WS-CP-FECHA.
           MOVE WS-OCUPA-HORA TO WS-CP-HORA.
           MOVE WS-OCUPA-PROFESIONAL TO WS-CP-PROFESIONAL.
           PERFORM VERIFICAR-OCUPACION.
           IF WS-OCUPA-ESTACION NOT = SPACES
               PERFORM INSERTAR-OCUPA-ESTACION
           END-IF.
           IF WS-OCUPA-PROFESIONAL NOT = SPACES
               PERFORM INSERTAR-OCUPA-PROFESIONAL
           END-IF.
       INSERTAR-OCUPA-ESTACION.
           IF WS-TOTAL-OCUPA-EST > ZERO
               SEARCH ALL WS-OCUPA-EST
                   AT END
                       PERFORM AGREGAR-OCUPA-ESTACION
                   WHEN WS-OE-CLAVE(WS-OE-IDX) = WS-CLAVE-EST
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM AGREGAR-OCUPA-ESTACION
           END-IF.
       AGREGAR-OCUPA-ESTACION.
           ADD 1 TO WS-TOTAL-OCUPA-EST.
           MOVE WS-TOTAL-OCUPA-EST TO WS-POS-INSERCION.
           PERFORM UNTIL WS-POS-INSERCION = 1
               IF WS-OE-CLAVE(WS-POS-INSERCION - 1)
                   NOT > WS-CLAVE-EST
                   EXIT PERFORM
               END-IF
               MOVE WS-OCUPA-EST(WS-POS-INSERCION - 1)
                   TO WS-OCUPA-EST(WS-POS-INSERCION)
               SUBTRACT 1 FROM WS-POS-INSERCION
           END-PERFORM.
           MOVE WS-CLAVE-EST TO WS-OE-CLAVE(WS-POS-INSERCION).
       INSERTAR-OCUPA-PROFESIONAL.
           IF WS-TOTAL-OCUPA-PROF > ZERO
               SEARCH ALL WS-OCUPA-PROF
                   AT END
                       PERFORM AGREGAR-OCUPA-PROFESIONAL
                   WHEN WS-OP-CLAVE(WS-OP-IDX) = WS-CLAVE-PROF
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM AGREGAR-OCUPA-PROFESIONAL
           END-IF.
       AGREGAR-OCUPA-PROFESIONAL.
           ADD 1 TO WS-TOTAL-OCUPA-PROF.
           MOVE WS-TOTAL-OCUPA-PROF TO WS-POS-INSERCION.
           PERFORM UNTIL WS-POS-INSERCION = 1
               IF WS-OP-CLAVE(WS-POS-INSERCION - 1)
                   NOT > WS-CLAVE-PROF
                   EXIT PERFORM
               END-IF
               MOVE WS-OCUPA-PROF(WS-POS-INSERCION - 1)
                   TO WS-OCUPA-PROF(WS-POS-INSERCION)
               SUBTRACT 1 FROM WS-POS-INSERCION
           END-PERFORM.
           MOVE WS-CLAVE-PROF TO WS-OP-CLAVE(WS-POS-INSERCION).
      * Same double-booking rule as llamat01: the slot is taken when
      * an active turno holds the same date and time with the same
      * professional or at the same station.
       VERIFICAR-OCUPACION.
           MOVE "N" TO WS-HORARIO-OCUPADO.
           IF WS-TOTAL-OCUPA-EST > ZERO
               SEARCH ALL WS-OCUPA-EST
                   AT END
                       CONTINUE
                   WHEN WS-OE-CLAVE(WS-OE-IDX) = WS-CLAVE-EST
                       SET HORARIO-OCUPADO TO TRUE
               END-SEARCH
           END-IF.
           IF NOT HORARIO-OCUPADO
               AND WS-TOTAL-OCUPA-PROF > ZERO
               AND WS-CP-PROFESIONAL NOT = SPACES
               SEARCH ALL WS-OCUPA-PROF
                   AT END
                       CONTINUE
                   WHEN WS-OP-CLAVE(WS-OP-IDX) = WS-CLAVE-PROF
                       SET HORARIO-OCUPADO TO TRUE
               END-SEARCH
           END-IF.
      * Name and telephone for the call list, one pass over the
      * patient master for all the affected turnos.
       CARGAR-DATOS-PACIENTES.
           IF WS-TOTAL-AFECTADOS > ZERO
               PERFORM LEER-PACIENTES
           END-IF.
       LEER-PACIENTES.
           OPEN INPUT PACIENTES-FILE.
           IF WS-PACIENTES-STATUS = "35"
               SET FIN-PACIENTES TO TRUE
           ELSE
               IF WS-PACIENTES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR PACIENTES.DAT - "
                       "STATUS " WS-PACIENTES-STATUS
                       " - EL REPORTE SALE SIN DATOS DEL PACIENTE"
                   SET FIN-PACIENTES TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-PACIENTES
               READ PACIENTES-FILE NEXT RECORD
                   AT END SET FIN-PACIENTES TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-SUB-AFE FROM 1 BY 1
                               UNTIL WS-SUB-AFE > WS-TOTAL-AFECTADOS
                           IF WS-AF-PACIENTE(WS-SUB-AFE) = PAC-DOCUMENTO
                               AND PAC-DOCUMENTO NOT = SPACES
                               MOVE PAC-NOMBRE
                                   TO WS-AF-NOMBRE(WS-SUB-AFE)
                               MOVE PAC-TELEFONO
                                   TO WS-AF-TELEFONO(WS-SUB-AFE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-PACIENTES-STATUS = "00" OR WS-PACIENTES-STATUS = "10"
               CLOSE PACIENTES-FILE
           END-IF.
       REPROGRAMAR-TURNO.
           PERFORM BUSCAR-HORARIO-LIBRE.
           IF SLOT-HALLADO
               MOVE "MODI" TO WS-AF-ACCION(WS-SUB-AFE)
               MOVE WS-FECHA-BUSQUEDA TO WS-AF-NUEVA-FECHA(WS-SUB-AFE)
               MOVE WS-MEJOR-HORA TO WS-AF-NUEVA-HORA(WS-SUB-AFE)
               MOVE WS-MEJOR-ESTACION TO WS-AF-NUEVA-EST(WS-SUB-AFE)
               MOVE WS-MEJOR-PROFESIONAL
                   TO WS-AF-NUEVO-PROF(WS-SUB-AFE)
      * The slot is taken from here on, for the next turnos of the run.
               MOVE WS-FECHA-BUSQUEDA TO WS-OCUPA-FECHA
               MOVE WS-MEJOR-HORA TO WS-OCUPA-HORA
               MOVE WS-MEJOR-ESTACION TO WS-OCUPA-ESTACION
               MOVE WS-MEJOR-PROFESIONAL TO WS-OCUPA-PROFESIONAL
               PERFORM AGREGAR-OCUPACION
           ELSE
               MOVE "BAJA" TO WS-AF-ACCION(WS-SUB-AFE)
           END-IF.
           PERFORM GRABAR-TRANSACCION.
      * Day by day from the original cita date, the earliest free slot
      * of the day over all the usable ranges wins. The turno keeps its
      * professional when it has one that is still usable; otherwise
      * any professional of the same specialty will do. A turno with
      * no professional can go to any usable range.
       BUSCAR-HORARIO-LIBRE.
           MOVE "N" TO WS-SLOT-HALLADO.
           MOVE WS-AF-PROFESIONAL(WS-SUB-AFE) TO WS-OCUPA-PROFESIONAL.
           PERFORM BUSCAR-PROFESIONAL.
           MOVE WS-ESPECIALIDAD-HALLADA TO WS-ESPECIALIDAD-TURNO.
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-AF-FECHA(WS-SUB-AFE)).
           PERFORM VARYING WS-SUB-DIA FROM 0 BY 1
                   UNTIL WS-SUB-DIA > WS-DIAS-BUSQUEDA OR SLOT-HALLADO
               COMPUTE WS-FECHA-BUSQUEDA = FUNCTION DATE-OF-INTEGER(
                   WS-DIA-ENTERO + WS-SUB-DIA)
      * Day of week 1=lunes .. 7=domingo, as in llamat01.
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   WS-DIA-ENTERO + WS-SUB-DIA - 1, 7) + 1
               MOVE 9999 TO WS-MEJOR-HORA
               PERFORM VARYING WS-SUB-HOR FROM 1 BY 1
                       UNTIL WS-SUB-HOR > WS-TOTAL-HORARIOS
                   IF WS-HR-DIA-SEMANA(WS-SUB-HOR) = WS-DIA-SEMANA
                       PERFORM EVALUAR-FRANJA
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF SLOT-HALLADO
               SUBTRACT 1 FROM WS-SUB-DIA
               COMPUTE WS-FECHA-BUSQUEDA = FUNCTION DATE-OF-INTEGER(
                   WS-DIA-ENTERO + WS-SUB-DIA)
           END-IF.
       EVALUAR-FRANJA.
           IF WS-AF-PROFESIONAL(WS-SUB-AFE) = SPACES
               OR WS-HR-PROFESIONAL(WS-SUB-HOR)
                  = WS-AF-PROFESIONAL(WS-SUB-AFE)
               OR (WS-ESPECIALIDAD-TURNO NOT = SPACES
                   AND WS-HR-ESPECIALIDAD(WS-SUB-HOR)
                       = WS-ESPECIALIDAD-TURNO)
               PERFORM VERIFICAR-CIERRE
               IF NOT DIA-CERRADO
                   PERFORM PROBAR-FRANJA
               END-IF
           END-IF.
       PROBAR-FRANJA.
           MOVE "N" TO WS-FRANJA-RESUELTA.
           PERFORM VARYING WS-MINUTO-SLOT
                   FROM WS-HR-MINUTO-DESDE(WS-SUB-HOR)
                   BY WS-HR-DURACION(WS-SUB-HOR)
                   UNTIL WS-MINUTO-SLOT + WS-HR-DURACION(WS-SUB-HOR)
                         > WS-HR-MINUTO-HASTA(WS-SUB-HOR)
                         OR FRANJA-RESUELTA
               DIVIDE WS-MINUTO-SLOT BY 60 GIVING WS-HORA-SLOT-HH
                   REMAINDER WS-HORA-SLOT-MM
               IF WS-HORA-SLOT NOT < WS-MEJOR-HORA
                   SET FRANJA-RESUELTA TO TRUE
               ELSE
                   IF WS-FECHA-BUSQUEDA > WS-FECHA-HOY
                       OR WS-HORA-SLOT > WS-HORA-AHORA
                       MOVE WS-FECHA-BUSQUEDA TO WS-CE-FECHA
                       MOVE WS-HORA-SLOT TO WS-CE-HORA
                       MOVE WS-HR-ESTACION(WS-SUB-HOR)
                           TO WS-CE-ESTACION
                       MOVE WS-FECHA-BUSQUEDA TO WS-CP-FECHA
                       MOVE WS-HORA-SLOT TO WS-CP-HORA
                       MOVE WS-HR-PROFESIONAL(WS-SUB-HOR)
                           TO WS-CP-PROFESIONAL
                       PERFORM VERIFICAR-OCUPACION
                       IF NOT HORARIO-OCUPADO
                           SET FRANJA-RESUELTA TO TRUE
                           SET SLOT-HALLADO TO TRUE
                           MOVE WS-HORA-SLOT TO WS-MEJOR-HORA
                           MOVE WS-HR-ESTACION(WS-SUB-HOR)
                               TO WS-MEJOR-ESTACION
                           MOVE WS-HR-PROFESIONAL(WS-SUB-HOR)
                               TO WS-MEJOR-PROFESIONAL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Same closed-day rule as llamat01: whole clinic, the station or
      * the professional.
       VERIFICAR-CIERRE.
           MOVE "N" TO WS-DIA-CERRADO.
           PERFORM VARYING WS-SUB-CIE FROM 1 BY 1
                   UNTIL WS-SUB-CIE > WS-TOTAL-CIERRES OR DIA-CERRADO
               IF WS-CI-FECHA(WS-SUB-CIE) = WS-FECHA-BUSQUEDA
                   AND (WS-CI-ESTACION(WS-SUB-CIE) = SPACES
                        OR WS-CI-ESTACION(WS-SUB-CIE)
                           = WS-HR-ESTACION(WS-SUB-HOR))
                   AND (WS-CI-PROFESIONAL(WS-SUB-CIE) = SPACES
                        OR WS-CI-PROFESIONAL(WS-SUB-CIE)
                           = WS-HR-PROFESIONAL(WS-SUB-HOR))
                   SET DIA-CERRADO TO TRUE
               END-IF
           END-PERFORM.
      * The patient goes blank: llamat04 keeps the one on the master,
      * and a patient inactivated since the booking must not get the
      * move or the cancellation refused with codigo 05. The BAJA
      * goes without professional for the same reason (codigo 04).
       GRABAR-TRANSACCION.
           MOVE SPACES TO RS-REGISTRO.
           MOVE WS-AF-CAMPO2(WS-SUB-AFE) TO RS-CAMPO2.
           MOVE WS-CAMPO3-NUM TO RS-CAMPO3.
           MOVE "M" TO RS-ORIGEN.
           IF WS-AF-ACCION(WS-SUB-AFE) = "MODI"
               MOVE WS-AF-NUEVA-EST(WS-SUB-AFE) TO RS-CAMPO4
               MOVE "MODI" TO RS-TIPO-TRANX
               MOVE WS-AF-NUEVA-FECHA(WS-SUB-AFE) TO RS-FECHA-CITA
               MOVE WS-AF-NUEVA-HORA(WS-SUB-AFE) TO RS-HORA-CITA
               MOVE WS-AF-NUEVO-PROF(WS-SUB-AFE) TO RS-PROFESIONAL
           ELSE
               MOVE WS-AF-ESTACION(WS-SUB-AFE) TO RS-CAMPO4
               MOVE "BAJA" TO RS-TIPO-TRANX
               MOVE WS-AF-FECHA(WS-SUB-AFE) TO RS-FECHA-CITA
               MOVE WS-AF-HORA(WS-SUB-AFE) TO RS-HORA-CITA
           END-IF.
           WRITE RS-REGISTRO.
           IF WS-RESUB-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR RESUB.DAT - STATUS "
                   WS-RESUB-STATUS " - TURNO "
                   WS-AF-CAMPO2(WS-SUB-AFE)
               MOVE "ERROR" TO WS-AF-ACCION(WS-SUB-AFE)
               ADD 1 TO WS-CONTADOR-ERRORES
           ELSE
               IF WS-AF-ACCION(WS-SUB-AFE) = "MODI"
                   ADD 1 TO WS-CONTADOR-MOVIDOS
               ELSE
                   ADD 1 TO WS-CONTADOR-BAJAS
               END-IF
           END-IF.
      * Moves first, then the call list of the turnos given up, then
      * those skipped or not written.
       IMPRIMIR-REPORTE.
           IF CIERRE-ESTACION
               MOVE "ESTACION" TO WS-ENC2-TIPO
           ELSE
               MOVE "PROFESIONAL" TO WS-ENC2-TIPO
           END-IF.
           MOVE WS-CODIGO-CIERRE TO WS-ENC2-CODIGO.
           MOVE WS-FECHA-DESDE TO WS-ENC2-DESDE.
           MOVE WS-FECHA-HASTA TO WS-ENC2-HASTA.
           PERFORM ENCABEZADO-REPORTE.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "TURNOS REPROGRAMADOS (MODI) - AVISAR AL PACIENTE"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE "MODI" TO WS-ACCION-SECCION.
           PERFORM IMPRIMIR-SECCION.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           STRING "LISTA DE LLAMADOS - TURNOS SIN LUGAR (BAJA)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE "BAJA" TO WS-ACCION-SECCION.
           PERFORM IMPRIMIR-SECCION.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           STRING "TURNOS NO PROCESADOS (YA PROGRAMADOS O CON ERROR)"
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE "OMITIDO" TO WS-ACCION-SECCION.
           PERFORM IMPRIMIR-SECCION.
           MOVE "ERROR" TO WS-ACCION-SECCION.
           PERFORM IMPRIMIR-SECCION.
           MOVE SPACES TO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           STRING "TOTALES: AFECTADOS " WS-TOTAL-AFECTADOS
               " REPROGRAMADOS " WS-CONTADOR-MOVIDOS
               " DADOS DE BAJA " WS-CONTADOR-BAJAS
               " OMITIDOS " WS-CONTADOR-OMITIDOS
               " ERRORES " WS-CONTADOR-ERRORES
               DELIMITED BY SIZE INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
       IMPRIMIR-SECCION.
           PERFORM VARYING WS-SUB-AFE FROM 1 BY 1
                   UNTIL WS-SUB-AFE > WS-TOTAL-AFECTADOS
               IF WS-AF-ACCION(WS-SUB-AFE) = WS-ACCION-SECCION
                   PERFORM IMPRIMIR-AFECTADO
               END-IF
           END-PERFORM.
       IMPRIMIR-AFECTADO.
           MOVE WS-AF-ACCION(WS-SUB-AFE) TO WS-DET-ACCION.
           MOVE WS-AF-CAMPO2(WS-SUB-AFE) TO WS-DET-CAMPO2.
           MOVE WS-AF-PACIENTE(WS-SUB-AFE) TO WS-DET-PACIENTE.
           MOVE WS-AF-NOMBRE(WS-SUB-AFE) TO WS-DET-NOMBRE.
           MOVE WS-AF-TELEFONO(WS-SUB-AFE) TO WS-DET-TELEFONO.
           MOVE WS-AF-FECHA(WS-SUB-AFE) TO WS-DET-FECHA.
           MOVE WS-AF-HORA(WS-SUB-AFE) TO WS-DET-HORA.
           MOVE WS-AF-ESTACION(WS-SUB-AFE) TO WS-DET-ESTACION.
           MOVE WS-AF-PROFESIONAL(WS-SUB-AFE) TO WS-DET-PROFESIONAL.
           IF WS-AF-ACCION(WS-SUB-AFE) = "MODI"
               MOVE " -> " TO WS-DET-FLECHA
               MOVE WS-AF-NUEVA-FECHA(WS-SUB-AFE) TO WS-DET-NUEVA-FECHA
               MOVE WS-AF-NUEVA-HORA(WS-SUB-AFE) TO WS-DET-NUEVA-HORA
               MOVE WS-AF-NUEVA-EST(WS-SUB-AFE) TO WS-DET-NUEVA-EST
               MOVE WS-AF-NUEVO-PROF(WS-SUB-AFE) TO WS-DET-NUEVO-PROF
           ELSE
               MOVE SPACES TO WS-DET-FLECHA
               MOVE SPACES TO WS-DET-NUEVA-FECHA
               MOVE SPACES TO WS-DET-NUEVA-HORA
               MOVE SPACES TO WS-DET-NUEVA-EST
               MOVE SPACES TO WS-DET-NUEVO-PROF
           END-IF.
           MOVE WS-LINEA-DETALLE TO WS-LINEA-REPORTE.
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
           MOVE SPACES TO WS-LINEA-REPORTE.
           WRITE WS-LINEA-REPORTE.
           PERFORM VERIFICAR-ESTADO-REPORTE.
           MOVE WS-ENCABEZADO-3 TO WS-LINEA-REPORTE.
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
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR REPROG01.DAT - "
                   "STATUS " WS-REPORTE-STATUS
           END-IF.
       END PROGRAM REPROG01.
