      ******************************************************************
      * Author:
      * Date:
      * Purpose: Next-available-slot search console for the desk.
      *          The operator enters a specialty (PRO-ESPECIALIDAD),
      *          optionally a professional and a station, a preferred
      *          time window and the date to search from; the program
      *          lists, in date and time order, the first free slots
      *          of the HORARIOS.DAT calendar kept by CALMANT01 over
      *          the next WS-DIAS-BUSQUEDA days - active station and
      *          professional of that specialty, day not closed on
      *          CIERRES.DAT, and no active turno on
      *          TURNOS-MAESTRO.DAT nor ALTA/MODI waiting on
      *          TURNOS.DAT or RESUB.DAT at that date and time with
      *          the same professional or at the same station. When
      *          the operator picks one, the ALTA is appended to
      *          RESUB.DAT with origen "B" for the next CLASE1107 run,
      *          which validates it, checks it for double booking and
      *          audits it like any other transaction. RESUB.DAT and
      *          not TURNOS.DAT because ENTLLAM01 replaces TURNOS.DAT
      *          with each interchange batch and a booking taken
      *          during the day would be lost.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSTUR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107.
           SELECT TURNOS-MAESTRO ASSIGN TO "TURNOS-MAESTRO.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT TURNOS-FILE ASSIGN TO "TURNOS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TURNOS-STATUS.
      * Same resubmission file CORRECH01, TRIDEA01 and REPROG01 feed;
      * CLASE1107 reads it after TURNOS.DAT.
           SELECT RESUB-FILE ASSIGN TO "RESUB.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
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
       WORKING-STORAGE SECTION.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-TURNOS-STATUS PIC XX.
       01  WS-RESUB-STATUS PIC XX.
       01  WS-ESTACIONES-STATUS PIC XX.
       01  WS-PROFESIONALES-STATUS PIC XX.
       01  WS-HORARIOS-STATUS PIC XX.
       01  WS-CIERRES-STATUS PIC XX.
       01  WS-PACIENTES-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-HORA-AHORA PIC 9(4).
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
       01  WS-FIN-HORARIOS PIC X VALUE "N".
           88 FIN-HORARIOS VALUE "S".
       01  WS-FIN-CIERRES PIC X VALUE "N".
           88 FIN-CIERRES VALUE "S".
       01  WS-FIN-PACIENTES PIC X VALUE "N".
           88 FIN-PACIENTES VALUE "S".
       01  WS-FIN-CONSOLA PIC X VALUE "N".
           88 FIN-CONSOLA VALUE "S".
       01  WS-ACCION PIC X VALUE SPACE.
      * Search criteria.
       01  WS-ESPECIALIDAD PIC X(20) VALUE SPACES.
       01  WS-PROFESIONAL PIC X(6) VALUE SPACES.
       01  WS-ESTACION PIC X(4) VALUE SPACES.
       01  WS-HORA-DESDE PIC X(4) VALUE SPACES.
       01  WS-HORA-DESDE-NUM REDEFINES WS-HORA-DESDE PIC 9(4).
       01  WS-HORA-HASTA PIC X(4) VALUE SPACES.
       01  WS-HORA-HASTA-NUM REDEFINES WS-HORA-HASTA PIC 9(4).
       01  WS-FECHA-DESDE PIC X(8) VALUE SPACES.
       01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC 9(8) VALUE ZERO.
       01  WS-CANTIDAD PIC X(2) VALUE SPACES.
       01  WS-CANTIDAD-NUM REDEFINES WS-CANTIDAD PIC 99.
       01  WS-MAX-SLOTS PIC 99 VALUE 10.
       01  WS-DATOS-VALIDOS PIC X VALUE "N".
           88 DATOS-VALIDOS VALUE "S".
      * How far ahead the search goes.
       01  WS-DIAS-BUSQUEDA PIC 9(3) VALUE 56.
      * Booking data for the slot picked.
       01  WS-ELECCION PIC X(2) VALUE SPACES.
       01  WS-ELECCION-NUM PIC 99 VALUE ZERO.
       01  WS-CAMPO2 PIC X(7) VALUE SPACES.
       01  WS-CAMPO3 PIC X(2) VALUE SPACES.
       01  WS-CAMPO3-NUM REDEFINES WS-CAMPO3 PIC 99.
       01  WS-PACIENTE PIC X(10) VALUE SPACES.
       01  WS-NOMBRE-PACIENTE PIC X(30) VALUE SPACES.
       01  WS-PACIENTE-HALLADO PIC X VALUE "N".
           88 PACIENTE-HALLADO VALUE "S".
       01  WS-TURNO-EXISTENTE PIC X VALUE "N".
           88 TURNO-EXISTENTE VALUE "S".
       01  WS-CONTADOR-BUSQUEDAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ALTAS PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-ESTACIONES PIC 9(3) VALUE ZERO.
       01  WS-TABLA-ESTACIONES.
           03 WS-ESTACION-ENT OCCURS 500 TIMES.
               05 WS-ES-CODIGO      PIC X(4).
               05 WS-ES-DESCRIPCION PIC X(20).
               05 WS-ES-ACTIVA      PIC X.
       01  WS-SUB-EST PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PROFESIONALES PIC 9(4) VALUE ZERO.
       01  WS-TABLA-PROFESIONALES.
           03 WS-PROFESIONAL-ENT OCCURS 2000 TIMES.
               05 WS-PR-CODIGO       PIC X(6).
               05 WS-PR-NOMBRE       PIC X(20).
               05 WS-PR-ESPECIALIDAD PIC X(20).
               05 WS-PR-ACTIVO       PIC X.
       01  WS-SUB-PRO PIC 9(4) VALUE ZERO.
       01  WS-CODIGO-HALLADO PIC X VALUE "N".
           88 CODIGO-HALLADO VALUE "S".
       01  WS-BUSCA-ESTACION PIC X(4).
       01  WS-BUSCA-PROFESIONAL PIC X(6).
       01  WS-DESCRIPCION-HALLADA PIC X(20).
       01  WS-NOMBRE-HALLADO PIC X(20).
       01  WS-ESPECIALIDAD-HALLADA PIC X(20).
       01  WS-ACTIVO-HALLADO PIC X.
      * Weekly ranges of HORARIOS.DAT with an active station and an
      * active professional, with the professional's specialty.
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
      * Slots taken within the search period, reloaded for every
      * search and kept in ascending order for a binary SEARCH ALL -
      * one table keyed by fecha/hora/profesional (llamat01 return
      * code 16) and one by fecha/hora/estacion (return code 17).
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
       01  WS-OCUPACION-COMPLETA PIC X VALUE "S".
           88 OCUPACION-COMPLETA VALUE "S".
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
      * Free slots found, kept in date/time order; once the table is
      * full a later slot is dropped and an earlier one pushes the
      * last one out.
       01  WS-TOTAL-SLOTS PIC 99 VALUE ZERO.
       01  WS-TABLA-SLOTS.
           03 WS-SLOT OCCURS 20 TIMES.
               05 WS-SL-CLAVE.
                   07 WS-SL-FECHA       PIC 9(8).
                   07 WS-SL-HORA        PIC 9(4).
                   07 WS-SL-ESTACION    PIC X(4).
                   07 WS-SL-PROFESIONAL PIC X(6).
       01  WS-SLOT-NUEVO.
           03 WS-SN-FECHA       PIC 9(8).
           03 WS-SN-HORA        PIC 9(4).
           03 WS-SN-ESTACION    PIC X(4).
           03 WS-SN-PROFESIONAL PIC X(6).
       01  WS-SUB-SLOT PIC 99 VALUE ZERO.
      * Day loop state.
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
       01  WS-LINEA-SLOT.
           03 WS-LS-NUMERO       PIC Z9.
           03 FILLER             PIC X(2) VALUE ") ".
           03 WS-LS-FECHA        PIC X(8).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-LS-HORA         PIC X(4).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 WS-LS-ESTACION     PIC X(4).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-LS-DESCRIPCION  PIC X(20).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-LS-PROFESIONAL  PIC X(6).
           03 FILLER             PIC X VALUE SPACE.
           03 WS-LS-NOMBRE       PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "BUSTUR01 - BUSQUEDA DE TURNOS LIBRES".
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
            MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.
            PERFORM CARGAR-ESTACIONES.
            PERFORM CARGAR-PROFESIONALES.
            PERFORM CARGAR-HORARIOS.
            PERFORM CARGAR-CIERRES.
            PERFORM UNTIL FIN-CONSOLA
                MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
                MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY
                MOVE WS-FECHA-HORA-ACTUAL(9:4) TO WS-HORA-AHORA
                DISPLAY " "
                DISPLAY "ACCION (B=BUSCAR F=FIN): " WITH NO ADVANCING
                ACCEPT WS-ACCION
                EVALUATE WS-ACCION
                    WHEN "B"
                        PERFORM BUSCAR-TURNO-LIBRE
                    WHEN "F"
                        SET FIN-CONSOLA TO TRUE
                    WHEN OTHER
                        DISPLAY "ACCION INVALIDA: " WS-ACCION
                END-EVALUATE
            END-PERFORM.
            DISPLAY "BUSTUR01 - BUSQUEDAS:               "
                WS-CONTADOR-BUSQUEDAS.
            DISPLAY "BUSTUR01 - ALTAS GRABADAS EN RESUB: "
                WS-CONTADOR-ALTAS.
            STOP RUN.
       BUSCAR-TURNO-LIBRE.
           PERFORM PEDIR-CRITERIOS.
           PERFORM VALIDAR-CRITERIOS.
           IF DATOS-VALIDOS
               ADD 1 TO WS-CONTADOR-BUSQUEDAS
               COMPUTE WS-FECHA-HASTA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE-NUM)
                   + WS-DIAS-BUSQUEDA)
               PERFORM CARGAR-OCUPACION
               IF OCUPACION-COMPLETA
                   PERFORM BUSCAR-SLOTS
                   IF WS-TOTAL-SLOTS = ZERO
                       DISPLAY "NO HAY HORARIOS LIBRES ENTRE "
                           WS-FECHA-DESDE " Y " WS-FECHA-HASTA
                   ELSE
                       PERFORM MOSTRAR-SLOTS
                       PERFORM ELEGIR-SLOT
                   END-IF
               END-IF
           END-IF.
       PEDIR-CRITERIOS.
           MOVE SPACES TO WS-ESPECIALIDAD WS-PROFESIONAL WS-ESTACION
               WS-HORA-DESDE WS-HORA-HASTA WS-FECHA-DESDE
               WS-CANTIDAD.
           DISPLAY "ESPECIALIDAD: " WITH NO ADVANCING.
           ACCEPT WS-ESPECIALIDAD.
           DISPLAY "PROFESIONAL (VACIO=CUALQUIERA): "
               WITH NO ADVANCING.
           ACCEPT WS-PROFESIONAL.
           DISPLAY "ESTACION (VACIO=CUALQUIERA): " WITH NO ADVANCING.
           ACCEPT WS-ESTACION.
           DISPLAY "HORA DESDE (HHMM, VACIO=0000): " WITH NO ADVANCING.
           ACCEPT WS-HORA-DESDE.
           DISPLAY "HORA HASTA (HHMM, VACIO=2400): " WITH NO ADVANCING.
           ACCEPT WS-HORA-HASTA.
           DISPLAY "A PARTIR DE (AAAAMMDD, VACIO=HOY): "
               WITH NO ADVANCING.
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "CANTIDAD DE HORARIOS (1-20, VACIO=10): "
               WITH NO ADVANCING.
           ACCEPT WS-CANTIDAD.
      * The window is on the slot start time: from HORA DESDE up to,
      * but not including, HORA HASTA.
       VALIDAR-CRITERIOS.
           MOVE "N" TO WS-DATOS-VALIDOS.
           IF WS-HORA-DESDE = SPACES
               MOVE ZERO TO WS-HORA-DESDE-NUM
           END-IF.
           IF WS-HORA-HASTA = SPACES
               MOVE 2400 TO WS-HORA-HASTA-NUM
           END-IF.
           IF WS-FECHA-DESDE = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE-NUM
           END-IF.
           IF WS-CANTIDAD = SPACES
               MOVE "10" TO WS-CANTIDAD
           END-IF.
           IF WS-CANTIDAD(2:1) = SPACE
               MOVE WS-CANTIDAD(1:1) TO WS-CANTIDAD(2:1)
               MOVE "0" TO WS-CANTIDAD(1:1)
           END-IF.
           IF WS-CANTIDAD-NUM IS NUMERIC
               MOVE WS-CANTIDAD-NUM TO WS-MAX-SLOTS
           END-IF.
           EVALUATE TRUE
               WHEN WS-ESPECIALIDAD = SPACES
                   DISPLAY "ERROR: ESPECIALIDAD OBLIGATORIA"
               WHEN WS-HORA-DESDE-NUM IS NOT NUMERIC
                   OR WS-HORA-DESDE-NUM(3:2) > "59"
                   OR WS-HORA-DESDE-NUM > 2359
                   DISPLAY "ERROR: HORA DESDE INVALIDA: " WS-HORA-DESDE
               WHEN WS-HORA-HASTA-NUM IS NOT NUMERIC
                   OR WS-HORA-HASTA-NUM(3:2) > "59"
                   OR WS-HORA-HASTA-NUM > 2400
                   OR WS-HORA-HASTA-NUM NOT > WS-HORA-DESDE-NUM
                   DISPLAY "ERROR: HORA HASTA INVALIDA: " WS-HORA-HASTA
               WHEN WS-FECHA-DESDE-NUM IS NOT NUMERIC
                   DISPLAY "ERROR: FECHA INVALIDA: " WS-FECHA-DESDE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE-NUM)
                   NOT = ZERO
                   DISPLAY "ERROR: FECHA INVALIDA: " WS-FECHA-DESDE
               WHEN WS-FECHA-DESDE-NUM < WS-FECHA-HOY
                   DISPLAY "ERROR: FECHA ANTERIOR A HOY"
               WHEN WS-CANTIDAD-NUM IS NOT NUMERIC
                   OR WS-MAX-SLOTS < 1 OR WS-MAX-SLOTS > 20
                   DISPLAY "ERROR: CANTIDAD INVALIDA: " WS-CANTIDAD
               WHEN OTHER
                   SET DATOS-VALIDOS TO TRUE
           END-EVALUATE.
           IF DATOS-VALIDOS
               PERFORM VALIDAR-CODIGOS
           END-IF.
       VALIDAR-CODIGOS.
           IF WS-PROFESIONAL NOT = SPACES
               MOVE WS-PROFESIONAL TO WS-BUSCA-PROFESIONAL
               PERFORM BUSCAR-PROFESIONAL
               IF NOT CODIGO-HALLADO OR WS-ACTIVO-HALLADO NOT = "S"
                   DISPLAY "ERROR: PROFESIONAL INEXISTENTE O INACTIVO: "
                       WS-PROFESIONAL
                   MOVE "N" TO WS-DATOS-VALIDOS
               ELSE
                   IF WS-ESPECIALIDAD-HALLADA NOT = WS-ESPECIALIDAD
                       DISPLAY "ERROR: " WS-PROFESIONAL " ES DE "
                           WS-ESPECIALIDAD-HALLADA
                       MOVE "N" TO WS-DATOS-VALIDOS
                   END-IF
               END-IF
           END-IF.
           IF WS-ESTACION NOT = SPACES
               MOVE WS-ESTACION TO WS-BUSCA-ESTACION
               PERFORM BUSCAR-ESTACION
               IF NOT CODIGO-HALLADO OR WS-ACTIVO-HALLADO NOT = "S"
                   DISPLAY "ERROR: ESTACION INEXISTENTE O INACTIVA: "
                       WS-ESTACION
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
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
                       MOVE WS-TOTAL-ESTACIONES TO WS-SUB-EST
                       MOVE EST-CODIGO TO WS-ES-CODIGO(WS-SUB-EST)
                       MOVE EST-DESCRIPCION
                           TO WS-ES-DESCRIPCION(WS-SUB-EST)
                       IF EST-ESTADO = "A"
                           AND EST-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                           MOVE "S" TO WS-ES-ACTIVA(WS-SUB-EST)
                       ELSE
                           MOVE "N" TO WS-ES-ACTIVA(WS-SUB-EST)
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
                       MOVE PRO-NOMBRE TO WS-PR-NOMBRE(WS-SUB-PRO)
                       MOVE PRO-ESPECIALIDAD
                           TO WS-PR-ESPECIALIDAD(WS-SUB-PRO)
                       IF PRO-ESTADO = "A"
                           AND PRO-FECHA-VIGENCIA NOT > WS-FECHA-HOY
                           MOVE "S" TO WS-PR-ACTIVO(WS-SUB-PRO)
                       ELSE
                           MOVE "N" TO WS-PR-ACTIVO(WS-SUB-PRO)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFESIONALES-FILE.
       BUSCAR-ESTACION.
           MOVE "N" TO WS-CODIGO-HALLADO.
           MOVE "N" TO WS-ACTIVO-HALLADO.
           MOVE SPACES TO WS-DESCRIPCION-HALLADA.
           PERFORM VARYING WS-SUB-EST FROM 1 BY 1
                   UNTIL WS-SUB-EST > WS-TOTAL-ESTACIONES
               IF WS-ES-CODIGO(WS-SUB-EST) = WS-BUSCA-ESTACION
                   SET CODIGO-HALLADO TO TRUE
                   MOVE WS-ES-ACTIVA(WS-SUB-EST) TO WS-ACTIVO-HALLADO
                   MOVE WS-ES-DESCRIPCION(WS-SUB-EST)
                       TO WS-DESCRIPCION-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       BUSCAR-PROFESIONAL.
           MOVE "N" TO WS-CODIGO-HALLADO.
           MOVE "N" TO WS-ACTIVO-HALLADO.
           MOVE SPACES TO WS-NOMBRE-HALLADO.
           MOVE SPACES TO WS-ESPECIALIDAD-HALLADA.
           PERFORM VARYING WS-SUB-PRO FROM 1 BY 1
                   UNTIL WS-SUB-PRO > WS-TOTAL-PROFESIONALES
               IF WS-PR-CODIGO(WS-SUB-PRO) = WS-BUSCA-PROFESIONAL
                   SET CODIGO-HALLADO TO TRUE
                   MOVE WS-PR-ACTIVO(WS-SUB-PRO) TO WS-ACTIVO-HALLADO
                   MOVE WS-PR-NOMBRE(WS-SUB-PRO) TO WS-NOMBRE-HALLADO
                   MOVE WS-PR-ESPECIALIDAD(WS-SUB-PRO)
                       TO WS-ESPECIALIDAD-HALLADA
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      * Until CALMANT01 has created HORARIOS.DAT there are no working
      * hours to offer.
       CARGAR-HORARIOS.
           OPEN INPUT HORARIOS-FILE.
           IF WS-HORARIOS-STATUS = "35"
               DISPLAY "AVISO: HORARIOS.DAT NO EXISTE - NO HAY "
                   "HORARIOS DE ATENCION CARGADOS"
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
               MOVE HOR-ESTACION TO WS-BUSCA-ESTACION
               PERFORM BUSCAR-ESTACION
               IF WS-ACTIVO-HALLADO = "S"
                   MOVE HOR-PROFESIONAL TO WS-BUSCA-PROFESIONAL
                   PERFORM BUSCAR-PROFESIONAL
                   IF WS-ACTIVO-HALLADO = "S"
                       PERFORM GRABAR-HORARIO
                   END-IF
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
      * Read again for every search: other desks book in the meantime.
      * The master, the interchange batch staged on TURNOS.DAT and the
      * transactions waiting on RESUB.DAT all hold their slot.
       CARGAR-OCUPACION.
           MOVE ZERO TO WS-TOTAL-OCUPA-PROF.
           MOVE ZERO TO WS-TOTAL-OCUPA-EST.
           MOVE "S" TO WS-OCUPACION-COMPLETA.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS NOT = "00"
               AND WS-MAESTRO-STATUS NOT = "35"
               DISPLAY "ERROR: NO SE PUDO ABRIR TURNOS-MAESTRO.DAT "
                   "- STATUS " WS-MAESTRO-STATUS
               MOVE "N" TO WS-OCUPACION-COMPLETA
           ELSE
               IF WS-MAESTRO-STATUS = "35"
                   SET FIN-MAESTRO TO TRUE
               END-IF
               PERFORM UNTIL FIN-MAESTRO OR NOT OCUPACION-COMPLETA
                   READ TURNOS-MAESTRO NEXT RECORD
                       AT END SET FIN-MAESTRO TO TRUE
                       NOT AT END
                           IF TM-ESTADO = "A"
                               MOVE TM-FECHA-CITA TO WS-OCUPA-FECHA
                               MOVE TM-HORA-CITA TO WS-OCUPA-HORA
                               MOVE TM-CAMPO4 TO WS-OCUPA-ESTACION
                               MOVE TM-PROFESIONAL
                                   TO WS-OCUPA-PROFESIONAL
                               PERFORM AGREGAR-OCUPACION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-MAESTRO-STATUS NOT = "35"
                   CLOSE TURNOS-MAESTRO
               END-IF
           END-IF.
           MOVE "N" TO WS-FIN-TURNOS.
           OPEN INPUT TURNOS-FILE.
           IF WS-TURNOS-STATUS NOT = "00"
               AND WS-TURNOS-STATUS NOT = "35"
               DISPLAY "ERROR: NO SE PUDO ABRIR TURNOS.DAT - "
                   "STATUS " WS-TURNOS-STATUS
               MOVE "N" TO WS-OCUPACION-COMPLETA
           ELSE
               IF WS-TURNOS-STATUS = "35"
                   SET FIN-TURNOS TO TRUE
               END-IF
               PERFORM UNTIL FIN-TURNOS OR NOT OCUPACION-COMPLETA
                   READ TURNOS-FILE NEXT RECORD
                       AT END SET FIN-TURNOS TO TRUE
                       NOT AT END
                           IF TR-TIPO-TRANX = "ALTA"
                               OR TR-TIPO-TRANX = "MODI"
                               MOVE TR-FECHA-CITA TO WS-OCUPA-FECHA
                               MOVE TR-HORA-CITA TO WS-OCUPA-HORA
                               MOVE TR-CAMPO4 TO WS-OCUPA-ESTACION
                               MOVE TR-PROFESIONAL
                                   TO WS-OCUPA-PROFESIONAL
                               PERFORM AGREGAR-OCUPACION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TURNOS-STATUS NOT = "35"
                   CLOSE TURNOS-FILE
               END-IF
           END-IF.
           MOVE "N" TO WS-FIN-RESUB.
           OPEN INPUT RESUB-FILE.
           IF WS-RESUB-STATUS NOT = "00"
               AND WS-RESUB-STATUS NOT = "35"
               DISPLAY "ERROR: NO SE PUDO ABRIR RESUB.DAT - "
                   "STATUS " WS-RESUB-STATUS
               MOVE "N" TO WS-OCUPACION-COMPLETA
           ELSE
               IF WS-RESUB-STATUS = "35"
                   SET FIN-RESUB TO TRUE
               END-IF
               PERFORM UNTIL FIN-RESUB OR NOT OCUPACION-COMPLETA
                   READ RESUB-FILE NEXT RECORD
                       AT END SET FIN-RESUB TO TRUE
                       NOT AT END
                           IF RS-TIPO-TRANX = "ALTA"
                               OR RS-TIPO-TRANX = "MODI"
                               MOVE RS-FECHA-CITA TO WS-OCUPA-FECHA
                               MOVE RS-HORA-CITA TO WS-OCUPA-HORA
                               MOVE RS-CAMPO4 TO WS-OCUPA-ESTACION
                               MOVE RS-PROFESIONAL
                                   TO WS-OCUPA-PROFESIONAL
                               PERFORM AGREGAR-OCUPACION
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RESUB-STATUS NOT = "35"
                   CLOSE RESUB-FILE
               END-IF
           END-IF.
      * Only the search period is kept; a slot already there is not
      * stored twice.
       AGREGAR-OCUPACION.
           IF WS-OCUPA-FECHA IS NUMERIC
               AND WS-OCUPA-HORA IS NUMERIC
               AND WS-OCUPA-FECHA NOT < WS-FECHA-DESDE-NUM
               AND WS-OCUPA-FECHA NOT > WS-FECHA-HASTA
               IF WS-TOTAL-OCUPA-EST >= WS-MAX-OCUPADOS
                   OR WS-TOTAL-OCUPA-PROF >= WS-MAX-OCUPADOS
                   DISPLAY "ERROR: MAS DE " WS-MAX-OCUPADOS
                       " TURNOS EN EL PERIODO - NO SE PUEDE BUSCAR"
                   MOVE "N" TO WS-OCUPACION-COMPLETA
               ELSE
                   PERFORM ANOTAR-OCUPACION
               END-IF
           END-IF.
       ANOTAR-OCUPACION.
           MOVE WS-OCUPA-FECHA TO WS-CE-FECHA.
           MOVE WS-OCUPA-HORA TO WS-CE-HORA.
           MOVE WS-OCUPA-ESTACION TO WS-CE-ESTACION.
           MOVE WS-OCUPA-FECHA TO WS-CP-FECHA.
           MOVE WS-OCUPA-HORA TO WS-CP-HORA.
           MOVE WS-OCUPA-PROFESIONAL TO WS-CP-PROFESIONAL.
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
               SEARCH ALL WS-OCUPA-PROF
                   AT END
                       CONTINUE
                   WHEN WS-OP-CLAVE(WS-OP-IDX) = WS-CLAVE-PROF
                       SET HORARIO-OCUPADO TO TRUE
               END-SEARCH
           END-IF.
      * Day by day; once the list is full no later day can improve it.
       BUSCAR-SLOTS.
           MOVE ZERO TO WS-TOTAL-SLOTS.
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE-NUM).
           PERFORM VARYING WS-SUB-DIA FROM 0 BY 1
                   UNTIL WS-SUB-DIA > WS-DIAS-BUSQUEDA
                      OR WS-TOTAL-SLOTS >= WS-MAX-SLOTS
               COMPUTE WS-FECHA-BUSQUEDA = FUNCTION DATE-OF-INTEGER(
                   WS-DIA-ENTERO + WS-SUB-DIA)
      * Day of week 1=lunes .. 7=domingo, as in llamat01.
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
                   WS-DIA-ENTERO + WS-SUB-DIA - 1, 7) + 1
               PERFORM VARYING WS-SUB-HOR FROM 1 BY 1
                       UNTIL WS-SUB-HOR > WS-TOTAL-HORARIOS
                   IF WS-HR-DIA-SEMANA(WS-SUB-HOR) = WS-DIA-SEMANA
                       AND WS-HR-ESPECIALIDAD(WS-SUB-HOR)
                           = WS-ESPECIALIDAD
                       AND (WS-PROFESIONAL = SPACES
                            OR WS-HR-PROFESIONAL(WS-SUB-HOR)
                               = WS-PROFESIONAL)
                       AND (WS-ESTACION = SPACES
                            OR WS-HR-ESTACION(WS-SUB-HOR)
                               = WS-ESTACION)
                       PERFORM EVALUAR-FRANJA
                   END-IF
               END-PERFORM
           END-PERFORM.
       EVALUAR-FRANJA.
           PERFORM VERIFICAR-CIERRE.
           IF NOT DIA-CERRADO
               PERFORM PROBAR-FRANJA
           END-IF.
       PROBAR-FRANJA.
           PERFORM VARYING WS-MINUTO-SLOT
                   FROM WS-HR-MINUTO-DESDE(WS-SUB-HOR)
                   BY WS-HR-DURACION(WS-SUB-HOR)
                   UNTIL WS-MINUTO-SLOT + WS-HR-DURACION(WS-SUB-HOR)
                         > WS-HR-MINUTO-HASTA(WS-SUB-HOR)
               DIVIDE WS-MINUTO-SLOT BY 60 GIVING WS-HORA-SLOT-HH
                   REMAINDER WS-HORA-SLOT-MM
               IF WS-HORA-SLOT NOT < WS-HORA-DESDE-NUM
                   AND WS-HORA-SLOT < WS-HORA-HASTA-NUM
                   AND (WS-FECHA-BUSQUEDA > WS-FECHA-HOY
                        OR WS-HORA-SLOT > WS-HORA-AHORA)
                   MOVE WS-FECHA-BUSQUEDA TO WS-CE-FECHA
                   MOVE WS-HORA-SLOT TO WS-CE-HORA
                   MOVE WS-HR-ESTACION(WS-SUB-HOR) TO WS-CE-ESTACION
                   MOVE WS-FECHA-BUSQUEDA TO WS-CP-FECHA
                   MOVE WS-HORA-SLOT TO WS-CP-HORA
                   MOVE WS-HR-PROFESIONAL(WS-SUB-HOR)
                       TO WS-CP-PROFESIONAL
                   PERFORM VERIFICAR-OCUPACION
                   IF NOT HORARIO-OCUPADO
                       MOVE WS-FECHA-BUSQUEDA TO WS-SN-FECHA
                       MOVE WS-HORA-SLOT TO WS-SN-HORA
                       MOVE WS-HR-ESTACION(WS-SUB-HOR)
                           TO WS-SN-ESTACION
                       MOVE WS-HR-PROFESIONAL(WS-SUB-HOR)
                           TO WS-SN-PROFESIONAL
                       PERFORM INSERTAR-SLOT
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
       INSERTAR-SLOT.
           IF WS-TOTAL-SLOTS >= WS-MAX-SLOTS
               IF WS-SL-CLAVE(WS-TOTAL-SLOTS) > WS-SLOT-NUEVO
                   PERFORM COLOCAR-SLOT
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-SLOTS
               PERFORM COLOCAR-SLOT
           END-IF.
       COLOCAR-SLOT.
           MOVE WS-TOTAL-SLOTS TO WS-POS-INSERCION.
           PERFORM UNTIL WS-POS-INSERCION = 1
               IF WS-SL-CLAVE(WS-POS-INSERCION - 1)
                   NOT > WS-SLOT-NUEVO
                   EXIT PERFORM
               END-IF
               MOVE WS-SLOT(WS-POS-INSERCION - 1)
                   TO WS-SLOT(WS-POS-INSERCION)
               SUBTRACT 1 FROM WS-POS-INSERCION
           END-PERFORM.
           MOVE WS-SLOT-NUEVO TO WS-SLOT(WS-POS-INSERCION).
       MOSTRAR-SLOTS.
           DISPLAY " ".
           DISPLAY "NR  FECHA    HORA  EST  DESCRIPCION          "
               "PROF   NOMBRE".
           PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
                   UNTIL WS-SUB-SLOT > WS-TOTAL-SLOTS
               MOVE WS-SUB-SLOT TO WS-LS-NUMERO
               MOVE WS-SL-FECHA(WS-SUB-SLOT) TO WS-LS-FECHA
               MOVE WS-SL-HORA(WS-SUB-SLOT) TO WS-LS-HORA
               MOVE WS-SL-ESTACION(WS-SUB-SLOT) TO WS-LS-ESTACION
               MOVE WS-SL-ESTACION(WS-SUB-SLOT) TO WS-BUSCA-ESTACION
               PERFORM BUSCAR-ESTACION
               MOVE WS-DESCRIPCION-HALLADA TO WS-LS-DESCRIPCION
               MOVE WS-SL-PROFESIONAL(WS-SUB-SLOT) TO WS-LS-PROFESIONAL
               MOVE WS-SL-PROFESIONAL(WS-SUB-SLOT)
                   TO WS-BUSCA-PROFESIONAL
               PERFORM BUSCAR-PROFESIONAL
               MOVE WS-NOMBRE-HALLADO TO WS-LS-NOMBRE
               DISPLAY WS-LINEA-SLOT
           END-PERFORM.
       ELEGIR-SLOT.
           MOVE SPACES TO WS-ELECCION.
           DISPLAY "RESERVAR HORARIO NR (VACIO=NINGUNO): "
               WITH NO ADVANCING.
           ACCEPT WS-ELECCION.
           IF WS-ELECCION NOT = SPACES
               PERFORM VALIDAR-ELECCION
           END-IF.
       VALIDAR-ELECCION.
           IF WS-ELECCION(2:1) = SPACE
               MOVE WS-ELECCION(1:1) TO WS-ELECCION(2:1)
               MOVE "0" TO WS-ELECCION(1:1)
           END-IF.
           IF WS-ELECCION IS NOT NUMERIC
               DISPLAY "ERROR: NUMERO INVALIDO: " WS-ELECCION
           ELSE
               MOVE WS-ELECCION TO WS-ELECCION-NUM
               IF WS-ELECCION-NUM < 1
                   OR WS-ELECCION-NUM > WS-TOTAL-SLOTS
                   DISPLAY "ERROR: NUMERO FUERA DE LA LISTA: "
                       WS-ELECCION
               ELSE
                   PERFORM PEDIR-DATOS-ALTA
                   IF DATOS-VALIDOS
                       PERFORM GRABAR-ALTA
                   END-IF
               END-IF
           END-IF.
      * The same checks CLASE1107 makes on an ALTA, so the desk hears
      * about a typing error now and not from tomorrow's rejects.
       PEDIR-DATOS-ALTA.
           MOVE "N" TO WS-DATOS-VALIDOS.
           MOVE SPACES TO WS-CAMPO2 WS-CAMPO3 WS-PACIENTE.
           DISPLAY "TURNO (CAMPO2): " WITH NO ADVANCING.
           ACCEPT WS-CAMPO2.
           DISPLAY "CAMPO3 (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-CAMPO3.
           DISPLAY "PACIENTE (DOCUMENTO): " WITH NO ADVANCING.
           ACCEPT WS-PACIENTE.
           EVALUATE TRUE
               WHEN WS-CAMPO2 = SPACES
                   DISPLAY "ERROR: TURNO OBLIGATORIO"
               WHEN WS-CAMPO3-NUM IS NOT NUMERIC
                   OR WS-CAMPO3-NUM = ZERO
                   DISPLAY "ERROR: CAMPO3 INVALIDO: " WS-CAMPO3
               WHEN WS-PACIENTE = SPACES
                   DISPLAY "ERROR: PACIENTE OBLIGATORIO EN ALTA"
               WHEN OTHER
                   SET DATOS-VALIDOS TO TRUE
           END-EVALUATE.
           IF DATOS-VALIDOS
               PERFORM VALIDAR-PACIENTE
           END-IF.
       VALIDAR-PACIENTE.
           PERFORM BUSCAR-PACIENTE.
           IF NOT PACIENTE-HALLADO
               DISPLAY "ERROR: PACIENTE INEXISTENTE O INACTIVO: "
                   WS-PACIENTE
               MOVE "N" TO WS-DATOS-VALIDOS
           ELSE
               PERFORM VERIFICAR-TURNO-EXISTENTE
               IF TURNO-EXISTENTE
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
       BUSCAR-PACIENTE.
           MOVE "N" TO WS-PACIENTE-HALLADO.
           MOVE "N" TO WS-FIN-PACIENTES.
           OPEN INPUT PACIENTES-FILE.
           IF WS-PACIENTES-STATUS = "35"
               SET FIN-PACIENTES TO TRUE
           ELSE
               IF WS-PACIENTES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR PACIENTES.DAT "
                       "- STATUS " WS-PACIENTES-STATUS
                   SET FIN-PACIENTES TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-PACIENTES OR PACIENTE-HALLADO
               READ PACIENTES-FILE NEXT RECORD
                   AT END SET FIN-PACIENTES TO TRUE
                   NOT AT END
                       IF PAC-DOCUMENTO = WS-PACIENTE
                           AND PAC-ESTADO = "A"
                           SET PACIENTE-HALLADO TO TRUE
                           MOVE PAC-NOMBRE TO WS-NOMBRE-PACIENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PACIENTES-STATUS NOT = "35"
               CLOSE PACIENTES-FILE
           END-IF.
      * An ALTA of a turno already active would come back with
      * return code 11.
       VERIFICAR-TURNO-EXISTENTE.
           MOVE "N" TO WS-TURNO-EXISTENTE.
           MOVE "N" TO WS-FIN-MAESTRO.
           OPEN INPUT TURNOS-MAESTRO.
           IF WS-MAESTRO-STATUS NOT = "00"
               AND WS-MAESTRO-STATUS NOT = "35"
               DISPLAY "ERROR: NO SE PUDO ABRIR TURNOS-MAESTRO.DAT "
                   "- STATUS " WS-MAESTRO-STATUS
               SET TURNO-EXISTENTE TO TRUE
           ELSE
               IF WS-MAESTRO-STATUS = "35"
                   SET FIN-MAESTRO TO TRUE
               END-IF
               PERFORM UNTIL FIN-MAESTRO OR TURNO-EXISTENTE
                   READ TURNOS-MAESTRO NEXT RECORD
                       AT END SET FIN-MAESTRO TO TRUE
                       NOT AT END
                           IF TM-CAMPO2 = WS-CAMPO2 AND TM-ESTADO = "A"
                               SET TURNO-EXISTENTE TO TRUE
                               DISPLAY "ERROR: EL TURNO " WS-CAMPO2
                                   " YA ESTA ACTIVO PARA EL "
                                   TM-FECHA-CITA " " TM-HORA-CITA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-MAESTRO-STATUS NOT = "35"
                   CLOSE TURNOS-MAESTRO
               END-IF
           END-IF.
       GRABAR-ALTA.
           OPEN EXTEND RESUB-FILE.
           IF WS-RESUB-STATUS = "35"
               OPEN OUTPUT RESUB-FILE
           END-IF.
           IF WS-RESUB-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR RESUB.DAT - STATUS "
                   WS-RESUB-STATUS
           ELSE
               PERFORM ESCRIBIR-ALTA
           END-IF.
       ESCRIBIR-ALTA.
           MOVE SPACES TO RS-REGISTRO.
           MOVE WS-CAMPO2 TO RS-CAMPO2.
           MOVE WS-CAMPO3-NUM TO RS-CAMPO3.
           MOVE WS-SL-ESTACION(WS-ELECCION-NUM) TO RS-CAMPO4.
           MOVE "ALTA" TO RS-TIPO-TRANX.
           MOVE "B" TO RS-ORIGEN.
           MOVE WS-SL-FECHA(WS-ELECCION-NUM) TO RS-FECHA-CITA.
           MOVE WS-SL-HORA(WS-ELECCION-NUM) TO RS-HORA-CITA.
           MOVE WS-SL-PROFESIONAL(WS-ELECCION-NUM) TO RS-PROFESIONAL.
           MOVE WS-PACIENTE TO RS-PACIENTE.
           WRITE RS-REGISTRO.
           IF WS-RESUB-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR RESUB.DAT - STATUS "
                   WS-RESUB-STATUS
           ELSE
               ADD 1 TO WS-CONTADOR-ALTAS
               DISPLAY "ALTA GRABADA PARA LA PROXIMA CORRIDA: TURNO "
                   WS-CAMPO2 " " RS-FECHA-CITA " " RS-HORA-CITA " "
                   RS-CAMPO4 " " RS-PROFESIONAL " - "
                   WS-NOMBRE-PACIENTE
           END-IF.
           CLOSE RESUB-FILE.
       END PROGRAM BUSTUR01.
