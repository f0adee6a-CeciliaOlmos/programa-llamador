      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator-driven maintenance of the attention calendar
      *          used by llamat01 (ALTA) and llamat04 (MODI):
      *          - HORARIOS.DAT, the weekly working hours of each
      *            professional per station: day of week (1=lunes ..
      *            7=domingo), start and end time (HHMM) and the slot
      *            length in minutes. A cita must start on a slot
      *            boundary inside one of these ranges.
      *          - CIERRES.DAT, the closure days: a holiday for the
      *            whole clinic (station and professional blank), a
      *            station shutdown (station only) or a day off for
      *            one professional (professional, optionally at one
      *            station). No cita is accepted on a closed day.
      *          Horarios follow the ESTMANT01 scheme (alta /
      *          modificacion / baja logica); closures are opened with
      *          C and lifted with R. Every change is recorded on the
      *          CALHIST.DAT history file with the operator, the
      *          timestamp and the before/after values.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMANT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107 - both
      * calendar files are RELATIVE with sequential access; lookups
      * are full scans and updates are REWRITEs of the record just
      * read.
           SELECT HORARIOS-FILE ASSIGN TO "HORARIOS.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HORARIOS-STATUS.
           SELECT CIERRES-FILE ASSIGN TO "CIERRES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CIERRES-STATUS.
           SELECT ESTACIONES-FILE ASSIGN TO "ESTACIONES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTACIONES-STATUS.
           SELECT PROFESIONALES-FILE ASSIGN TO "PROFESIONALES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PROFESIONALES-STATUS.
           SELECT HISTORIA-CALENDARIO ASSIGN TO "CALHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
      * CH-ARCHIVO tells which calendar file the row belongs to ("H"
      * horarios, "C" cierres); the key and the before/after data are
      * laid out as the operator typed them for that file.
       FD  HISTORIA-CALENDARIO.
       01  CH-REGISTRO.
           03 CH-FECHA-HORA        PIC X(14).
           03 FILLER               PIC X.
           03 CH-USUARIO           PIC X(8).
           03 FILLER               PIC X.
           03 CH-ACCION            PIC X.
           03 FILLER               PIC X.
           03 CH-ARCHIVO           PIC X.
           03 FILLER               PIC X.
           03 CH-CLAVE             PIC X(18).
           03 FILLER               PIC X.
           03 CH-DATOS-ANTERIOR    PIC X(20).
           03 FILLER               PIC X.
           03 CH-DATOS-NUEVOS      PIC X(20).
           03 FILLER               PIC X.
           03 CH-ESTADO-ANTERIOR   PIC X.
           03 FILLER               PIC X.
           03 CH-ESTADO-NUEVO      PIC X.
       WORKING-STORAGE SECTION.
       01  WS-HORARIOS-STATUS PIC XX.
       01  WS-CIERRES-STATUS PIC XX.
       01  WS-ESTACIONES-STATUS PIC XX.
       01  WS-PROFESIONALES-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-USUARIO PIC X(8) VALUE SPACES.
       01  WS-ACCION PIC X VALUE SPACES.
       01  WS-CLAVE-HORARIO.
           03 WS-PROFESIONAL PIC X(6) VALUE SPACES.
           03 WS-ESTACION PIC X(4) VALUE SPACES.
           03 WS-DIA-SEMANA PIC X VALUE SPACES.
               88 DIA-SEMANA-VALIDO VALUE "1" THRU "7".
       01  WS-CLAVE-CIERRE.
           03 WS-FECHA-CIERRE PIC X(8) VALUE SPACES.
           03 WS-FECHA-CIERRE-NUM REDEFINES WS-FECHA-CIERRE
                                  PIC 9(8).
           03 WS-ESTACION-CIERRE PIC X(4) VALUE SPACES.
           03 WS-PROFESIONAL-CIERRE PIC X(6) VALUE SPACES.
       01  WS-HORA-DESDE PIC X(4) VALUE SPACES.
       01  WS-HORA-DESDE-NUM REDEFINES WS-HORA-DESDE PIC 9(4).
       01  WS-HORA-HASTA PIC X(4) VALUE SPACES.
       01  WS-HORA-HASTA-NUM REDEFINES WS-HORA-HASTA PIC 9(4).
       01  WS-DURACION PIC X(3) VALUE SPACES.
       01  WS-DURACION-NUM REDEFINES WS-DURACION PIC 9(3).
       01  WS-MOTIVO PIC X(20) VALUE SPACES.
       01  WS-HORA-TRABAJO PIC 9(4).
       01  WS-HORA-TRABAJO-R REDEFINES WS-HORA-TRABAJO.
           03 WS-HORA-TRABAJO-HH PIC 99.
           03 WS-HORA-TRABAJO-MM PIC 99.
       01  WS-MINUTO-DESDE PIC 9(4) VALUE ZERO.
       01  WS-MINUTO-HASTA PIC 9(4) VALUE ZERO.
      * Before/after image of a horario as written to CALHIST.DAT:
      * "HHMM HHMM DDD" (desde, hasta, duracion).
       01  WS-DATOS-HORARIO.
           03 WS-DH-DESDE PIC 9(4).
           03 FILLER PIC X VALUE SPACE.
           03 WS-DH-HASTA PIC 9(4).
           03 FILLER PIC X VALUE SPACE.
           03 WS-DH-DURACION PIC 9(3).
       01  WS-DATOS-ANTERIOR PIC X(20).
       01  WS-DATOS-NUEVOS PIC X(20).
       01  WS-ESTADO-ANTERIOR PIC X.
       01  WS-ESTADO-NUEVO PIC X.
       01  WS-ARCHIVO-HISTORIA PIC X.
       01  WS-CLAVE-HISTORIA PIC X(18).
       01  WS-FIN-MANTENIMIENTO PIC X VALUE "N".
           88 FIN-MANTENIMIENTO VALUE "S".
       01  WS-FIN-HORARIOS PIC X VALUE "N".
           88 FIN-HORARIOS VALUE "S".
       01  WS-FIN-CIERRES PIC X VALUE "N".
           88 FIN-CIERRES VALUE "S".
       01  WS-FIN-ESTACIONES PIC X VALUE "N".
           88 FIN-ESTACIONES VALUE "S".
       01  WS-FIN-PROFESIONALES PIC X VALUE "N".
           88 FIN-PROFESIONALES VALUE "S".
       01  WS-HORARIO-HALLADO PIC X VALUE "N".
           88 HORARIO-HALLADO VALUE "S".
       01  WS-CIERRE-HALLADO PIC X VALUE "N".
           88 CIERRE-HALLADO VALUE "S".
       01  WS-ESTACION-HALLADA PIC X VALUE "N".
           88 ESTACION-HALLADA VALUE "S".
       01  WS-PROFESIONAL-HALLADO PIC X VALUE "N".
           88 PROFESIONAL-HALLADO VALUE "S".
       01  WS-DATOS-VALIDOS PIC X VALUE "N".
           88 DATOS-VALIDOS VALUE "S".
       01  WS-CONTADOR-ALTAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CAMBIOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-BAJAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CIERRES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-REAPERTURAS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "CALMANT01 - MANTENIMIENTO DE HORARIOS Y CIERRES".
            DISPLAY "INGRESE USUARIO: " WITH NO ADVANCING.
            ACCEPT WS-USUARIO.
            IF WS-USUARIO = SPACES
                DISPLAY "ERROR: USUARIO OBLIGATORIO"
                STOP RUN
            END-IF.
            OPEN EXTEND HISTORIA-CALENDARIO.
            IF WS-HISTORIA-STATUS = "35"
                OPEN OUTPUT HISTORIA-CALENDARIO
            END-IF.
            IF WS-HISTORIA-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR CALHIST.DAT - STATUS "
                    WS-HISTORIA-STATUS
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-MANTENIMIENTO
                DISPLAY " "
                DISPLAY "HORARIO: A=ALTA M=MODIFICACION B=BAJA"
                DISPLAY "CIERRE:  C=CIERRE R=REAPERTURA"
                DISPLAY "ACCION (F=FIN): " WITH NO ADVANCING
                ACCEPT WS-ACCION
                EVALUATE WS-ACCION
                    WHEN "A"
                        PERFORM ALTA-HORARIO
                    WHEN "M"
                        PERFORM MODIFICAR-HORARIO
                    WHEN "B"
                        PERFORM BAJA-HORARIO
                    WHEN "C"
                        PERFORM ALTA-CIERRE
                    WHEN "R"
                        PERFORM REAPERTURA-CIERRE
                    WHEN "F"
                        SET FIN-MANTENIMIENTO TO TRUE
                    WHEN OTHER
                        DISPLAY "ACCION INVALIDA: " WS-ACCION
                END-EVALUATE
            END-PERFORM.
            CLOSE HISTORIA-CALENDARIO.
            DISPLAY "CALMANT01 - HORARIOS DADOS DE ALTA: "
                WS-CONTADOR-ALTAS.
            DISPLAY "CALMANT01 - HORARIOS MODIFICADOS:  "
                WS-CONTADOR-CAMBIOS.
            DISPLAY "CALMANT01 - HORARIOS DADOS DE BAJA: "
                WS-CONTADOR-BAJAS.
            DISPLAY "CALMANT01 - CIERRES REGISTRADOS:   "
                WS-CONTADOR-CIERRES.
            DISPLAY "CALMANT01 - CIERRES LEVANTADOS:    "
                WS-CONTADOR-REAPERTURAS.
            STOP RUN.
       ALTA-HORARIO.
           PERFORM PEDIR-CLAVE-HORARIO.
           IF WS-PROFESIONAL = SPACES OR WS-ESTACION = SPACES
               OR NOT DIA-SEMANA-VALIDO
               DISPLAY "ERROR: PROFESIONAL, ESTACION Y DIA (1-7) SON "
                   "OBLIGATORIOS"
           ELSE
               PERFORM VERIFICAR-REFERENCIAS
               IF PROFESIONAL-HALLADO AND ESTACION-HALLADA
                   PERFORM BUSCAR-HORARIO
                   IF HORARIO-HALLADO
                       DISPLAY "ERROR: EL HORARIO YA EXISTE - USE M "
                           "PARA MODIFICARLO"
                   ELSE
                       PERFORM PEDIR-DATOS-HORARIO
                       PERFORM VALIDAR-DATOS-HORARIO
                       IF DATOS-VALIDOS
                           PERFORM GRABAR-ALTA-HORARIO
                       END-IF
                   END-IF
               END-IF
           END-IF.
       GRABAR-ALTA-HORARIO.
           OPEN EXTEND HORARIOS-FILE.
           IF WS-HORARIOS-STATUS = "35"
               OPEN OUTPUT HORARIOS-FILE
           END-IF.
           IF WS-HORARIOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR HORARIOS.DAT - "
                   "STATUS " WS-HORARIOS-STATUS
           ELSE
               MOVE WS-PROFESIONAL TO HOR-PROFESIONAL
               MOVE WS-ESTACION TO HOR-ESTACION
               MOVE WS-DIA-SEMANA TO HOR-DIA-SEMANA
               MOVE WS-HORA-DESDE-NUM TO HOR-HORA-DESDE
               MOVE WS-HORA-HASTA-NUM TO HOR-HORA-HASTA
               MOVE WS-DURACION-NUM TO HOR-DURACION
               MOVE "A" TO HOR-ESTADO
               WRITE HOR-REGISTRO
               IF WS-HORARIOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR "
                       "HORARIOS.DAT - STATUS "
                       WS-HORARIOS-STATUS
               ELSE
                   MOVE SPACES TO WS-DATOS-ANTERIOR
                   MOVE SPACE TO WS-ESTADO-ANTERIOR
                   PERFORM GRABAR-HISTORIA-HORARIO
                   ADD 1 TO WS-CONTADOR-ALTAS
                   DISPLAY "ALTA REGISTRADA: " WS-CLAVE-HORARIO
               END-IF
               CLOSE HORARIOS-FILE
           END-IF.
       MODIFICAR-HORARIO.
           PERFORM PEDIR-CLAVE-HORARIO.
           PERFORM BUSCAR-Y-ACTUALIZAR-HORARIO.
       BAJA-HORARIO.
           PERFORM PEDIR-CLAVE-HORARIO.
           PERFORM BUSCAR-Y-ACTUALIZAR-HORARIO.
       BUSCAR-Y-ACTUALIZAR-HORARIO.
           MOVE "N" TO WS-HORARIO-HALLADO.
           MOVE "N" TO WS-FIN-HORARIOS.
           OPEN I-O HORARIOS-FILE.
           IF WS-HORARIOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR HORARIOS.DAT - "
                   "STATUS " WS-HORARIOS-STATUS
               SET FIN-HORARIOS TO TRUE
           END-IF.
           PERFORM UNTIL FIN-HORARIOS OR HORARIO-HALLADO
               READ HORARIOS-FILE NEXT RECORD
                   AT END SET FIN-HORARIOS TO TRUE
                   NOT AT END
                       IF HOR-PROFESIONAL = WS-PROFESIONAL
                           AND HOR-ESTACION = WS-ESTACION
                           AND HOR-DIA-SEMANA = WS-DIA-SEMANA
                           SET HORARIO-HALLADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF HORARIO-HALLADO
               MOVE HOR-HORA-DESDE TO WS-DH-DESDE
               MOVE HOR-HORA-HASTA TO WS-DH-HASTA
               MOVE HOR-DURACION TO WS-DH-DURACION
               MOVE WS-DATOS-HORARIO TO WS-DATOS-ANTERIOR
               MOVE HOR-ESTADO TO WS-ESTADO-ANTERIOR
               IF WS-ACCION = "B"
                   PERFORM APLICAR-BAJA-HORARIO
               ELSE
                   PERFORM APLICAR-MODIFICACION-HORARIO
               END-IF
           ELSE
               DISPLAY "ERROR: HORARIO INEXISTENTE: " WS-CLAVE-HORARIO
           END-IF.
           IF WS-HORARIOS-STATUS NOT = "35"
               CLOSE HORARIOS-FILE
           END-IF.
       APLICAR-BAJA-HORARIO.
           IF HOR-ESTADO = "I"
               DISPLAY "ERROR: EL HORARIO YA ESTA INACTIVO: "
                   WS-CLAVE-HORARIO
           ELSE
               MOVE "I" TO HOR-ESTADO
               REWRITE HOR-REGISTRO
               IF WS-HORARIOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO REESCRIBIR "
                       "HORARIOS.DAT - STATUS "
                       WS-HORARIOS-STATUS
               ELSE
                   PERFORM GRABAR-HISTORIA-HORARIO
                   ADD 1 TO WS-CONTADOR-BAJAS
                   DISPLAY "BAJA REGISTRADA: " WS-CLAVE-HORARIO
               END-IF
           END-IF.
      * Blank answers keep the current value; the resulting range is
      * validated as a whole before the record is rewritten.
       APLICAR-MODIFICACION-HORARIO.
           DISPLAY "HORARIO ACTUAL: " HOR-HORA-DESDE " A "
               HOR-HORA-HASTA " TURNOS DE " HOR-DURACION
               " MIN - ESTADO: " HOR-ESTADO.
           PERFORM PEDIR-DATOS-HORARIO.
           IF WS-HORA-DESDE = SPACES
               MOVE HOR-HORA-DESDE TO WS-HORA-DESDE-NUM
           END-IF.
           IF WS-HORA-HASTA = SPACES
               MOVE HOR-HORA-HASTA TO WS-HORA-HASTA-NUM
           END-IF.
           IF WS-DURACION = SPACES
               MOVE HOR-DURACION TO WS-DURACION-NUM
           END-IF.
           PERFORM VALIDAR-DATOS-HORARIO.
           IF DATOS-VALIDOS
               MOVE WS-HORA-DESDE-NUM TO HOR-HORA-DESDE
               MOVE WS-HORA-HASTA-NUM TO HOR-HORA-HASTA
               MOVE WS-DURACION-NUM TO HOR-DURACION
      * A modificacion also reactivates an inactive horario, the same
      * way ESTMANT01 brings back a station.
               MOVE "A" TO HOR-ESTADO
               REWRITE HOR-REGISTRO
               IF WS-HORARIOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO REESCRIBIR "
                       "HORARIOS.DAT - STATUS "
                       WS-HORARIOS-STATUS
               ELSE
                   PERFORM GRABAR-HISTORIA-HORARIO
                   ADD 1 TO WS-CONTADOR-CAMBIOS
                   DISPLAY "MODIFICACION REGISTRADA: "
                       WS-CLAVE-HORARIO
               END-IF
           END-IF.
       PEDIR-CLAVE-HORARIO.
           DISPLAY "CODIGO DE PROFESIONAL: " WITH NO ADVANCING.
           ACCEPT WS-PROFESIONAL.
           DISPLAY "CODIGO DE ESTACION: " WITH NO ADVANCING.
           ACCEPT WS-ESTACION.
           DISPLAY "DIA DE LA SEMANA (1=LUNES .. 7=DOMINGO): "
               WITH NO ADVANCING.
           ACCEPT WS-DIA-SEMANA.
       PEDIR-DATOS-HORARIO.
           DISPLAY "HORA DESDE (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-HORA-DESDE.
           DISPLAY "HORA HASTA (HHMM): " WITH NO ADVANCING.
           ACCEPT WS-HORA-HASTA.
           DISPLAY "DURACION DEL TURNO (MINUTOS): " WITH NO ADVANCING.
           ACCEPT WS-DURACION.
      * The range must fit in the day, end after it starts and hold at
      * least one whole slot.
       VALIDAR-DATOS-HORARIO.
           MOVE "N" TO WS-DATOS-VALIDOS.
           IF WS-HORA-DESDE-NUM IS NOT NUMERIC
               OR WS-HORA-HASTA-NUM IS NOT NUMERIC
               OR WS-DURACION-NUM IS NOT NUMERIC
               DISPLAY "ERROR: HORAS (HHMM) Y DURACION DEBEN SER "
                   "NUMERICAS"
           ELSE
               MOVE WS-HORA-DESDE-NUM TO WS-HORA-TRABAJO
               COMPUTE WS-MINUTO-DESDE =
                   WS-HORA-TRABAJO-HH * 60 + WS-HORA-TRABAJO-MM
               IF WS-HORA-TRABAJO-HH > 23 OR WS-HORA-TRABAJO-MM > 59
                   DISPLAY "ERROR: HORA DESDE INVALIDA: "
                       WS-HORA-DESDE
               ELSE
                   MOVE WS-HORA-HASTA-NUM TO WS-HORA-TRABAJO
                   COMPUTE WS-MINUTO-HASTA =
                       WS-HORA-TRABAJO-HH * 60 + WS-HORA-TRABAJO-MM
                   IF WS-HORA-TRABAJO-HH > 23
                       OR WS-HORA-TRABAJO-MM > 59
                       OR WS-MINUTO-HASTA NOT > WS-MINUTO-DESDE
                       DISPLAY "ERROR: HORA HASTA INVALIDA O NO "
                           "POSTERIOR A LA HORA DESDE: "
                           WS-HORA-HASTA
                   ELSE
                       IF WS-DURACION-NUM = ZERO
                           OR WS-DURACION-NUM >
                              WS-MINUTO-HASTA - WS-MINUTO-DESDE
                           DISPLAY "ERROR: DURACION INVALIDA PARA "
                               "EL RANGO HORARIO: " WS-DURACION
                       ELSE
                           SET DATOS-VALIDOS TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       BUSCAR-HORARIO.
           MOVE "N" TO WS-HORARIO-HALLADO.
           MOVE "N" TO WS-FIN-HORARIOS.
           OPEN INPUT HORARIOS-FILE.
           IF WS-HORARIOS-STATUS = "35"
               SET FIN-HORARIOS TO TRUE
           ELSE
               IF WS-HORARIOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR HORARIOS.DAT - "
                       "STATUS " WS-HORARIOS-STATUS
                   SET FIN-HORARIOS TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-HORARIOS OR HORARIO-HALLADO
               READ HORARIOS-FILE NEXT RECORD
                   AT END SET FIN-HORARIOS TO TRUE
                   NOT AT END
                       IF HOR-PROFESIONAL = WS-PROFESIONAL
                           AND HOR-ESTACION = WS-ESTACION
                           AND HOR-DIA-SEMANA = WS-DIA-SEMANA
                           SET HORARIO-HALLADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HORARIOS-STATUS NOT = "35"
               CLOSE HORARIOS-FILE
           END-IF.
       ALTA-CIERRE.
           PERFORM PEDIR-CLAVE-CIERRE.
           PERFORM VALIDAR-CLAVE-CIERRE.
           IF DATOS-VALIDOS
               DISPLAY "MOTIVO: " WITH NO ADVANCING
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   DISPLAY "ERROR: MOTIVO OBLIGATORIO"
               ELSE
                   PERFORM BUSCAR-Y-ACTUALIZAR-CIERRE
                   IF NOT CIERRE-HALLADO
                       PERFORM GRABAR-ALTA-CIERRE
                   END-IF
               END-IF
           END-IF.
       REAPERTURA-CIERRE.
           PERFORM PEDIR-CLAVE-CIERRE.
           PERFORM VALIDAR-CLAVE-CIERRE.
           IF DATOS-VALIDOS
               PERFORM BUSCAR-Y-ACTUALIZAR-CIERRE
               IF NOT CIERRE-HALLADO
                   DISPLAY "ERROR: CIERRE INEXISTENTE: "
                       WS-CLAVE-CIERRE
               END-IF
           END-IF.
       GRABAR-ALTA-CIERRE.
           OPEN EXTEND CIERRES-FILE.
           IF WS-CIERRES-STATUS = "35"
               OPEN OUTPUT CIERRES-FILE
           END-IF.
           IF WS-CIERRES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR CIERRES.DAT - "
                   "STATUS " WS-CIERRES-STATUS
           ELSE
               MOVE WS-FECHA-CIERRE-NUM TO CIE-FECHA
               MOVE WS-ESTACION-CIERRE TO CIE-ESTACION
               MOVE WS-PROFESIONAL-CIERRE TO CIE-PROFESIONAL
               MOVE WS-MOTIVO TO CIE-MOTIVO
               MOVE "A" TO CIE-ESTADO
               WRITE CIE-REGISTRO
               IF WS-CIERRES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR "
                       "CIERRES.DAT - STATUS "
                       WS-CIERRES-STATUS
               ELSE
                   MOVE SPACES TO WS-DATOS-ANTERIOR
                   MOVE SPACE TO WS-ESTADO-ANTERIOR
                   PERFORM GRABAR-HISTORIA-CIERRE
                   ADD 1 TO WS-CONTADOR-CIERRES
                   DISPLAY "CIERRE REGISTRADO: " WS-CLAVE-CIERRE
               END-IF
               CLOSE CIERRES-FILE
           END-IF.
      * A closure that was lifted by error is put back by entering it
      * again - the existing record is reactivated with the new motivo
      * instead of writing a duplicate key.
       BUSCAR-Y-ACTUALIZAR-CIERRE.
           MOVE "N" TO WS-CIERRE-HALLADO.
           MOVE "N" TO WS-FIN-CIERRES.
           OPEN I-O CIERRES-FILE.
           IF WS-CIERRES-STATUS = "35"
               SET FIN-CIERRES TO TRUE
           ELSE
               IF WS-CIERRES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR CIERRES.DAT - "
                       "STATUS " WS-CIERRES-STATUS
                   SET FIN-CIERRES TO TRUE
      * Reported as found so ALTA-CIERRE does not try to append to a
      * file it could not open.
                   SET CIERRE-HALLADO TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-CIERRES OR CIERRE-HALLADO
               READ CIERRES-FILE NEXT RECORD
                   AT END SET FIN-CIERRES TO TRUE
                   NOT AT END
                       IF CIE-FECHA = WS-FECHA-CIERRE-NUM
                           AND CIE-ESTACION = WS-ESTACION-CIERRE
                           AND CIE-PROFESIONAL = WS-PROFESIONAL-CIERRE
                           SET CIERRE-HALLADO TO TRUE
                           PERFORM APLICAR-CAMBIO-CIERRE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CIERRES-STATUS NOT = "35"
               CLOSE CIERRES-FILE
           END-IF.
       APLICAR-CAMBIO-CIERRE.
           MOVE CIE-MOTIVO TO WS-DATOS-ANTERIOR.
           MOVE CIE-ESTADO TO WS-ESTADO-ANTERIOR.
           IF WS-ACCION = "R"
               IF CIE-ESTADO = "I"
                   DISPLAY "ERROR: EL CIERRE YA ESTA LEVANTADO: "
                       WS-CLAVE-CIERRE
               ELSE
                   MOVE "I" TO CIE-ESTADO
                   PERFORM REESCRIBIR-CIERRE
                   IF WS-CIERRES-STATUS = "00"
                       ADD 1 TO WS-CONTADOR-REAPERTURAS
                       DISPLAY "CIERRE LEVANTADO: " WS-CLAVE-CIERRE
                   END-IF
               END-IF
           ELSE
               IF CIE-ESTADO = "A"
                   DISPLAY "ERROR: EL CIERRE YA EXISTE: "
                       WS-CLAVE-CIERRE " - " CIE-MOTIVO
               ELSE
                   MOVE WS-MOTIVO TO CIE-MOTIVO
                   MOVE "A" TO CIE-ESTADO
                   PERFORM REESCRIBIR-CIERRE
                   IF WS-CIERRES-STATUS = "00"
                       ADD 1 TO WS-CONTADOR-CIERRES
                       DISPLAY "CIERRE REGISTRADO: " WS-CLAVE-CIERRE
                   END-IF
               END-IF
           END-IF.
       REESCRIBIR-CIERRE.
           REWRITE CIE-REGISTRO.
           IF WS-CIERRES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR CIERRES.DAT - "
                   "STATUS " WS-CIERRES-STATUS
           ELSE
               PERFORM GRABAR-HISTORIA-CIERRE
           END-IF.
       PEDIR-CLAVE-CIERRE.
           DISPLAY "FECHA DE CIERRE (AAAAMMDD): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-CIERRE.
           DISPLAY "ESTACION (VACIO=TODAS): " WITH NO ADVANCING.
           ACCEPT WS-ESTACION-CIERRE.
           DISPLAY "PROFESIONAL (VACIO=TODOS): " WITH NO ADVANCING.
           ACCEPT WS-PROFESIONAL-CIERRE.
      * A station or professional named on a closure must exist on its
      * master (in any state) - a typo would otherwise close nothing.
       VALIDAR-CLAVE-CIERRE.
           MOVE "N" TO WS-DATOS-VALIDOS.
           IF WS-FECHA-CIERRE-NUM IS NOT NUMERIC
               DISPLAY "ERROR: FECHA INVALIDA: " WS-FECHA-CIERRE
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-CIERRE-NUM)
                   NOT = ZERO
                   DISPLAY "ERROR: FECHA INVALIDA: " WS-FECHA-CIERRE
               ELSE
                   MOVE WS-ESTACION-CIERRE TO WS-ESTACION
                   MOVE WS-PROFESIONAL-CIERRE TO WS-PROFESIONAL
                   PERFORM VERIFICAR-REFERENCIAS
                   IF PROFESIONAL-HALLADO AND ESTACION-HALLADA
                       SET DATOS-VALIDOS TO TRUE
                   END-IF
               END-IF
           END-IF.
      * Blank codes are not looked up (a closure may leave both open).
       VERIFICAR-REFERENCIAS.
           MOVE "S" TO WS-ESTACION-HALLADA.
           MOVE "S" TO WS-PROFESIONAL-HALLADO.
           IF WS-ESTACION NOT = SPACES
               PERFORM BUSCAR-ESTACION
               IF NOT ESTACION-HALLADA
                   DISPLAY "ERROR: ESTACION INEXISTENTE: " WS-ESTACION
               END-IF
           END-IF.
           IF WS-PROFESIONAL NOT = SPACES
               PERFORM BUSCAR-PROFESIONAL
               IF NOT PROFESIONAL-HALLADO
                   DISPLAY "ERROR: PROFESIONAL INEXISTENTE: "
                       WS-PROFESIONAL
               END-IF
           END-IF.
       BUSCAR-ESTACION.
           MOVE "N" TO WS-ESTACION-HALLADA.
           MOVE "N" TO WS-FIN-ESTACIONES.
           OPEN INPUT ESTACIONES-FILE.
           IF WS-ESTACIONES-STATUS = "35"
               SET FIN-ESTACIONES TO TRUE
           ELSE
               IF WS-ESTACIONES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR ESTACIONES.DAT - "
                       "STATUS " WS-ESTACIONES-STATUS
                   SET FIN-ESTACIONES TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-ESTACIONES OR ESTACION-HALLADA
               READ ESTACIONES-FILE NEXT RECORD
                   AT END SET FIN-ESTACIONES TO TRUE
                   NOT AT END
                       IF EST-CODIGO = WS-ESTACION
                           SET ESTACION-HALLADA TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ESTACIONES-STATUS NOT = "35"
               CLOSE ESTACIONES-FILE
           END-IF.
       BUSCAR-PROFESIONAL.
           MOVE "N" TO WS-PROFESIONAL-HALLADO.
           MOVE "N" TO WS-FIN-PROFESIONALES.
           OPEN INPUT PROFESIONALES-FILE.
           IF WS-PROFESIONALES-STATUS = "35"
               SET FIN-PROFESIONALES TO TRUE
           ELSE
               IF WS-PROFESIONALES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR PROFESIONALES.DAT "
                       "- STATUS " WS-PROFESIONALES-STATUS
                   SET FIN-PROFESIONALES TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-PROFESIONALES OR PROFESIONAL-HALLADO
               READ PROFESIONALES-FILE NEXT RECORD
                   AT END SET FIN-PROFESIONALES TO TRUE
                   NOT AT END
                       IF PRO-CODIGO = WS-PROFESIONAL
                           SET PROFESIONAL-HALLADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PROFESIONALES-STATUS NOT = "35"
               CLOSE PROFESIONALES-FILE
           END-IF.
       GRABAR-HISTORIA-HORARIO.
           MOVE HOR-HORA-DESDE TO WS-DH-DESDE.
           MOVE HOR-HORA-HASTA TO WS-DH-HASTA.
           MOVE HOR-DURACION TO WS-DH-DURACION.
           MOVE WS-DATOS-HORARIO TO WS-DATOS-NUEVOS.
           MOVE HOR-ESTADO TO WS-ESTADO-NUEVO.
           MOVE "H" TO WS-ARCHIVO-HISTORIA.
           MOVE WS-CLAVE-HORARIO TO WS-CLAVE-HISTORIA.
           PERFORM GRABAR-HISTORIA.
       GRABAR-HISTORIA-CIERRE.
           MOVE CIE-MOTIVO TO WS-DATOS-NUEVOS.
           MOVE CIE-ESTADO TO WS-ESTADO-NUEVO.
           MOVE "C" TO WS-ARCHIVO-HISTORIA.
           MOVE WS-CLAVE-CIERRE TO WS-CLAVE-HISTORIA.
           PERFORM GRABAR-HISTORIA.
       GRABAR-HISTORIA.
           MOVE SPACES TO CH-REGISTRO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO CH-FECHA-HORA.
           MOVE WS-USUARIO TO CH-USUARIO.
           MOVE WS-ACCION TO CH-ACCION.
           MOVE WS-ARCHIVO-HISTORIA TO CH-ARCHIVO.
           MOVE WS-CLAVE-HISTORIA TO CH-CLAVE.
           MOVE WS-DATOS-ANTERIOR TO CH-DATOS-ANTERIOR.
           MOVE WS-DATOS-NUEVOS TO CH-DATOS-NUEVOS.
           MOVE WS-ESTADO-ANTERIOR TO CH-ESTADO-ANTERIOR.
           MOVE WS-ESTADO-NUEVO TO CH-ESTADO-NUEVO.
           WRITE CH-REGISTRO.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR CALHIST.DAT - "
                   "STATUS " WS-HISTORIA-STATUS
           END-IF.
       END PROGRAM CALMANT01.
