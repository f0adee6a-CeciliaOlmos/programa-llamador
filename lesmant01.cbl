      ******************************************************************
      * Author:
      * Date:
      * Purpose: Desk maintenance of the waiting list LISTAESP.DAT.
      *          CLASE1107 queues every turno refused on an agenda
      *          conflict (origen "C"); here the desk adds the
      *          requests taken by phone or at the counter (origen
      *          "M", with the operator on the entry), drops a turno
      *          that no longer needs a slot and lists the queue in
      *          arrival order. Each entry names the requested
      *          station, an optional professional, the patient and
      *          the date window in which a freed slot may be offered
      *          by LESOFE01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LESMANT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-ESPERA ASSIGN TO "LISTAESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAESP-STATUS.
      * A baja copies the surviving entries to LISTAESP.NEW and then
      * back over LISTAESP.DAT - the list cannot be rewritten in place.
           SELECT LISTA-ESPERA-NUEVA ASSIGN TO "LISTAESP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTAESP-NUEVA-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107.
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
       WORKING-STORAGE SECTION.
       01  WS-LISTAESP-STATUS PIC XX.
       01  WS-LISTAESP-NUEVA-STATUS PIC XX.
       01  WS-ESTACIONES-STATUS PIC XX.
       01  WS-PROFESIONALES-STATUS PIC XX.
       01  WS-PACIENTES-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-USUARIO PIC X(8) VALUE SPACES.
       01  WS-ACCION PIC X VALUE SPACES.
       01  WS-CAMPO2 PIC X(7) VALUE SPACES.
       01  WS-CAMPO3 PIC X(2) VALUE SPACES.
       01  WS-CAMPO3-NUM REDEFINES WS-CAMPO3 PIC 99.
       01  WS-TIPO-TRANX PIC X(4) VALUE SPACES.
       01  WS-ESTACION PIC X(4) VALUE SPACES.
       01  WS-PROFESIONAL PIC X(6) VALUE SPACES.
       01  WS-PACIENTE PIC X(10) VALUE SPACES.
       01  WS-FECHA-DESDE PIC X(8) VALUE SPACES.
       01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC X(8) VALUE SPACES.
       01  WS-FECHA-HASTA-NUM REDEFINES WS-FECHA-HASTA PIC 9(8).
      * Same default window CLASE1107 gives a conflicted turno.
       01  WS-DIAS-VENTANA-ESPERA PIC 9(3) VALUE 14.
       01  WS-FIN-MANTENIMIENTO PIC X VALUE "N".
           88 FIN-MANTENIMIENTO VALUE "S".
       01  WS-FIN-LISTA PIC X VALUE "N".
           88 FIN-LISTA VALUE "S".
       01  WS-FIN-ESTACIONES PIC X VALUE "N".
           88 FIN-ESTACIONES VALUE "S".
       01  WS-FIN-PROFESIONALES PIC X VALUE "N".
           88 FIN-PROFESIONALES VALUE "S".
       01  WS-ESTACION-HALLADA PIC X VALUE "N".
           88 ESTACION-HALLADA VALUE "S".
       01  WS-PROFESIONAL-HALLADO PIC X VALUE "N".
           88 PROFESIONAL-HALLADO VALUE "S".
       01  WS-FIN-PACIENTES PIC X VALUE "N".
           88 FIN-PACIENTES VALUE "S".
       01  WS-PACIENTE-HALLADO PIC X VALUE "N".
           88 PACIENTE-HALLADO VALUE "S".
       01  WS-DATOS-VALIDOS PIC X VALUE "N".
           88 DATOS-VALIDOS VALUE "S".
       01  WS-SITUACION PIC X(7) VALUE SPACES.
       01  WS-CONTADOR-LISTADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-QUITADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-ALTAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-BAJAS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "LESMANT01 - MANTENIMIENTO DE LISTA DE ESPERA".
            DISPLAY "INGRESE USUARIO: " WITH NO ADVANCING.
            ACCEPT WS-USUARIO.
            IF WS-USUARIO = SPACES
                DISPLAY "ERROR: USUARIO OBLIGATORIO"
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-MANTENIMIENTO
                MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
                MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY
                DISPLAY " "
                DISPLAY "ACCION (A=ALTA B=BAJA L=LISTADO F=FIN): "
                    WITH NO ADVANCING
                ACCEPT WS-ACCION
                EVALUATE WS-ACCION
                    WHEN "A"
                        PERFORM ALTA-ESPERA
                    WHEN "B"
                        PERFORM BAJA-ESPERA
                    WHEN "L"
                        PERFORM LISTAR-ESPERA
                    WHEN "F"
                        SET FIN-MANTENIMIENTO TO TRUE
                    WHEN OTHER
                        DISPLAY "ACCION INVALIDA: " WS-ACCION
                END-EVALUATE
            END-PERFORM.
            DISPLAY "LESMANT01 - ENTRADAS AGREGADAS: "
                WS-CONTADOR-ALTAS.
            DISPLAY "LESMANT01 - ENTRADAS QUITADAS:  "
                WS-CONTADOR-BAJAS.
            STOP RUN.
       ALTA-ESPERA.
           PERFORM PEDIR-DATOS-ESPERA.
           PERFORM VALIDAR-DATOS-ESPERA.
           IF DATOS-VALIDOS
               PERFORM GRABAR-ALTA-ESPERA
           END-IF.
       PEDIR-DATOS-ESPERA.
           MOVE SPACES TO WS-TIPO-TRANX.
           DISPLAY "TURNO (CAMPO2): " WITH NO ADVANCING.
           ACCEPT WS-CAMPO2.
           DISPLAY "CAMPO3 (2 DIGITOS): " WITH NO ADVANCING.
           ACCEPT WS-CAMPO3.
           DISPLAY "TIPO (ALTA/MODI, VACIO=ALTA): " WITH NO ADVANCING.
           ACCEPT WS-TIPO-TRANX.
           DISPLAY "ESTACION: " WITH NO ADVANCING.
           ACCEPT WS-ESTACION.
           DISPLAY "PROFESIONAL (VACIO=CUALQUIERA): "
               WITH NO ADVANCING.
           ACCEPT WS-PROFESIONAL.
           DISPLAY "PACIENTE (DOCUMENTO): " WITH NO ADVANCING.
           ACCEPT WS-PACIENTE.
           DISPLAY "DESDE (AAAAMMDD, VACIO=HOY): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "HASTA (AAAAMMDD, VACIO=" WS-DIAS-VENTANA-ESPERA
               " DIAS): " WITH NO ADVANCING.
           ACCEPT WS-FECHA-HASTA.
      * The window may not open in the past nor close before it
      * opens; station and professional must exist on their masters.
      * The offer becomes an ALTA or MODI for CLASE1107, so the
      * patient follows its rule: required on ALTA, and when given it
      * must be an active patient.
       VALIDAR-DATOS-ESPERA.
           MOVE "N" TO WS-DATOS-VALIDOS.
           IF WS-TIPO-TRANX = SPACES
               MOVE "ALTA" TO WS-TIPO-TRANX
           END-IF.
           IF WS-FECHA-DESDE = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-DESDE-NUM
           END-IF.
           EVALUATE TRUE
               WHEN WS-CAMPO2 = SPACES
                   DISPLAY "ERROR: TURNO OBLIGATORIO"
               WHEN WS-CAMPO3-NUM IS NOT NUMERIC
                   DISPLAY "ERROR: CAMPO3 NO NUMERICO: " WS-CAMPO3
               WHEN WS-TIPO-TRANX NOT = "ALTA"
                   AND WS-TIPO-TRANX NOT = "MODI"
                   DISPLAY "ERROR: TIPO INVALIDO: " WS-TIPO-TRANX
               WHEN WS-ESTACION = SPACES
                   DISPLAY "ERROR: ESTACION OBLIGATORIA"
               WHEN WS-PACIENTE = SPACES AND WS-TIPO-TRANX = "ALTA"
                   DISPLAY "ERROR: PACIENTE OBLIGATORIO EN ALTA"
               WHEN WS-FECHA-DESDE-NUM IS NOT NUMERIC
                   DISPLAY "ERROR: FECHA DESDE INVALIDA: "
                       WS-FECHA-DESDE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-DESDE-NUM)
                   NOT = ZERO
                   DISPLAY "ERROR: FECHA DESDE INVALIDA: "
                       WS-FECHA-DESDE
               WHEN WS-FECHA-DESDE-NUM < WS-FECHA-HOY
                   DISPLAY "ERROR: FECHA DESDE ANTERIOR A HOY"
               WHEN OTHER
                   PERFORM VALIDAR-FECHA-HASTA
           END-EVALUATE.
           IF DATOS-VALIDOS
               PERFORM VERIFICAR-REFERENCIAS
               IF NOT ESTACION-HALLADA OR NOT PROFESIONAL-HALLADO
                   OR NOT PACIENTE-HALLADO
                   MOVE "N" TO WS-DATOS-VALIDOS
               END-IF
           END-IF.
       VALIDAR-FECHA-HASTA.
           IF WS-FECHA-HASTA = SPACES
               COMPUTE WS-FECHA-HASTA-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE-NUM)
                   + WS-DIAS-VENTANA-ESPERA)
           END-IF.
           IF WS-FECHA-HASTA-NUM IS NOT NUMERIC
               DISPLAY "ERROR: FECHA HASTA INVALIDA: " WS-FECHA-HASTA
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-HASTA-NUM)
                   NOT = ZERO
                   OR WS-FECHA-HASTA-NUM < WS-FECHA-DESDE-NUM
                   DISPLAY "ERROR: FECHA HASTA INVALIDA: "
                       WS-FECHA-HASTA
               ELSE
                   SET DATOS-VALIDOS TO TRUE
               END-IF
           END-IF.
       VERIFICAR-REFERENCIAS.
           PERFORM BUSCAR-ESTACION.
           IF NOT ESTACION-HALLADA
               DISPLAY "ERROR: ESTACION INEXISTENTE: " WS-ESTACION
           END-IF.
           MOVE "S" TO WS-PROFESIONAL-HALLADO.
           IF WS-PROFESIONAL NOT = SPACES
               PERFORM BUSCAR-PROFESIONAL
               IF NOT PROFESIONAL-HALLADO
                   DISPLAY "ERROR: PROFESIONAL INEXISTENTE: "
                       WS-PROFESIONAL
               END-IF
           END-IF.
           MOVE "S" TO WS-PACIENTE-HALLADO.
           IF WS-PACIENTE NOT = SPACES
               PERFORM BUSCAR-PACIENTE
               IF NOT PACIENTE-HALLADO
                   DISPLAY "ERROR: PACIENTE INEXISTENTE O INACTIVO: "
                       WS-PACIENTE
               END-IF
           END-IF.
       GRABAR-ALTA-ESPERA.
           OPEN EXTEND LISTA-ESPERA.
           IF WS-LISTAESP-STATUS = "35"
               OPEN OUTPUT LISTA-ESPERA
           END-IF.
           IF WS-LISTAESP-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.DAT - STATUS "
                   WS-LISTAESP-STATUS
           ELSE
               MOVE SPACES TO LE-REGISTRO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL
               MOVE WS-FECHA-HORA-ACTUAL(1:14) TO LE-FECHA-ALTA
               MOVE "M" TO LE-ORIGEN
               MOVE WS-USUARIO TO LE-USUARIO
               MOVE WS-CAMPO2 TO LE-CAMPO2
               MOVE WS-CAMPO3-NUM TO LE-CAMPO3
               MOVE WS-TIPO-TRANX TO LE-TIPO-TRANX
               MOVE WS-ESTACION TO LE-ESTACION
               MOVE WS-PROFESIONAL TO LE-PROFESIONAL
               MOVE WS-PACIENTE TO LE-PACIENTE
               MOVE WS-FECHA-DESDE-NUM TO LE-FECHA-DESDE
               MOVE WS-FECHA-HASTA-NUM TO LE-FECHA-HASTA
               WRITE LE-REGISTRO
               IF WS-LISTAESP-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR LISTAESP.DAT - "
                       "STATUS " WS-LISTAESP-STATUS
               ELSE
                   ADD 1 TO WS-CONTADOR-ALTAS
                   DISPLAY "EN LISTA DE ESPERA: " WS-CAMPO2
                       " DEL " LE-FECHA-DESDE " AL " LE-FECHA-HASTA
               END-IF
               CLOSE LISTA-ESPERA
           END-IF.
      * Every entry of the turno is dropped - a conflict retried on
      * several nights leaves one entry per night.
       BAJA-ESPERA.
           DISPLAY "TURNO (CAMPO2): " WITH NO ADVANCING.
           ACCEPT WS-CAMPO2.
           IF WS-CAMPO2 = SPACES
               DISPLAY "ERROR: TURNO OBLIGATORIO"
           ELSE
               PERFORM COPIAR-SIN-TURNO
               IF WS-CONTADOR-QUITADOS = ZERO
                   DISPLAY "ERROR: TURNO NO ESTA EN LISTA DE ESPERA: "
                       WS-CAMPO2
               ELSE
                   PERFORM REESCRIBIR-LISTA
               END-IF
           END-IF.
       COPIAR-SIN-TURNO.
           MOVE ZERO TO WS-CONTADOR-QUITADOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT LISTA-ESPERA.
           IF WS-LISTAESP-STATUS NOT = "00"
               IF WS-LISTAESP-STATUS NOT = "35"
                   DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.DAT - "
                       "STATUS " WS-LISTAESP-STATUS
               END-IF
           ELSE
               OPEN OUTPUT LISTA-ESPERA-NUEVA
               IF WS-LISTAESP-NUEVA-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.NEW - "
                       "STATUS " WS-LISTAESP-NUEVA-STATUS
                   SET FIN-LISTA TO TRUE
               END-IF
               PERFORM UNTIL FIN-LISTA
                   READ LISTA-ESPERA
                       AT END SET FIN-LISTA TO TRUE
                       NOT AT END
                           IF LE-CAMPO2 = WS-CAMPO2
                               ADD 1 TO WS-CONTADOR-QUITADOS
                           ELSE
                               WRITE LN-REGISTRO FROM LE-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-ESPERA
               IF WS-LISTAESP-NUEVA-STATUS = "00"
                   CLOSE LISTA-ESPERA-NUEVA
               ELSE
                   MOVE ZERO TO WS-CONTADOR-QUITADOS
               END-IF
           END-IF.
      * LISTAESP.NEW must be readable BEFORE the live list is opened
      * for OUTPUT - the OUTPUT open truncates it.
       REESCRIBIR-LISTA.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT LISTA-ESPERA-NUEVA.
           IF WS-LISTAESP-NUEVA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.NEW - "
                   "STATUS " WS-LISTAESP-NUEVA-STATUS
                   " - LISTAESP.DAT QUEDA SIN ACTUALIZAR"
           ELSE
               OPEN OUTPUT LISTA-ESPERA
               IF WS-LISTAESP-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO REABRIR LISTAESP.DAT - "
                       "STATUS " WS-LISTAESP-STATUS
                       " - LISTAESP.DAT QUEDA SIN ACTUALIZAR"
                   CLOSE LISTA-ESPERA-NUEVA
               ELSE
                   PERFORM UNTIL FIN-LISTA
                       READ LISTA-ESPERA-NUEVA INTO LE-REGISTRO
                           AT END SET FIN-LISTA TO TRUE
                           NOT AT END
                               WRITE LE-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE LISTA-ESPERA-NUEVA
                   CLOSE LISTA-ESPERA
                   ADD WS-CONTADOR-QUITADOS TO WS-CONTADOR-BAJAS
                   DISPLAY "QUITADO DE LISTA DE ESPERA: " WS-CAMPO2
                       " (" WS-CONTADOR-QUITADOS " ENTRADAS)"
               END-IF
           END-IF.
      * Entries whose window already closed are flagged VENCIDA; they
      * are purged by the next LESOFE01 run.
       LISTAR-ESPERA.
           MOVE ZERO TO WS-CONTADOR-LISTADOS.
           MOVE "N" TO WS-FIN-LISTA.
           OPEN INPUT LISTA-ESPERA.
           IF WS-LISTAESP-STATUS NOT = "00"
               IF WS-LISTAESP-STATUS NOT = "35"
                   DISPLAY "ERROR: NO SE PUDO ABRIR LISTAESP.DAT - "
                       "STATUS " WS-LISTAESP-STATUS
               END-IF
               SET FIN-LISTA TO TRUE
           ELSE
               DISPLAY "ALTA           O TURNO   C3 TIPO EST  PROF   "
                   "DESDE    HASTA    PACIENTE"
           END-IF.
           PERFORM UNTIL FIN-LISTA
               READ LISTA-ESPERA
                   AT END SET FIN-LISTA TO TRUE
                   NOT AT END
                       IF LE-FECHA-HASTA < WS-FECHA-HOY
                           MOVE "VENCIDA" TO WS-SITUACION
                       ELSE
                           MOVE SPACES TO WS-SITUACION
                       END-IF
                       DISPLAY LE-FECHA-ALTA " " LE-ORIGEN " "
                           LE-CAMPO2 " " LE-CAMPO3 " " LE-TIPO-TRANX
                           " " LE-ESTACION " " LE-PROFESIONAL " "
                           LE-FECHA-DESDE " " LE-FECHA-HASTA " "
                           LE-PACIENTE " " WS-SITUACION
                       ADD 1 TO WS-CONTADOR-LISTADOS
               END-READ
           END-PERFORM.
           IF WS-LISTAESP-STATUS NOT = "35"
               CLOSE LISTA-ESPERA
           END-IF.
           DISPLAY "ENTRADAS EN LISTA DE ESPERA: " WS-CONTADOR-LISTADOS.
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
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PACIENTES-STATUS NOT = "35"
               CLOSE PACIENTES-FILE
           END-IF.
       END PROGRAM LESMANT01.
