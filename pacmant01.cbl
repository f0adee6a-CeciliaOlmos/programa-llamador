      ******************************************************************
      * Author:
      * Date:
      * Purpose: Operator-driven maintenance of the patient master
      *          PACIENTES.DAT (alta / modificacion / baja logica).
      *          Each record is keyed by the patient's document number
      *          and carries the name, date of birth, phone, e-mail,
      *          health-insurance (obra social) code and an active or
      *          inactive flag. The document number travels on every
      *          turno as its patient identifier; CLASE1107 rejects a
      *          turno whose patient is not on this file or is
      *          inactive. Every change is recorded on the PACHIST.DAT
      *          history file with the operator, the timestamp and the
      *          before/after image of the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PACMANT01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107 - the
      * patient master is RELATIVE with sequential access; lookups are
      * full scans and updates are REWRITEs of the record just read.
           SELECT PACIENTES-FILE ASSIGN TO "PACIENTES.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PACIENTES-STATUS.
           SELECT HISTORIA-PACIENTES ASSIGN TO "PACHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PACIENTES-FILE.
       01  PACIENTES-REGISTRO.
           03 PAC-DOCUMENTO        PIC X(10).
           03 PAC-NOMBRE           PIC X(30).
           03 PAC-FECHA-NACIMIENTO PIC 9(8).
           03 PAC-TELEFONO         PIC X(15).
           03 PAC-EMAIL            PIC X(40).
           03 PAC-OBRA-SOCIAL      PIC X(6).
           03 PAC-ESTADO           PIC X.
       FD  HISTORIA-PACIENTES.
       01  PH-REGISTRO.
           03 PH-FECHA-HORA          PIC X(14).
           03 FILLER                 PIC X.
           03 PH-USUARIO             PIC X(8).
           03 FILLER                 PIC X.
           03 PH-ACCION              PIC X.
           03 FILLER                 PIC X.
           03 PH-DOCUMENTO           PIC X(10).
           03 FILLER                 PIC X.
           03 PH-REGISTRO-ANTERIOR   PIC X(110).
           03 FILLER                 PIC X.
           03 PH-REGISTRO-NUEVO      PIC X(110).
       WORKING-STORAGE SECTION.
       01  WS-PACIENTES-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FECHA-HOY PIC 9(8).
       01  WS-USUARIO PIC X(8) VALUE SPACES.
       01  WS-ACCION PIC X VALUE SPACES.
       01  WS-DOCUMENTO PIC X(10) VALUE SPACES.
       01  WS-NOMBRE PIC X(30) VALUE SPACES.
       01  WS-FECHA-NACIMIENTO PIC X(8) VALUE SPACES.
       01  WS-FECHA-NACIMIENTO-NUM REDEFINES WS-FECHA-NACIMIENTO
                                   PIC 9(8).
       01  WS-TELEFONO PIC X(15) VALUE SPACES.
       01  WS-EMAIL PIC X(40) VALUE SPACES.
       01  WS-OBRA-SOCIAL PIC X(6) VALUE SPACES.
       01  WS-FIN-MANTENIMIENTO PIC X VALUE "N".
           88 FIN-MANTENIMIENTO VALUE "S".
       01  WS-FIN-PACIENTES PIC X VALUE "N".
           88 FIN-PACIENTES VALUE "S".
       01  WS-PACIENTE-HALLADO PIC X VALUE "N".
           88 PACIENTE-HALLADO VALUE "S".
       01  WS-FECHA-VALIDA PIC X VALUE "N".
           88 FECHA-VALIDA VALUE "S".
       01  WS-REGISTRO-ANTERIOR PIC X(110).
       01  WS-CONTADOR-ALTAS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-CAMBIOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-BAJAS PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "PACMANT01 - MANTENIMIENTO DE PACIENTES".
            DISPLAY "INGRESE USUARIO: " WITH NO ADVANCING.
            ACCEPT WS-USUARIO.
            IF WS-USUARIO = SPACES
                DISPLAY "ERROR: USUARIO OBLIGATORIO"
                STOP RUN
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
            MOVE WS-FECHA-HORA-ACTUAL(1:8) TO WS-FECHA-HOY.
            OPEN EXTEND HISTORIA-PACIENTES.
            IF WS-HISTORIA-STATUS = "35"
                OPEN OUTPUT HISTORIA-PACIENTES
            END-IF.
            IF WS-HISTORIA-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR PACHIST.DAT - STATUS "
                    WS-HISTORIA-STATUS
                STOP RUN
            END-IF.
            PERFORM UNTIL FIN-MANTENIMIENTO
                DISPLAY " "
                DISPLAY "ACCION (A=ALTA M=MODIFICACION B=BAJA "
                    "F=FIN): " WITH NO ADVANCING
                ACCEPT WS-ACCION
                EVALUATE WS-ACCION
                    WHEN "A"
                        PERFORM ALTA-PACIENTE
                    WHEN "M"
                        PERFORM MODIFICAR-PACIENTE
                    WHEN "B"
                        PERFORM BAJA-PACIENTE
                    WHEN "F"
                        SET FIN-MANTENIMIENTO TO TRUE
                    WHEN OTHER
                        DISPLAY "ACCION INVALIDA: " WS-ACCION
                END-EVALUATE
            END-PERFORM.
            CLOSE HISTORIA-PACIENTES.
            DISPLAY "PACMANT01 - ALTAS:          " WS-CONTADOR-ALTAS.
            DISPLAY "PACMANT01 - MODIFICACIONES: " WS-CONTADOR-CAMBIOS.
            DISPLAY "PACMANT01 - BAJAS:          " WS-CONTADOR-BAJAS.
            STOP RUN.
       ALTA-PACIENTE.
           PERFORM PEDIR-DOCUMENTO.
           IF WS-DOCUMENTO = SPACES
               DISPLAY "ERROR: DOCUMENTO OBLIGATORIO"
           ELSE
               PERFORM BUSCAR-PACIENTE
               IF PACIENTE-HALLADO
                   DISPLAY "ERROR: DOCUMENTO YA EXISTE: " WS-DOCUMENTO
               ELSE
                   PERFORM PEDIR-DATOS-PACIENTE
                   PERFORM VALIDAR-FECHA-NACIMIENTO
                   IF WS-NOMBRE NOT = SPACES AND FECHA-VALIDA
                       PERFORM GRABAR-ALTA-PACIENTE
                   ELSE
                       DISPLAY "ERROR: NOMBRE OBLIGATORIO Y FECHA DE "
                           "NACIMIENTO VALIDA (AAAAMMDD, NO FUTURA)"
                   END-IF
               END-IF
           END-IF.
       GRABAR-ALTA-PACIENTE.
           OPEN EXTEND PACIENTES-FILE.
           IF WS-PACIENTES-STATUS = "35"
               OPEN OUTPUT PACIENTES-FILE
           END-IF.
           IF WS-PACIENTES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PACIENTES.DAT - "
                   "STATUS " WS-PACIENTES-STATUS
           ELSE
               MOVE WS-DOCUMENTO TO PAC-DOCUMENTO
               MOVE WS-NOMBRE TO PAC-NOMBRE
               MOVE WS-FECHA-NACIMIENTO-NUM TO PAC-FECHA-NACIMIENTO
               MOVE WS-TELEFONO TO PAC-TELEFONO
               MOVE WS-EMAIL TO PAC-EMAIL
               MOVE WS-OBRA-SOCIAL TO PAC-OBRA-SOCIAL
               MOVE "A" TO PAC-ESTADO
               WRITE PACIENTES-REGISTRO
               IF WS-PACIENTES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR "
                       "PACIENTES.DAT - STATUS "
                       WS-PACIENTES-STATUS
               ELSE
                   MOVE SPACES TO WS-REGISTRO-ANTERIOR
                   PERFORM GRABAR-HISTORIA
                   ADD 1 TO WS-CONTADOR-ALTAS
                   DISPLAY "ALTA REGISTRADA: " WS-DOCUMENTO
               END-IF
               CLOSE PACIENTES-FILE
           END-IF.
       MODIFICAR-PACIENTE.
           PERFORM PEDIR-DOCUMENTO.
           PERFORM BUSCAR-Y-ACTUALIZAR.
       BAJA-PACIENTE.
           PERFORM PEDIR-DOCUMENTO.
           PERFORM BUSCAR-Y-ACTUALIZAR.
       BUSCAR-Y-ACTUALIZAR.
           MOVE "N" TO WS-PACIENTE-HALLADO.
           MOVE "N" TO WS-FIN-PACIENTES.
           OPEN I-O PACIENTES-FILE.
           IF WS-PACIENTES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR PACIENTES.DAT - "
                   "STATUS " WS-PACIENTES-STATUS
               SET FIN-PACIENTES TO TRUE
           END-IF.
           PERFORM UNTIL FIN-PACIENTES OR PACIENTE-HALLADO
               READ PACIENTES-FILE NEXT RECORD
                   AT END SET FIN-PACIENTES TO TRUE
                   NOT AT END
                       IF PAC-DOCUMENTO = WS-DOCUMENTO
                           SET PACIENTE-HALLADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF PACIENTE-HALLADO
               MOVE PACIENTES-REGISTRO TO WS-REGISTRO-ANTERIOR
               IF WS-ACCION = "B"
                   PERFORM APLICAR-BAJA
               ELSE
                   PERFORM APLICAR-MODIFICACION
               END-IF
           ELSE
               DISPLAY "ERROR: DOCUMENTO INEXISTENTE: " WS-DOCUMENTO
           END-IF.
           IF WS-PACIENTES-STATUS NOT = "35"
               CLOSE PACIENTES-FILE
           END-IF.
       APLICAR-BAJA.
           IF PAC-ESTADO = "I"
               DISPLAY "ERROR: EL PACIENTE YA ESTA INACTIVO: "
                   WS-DOCUMENTO
           ELSE
               MOVE "I" TO PAC-ESTADO
               REWRITE PACIENTES-REGISTRO
               IF WS-PACIENTES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO REESCRIBIR "
                       "PACIENTES.DAT - STATUS "
                       WS-PACIENTES-STATUS
               ELSE
                   PERFORM GRABAR-HISTORIA
                   ADD 1 TO WS-CONTADOR-BAJAS
                   DISPLAY "BAJA REGISTRADA: " WS-DOCUMENTO
               END-IF
           END-IF.
      * Blank answers keep the current value, as in PROMANT01.
       APLICAR-MODIFICACION.
           DISPLAY "NOMBRE ACTUAL:       " PAC-NOMBRE.
           DISPLAY "NACIMIENTO ACTUAL:   " PAC-FECHA-NACIMIENTO.
           DISPLAY "TELEFONO ACTUAL:     " PAC-TELEFONO.
           DISPLAY "E-MAIL ACTUAL:       " PAC-EMAIL.
           DISPLAY "OBRA SOCIAL ACTUAL:  " PAC-OBRA-SOCIAL
               " ESTADO: " PAC-ESTADO.
           PERFORM PEDIR-DATOS-PACIENTE.
           IF WS-NOMBRE NOT = SPACES
               MOVE WS-NOMBRE TO PAC-NOMBRE
           END-IF.
           IF WS-FECHA-NACIMIENTO NOT = SPACES
               PERFORM VALIDAR-FECHA-NACIMIENTO
               IF FECHA-VALIDA
                   MOVE WS-FECHA-NACIMIENTO-NUM
                       TO PAC-FECHA-NACIMIENTO
               ELSE
                   DISPLAY "AVISO: FECHA INVALIDA - SE CONSERVA "
                       PAC-FECHA-NACIMIENTO
               END-IF
           END-IF.
           IF WS-TELEFONO NOT = SPACES
               MOVE WS-TELEFONO TO PAC-TELEFONO
           END-IF.
           IF WS-EMAIL NOT = SPACES
               MOVE WS-EMAIL TO PAC-EMAIL
           END-IF.
           IF WS-OBRA-SOCIAL NOT = SPACES
               MOVE WS-OBRA-SOCIAL TO PAC-OBRA-SOCIAL
           END-IF.
      * A modificacion also reactivates an inactive patient - that is
      * how one taken offline by error comes back.
           MOVE "A" TO PAC-ESTADO.
           REWRITE PACIENTES-REGISTRO.
           IF WS-PACIENTES-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO REESCRIBIR "
                   "PACIENTES.DAT - STATUS "
                   WS-PACIENTES-STATUS
           ELSE
               PERFORM GRABAR-HISTORIA
               ADD 1 TO WS-CONTADOR-CAMBIOS
               DISPLAY "MODIFICACION REGISTRADA: " WS-DOCUMENTO
           END-IF.
       PEDIR-DOCUMENTO.
           DISPLAY "DOCUMENTO DEL PACIENTE: " WITH NO ADVANCING.
           ACCEPT WS-DOCUMENTO.
       PEDIR-DATOS-PACIENTE.
           DISPLAY "NOMBRE: " WITH NO ADVANCING.
           ACCEPT WS-NOMBRE.
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-FECHA-NACIMIENTO.
           DISPLAY "TELEFONO: " WITH NO ADVANCING.
           ACCEPT WS-TELEFONO.
           DISPLAY "E-MAIL: " WITH NO ADVANCING.
           ACCEPT WS-EMAIL.
           DISPLAY "OBRA SOCIAL: " WITH NO ADVANCING.
           ACCEPT WS-OBRA-SOCIAL.
      * A real calendar date, and not in the future.
       VALIDAR-FECHA-NACIMIENTO.
           MOVE "N" TO WS-FECHA-VALIDA.
           IF WS-FECHA-NACIMIENTO-NUM IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-FECHA-NACIMIENTO-NUM)
                   = ZERO
                   AND WS-FECHA-NACIMIENTO-NUM NOT > WS-FECHA-HOY
                   SET FECHA-VALIDA TO TRUE
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
                   DISPLAY "ERROR: NO SE PUDO ABRIR "
                       "PACIENTES.DAT - STATUS "
                       WS-PACIENTES-STATUS
                   SET FIN-PACIENTES TO TRUE
               END-IF
           END-IF.
           PERFORM UNTIL FIN-PACIENTES OR PACIENTE-HALLADO
               READ PACIENTES-FILE NEXT RECORD
                   AT END SET FIN-PACIENTES TO TRUE
                   NOT AT END
                       IF PAC-DOCUMENTO = WS-DOCUMENTO
                           SET PACIENTE-HALLADO TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PACIENTES-STATUS NOT = "35"
               CLOSE PACIENTES-FILE
           END-IF.
       GRABAR-HISTORIA.
           MOVE SPACES TO PH-REGISTRO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
           MOVE WS-FECHA-HORA-ACTUAL(1:14) TO PH-FECHA-HORA.
           MOVE WS-USUARIO TO PH-USUARIO.
           MOVE WS-ACCION TO PH-ACCION.
           MOVE WS-DOCUMENTO TO PH-DOCUMENTO.
           MOVE WS-REGISTRO-ANTERIOR TO PH-REGISTRO-ANTERIOR.
           MOVE PACIENTES-REGISTRO TO PH-REGISTRO-NUEVO.
           WRITE PH-REGISTRO.
           IF WS-HISTORIA-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR PACHIST.DAT - "
                   "STATUS " WS-HISTORIA-STATUS
           END-IF.
       END PROGRAM PACMANT01.
