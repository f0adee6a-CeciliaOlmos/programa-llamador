      *          ENTLLAM01.DAT in the same H/D/T shape EXTLLAM01 emits
      *          outbound: one H header with source system and date,
      *          one D row per turno (CAMPO2, CAMPO3, CAMPO4, tipo de
      *          transaccion, fecha/hora de cita, profesional,
      *          documento del paciente) and one
      *          T trailer with the detail row count. Good rows are
      *          staged and, only when the trailer count matches the
      *          rows read, written to TURNOS.DAT in TURNO-REGISTRO
      *          03 = CAMPO3 no numerico, 04 = fecha u hora de cita no
      *          numerica). A batch (source system + date) already
      *          registered on ENTCTL.DAT is refused so the same file
      *          cannot be loaded twice. Every D row of a batch that
      *          loads - refused rows included, with their reason code
      *          - is also appended to ENTDET.DAT with the batch key
      *          and load timestamp, so ACULLAM01 can send the
      *          referral system the outcome of each turno.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CONTROL-LOTES ASSIGN TO "ENTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
      * The detail rows are staged the same way as the turnos and
      * only reach ENTDET.DAT once the batch has loaded.
           SELECT DETALLE-NUEVO ASSIGN TO "ENTDET.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALLE-NUEVO-STATUS.
           SELECT DETALLE-LOTES ASSIGN TO "ENTDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALLE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
           03 TR-FECHA-CITA  PIC 9(8).
           03 TR-HORA-CITA   PIC 9(4).
           03 TR-PROFESIONAL PIC X(6).
           03 TR-PACIENTE    PIC X(10).
       FD  TURNOS-NUEVOS.
       01  TN-REGISTRO       PIC X(46).
       FD  RECHAZOS-ENTRADA.
       01  RE-REGISTRO.
           03 RE-LINEA       PIC X(80).
           03 CL-SISTEMA     PIC X(8).
           03 FILLER         PIC X.
           03 CL-FECHA       PIC X(8).
      * ED-ESTADO is N = not yet acknowledged, P = acknowledged as
      * pending; ACULLAM01 drops the row once its outcome is final.
       FD  DETALLE-NUEVO.
       01  DN-REGISTRO       PIC X(90).
       FD  DETALLE-LOTES.
       01  ED-REGISTRO.
           03 ED-SISTEMA     PIC X(8).
           03 FILLER         PIC X.
           03 ED-FECHA-LOTE  PIC X(8).
           03 FILLER         PIC X.
           03 ED-FECHA-CARGA PIC X(14).
           03 FILLER         PIC X.
           03 ED-CAMPO2      PIC X(7).
           03 FILLER         PIC X.
           03 ED-CAMPO3      PIC X(2).
           03 FILLER         PIC X.
           03 ED-CAMPO4      PIC X(4).
           03 FILLER         PIC X.
           03 ED-TIPO-TRANX  PIC X(4).
           03 FILLER         PIC X.
           03 ED-FECHA-CITA  PIC X(8).
           03 FILLER         PIC X.
           03 ED-HORA-CITA   PIC X(4).
           03 FILLER         PIC X.
           03 ED-PROFESIONAL PIC X(6).
           03 FILLER         PIC X.
           03 ED-PACIENTE    PIC X(10).
           03 FILLER         PIC X.
           03 ED-MOTIVO      PIC X(2).
           03 FILLER         PIC X.
           03 ED-ESTADO      PIC X.
       WORKING-STORAGE SECTION.
       01  WS-ENTRADA-STATUS PIC XX.
       01  WS-TURNOS-STATUS PIC XX.
       01  WS-NUEVOS-STATUS PIC XX.
       01  WS-RECHAZOS-STATUS PIC XX.
       01  WS-CONTROL-STATUS PIC XX.
       01  WS-DETALLE-NUEVO-STATUS PIC XX.
       01  WS-DETALLE-STATUS PIC XX.
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FECHA-CARGA PIC X(14).
       01  WS-TIPO-REGISTRO PIC X.
       01  WS-SISTEMA-ORIGEN PIC X(8) VALUE SPACES.
       01  WS-FECHA-LOTE PIC X(8) VALUE SPACES.
       01  WS-TOKEN-HORA PIC X(4).
       01  WS-TOKEN-HORA-NUM REDEFINES WS-TOKEN-HORA PIC 9(4).
       01  WS-TOKEN-PROFESIONAL PIC X(6).
       01  WS-TOKEN-PACIENTE PIC X(10).
       01  WS-TOKEN-CONTADOR PIC X(7).
       01  WS-TOKEN-CONTADOR-NUM REDEFINES WS-TOKEN-CONTADOR PIC 9(7).
       01  WS-MOTIVO-RECHAZO PIC X(2) VALUE SPACES.
           88 FIN-CONTROL VALUE "S".
       01  WS-FIN-NUEVOS PIC X VALUE "N".
           88 FIN-NUEVOS VALUE "S".
       01  WS-FIN-DETALLE PIC X VALUE "N".
           88 FIN-DETALLE VALUE "S".
       01  WS-HAY-CABECERA PIC X VALUE "N".
           88 HAY-CABECERA VALUE "S".
       01  WS-HAY-COLA PIC X VALUE "N".
       MAIN-PROCEDURE.
            DISPLAY "ENTLLAM01 - CARGA DE LOTE DEL SISTEMA DE "
                "DERIVACIONES".
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
            MOVE WS-FECHA-HORA-ACTUAL(1:14) TO WS-FECHA-CARGA.
            OPEN INPUT ENTRADA-FILE.
            IF WS-ENTRADA-STATUS = "35"
                DISPLAY "ENTLLAM01 - ENTLLAM01.DAT NO EXISTE - NADA "
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN OUTPUT DETALLE-NUEVO.
            IF WS-DETALLE-NUEVO-STATUS NOT = "00"
                DISPLAY "ERROR: NO SE PUDO ABRIR ENTDET.NEW - STATUS "
                    WS-DETALLE-NUEVO-STATUS
                CLOSE ENTRADA-FILE
                CLOSE TURNOS-NUEVOS
                CLOSE RECHAZOS-ENTRADA
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF.
            READ ENTRADA-FILE
                AT END SET FIN-ENTRADA TO TRUE.
            PERFORM UNTIL FIN-ENTRADA OR HAY-COLA OR HUBO-ERROR
            CLOSE ENTRADA-FILE.
            CLOSE TURNOS-NUEVOS.
            CLOSE RECHAZOS-ENTRADA.
            CLOSE DETALLE-NUEVO.
            PERFORM VERIFICAR-BALANCE-LOTE.
            IF HUBO-ERROR
                DISPLAY "ENTLLAM01 - CARGA CANCELADA - TURNOS.DAT "
                PERFORM GRABAR-TURNOS
                IF NOT HUBO-ERROR
                    PERFORM REGISTRAR-LOTE
                    PERFORM REGISTRAR-DETALLE-LOTE
                END-IF
            END-IF.
            DISPLAY "ENTLLAM01 - DETALLES LEIDOS:     "
      * delimiters, exactly as EXTLLAM01 does outbound - numeric
      * fields must arrive full width and numeric.
       PROCESAR-DETALLE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO.
           MOVE SPACES TO WS-TOKEN-CAMPO2.
           MOVE SPACES TO WS-TOKEN-CAMPO3.
           MOVE SPACES TO WS-TOKEN-CAMPO4.
           MOVE SPACES TO WS-TOKEN-FECHA.
           MOVE SPACES TO WS-TOKEN-HORA.
           MOVE SPACES TO WS-TOKEN-PROFESIONAL.
           MOVE SPACES TO WS-TOKEN-PACIENTE.
           UNSTRING EN-LINEA DELIMITED BY ";"
               INTO WS-TIPO-REGISTRO
                    WS-TOKEN-CAMPO2
                    WS-TOKEN-FECHA
                    WS-TOKEN-HORA
                    WS-TOKEN-PROFESIONAL
                    WS-TOKEN-PACIENTE
           END-UNSTRING.
           IF WS-TOKEN-CAMPO2 = SPACES
               MOVE "02" TO WS-MOTIVO-RECHAZO
                   END-IF
               END-IF
           END-IF.
           PERFORM GRABAR-DETALLE-ACUSE.
       GRABAR-DETALLE.
           MOVE SPACES TO TURNO-REGISTRO.
           MOVE WS-TOKEN-CAMPO2 TO TR-CAMPO2.
           MOVE WS-TOKEN-FECHA-NUM TO TR-FECHA-CITA.
           MOVE WS-TOKEN-HORA-NUM TO TR-HORA-CITA.
           MOVE WS-TOKEN-PROFESIONAL TO TR-PROFESIONAL.
           MOVE WS-TOKEN-PACIENTE TO TR-PACIENTE.
           WRITE TN-REGISTRO FROM TURNO-REGISTRO.
           IF WS-NUEVOS-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR TURNOS.NEW - "
           ELSE
               ADD 1 TO WS-CONTADOR-CARGADOS
           END-IF.
      * One ENTDET row per D row, refused or not, carrying the
      * values exactly as received.
       GRABAR-DETALLE-ACUSE.
           MOVE SPACES TO ED-REGISTRO.
           MOVE WS-SISTEMA-ORIGEN TO ED-SISTEMA.
           MOVE WS-FECHA-LOTE TO ED-FECHA-LOTE.
           MOVE WS-FECHA-CARGA TO ED-FECHA-CARGA.
           MOVE WS-TOKEN-CAMPO2 TO ED-CAMPO2.
           MOVE WS-TOKEN-CAMPO3 TO ED-CAMPO3.
           MOVE WS-TOKEN-CAMPO4 TO ED-CAMPO4.
           MOVE WS-TOKEN-TIPO TO ED-TIPO-TRANX.
           MOVE WS-TOKEN-FECHA TO ED-FECHA-CITA.
           MOVE WS-TOKEN-HORA TO ED-HORA-CITA.
           MOVE WS-TOKEN-PROFESIONAL TO ED-PROFESIONAL.
           MOVE WS-TOKEN-PACIENTE TO ED-PACIENTE.
           MOVE WS-MOTIVO-RECHAZO TO ED-MOTIVO.
           MOVE "N" TO ED-ESTADO.
           WRITE DN-REGISTRO FROM ED-REGISTRO.
           IF WS-DETALLE-NUEVO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR ENTDET.NEW - "
                   "STATUS " WS-DETALLE-NUEVO-STATUS
               SET HUBO-ERROR TO TRUE
           END-IF.
       RECHAZAR-LINEA.
           MOVE SPACES TO RE-REGISTRO.
           MOVE EN-LINEA TO RE-LINEA.
               END-IF
               CLOSE CONTROL-LOTES
           END-IF.
      * The batch is already on TURNOS.DAT and ENTCTL.DAT at this
      * point, so a failure here is reported but does not undo the
      * load; the referral system then gets no acknowledgement for it.
       REGISTRAR-DETALLE-LOTE.
           MOVE "N" TO WS-FIN-DETALLE.
           OPEN INPUT DETALLE-NUEVO.
           IF WS-DETALLE-NUEVO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ENTDET.NEW - STATUS "
                   WS-DETALLE-NUEVO-STATUS
                   " - EL LOTE NO TENDRA ACUSE"
           ELSE
               OPEN EXTEND DETALLE-LOTES
               IF WS-DETALLE-STATUS = "35"
                   OPEN OUTPUT DETALLE-LOTES
               END-IF
               IF WS-DETALLE-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR ENTDET.DAT - "
                       "STATUS " WS-DETALLE-STATUS
                       " - EL LOTE NO TENDRA ACUSE"
                   CLOSE DETALLE-NUEVO
               ELSE
                   PERFORM UNTIL FIN-DETALLE
                       READ DETALLE-NUEVO INTO ED-REGISTRO
                           AT END SET FIN-DETALLE TO TRUE
                           NOT AT END
                               WRITE ED-REGISTRO
                               IF WS-DETALLE-STATUS NOT = "00"
                                   DISPLAY "ERROR: NO SE PUDO "
                                       "ESCRIBIR ENTDET.DAT - "
                                       "STATUS " WS-DETALLE-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DETALLE-NUEVO
                   CLOSE DETALLE-LOTES
               END-IF
           END-IF.
       END PROGRAM ENTLLAM01.
