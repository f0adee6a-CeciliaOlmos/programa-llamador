      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outbound acknowledgement to the hospital referral
      *          system for the batches loaded by ENTLLAM01. Runs in
      *          the CADENA01 chain after CLASE1107 and REPROC01 and
      *          before ARCAUD01, while the day's AUDITORIA.DAT is
      *          still live. ENTLLAM01 leaves one ENTDET.DAT row per
      *          inbound D row of every batch it registered on
      *          ENTCTL.DAT; each row is matched, by turno, tipo de
      *          transaccion and load timestamp, against the day's
      *          audit rows, RECHAZOS.DAT, the error queues
      *          COLAERR.DAT and DEADLET.DAT, the write-off file
      *          DESCARTE.DAT and the master. The result is written
      *          per batch to ACUSE.<sistema>.<fecha lote>.<AAAAMMDD
      *          HHMMSS>.DAT in the same semicolon H/D/T shape as
      *          ENTLLAM01.DAT: one H header (sistema, fecha de lote,
      *          fecha and hora of the acknowledgement), one D row per
      *          turno (CAMPO2, CAMPO3, CAMPO4, tipo, estado, codigo,
      *          fecha/hora de cita and profesional confirmed,
      *          documento del paciente) and one T trailer with the
      *          row count. Estado is ACEPTADO (codigo 00), RECHAZADO
      *          (rejection or handler return code), INVALIDO (refused
      *          at intake, ENTLLAM01 reason code), DESCARTADO
      *          (written off by TRIDEA01, reason of the write-off) or
      *          PENDIENTE (still on COLAERR.DAT or DEADLET.DAT, or
      *          not processed yet). The first acknowledgement of a
      *          batch lists every turno; pending turnos stay on
      *          ENTDET.DAT and are sent again, on the acknowledgement
      *          of the run where they resolve, and only then.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACULLAM01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETALLE-LOTES ASSIGN TO "ENTDET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALLE-STATUS.
      * The rows still pending are written to ENTDET.NEW and copied
      * back at end of run, as REPROC01 does with COLAERR.DAT.
           SELECT DETALLE-NUEVO ASSIGN TO "ENTDET.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETALLE-NUEVO-STATUS.
           SELECT AUDITORIA-LLAMADOS ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.
           SELECT REGISTROS-RECHAZADOS ASSIGN TO "RECHAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
           SELECT COLA-ERRORES ASSIGN TO "COLAERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLA-ERRORES-STATUS.
           SELECT COLA-MUERTOS ASSIGN TO "DEADLET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MUERTOS-STATUS.
           SELECT BAJAS-DEFINITIVAS ASSIGN TO "DESCARTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAJAS-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107.
           SELECT TURNOS-MAESTRO ASSIGN TO "TURNOS-MAESTRO.DAT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAESTRO-STATUS.
           SELECT ACUSE-FILE
               ASSIGN TO DYNAMIC WS-NOMBRE-ACUSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACUSE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  DETALLE-NUEVO.
       01  DN-REGISTRO       PIC X(90).
       FD  AUDITORIA-LLAMADOS.
       01  AUD-REGISTRO.
           03 AUD-FECHA-HORA PIC X(14).
           03 FILLER         PIC X.
           03 AUD-CAMPO2     PIC X(7).
           03 FILLER         PIC X.
           03 AUD-CAMPO4     PIC X(4).
           03 FILLER         PIC X.
           03 AUD-RESULTADO  PIC X(7).
           03 FILLER         PIC X.
           03 AUD-ORIGEN     PIC X.
           03 FILLER         PIC X.
           03 AUD-TIPO-TRANX PIC X(4).
           03 FILLER         PIC X.
           03 AUD-PACIENTE   PIC X(10).
           03 FILLER         PIC X.
           03 AUD-CODIGO     PIC XX.
       FD  REGISTROS-RECHAZADOS.
       01  RR-REGISTRO.
           03 RR-CAMPO2         PIC X(7).
           03 RR-CAMPO3         PIC 99.
           03 RR-CAMPO4         PIC X(4).
           03 RR-TIPO-TRANX     PIC X(4).
           03 RR-FECHA-CITA     PIC 9(8).
           03 RR-HORA-CITA      PIC 9(4).
           03 RR-PROFESIONAL    PIC X(6).
           03 RR-CODIGO-RECHAZO PIC X(2).
           03 RR-ORIGEN         PIC X.
           03 RR-PACIENTE       PIC X(10).
       FD  COLA-ERRORES.
       01  CE-REGISTRO       PIC X(81).
       FD  COLA-MUERTOS.
       01  CM-REGISTRO.
           03 CM-COLA-ERROR  PIC X(81).
           03 FILLER         PIC X.
           03 CM-MOTIVO      PIC X(2).
       FD  BAJAS-DEFINITIVAS.
       01  BD-REGISTRO.
           03 BD-FECHA-HORA     PIC X(14).
           03 FILLER            PIC X.
           03 BD-USUARIO        PIC X(8).
           03 FILLER            PIC X.
           03 BD-MOTIVO-MUERTO  PIC X(2).
           03 FILLER            PIC X.
           03 BD-MOTIVO-BAJA    PIC X(2).
           03 FILLER            PIC X.
           03 BD-COLA-ERROR     PIC X(81).
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
       FD  ACUSE-FILE.
       01  AC-REGISTRO       PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DETALLE-STATUS PIC XX.
       01  WS-DETALLE-NUEVO-STATUS PIC XX.
       01  WS-AUDITORIA-STATUS PIC XX.
       01  WS-RECHAZOS-STATUS PIC XX.
       01  WS-COLA-ERRORES-STATUS PIC XX.
       01  WS-MUERTOS-STATUS PIC XX.
       01  WS-BAJAS-STATUS PIC XX.
       01  WS-MAESTRO-STATUS PIC XX.
       01  WS-ACUSE-STATUS PIC XX.
       01  WS-NOMBRE-ACUSE PIC X(60).
       01  WS-FECHA-HORA-ACTUAL PIC X(21).
       01  WS-FIN-DETALLE PIC X VALUE "N".
           88 FIN-DETALLE VALUE "S".
       01  WS-FIN-AUDITORIA PIC X VALUE "N".
           88 FIN-AUDITORIA VALUE "S".
       01  WS-FIN-RECHAZOS PIC X VALUE "N".
           88 FIN-RECHAZOS VALUE "S".
       01  WS-FIN-COLA PIC X VALUE "N".
           88 FIN-COLA VALUE "S".
       01  WS-FIN-MUERTOS PIC X VALUE "N".
           88 FIN-MUERTOS VALUE "S".
       01  WS-FIN-BAJAS PIC X VALUE "N".
           88 FIN-BAJAS VALUE "S".
       01  WS-FIN-MAESTRO PIC X VALUE "N".
           88 FIN-MAESTRO VALUE "S".
       01  WS-COPIA-CORRECTA PIC X VALUE "S".
           88 COPIA-CORRECTA VALUE "S".
       01  WS-ACUSE-CORRECTO PIC X VALUE "S".
           88 ACUSE-CORRECTO VALUE "S".
       01  WS-HUBO-ERROR PIC X VALUE "N".
           88 HUBO-ERROR VALUE "S".
      * Error-queue record as CLASE1107 writes it to COLAERR.DAT; the
      * DEADLET.DAT and DESCARTE.DAT rows carry the same image.
       01  WS-COLA-ERROR.
           03 WS-CE-PROGRAMA    PIC X(8).
           03 FILLER            PIC X.
           03 WS-CE-FECHA-HORA  PIC X(14).
           03 FILLER            PIC X.
           03 WS-CE-CAMPO2      PIC X(7).
           03 FILLER            PIC X.
           03 WS-CE-CAMPO4      PIC X(4).
           03 FILLER            PIC X.
           03 WS-CE-CAMPO3      PIC 99.
           03 FILLER            PIC X.
           03 WS-CE-TIPO-TRANX  PIC X(4).
           03 FILLER            PIC X.
           03 WS-CE-REINTENTOS  PIC 99.
           03 FILLER            PIC X.
           03 WS-CE-FECHA-CITA  PIC 9(8).
           03 FILLER            PIC X.
           03 WS-CE-HORA-CITA   PIC 9(4).
           03 FILLER            PIC X.
           03 WS-CE-PROFESIONAL PIC X(6).
           03 FILLER            PIC X.
           03 WS-CE-PACIENTE    PIC X(10).
           03 FILLER            PIC X.
           03 WS-CE-ORIGEN      PIC X.
      * Key of the record being matched against the table: a source
      * row only counts for a turno loaded at or before its timestamp,
      * so a turno code reused by a later batch is not confused with
      * an older one.
       01  WS-BUSCA-CAMPO2 PIC X(7).
       01  WS-BUSCA-TIPO PIC X(4).
       01  WS-BUSCA-FECHA-HORA PIC X(14).
      * ENTDET.DAT rows still to acknowledge, in file order. What each
      * source says about the turno is gathered in the WS-DT- fields
      * and RESOLVER-DETALLE turns it into estado and codigo.
       01  WS-TOTAL-DETALLES PIC 9(5) VALUE ZERO.
       01  WS-MAX-DETALLES PIC 9(5) VALUE 5000.
       01  WS-TABLA-DETALLES.
           03 WS-DETALLE OCCURS 5000 TIMES.
               05 WS-DT-REGISTRO      PIC X(90).
               05 WS-DT-LOTE          PIC X(16).
               05 WS-DT-FECHA-CARGA   PIC X(14).
               05 WS-DT-CAMPO2        PIC X(7).
               05 WS-DT-TIPO-TRANX    PIC X(4).
               05 WS-DT-MOTIVO        PIC X(2).
               05 WS-DT-ESTADO        PIC X.
               05 WS-DT-AUD-FECHA     PIC X(14).
               05 WS-DT-AUD-RESULTADO PIC X(7).
               05 WS-DT-AUD-CODIGO    PIC X(2).
               05 WS-DT-RECHAZO       PIC X(2).
               05 WS-DT-EN-COLA       PIC X.
               05 WS-DT-EN-MUERTOS    PIC X.
               05 WS-DT-MOTIVO-MUERTO PIC X(2).
               05 WS-DT-EN-DESCARTE   PIC X.
               05 WS-DT-MOTIVO-BAJA   PIC X(2).
               05 WS-DT-EN-MAESTRO    PIC X.
               05 WS-DT-TM-FECHA      PIC 9(8).
               05 WS-DT-TM-HORA       PIC 9(4).
               05 WS-DT-TM-PROFESIONAL PIC X(6).
               05 WS-DT-RESULTADO     PIC X(10).
               05 WS-DT-CODIGO        PIC X(2).
               05 WS-DT-FINAL         PIC X.
               05 WS-DT-ACUSAR        PIC X.
               05 WS-DT-ACUSADO       PIC X.
       01  WS-SUB-DETALLE PIC 9(5) VALUE ZERO.
       01  WS-SUB-LOTE PIC 9(5) VALUE ZERO.
       01  WS-LOTE-ACTUAL PIC X(16).
       01  WS-LINEA-ACUSE PIC X(80).
       01  WS-CONTADOR-LINEAS-LOTE PIC 9(7) VALUE ZERO.
       01  WS-CONTADOR-ACUSES PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-INFORMADOS PIC 9(5) VALUE ZERO.
       01  WS-CONTADOR-PENDIENTES PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "ACULLAM01 - ACUSE DE LOTES AL SISTEMA DE "
                "DERIVACIONES".
            MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA-ACTUAL.
            PERFORM CARGAR-DETALLES.
            IF WS-TOTAL-DETALLES = ZERO
                DISPLAY "ACULLAM01 - NO HAY TURNOS PENDIENTES DE ACUSE"
                STOP RUN
            END-IF.
            PERFORM RECORRER-AUDITORIA.
            PERFORM RECORRER-RECHAZOS.
            PERFORM RECORRER-COLA.
            PERFORM RECORRER-MUERTOS.
            PERFORM RECORRER-DESCARTES.
            PERFORM RECORRER-MAESTRO.
            PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                    UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
                PERFORM RESOLVER-DETALLE
            END-PERFORM.
            PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                    UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
                IF WS-DT-ACUSAR(WS-SUB-DETALLE) = "S"
                    AND WS-DT-ACUSADO(WS-SUB-DETALLE) = "N"
                    PERFORM GENERAR-ACUSE-LOTE
                END-IF
            END-PERFORM.
            PERFORM GRABAR-DETALLES.
            DISPLAY "ACULLAM01 - ACUSES GENERADOS:      "
                WS-CONTADOR-ACUSES.
            DISPLAY "ACULLAM01 - TURNOS INFORMADOS:     "
                WS-CONTADOR-INFORMADOS.
            DISPLAY "ACULLAM01 - TURNOS AUN PENDIENTES: "
                WS-CONTADOR-PENDIENTES.
            IF HUBO-ERROR
                MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
      * A missing ENTDET.DAT just means no batch was ever loaded.
       CARGAR-DETALLES.
           OPEN INPUT DETALLE-LOTES.
           IF WS-DETALLE-STATUS = "35"
               SET FIN-DETALLE TO TRUE
           ELSE
               IF WS-DETALLE-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR ENTDET.DAT - "
                       "STATUS " WS-DETALLE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-DETALLE
               READ DETALLE-LOTES
                   AT END SET FIN-DETALLE TO TRUE
                   NOT AT END
                       IF ED-ESTADO = "N" OR ED-ESTADO = "P"
                           PERFORM AGREGAR-DETALLE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DETALLE-STATUS NOT = "35"
               CLOSE DETALLE-LOTES
           END-IF.
       AGREGAR-DETALLE.
           IF WS-TOTAL-DETALLES NOT < WS-MAX-DETALLES
               DISPLAY "ERROR: ENTDET.DAT SUPERA " WS-MAX-DETALLES
                   " TURNOS PENDIENTES - NO SE PROCESA"
               CLOSE DETALLE-LOTES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-TOTAL-DETALLES.
           MOVE WS-TOTAL-DETALLES TO WS-SUB-DETALLE.
           MOVE ED-REGISTRO TO WS-DT-REGISTRO(WS-SUB-DETALLE).
           MOVE ED-SISTEMA TO WS-DT-LOTE(WS-SUB-DETALLE)(1:8).
           MOVE ED-FECHA-LOTE TO WS-DT-LOTE(WS-SUB-DETALLE)(9:8).
           MOVE ED-FECHA-CARGA TO WS-DT-FECHA-CARGA(WS-SUB-DETALLE).
           MOVE ED-CAMPO2 TO WS-DT-CAMPO2(WS-SUB-DETALLE).
           MOVE ED-TIPO-TRANX TO WS-DT-TIPO-TRANX(WS-SUB-DETALLE).
           MOVE ED-MOTIVO TO WS-DT-MOTIVO(WS-SUB-DETALLE).
           MOVE ED-ESTADO TO WS-DT-ESTADO(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-AUD-FECHA(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-AUD-RESULTADO(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-AUD-CODIGO(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-RECHAZO(WS-SUB-DETALLE).
           MOVE "N" TO WS-DT-EN-COLA(WS-SUB-DETALLE).
           MOVE "N" TO WS-DT-EN-MUERTOS(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-MOTIVO-MUERTO(WS-SUB-DETALLE).
           MOVE "N" TO WS-DT-EN-DESCARTE(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-MOTIVO-BAJA(WS-SUB-DETALLE).
           MOVE "N" TO WS-DT-EN-MAESTRO(WS-SUB-DETALLE).
           MOVE ZERO TO WS-DT-TM-FECHA(WS-SUB-DETALLE).
           MOVE ZERO TO WS-DT-TM-HORA(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-TM-PROFESIONAL(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-RESULTADO(WS-SUB-DETALLE).
           MOVE SPACES TO WS-DT-CODIGO(WS-SUB-DETALLE).
           MOVE "N" TO WS-DT-FINAL(WS-SUB-DETALLE).
           MOVE "N" TO WS-DT-ACUSAR(WS-SUB-DETALLE).
           MOVE "N" TO WS-DT-ACUSADO(WS-SUB-DETALLE).
      * The live audit file holds today's CLASE1107 and REPROC01
      * calls in time order, so the last matching row is the latest
      * outcome of the turno.
       RECORRER-AUDITORIA.
           OPEN INPUT AUDITORIA-LLAMADOS.
           IF WS-AUDITORIA-STATUS = "35"
               SET FIN-AUDITORIA TO TRUE
           ELSE
               IF WS-AUDITORIA-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR AUDITORIA.DAT - "
                       "STATUS " WS-AUDITORIA-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-AUDITORIA
               READ AUDITORIA-LLAMADOS
                   AT END SET FIN-AUDITORIA TO TRUE
                   NOT AT END
                       MOVE AUD-CAMPO2 TO WS-BUSCA-CAMPO2
                       MOVE AUD-TIPO-TRANX TO WS-BUSCA-TIPO
                       MOVE AUD-FECHA-HORA TO WS-BUSCA-FECHA-HORA
                       PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                               UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
                           IF WS-DT-CAMPO2(WS-SUB-DETALLE)
                                   = WS-BUSCA-CAMPO2
                               AND WS-DT-TIPO-TRANX(WS-SUB-DETALLE)
                                   = WS-BUSCA-TIPO
                               AND WS-DT-FECHA-CARGA(WS-SUB-DETALLE)
                                   NOT > WS-BUSCA-FECHA-HORA
                               MOVE AUD-FECHA-HORA
                                   TO WS-DT-AUD-FECHA(WS-SUB-DETALLE)
                               MOVE AUD-RESULTADO TO
                                   WS-DT-AUD-RESULTADO(WS-SUB-DETALLE)
                               MOVE AUD-CODIGO
                                   TO WS-DT-AUD-CODIGO(WS-SUB-DETALLE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-AUDITORIA-STATUS NOT = "35"
               CLOSE AUDITORIA-LLAMADOS
           END-IF.
      * RECHAZOS.DAT is recreated by every CLASE1107 run and carries
      * no timestamp; the rows on it are this run's rejections, so
      * only turnos loaded before now can match.
       RECORRER-RECHAZOS.
           OPEN INPUT REGISTROS-RECHAZADOS.
           IF WS-RECHAZOS-STATUS = "35"
               SET FIN-RECHAZOS TO TRUE
           ELSE
               IF WS-RECHAZOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR RECHAZOS.DAT - "
                       "STATUS " WS-RECHAZOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-RECHAZOS
               READ REGISTROS-RECHAZADOS
                   AT END SET FIN-RECHAZOS TO TRUE
                   NOT AT END
                       MOVE RR-CAMPO2 TO WS-BUSCA-CAMPO2
                       MOVE RR-TIPO-TRANX TO WS-BUSCA-TIPO
                       MOVE WS-FECHA-HORA-ACTUAL(1:14)
                           TO WS-BUSCA-FECHA-HORA
                       PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                               UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
                           IF WS-DT-CAMPO2(WS-SUB-DETALLE)
                                   = WS-BUSCA-CAMPO2
                               AND WS-DT-TIPO-TRANX(WS-SUB-DETALLE)
                                   = WS-BUSCA-TIPO
                               AND WS-DT-FECHA-CARGA(WS-SUB-DETALLE)
                                   NOT > WS-BUSCA-FECHA-HORA
                               MOVE RR-CODIGO-RECHAZO
                                   TO WS-DT-RECHAZO(WS-SUB-DETALLE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-RECHAZOS-STATUS NOT = "35"
               CLOSE REGISTROS-RECHAZADOS
           END-IF.
       RECORRER-COLA.
           OPEN INPUT COLA-ERRORES.
           IF WS-COLA-ERRORES-STATUS = "35"
               SET FIN-COLA TO TRUE
           ELSE
               IF WS-COLA-ERRORES-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR COLAERR.DAT - "
                       "STATUS " WS-COLA-ERRORES-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-COLA
               READ COLA-ERRORES INTO WS-COLA-ERROR
                   AT END SET FIN-COLA TO TRUE
                   NOT AT END
                       PERFORM PREPARAR-BUSQUEDA-COLA
                       PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                               UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
                           IF WS-DT-CAMPO2(WS-SUB-DETALLE)
                                   = WS-BUSCA-CAMPO2
                               AND WS-DT-TIPO-TRANX(WS-SUB-DETALLE)
                                   = WS-BUSCA-TIPO
                               AND WS-DT-FECHA-CARGA(WS-SUB-DETALLE)
                                   NOT > WS-BUSCA-FECHA-HORA
                               MOVE "S" TO WS-DT-EN-COLA(WS-SUB-DETALLE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-COLA-ERRORES-STATUS NOT = "35"
               CLOSE COLA-ERRORES
           END-IF.
       RECORRER-MUERTOS.
           OPEN INPUT COLA-MUERTOS.
           IF WS-MUERTOS-STATUS = "35"
               SET FIN-MUERTOS TO TRUE
           ELSE
               IF WS-MUERTOS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR DEADLET.DAT - "
                       "STATUS " WS-MUERTOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-MUERTOS
               READ COLA-MUERTOS
                   AT END SET FIN-MUERTOS TO TRUE
                   NOT AT END
                       MOVE CM-COLA-ERROR TO WS-COLA-ERROR
                       PERFORM PREPARAR-BUSQUEDA-COLA
                       PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                               UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
                           IF WS-DT-CAMPO2(WS-SUB-DETALLE)
                                   = WS-BUSCA-CAMPO2
                               AND WS-DT-TIPO-TRANX(WS-SUB-DETALLE)
                                   = WS-BUSCA-TIPO
                               AND WS-DT-FECHA-CARGA(WS-SUB-DETALLE)
                                   NOT > WS-BUSCA-FECHA-HORA
                               MOVE "S"
                                   TO WS-DT-EN-MUERTOS(WS-SUB-DETALLE)
                               MOVE CM-MOTIVO TO
                                   WS-DT-MOTIVO-MUERTO(WS-SUB-DETALLE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-MUERTOS-STATUS NOT = "35"
               CLOSE COLA-MUERTOS
           END-IF.
       RECORRER-DESCARTES.
           OPEN INPUT BAJAS-DEFINITIVAS.
           IF WS-BAJAS-STATUS = "35"
               SET FIN-BAJAS TO TRUE
           ELSE
               IF WS-BAJAS-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO ABRIR DESCARTE.DAT - "
                       "STATUS " WS-BAJAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM UNTIL FIN-BAJAS
               READ BAJAS-DEFINITIVAS
                   AT END SET FIN-BAJAS TO TRUE
                   NOT AT END
                       MOVE BD-COLA-ERROR TO WS-COLA-ERROR
                       PERFORM PREPARAR-BUSQUEDA-COLA
                       PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                               UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
                           IF WS-DT-CAMPO2(WS-SUB-DETALLE)
                                   = WS-BUSCA-CAMPO2
                               AND WS-DT-TIPO-TRANX(WS-SUB-DETALLE)
                                   = WS-BUSCA-TIPO
                               AND WS-DT-FECHA-CARGA(WS-SUB-DETALLE)
                                   NOT > WS-BUSCA-FECHA-HORA
                               MOVE "S"
                                   TO WS-DT-EN-DESCARTE(WS-SUB-DETALLE)
                               MOVE BD-MOTIVO-BAJA TO
                                   WS-DT-MOTIVO-BAJA(WS-SUB-DETALLE)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           IF WS-BAJAS-STATUS NOT = "35"
               CLOSE BAJAS-DEFINITIVAS
           END-IF.
       PREPARAR-BUSQUEDA-COLA.
           MOVE WS-CE-CAMPO2 TO WS-BUSCA-CAMPO2.
           MOVE WS-CE-TIPO-TRANX TO WS-BUSCA-TIPO.
           MOVE WS-CE-FECHA-HORA TO WS-BUSCA-FECHA-HORA.
      * The confirmed cita is the active master record of the turno
      * as it stands after today's calls.
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
                           PERFORM MARCAR-CITA-CONFIRMADA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAESTRO-STATUS NOT = "35"
               CLOSE TURNOS-MAESTRO
           END-IF.
       MARCAR-CITA-CONFIRMADA.
           PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                   UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
               IF WS-DT-CAMPO2(WS-SUB-DETALLE) = TM-CAMPO2
                   MOVE "S" TO WS-DT-EN-MAESTRO(WS-SUB-DETALLE)
                   MOVE TM-FECHA-CITA TO WS-DT-TM-FECHA(WS-SUB-DETALLE)
                   MOVE TM-HORA-CITA TO WS-DT-TM-HORA(WS-SUB-DETALLE)
                   MOVE TM-PROFESIONAL
                       TO WS-DT-TM-PROFESIONAL(WS-SUB-DETALLE)
               END-IF
           END-PERFORM.
      * Order matters: an intake refusal never reached CLASE1107; a
      * write-off is final even though the turno once sat on
      * DEADLET.DAT; a turno still on an error queue is pending
      * whatever the audit said about an earlier attempt. A CALLERR
      * audit row without a queue row is left pending as well.
       RESOLVER-DETALLE.
           MOVE "S" TO WS-DT-FINAL(WS-SUB-DETALLE).
           EVALUATE TRUE
               WHEN WS-DT-MOTIVO(WS-SUB-DETALLE) NOT = SPACES
                   MOVE "INVALIDO" TO WS-DT-RESULTADO(WS-SUB-DETALLE)
                   MOVE WS-DT-MOTIVO(WS-SUB-DETALLE)
                       TO WS-DT-CODIGO(WS-SUB-DETALLE)
               WHEN WS-DT-EN-DESCARTE(WS-SUB-DETALLE) = "S"
                   MOVE "DESCARTADO" TO WS-DT-RESULTADO(WS-SUB-DETALLE)
                   MOVE WS-DT-MOTIVO-BAJA(WS-SUB-DETALLE)
                       TO WS-DT-CODIGO(WS-SUB-DETALLE)
               WHEN WS-DT-EN-MUERTOS(WS-SUB-DETALLE) = "S"
                   MOVE "N" TO WS-DT-FINAL(WS-SUB-DETALLE)
                   MOVE WS-DT-MOTIVO-MUERTO(WS-SUB-DETALLE)
                       TO WS-DT-CODIGO(WS-SUB-DETALLE)
               WHEN WS-DT-EN-COLA(WS-SUB-DETALLE) = "S"
                   MOVE "N" TO WS-DT-FINAL(WS-SUB-DETALLE)
               WHEN WS-DT-AUD-RESULTADO(WS-SUB-DETALLE) = "OK"
                   MOVE "ACEPTADO" TO WS-DT-RESULTADO(WS-SUB-DETALLE)
                   MOVE "00" TO WS-DT-CODIGO(WS-SUB-DETALLE)
               WHEN WS-DT-AUD-RESULTADO(WS-SUB-DETALLE) = "CALLERR"
                   MOVE "N" TO WS-DT-FINAL(WS-SUB-DETALLE)
               WHEN WS-DT-AUD-RESULTADO(WS-SUB-DETALLE) NOT = SPACES
                   MOVE "RECHAZADO" TO WS-DT-RESULTADO(WS-SUB-DETALLE)
                   MOVE WS-DT-AUD-CODIGO(WS-SUB-DETALLE)
                       TO WS-DT-CODIGO(WS-SUB-DETALLE)
               WHEN WS-DT-RECHAZO(WS-SUB-DETALLE) NOT = SPACES
                   MOVE "RECHAZADO" TO WS-DT-RESULTADO(WS-SUB-DETALLE)
                   MOVE WS-DT-RECHAZO(WS-SUB-DETALLE)
                       TO WS-DT-CODIGO(WS-SUB-DETALLE)
               WHEN OTHER
                   MOVE "N" TO WS-DT-FINAL(WS-SUB-DETALLE)
           END-EVALUATE.
           IF WS-DT-FINAL(WS-SUB-DETALLE) = "N"
               MOVE "PENDIENTE" TO WS-DT-RESULTADO(WS-SUB-DETALLE)
               ADD 1 TO WS-CONTADOR-PENDIENTES
           END-IF.
      * First acknowledgement of a batch: every turno. After that a
      * turno is only sent again when it stops being pending.
           IF WS-DT-ESTADO(WS-SUB-DETALLE) = "N"
               OR WS-DT-FINAL(WS-SUB-DETALLE) = "S"
               MOVE "S" TO WS-DT-ACUSAR(WS-SUB-DETALLE)
           END-IF.
      * One file per batch, holding every turno of the batch due for
      * acknowledgement. If the file cannot be written the batch's
      * rows stay on ENTDET.DAT unchanged and go out on the next run.
       GENERAR-ACUSE-LOTE.
           MOVE WS-DT-LOTE(WS-SUB-DETALLE) TO WS-LOTE-ACTUAL.
           MOVE "S" TO WS-ACUSE-CORRECTO.
           MOVE ZERO TO WS-CONTADOR-LINEAS-LOTE.
           MOVE SPACES TO WS-NOMBRE-ACUSE.
           STRING "ACUSE." DELIMITED BY SIZE
               WS-LOTE-ACTUAL(1:8) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-LOTE-ACTUAL(9:8) DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-FECHA-HORA-ACTUAL(1:14) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOMBRE-ACUSE.
           OPEN OUTPUT ACUSE-FILE.
           IF WS-ACUSE-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR " WS-NOMBRE-ACUSE
                   " - STATUS " WS-ACUSE-STATUS
               SET HUBO-ERROR TO TRUE
               MOVE "N" TO WS-ACUSE-CORRECTO
           ELSE
               MOVE SPACES TO WS-LINEA-ACUSE
               STRING "H;" DELIMITED BY SIZE
                   WS-LOTE-ACTUAL(1:8) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-LOTE-ACTUAL(9:8) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-FECHA-HORA-ACTUAL(1:8) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-FECHA-HORA-ACTUAL(9:6) DELIMITED BY SIZE
                   INTO WS-LINEA-ACUSE
               PERFORM ESCRIBIR-LINEA-ACUSE
               PERFORM VARYING WS-SUB-LOTE FROM WS-SUB-DETALLE BY 1
                       UNTIL WS-SUB-LOTE > WS-TOTAL-DETALLES
                   IF WS-DT-LOTE(WS-SUB-LOTE) = WS-LOTE-ACTUAL
                       AND WS-DT-ACUSAR(WS-SUB-LOTE) = "S"
                       PERFORM ESCRIBIR-DETALLE-ACUSE
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-LINEA-ACUSE
               STRING "T;" WS-CONTADOR-LINEAS-LOTE
                   DELIMITED BY SIZE INTO WS-LINEA-ACUSE
               PERFORM ESCRIBIR-LINEA-ACUSE
               CLOSE ACUSE-FILE
               IF ACUSE-CORRECTO
                   ADD 1 TO WS-CONTADOR-ACUSES
                   DISPLAY "ACULLAM01 - ACUSE GENERADO: "
                       WS-NOMBRE-ACUSE
               ELSE
                   SET HUBO-ERROR TO TRUE
               END-IF
           END-IF.
      * Flag the batch's rows as handled either way, so the main loop
      * does not try the same batch again; only a good file counts.
           PERFORM VARYING WS-SUB-LOTE FROM WS-SUB-DETALLE BY 1
                   UNTIL WS-SUB-LOTE > WS-TOTAL-DETALLES
               IF WS-DT-LOTE(WS-SUB-LOTE) = WS-LOTE-ACTUAL
                   AND WS-DT-ACUSAR(WS-SUB-LOTE) = "S"
                   IF ACUSE-CORRECTO
                       MOVE "S" TO WS-DT-ACUSADO(WS-SUB-LOTE)
                       ADD 1 TO WS-CONTADOR-INFORMADOS
                   ELSE
                       MOVE "E" TO WS-DT-ACUSADO(WS-SUB-LOTE)
                   END-IF
               END-IF
           END-PERFORM.
      * CAMPO2/CAMPO4 and the patient go out DELIMITED BY SIZE, as in
      * EXTLLAM01; the cita is only sent for an accepted turno still
      * active on the master.
       ESCRIBIR-DETALLE-ACUSE.
           MOVE WS-DT-REGISTRO(WS-SUB-LOTE) TO ED-REGISTRO.
           MOVE SPACES TO WS-LINEA-ACUSE.
           IF WS-DT-RESULTADO(WS-SUB-LOTE) = "ACEPTADO"
               AND WS-DT-EN-MAESTRO(WS-SUB-LOTE) = "S"
               STRING "D;" DELIMITED BY SIZE
                   ED-CAMPO2 DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ED-CAMPO3 DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ED-CAMPO4 DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ED-TIPO-TRANX DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-DT-RESULTADO(WS-SUB-LOTE) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-DT-CODIGO(WS-SUB-LOTE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-DT-TM-FECHA(WS-SUB-LOTE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-DT-TM-HORA(WS-SUB-LOTE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   WS-DT-TM-PROFESIONAL(WS-SUB-LOTE) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ED-PACIENTE DELIMITED BY SIZE
                   INTO WS-LINEA-ACUSE
           ELSE
               STRING "D;" DELIMITED BY SIZE
                   ED-CAMPO2 DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ED-CAMPO3 DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ED-CAMPO4 DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ED-TIPO-TRANX DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-DT-RESULTADO(WS-SUB-LOTE) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-DT-CODIGO(WS-SUB-LOTE) DELIMITED BY SIZE
                   ";;;;" DELIMITED BY SIZE
                   ED-PACIENTE DELIMITED BY SIZE
                   INTO WS-LINEA-ACUSE
           END-IF.
           PERFORM ESCRIBIR-LINEA-ACUSE.
           ADD 1 TO WS-CONTADOR-LINEAS-LOTE.
       ESCRIBIR-LINEA-ACUSE.
           MOVE WS-LINEA-ACUSE TO AC-REGISTRO.
           WRITE AC-REGISTRO.
           IF WS-ACUSE-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ESCRIBIR " WS-NOMBRE-ACUSE
                   " - STATUS " WS-ACUSE-STATUS
               MOVE "N" TO WS-ACUSE-CORRECTO
           END-IF.
      * A turno sent with its final outcome leaves ENTDET.DAT; one
      * sent as pending stays with estado P; one whose file failed
      * stays exactly as it was.
       GRABAR-DETALLES.
           MOVE "S" TO WS-COPIA-CORRECTA.
           OPEN OUTPUT DETALLE-NUEVO.
           IF WS-DETALLE-NUEVO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ENTDET.NEW - STATUS "
                   WS-DETALLE-NUEVO-STATUS
                   " - ENTDET.DAT QUEDA SIN ACTUALIZAR"
               SET HUBO-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-SUB-DETALLE FROM 1 BY 1
                       UNTIL WS-SUB-DETALLE > WS-TOTAL-DETALLES
                   MOVE WS-DT-REGISTRO(WS-SUB-DETALLE) TO ED-REGISTRO
                   IF WS-DT-ACUSADO(WS-SUB-DETALLE) = "S"
                       MOVE "P" TO ED-ESTADO
                   END-IF
                   IF WS-DT-ACUSADO(WS-SUB-DETALLE) NOT = "S"
                       OR WS-DT-FINAL(WS-SUB-DETALLE) = "N"
                       WRITE DN-REGISTRO FROM ED-REGISTRO
                       IF WS-DETALLE-NUEVO-STATUS NOT = "00"
                           MOVE "N" TO WS-COPIA-CORRECTA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DETALLE-NUEVO
               IF COPIA-CORRECTA
                   PERFORM REESCRIBIR-DETALLES
               ELSE
                   DISPLAY "ERROR: NO SE PUDO ESCRIBIR ENTDET.NEW "
                       "- ENTDET.DAT QUEDA SIN ACTUALIZAR"
                   SET HUBO-ERROR TO TRUE
               END-IF
           END-IF.
      * ENTDET.NEW must be readable BEFORE the live ENTDET.DAT is
      * opened for OUTPUT - the OUTPUT open truncates it.
       REESCRIBIR-DETALLES.
           MOVE "N" TO WS-FIN-DETALLE.
           OPEN INPUT DETALLE-NUEVO.
           IF WS-DETALLE-NUEVO-STATUS NOT = "00"
               DISPLAY "ERROR: NO SE PUDO ABRIR ENTDET.NEW - STATUS "
                   WS-DETALLE-NUEVO-STATUS
                   " - ENTDET.DAT QUEDA SIN ACTUALIZAR"
               SET HUBO-ERROR TO TRUE
           ELSE
               OPEN OUTPUT DETALLE-LOTES
               IF WS-DETALLE-STATUS NOT = "00"
                   DISPLAY "ERROR: NO SE PUDO REABRIR ENTDET.DAT - "
                       "STATUS " WS-DETALLE-STATUS
                       " - ENTDET.DAT QUEDA SIN ACTUALIZAR"
                   CLOSE DETALLE-NUEVO
                   SET HUBO-ERROR TO TRUE
               ELSE
                   PERFORM UNTIL FIN-DETALLE
                       READ DETALLE-NUEVO INTO ED-REGISTRO
                           AT END SET FIN-DETALLE TO TRUE
                           NOT AT END
                               WRITE ED-REGISTRO
                               IF WS-DETALLE-STATUS NOT = "00"
                                   DISPLAY "ERROR: NO SE PUDO "
                                       "REESCRIBIR ENTDET.DAT - "
                                       "STATUS " WS-DETALLE-STATUS
                                   SET HUBO-ERROR TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DETALLE-NUEVO
                   CLOSE DETALLE-LOTES
               END-IF
           END-IF.
       END PROGRAM ACULLAM01.
