           03 AUD-ORIGEN     PIC X.
           03 FILLER         PIC X.
           03 AUD-TIPO-TRANX PIC X(4).
           03 FILLER         PIC X.
           03 AUD-PACIENTE   PIC X(10).
           03 FILLER         PIC X.
           03 AUD-CODIGO     PIC XX.
       FD  AUDITORIA-HISTORIA.
       01  HIS-REGISTRO      PIC X(56).
       FD  REGISTROS-RECHAZADOS.
       01  RR-REGISTRO.
           03 RR-CAMPO2         PIC X(7).
           03 RR-PROFESIONAL    PIC X(6).
           03 RR-CODIGO-RECHAZO PIC X(2).
           03 RR-ORIGEN         PIC X.
           03 RR-PACIENTE       PIC X(10).
       FD  REPORTE-FILE.
       01  WS-LINEA-REPORTE PIC X(132).
       WORKING-STORAGE SECTION.
           03 WA-ORIGEN     PIC X.
           03 FILLER        PIC X.
           03 WA-TIPO-TRANX PIC X(4).
           03 FILLER        PIC X.
           03 WA-PACIENTE   PIC X(10).
           03 FILLER        PIC X.
           03 WA-CODIGO     PIC XX.
       01  WS-FECHA-DESDE PIC X(8) VALUE SPACES.
       01  WS-FECHA-DESDE-NUM REDEFINES WS-FECHA-DESDE PIC 9(8).
       01  WS-FECHA-HASTA PIC X(8) VALUE SPACES.
      * are carried apart from the fallidas - counting them in both
      * places would double them in the combined total.
       01  WS-TOTAL-CONFLICTOS PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-FUERA-HORARIO PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-RECHAZOS PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-RESUBMITIDAS PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-RECHAZOS-FALLIDOS PIC 9(7) VALUE ZERO.
               IF WA-RESULTADO = "CONFLIC"
                   ADD 1 TO WS-TOTAL-CONFLICTOS
               ELSE
                   IF WA-RESULTADO = "HORARIO"
                       ADD 1 TO WS-TOTAL-FUERA-HORARIO
                   ELSE
                       IF WA-RESULTADO NOT = "OK"
                           ADD 1 TO WS-TOTAL-FALLIDAS
                       END-IF
                   END-IF
               END-IF
               IF WA-ORIGEN = "R" AND WA-RESULTADO = "OK"
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
           STRING "TOTAL FUERA DE HORARIO O DIA CERRADO (YA CONTADOS "
               "COMO RECHAZO): "
               DELIMITED BY SIZE
               WS-TOTAL-FUERA-HORARIO DELIMITED BY SIZE
               INTO WS-LINEA-REPORTE.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO WS-LINEA-REPORTE.
      * RECHAZOS.DAT is a per-run file with no timestamps, so under a
      * date range its count cannot be attributed to the period - it
      * is labelled as the unfiltered live file instead.
