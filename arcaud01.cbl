           03 AUD-ORIGEN     PIC X.
           03 FILLER         PIC X.
           03 AUD-TIPO-TRANX PIC X(4).
           03 FILLER         PIC X.
           03 AUD-PACIENTE   PIC X(10).
           03 FILLER         PIC X.
           03 AUD-CODIGO     PIC XX.
       FD  AUDITORIA-HISTORIA.
       01  HIS-REGISTRO      PIC X(56).
       WORKING-STORAGE SECTION.
       01  WS-AUDITORIA-STATUS PIC XX.
       01  WS-HISTORIA-STATUS PIC XX.
