      ******************************************************************
      * Author:
      * Date:
      * Purpose: Record-by-record copy of one chain file, called by
      *          RESPAL01 to take a backup generation and by RESTAU01
      *          to put it back. campo-tipo-archivo selects the file
      *          layout: "LS  " for the LINE SEQUENTIAL logs and
      *          queues, "Rnnn" for a RELATIVE file of nnn-byte
      *          records. Relative records keep their relative record
      *          number on the copy, so a restored master is slot for
      *          slot the one that was saved. With campo-destino blank
      *          the origin is only read and counted, which RESTAU01
      *          uses to check a whole generation before overwriting
      *          anything. campo-estado returns "00", "35" when the
      *          origin does not exist, or the failing file status.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPARC01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGEN-LS ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-LS ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINO-STATUS.
      * Same ORGANIZATION IS INDEXED fallback as in CLASE1107. One
      * origin/destination pair per record size found on the chain's
      * RELATIVE files; the destination is written by key so gaps left
      * by deleted slots are kept.
           SELECT ORIGEN-R023 ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-CLAVE-ORIGEN
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-R023 ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-DESTINO
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT ORIGEN-R033 ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-CLAVE-ORIGEN
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-R033 ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-DESTINO
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT ORIGEN-R039 ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-CLAVE-ORIGEN
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-R039 ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-DESTINO
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT ORIGEN-R046 ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-CLAVE-ORIGEN
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-R046 ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-DESTINO
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT ORIGEN-R055 ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-CLAVE-ORIGEN
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-R055 ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-DESTINO
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT ORIGEN-R110 ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-CLAVE-ORIGEN
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-R110 ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CLAVE-DESTINO
               FILE STATUS IS WS-DESTINO-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * The line keeps the length it was read with, so trailing
      * blanks on a queue row survive the round trip.
       FD  ORIGEN-LS
           RECORD IS VARYING IN SIZE FROM 0 TO 512 CHARACTERS
           DEPENDING ON WS-LONGITUD-LINEA.
       01  OL-LINEA          PIC X(512).
       FD  DESTINO-LS
           RECORD IS VARYING IN SIZE FROM 0 TO 512 CHARACTERS
           DEPENDING ON WS-LONGITUD-LINEA.
       01  DL-LINEA          PIC X(512).
       FD  ORIGEN-R023.
       01  O023-REGISTRO     PIC X(23).
       FD  DESTINO-R023.
       01  D023-REGISTRO     PIC X(23).
       FD  ORIGEN-R033.
       01  O033-REGISTRO     PIC X(33).
       FD  DESTINO-R033.
       01  D033-REGISTRO     PIC X(33).
       FD  ORIGEN-R039.
       01  O039-REGISTRO     PIC X(39).
       FD  DESTINO-R039.
       01  D039-REGISTRO     PIC X(39).
       FD  ORIGEN-R046.
       01  O046-REGISTRO     PIC X(46).
       FD  DESTINO-R046.
       01  D046-REGISTRO     PIC X(46).
       FD  ORIGEN-R055.
       01  O055-REGISTRO     PIC X(55).
       FD  DESTINO-R055.
       01  D055-REGISTRO     PIC X(55).
       FD  ORIGEN-R110.
       01  O110-REGISTRO     PIC X(110).
       FD  DESTINO-R110.
       01  D110-REGISTRO     PIC X(110).
       WORKING-STORAGE SECTION.
       01  WS-NOMBRE-ORIGEN PIC X(44) VALUE SPACES.
       01  WS-NOMBRE-DESTINO PIC X(44) VALUE SPACES.
       01  WS-ORIGEN-STATUS PIC XX.
       01  WS-DESTINO-STATUS PIC XX.
       01  WS-CLAVE-ORIGEN PIC 9(9) VALUE ZERO.
       01  WS-CLAVE-DESTINO PIC 9(9) VALUE ZERO.
       01  WS-LONGITUD-LINEA PIC 9(4) VALUE ZERO.
       01  WS-SOLO-CONTAR PIC X VALUE "N".
           88 SOLO-CONTAR VALUE "S".
       01  WS-FIN-ORIGEN PIC X VALUE "N".
           88 FIN-ORIGEN VALUE "S".
       LINKAGE SECTION.
       01  campo-tipo-archivo pic x(4).
       01  campo-origen pic x(44).
       01  campo-destino pic x(44).
       01  campo-registros pic 9(9).
       01  campo-estado pic xx.
       PROCEDURE DIVISION using campo-tipo-archivo campo-origen
                                 campo-destino campo-registros
                                 campo-estado.
       MAIN-PROCEDURE.
            MOVE campo-origen TO WS-NOMBRE-ORIGEN.
            MOVE campo-destino TO WS-NOMBRE-DESTINO.
            MOVE ZERO TO campo-registros.
            MOVE "00" TO campo-estado.
            MOVE "N" TO WS-FIN-ORIGEN.
            IF WS-NOMBRE-DESTINO = SPACES
                SET SOLO-CONTAR TO TRUE
            ELSE
                MOVE "N" TO WS-SOLO-CONTAR
            END-IF.
            EVALUATE campo-tipo-archivo
                WHEN "LS  "
                    PERFORM COPIAR-LS
                WHEN "R023"
                    PERFORM COPIAR-R023
                WHEN "R033"
                    PERFORM COPIAR-R033
                WHEN "R039"
                    PERFORM COPIAR-R039
                WHEN "R046"
                    PERFORM COPIAR-R046
                WHEN "R055"
                    PERFORM COPIAR-R055
                WHEN "R110"
                    PERFORM COPIAR-R110
                WHEN OTHER
                    DISPLAY "COPARC01 - TIPO DE ARCHIVO DESCONOCIDO: "
                        campo-tipo-archivo " " WS-NOMBRE-ORIGEN
                    MOVE "99" TO campo-estado
            END-EVALUATE.
            EXIT PROGRAM.
      * A missing origin is reported as "35" without opening the
      * destination, so the caller decides what an absent file means.
       COPIAR-LS.
           OPEN INPUT ORIGEN-LS.
           IF WS-ORIGEN-STATUS NOT = "00"
               MOVE WS-ORIGEN-STATUS TO campo-estado
           ELSE
               IF NOT SOLO-CONTAR
                   OPEN OUTPUT DESTINO-LS
                   IF WS-DESTINO-STATUS NOT = "00"
                       MOVE WS-DESTINO-STATUS TO campo-estado
                       CLOSE ORIGEN-LS
                   END-IF
               END-IF
           END-IF.
           IF campo-estado = "00"
               PERFORM UNTIL FIN-ORIGEN
                   READ ORIGEN-LS
                       AT END SET FIN-ORIGEN TO TRUE
                       NOT AT END
                           ADD 1 TO campo-registros
                           IF NOT SOLO-CONTAR
                               MOVE OL-LINEA TO DL-LINEA
                               WRITE DL-LINEA
                               IF WS-DESTINO-STATUS NOT = "00"
                                   MOVE WS-DESTINO-STATUS
                                       TO campo-estado
                                   SET FIN-ORIGEN TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-ORIGEN-STATUS NOT = "00"
                       AND WS-ORIGEN-STATUS NOT = "10"
                       MOVE WS-ORIGEN-STATUS TO campo-estado
                       SET FIN-ORIGEN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ORIGEN-LS
               IF NOT SOLO-CONTAR
                   CLOSE DESTINO-LS
               END-IF
           END-IF.
       COPIAR-R023.
           OPEN INPUT ORIGEN-R023.
           IF WS-ORIGEN-STATUS NOT = "00"
               MOVE WS-ORIGEN-STATUS TO campo-estado
           ELSE
               IF NOT SOLO-CONTAR
                   OPEN OUTPUT DESTINO-R023
                   IF WS-DESTINO-STATUS NOT = "00"
                       MOVE WS-DESTINO-STATUS TO campo-estado
                       CLOSE ORIGEN-R023
                   END-IF
               END-IF
           END-IF.
           IF campo-estado = "00"
               PERFORM UNTIL FIN-ORIGEN
                   READ ORIGEN-R023
                       AT END SET FIN-ORIGEN TO TRUE
                       NOT AT END
                           ADD 1 TO campo-registros
                           IF NOT SOLO-CONTAR
                               MOVE WS-CLAVE-ORIGEN TO WS-CLAVE-DESTINO
                               MOVE O023-REGISTRO TO D023-REGISTRO
                               WRITE D023-REGISTRO
                               IF WS-DESTINO-STATUS NOT = "00"
                                   MOVE WS-DESTINO-STATUS
                                       TO campo-estado
                                   SET FIN-ORIGEN TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-ORIGEN-STATUS NOT = "00"
                       AND WS-ORIGEN-STATUS NOT = "10"
                       MOVE WS-ORIGEN-STATUS TO campo-estado
                       SET FIN-ORIGEN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ORIGEN-R023
               IF NOT SOLO-CONTAR
                   CLOSE DESTINO-R023
               END-IF
           END-IF.
       COPIAR-R033.
           OPEN INPUT ORIGEN-R033.
           IF WS-ORIGEN-STATUS NOT = "00"
               MOVE WS-ORIGEN-STATUS TO campo-estado
           ELSE
               IF NOT SOLO-CONTAR
                   OPEN OUTPUT DESTINO-R033
                   IF WS-DESTINO-STATUS NOT = "00"
                       MOVE WS-DESTINO-STATUS TO campo-estado
                       CLOSE ORIGEN-R033
                   END-IF
               END-IF
           END-IF.
           IF campo-estado = "00"
               PERFORM UNTIL FIN-ORIGEN
                   READ ORIGEN-R033
                       AT END SET FIN-ORIGEN TO TRUE
                       NOT AT END
                           ADD 1 TO campo-registros
                           IF NOT SOLO-CONTAR
                               MOVE WS-CLAVE-ORIGEN TO WS-CLAVE-DESTINO
                               MOVE O033-REGISTRO TO D033-REGISTRO
                               WRITE D033-REGISTRO
                               IF WS-DESTINO-STATUS NOT = "00"
                                   MOVE WS-DESTINO-STATUS
                                       TO campo-estado
                                   SET FIN-ORIGEN TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-ORIGEN-STATUS NOT = "00"
                       AND WS-ORIGEN-STATUS NOT = "10"
                       MOVE WS-ORIGEN-STATUS TO campo-estado
                       SET FIN-ORIGEN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ORIGEN-R033
               IF NOT SOLO-CONTAR
                   CLOSE DESTINO-R033
               END-IF
           END-IF.
       COPIAR-R039.
           OPEN INPUT ORIGEN-R039.
           IF WS-ORIGEN-STATUS NOT = "00"
               MOVE WS-ORIGEN-STATUS TO campo-estado
           ELSE
               IF NOT SOLO-CONTAR
                   OPEN OUTPUT DESTINO-R039
                   IF WS-DESTINO-STATUS NOT = "00"
                       MOVE WS-DESTINO-STATUS TO campo-estado
                       CLOSE ORIGEN-R039
                   END-IF
               END-IF
           END-IF.
           IF campo-estado = "00"
               PERFORM UNTIL FIN-ORIGEN
                   READ ORIGEN-R039
                       AT END SET FIN-ORIGEN TO TRUE
                       NOT AT END
                           ADD 1 TO campo-registros
                           IF NOT SOLO-CONTAR
                               MOVE WS-CLAVE-ORIGEN TO WS-CLAVE-DESTINO
                               MOVE O039-REGISTRO TO D039-REGISTRO
                               WRITE D039-REGISTRO
                               IF WS-DESTINO-STATUS NOT = "00"
                                   MOVE WS-DESTINO-STATUS
                                       TO campo-estado
                                   SET FIN-ORIGEN TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-ORIGEN-STATUS NOT = "00"
                       AND WS-ORIGEN-STATUS NOT = "10"
                       MOVE WS-ORIGEN-STATUS TO campo-estado
                       SET FIN-ORIGEN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ORIGEN-R039
               IF NOT SOLO-CONTAR
                   CLOSE DESTINO-R039
               END-IF
           END-IF.
       COPIAR-R046.
           OPEN INPUT ORIGEN-R046.
           IF WS-ORIGEN-STATUS NOT = "00"
               MOVE WS-ORIGEN-STATUS TO campo-estado
           ELSE
               IF NOT SOLO-CONTAR
                   OPEN OUTPUT DESTINO-R046
                   IF WS-DESTINO-STATUS NOT = "00"
                       MOVE WS-DESTINO-STATUS TO campo-estado
                       CLOSE ORIGEN-R046
                   END-IF
               END-IF
           END-IF.
           IF campo-estado = "00"
               PERFORM UNTIL FIN-ORIGEN
                   READ ORIGEN-R046
                       AT END SET FIN-ORIGEN TO TRUE
                       NOT AT END
                           ADD 1 TO campo-registros
                           IF NOT SOLO-CONTAR
                               MOVE WS-CLAVE-ORIGEN TO WS-CLAVE-DESTINO
                               MOVE O046-REGISTRO TO D046-REGISTRO
                               WRITE D046-REGISTRO
                               IF WS-DESTINO-STATUS NOT = "00"
                                   MOVE WS-DESTINO-STATUS
                                       TO campo-estado
                                   SET FIN-ORIGEN TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-ORIGEN-STATUS NOT = "00"
                       AND WS-ORIGEN-STATUS NOT = "10"
                       MOVE WS-ORIGEN-STATUS TO campo-estado
                       SET FIN-ORIGEN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ORIGEN-R046
               IF NOT SOLO-CONTAR
                   CLOSE DESTINO-R046
               END-IF
           END-IF.
       COPIAR-R055.
           OPEN INPUT ORIGEN-R055.
           IF WS-ORIGEN-STATUS NOT = "00"
               MOVE WS-ORIGEN-STATUS TO campo-estado
           ELSE
               IF NOT SOLO-CONTAR
                   OPEN OUTPUT DESTINO-R055
                   IF WS-DESTINO-STATUS NOT = "00"
                       MOVE WS-DESTINO-STATUS TO campo-estado
                       CLOSE ORIGEN-R055
                   END-IF
               END-IF
           END-IF.
           IF campo-estado = "00"
               PERFORM UNTIL FIN-ORIGEN
                   READ ORIGEN-R055
                       AT END SET FIN-ORIGEN TO TRUE
                       NOT AT END
                           ADD 1 TO campo-registros
                           IF NOT SOLO-CONTAR
                               MOVE WS-CLAVE-ORIGEN TO WS-CLAVE-DESTINO
                               MOVE O055-REGISTRO TO D055-REGISTRO
                               WRITE D055-REGISTRO
                               IF WS-DESTINO-STATUS NOT = "00"
                                   MOVE WS-DESTINO-STATUS
                                       TO campo-estado
                                   SET FIN-ORIGEN TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-ORIGEN-STATUS NOT = "00"
                       AND WS-ORIGEN-STATUS NOT = "10"
                       MOVE WS-ORIGEN-STATUS TO campo-estado
                       SET FIN-ORIGEN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ORIGEN-R055
               IF NOT SOLO-CONTAR
                   CLOSE DESTINO-R055
               END-IF
           END-IF.
       COPIAR-R110.
           OPEN INPUT ORIGEN-R110.
           IF WS-ORIGEN-STATUS NOT = "00"
               MOVE WS-ORIGEN-STATUS TO campo-estado
           ELSE
               IF NOT SOLO-CONTAR
                   OPEN OUTPUT DESTINO-R110
                   IF WS-DESTINO-STATUS NOT = "00"
                       MOVE WS-DESTINO-STATUS TO campo-estado
                       CLOSE ORIGEN-R110
                   END-IF
               END-IF
           END-IF.
           IF campo-estado = "00"
               PERFORM UNTIL FIN-ORIGEN
                   READ ORIGEN-R110
                       AT END SET FIN-ORIGEN TO TRUE
                       NOT AT END
                           ADD 1 TO campo-registros
                           IF NOT SOLO-CONTAR
                               MOVE WS-CLAVE-ORIGEN TO WS-CLAVE-DESTINO
                               MOVE O110-REGISTRO TO D110-REGISTRO
                               WRITE D110-REGISTRO
                               IF WS-DESTINO-STATUS NOT = "00"
                                   MOVE WS-DESTINO-STATUS
                                       TO campo-estado
                                   SET FIN-ORIGEN TO TRUE
                               END-IF
                           END-IF
                   END-READ
                   IF WS-ORIGEN-STATUS NOT = "00"
                       AND WS-ORIGEN-STATUS NOT = "10"
                       MOVE WS-ORIGEN-STATUS TO campo-estado
                       SET FIN-ORIGEN TO TRUE
                   END-IF
               END-PERFORM
               CLOSE ORIGEN-R110
               IF NOT SOLO-CONTAR
                   CLOSE DESTINO-R110
               END-IF
           END-IF.
       END PROGRAM COPARC01.
