       01  campo-fecha-cita pic 9(8).
       01  campo-hora-cita pic 9(4).
       01  campo-profesional pic x(6).
       01  campo-paciente pic x(10).
       01  campo-origen pic x.
       PROCEDURE DIVISION using campo-1 campo-2 WS-RETURN-CODE
                                 campo-tipo-tranx campo-fecha-cita
                                 campo-hora-cita campo-profesional
                                 campo-paciente campo-origen.
       MAIN-PROCEDURE.
            DISPLAY "Acabo de llegar al sub programa"
            PERFORM mostrar.
                CALL WS-NOMBRE-SUBPROGRAMA USING BY REFERENCE
                    campo-1 campo-2 WS-RETURN-CODE
                    campo-fecha-cita campo-hora-cita
                    campo-profesional campo-paciente campo-origen
                    ON EXCEPTION
                        DISPLAY "ERROR AL LLAMAR A "
                            WS-NOMBRE-SUBPROGRAMA
