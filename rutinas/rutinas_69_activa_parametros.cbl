      *     'A'; everything else is left alone. Runs as a step of
      *     nightly_driver.sh so a change keyed for the 1st is live
      *     on the morning of the 1st without anyone staying up.
      *   - a pending change to pg-bloqueo-minutos (record-lock timeout)
      *     is applied like the other fields.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_69.
            MOVE 0 TO pg-tendencia-pct
            MOVE 0 TO pg-retencion-anios
            MOVE 0 TO pg-capacidad-pct
            MOVE 0 TO pg-validez-dias
            MOVE 0 TO pg-tier-a-miles
            MOVE 0 TO pg-tier-b-miles
            MOVE 0 TO pg-jornada-minutos
            MOVE 0 TO pg-extra-pct
            MOVE 0 TO pg-vacaciones-dias
            MOVE 0 TO pg-descuadre-max
            MOVE 0 TO pg-inusual-puntos
            MOVE 0 TO pg-inusual-limite
            MOVE 0 TO pg-bloqueo-minutos
            OPEN INPUT generales-file
            IF fs-generales-ok
                READ generales-file
            END-IF
            IF pg-capacidad-pct NOT NUMERIC
                MOVE 0 TO pg-capacidad-pct
            END-IF
            IF pg-validez-dias NOT NUMERIC
                MOVE 0 TO pg-validez-dias
            END-IF
            IF pg-tier-a-miles NOT NUMERIC
                MOVE 0 TO pg-tier-a-miles
            END-IF
            IF pg-tier-b-miles NOT NUMERIC
                MOVE 0 TO pg-tier-b-miles
            END-IF
            IF pg-jornada-minutos NOT NUMERIC
                MOVE 0 TO pg-jornada-minutos
            END-IF
            IF pg-extra-pct NOT NUMERIC
                MOVE 0 TO pg-extra-pct
            END-IF
            IF pg-vacaciones-dias NOT NUMERIC
                MOVE 0 TO pg-vacaciones-dias
                MOVE 0 TO pg-descuadre-max
            END-IF
            IF pg-descuadre-max NOT NUMERIC
                MOVE 0 TO pg-descuadre-max
            END-IF
            IF pg-inusual-puntos NOT NUMERIC
                MOVE 0 TO pg-inusual-puntos
            END-IF
            IF pg-inusual-limite NOT NUMERIC
                MOVE 0 TO pg-inusual-limite
            END-IF
            IF pg-bloqueo-minutos NOT NUMERIC
                MOVE 0 TO pg-bloqueo-minutos
            END-IF.

       aplica-pendiente.
                    WHEN "pg-capacidad-pct"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-capacidad-pct
                    WHEN "pg-validez-dias"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-validez-dias
                    WHEN "pg-tier-a-miles"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-tier-a-miles
                    WHEN "pg-tier-b-miles"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-tier-b-miles
                    WHEN "pg-jornada-minutos"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-jornada-minutos
                    WHEN "pg-extra-pct"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-extra-pct
                    WHEN "pg-vacaciones-dias"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-vacaciones-dias
                    WHEN "pg-descuadre-max"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-descuadre-max
                    WHEN "pg-inusual-puntos"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-inusual-puntos
                    WHEN "pg-inusual-limite"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-inusual-limite
                    WHEN "pg-bloqueo-minutos"
                        MOVE pt-valor(ws-pend-idx)
                            TO pg-bloqueo-minutos
                    WHEN OTHER
                        DISPLAY "rutinas_69: campo desconocido, se "
                                "deja pendiente: "
                            = "pg-retencion-anios"
                        OR pt-campo(ws-pend-idx)
                            = "pg-capacidad-pct"
                        OR pt-campo(ws-pend-idx)
                            = "pg-validez-dias"
                        OR pt-campo(ws-pend-idx)
                            = "pg-tier-a-miles"
                        OR pt-campo(ws-pend-idx)
                            = "pg-tier-b-miles"
                        OR pt-campo(ws-pend-idx)
                            = "pg-jornada-minutos"
                        OR pt-campo(ws-pend-idx) = "pg-extra-pct"
                        OR pt-campo(ws-pend-idx)
                            = "pg-vacaciones-dias"
                        OR pt-campo(ws-pend-idx)
                            = "pg-descuadre-max"
                        OR pt-campo(ws-pend-idx)
                            = "pg-inusual-puntos"
                        OR pt-campo(ws-pend-idx)
                            = "pg-inusual-limite"
                        OR pt-campo(ws-pend-idx)
                            = "pg-bloqueo-minutos"
                    MOVE 'A' TO pt-estado(ws-pend-idx)
                    SET ws-tocado TO TRUE
                    ADD 1 TO ws-aplicados
