      *     morning it takes effect; another option lists the
      *     pending changes and lets them be cancelled until then.
      *     Nobody draws the 23:59 short straw on the 31st any more.
      *   - parametros_generales.dat gained pg-validez-dias (the
      *     number of days a quote stays valid), editable here like
      *     the other fields, and later pg-tier-a-miles and
      *     pg-tier-b-miles (the volume bands of the yearly customer
      *     tier review), pg-jornada-minutos and pg-extra-pct (the
      *     standard working day and the overtime rate used by the
      *     attendance report and the payroll) and pg-vacaciones-dias
      *     (the default yearly leave days).
      *   - parametros_generales.dat gained pg-descuadre-max, the
      *     cash-up difference in euros above which the end-of-shift
      *     cash-up (rutinas_119) raises an alert, editable here
      *     like the other fields.
      *   - parametros_generales.dat gained pg-inusual-puntos (the
      *     daily operator score from which the unusual-posting
      *     detection, rutinas_136, raises an alert) and
      *     pg-inusual-limite (the amount just under which it
      *     watches repeated round figures), editable here.
      *   - parametros_generales.dat gained pg-bloqueo-minutos (the
      *     minutes after which a record lock in bloqueos.dat is taken
      *     as left by a crashed session and released), editable here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_18.
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
            PERFORM edita-pg-tendencia-pct
            PERFORM edita-pg-retencion-anios
            PERFORM edita-pg-capacidad-pct
            PERFORM edita-pg-validez-dias
            PERFORM edita-pg-tier-a-miles
            PERFORM edita-pg-tier-b-miles
            PERFORM edita-pg-jornada-minutos
            PERFORM edita-pg-extra-pct
            PERFORM edita-pg-vacaciones-dias
            PERFORM edita-pg-descuadre-max
            PERFORM edita-pg-inusual-puntos
            PERFORM edita-pg-inusual-limite
            PERFORM edita-pg-bloqueo-minutos
            OPEN OUTPUT generales-file
            WRITE parametros-generales-rec
            CLOSE generales-file.
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

       edita-pg-umbral.
                END-IF
            END-IF.

       edita-pg-validez-dias.
            MOVE pg-validez-dias TO ws-valor-anterior-edit
            DISPLAY "validez-dias actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-validez-dias
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-validez-dias" TO hc-campo
                    MOVE pg-validez-dias TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-validez-dias
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-tier-a-miles.
            MOVE pg-tier-a-miles TO ws-valor-anterior-edit
            DISPLAY "tier-a-miles actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-tier-a-miles
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-tier-a-miles" TO hc-campo
                    MOVE pg-tier-a-miles TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-tier-a-miles
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-tier-b-miles.
            MOVE pg-tier-b-miles TO ws-valor-anterior-edit
            DISPLAY "tier-b-miles actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-tier-b-miles
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-tier-b-miles" TO hc-campo
                    MOVE pg-tier-b-miles TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-tier-b-miles
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-jornada-minutos.
            MOVE pg-jornada-minutos TO ws-valor-anterior-edit
            DISPLAY "jornada-minutos actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-jornada-minutos
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-jornada-minutos" TO hc-campo
                    MOVE pg-jornada-minutos TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-jornada-minutos
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-extra-pct.
            MOVE pg-extra-pct TO ws-valor-anterior-edit
            DISPLAY "extra-pct actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-extra-pct
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-extra-pct" TO hc-campo
                    MOVE pg-extra-pct TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-extra-pct
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-vacaciones-dias.
            MOVE pg-vacaciones-dias TO ws-valor-anterior-edit
            DISPLAY "vacaciones-dias actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-vacaciones-dias
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-vacaciones-dias" TO hc-campo
                    MOVE pg-vacaciones-dias TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-vacaciones-dias
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-descuadre-max.
            MOVE pg-descuadre-max TO ws-valor-anterior-edit
            DISPLAY "descuadre-max actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-descuadre-max
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-descuadre-max" TO hc-campo
                    MOVE pg-descuadre-max TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-descuadre-max
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-inusual-puntos.
            MOVE pg-inusual-puntos TO ws-valor-anterior-edit
            DISPLAY "inusual-puntos actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-inusual-puntos
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-inusual-puntos" TO hc-campo
                    MOVE pg-inusual-puntos TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-inusual-puntos
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-inusual-limite.
            MOVE pg-inusual-limite TO ws-valor-anterior-edit
            DISPLAY "inusual-limite actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-inusual-limite
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-inusual-limite" TO hc-campo
                    MOVE pg-inusual-limite TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-inusual-limite
                    PERFORM graba-historial
                END-IF
            END-IF.

       edita-pg-bloqueo-minutos.
            MOVE pg-bloqueo-minutos TO ws-valor-anterior-edit
            DISPLAY "bloqueo-minutos actual: " ws-valor-anterior-edit
                    "  nuevo valor (enter para mantener): "
            ACCEPT ws-entrada
            IF ws-entrada NOT = SPACES
                PERFORM alinea-entrada
                IF ws-valor-nuevo-num NOT = pg-bloqueo-minutos
                    MOVE "parametros_generales" TO hc-fichero
                    MOVE "pg-bloqueo-minutos" TO hc-campo
                    MOVE pg-bloqueo-minutos TO hc-anterior
                    MOVE ws-valor-nuevo-num TO hc-nuevo
                    MOVE ws-valor-nuevo-num TO pg-bloqueo-minutos
                    PERFORM graba-historial
                END-IF
            END-IF.

       mantiene-rutina6.
            MOVE 0 TO pp-limite
            OPEN INPUT rutina6-file
