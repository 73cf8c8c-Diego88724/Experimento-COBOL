      *     pending state, so the shift lead reviews one screen
      *     (rutinas_48) instead of remembering to open this
      *     program's own log file.
      *   - the 100-entry sign-on table is gone: sign-ons are sorted
      *     by op-id, op-fecha and time, and each one is compared
      *     only with the same operator's earlier sign-ons that day
      *     still inside the WS-VENTANA-MINUTOS window, so any volume
      *     of operadores.log is examined. A TOTAL line and a
      *     closing control line reconcile lines read against lines
      *     skipped (SALIDA and BATCH) plus sign-ons examined; a
      *     mismatch ends with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_24.
               ASSIGN TO "sesiones_concurrentes.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resumen-status.
           SELECT orden-file ASSIGN TO "SORTWK1".

           SELECT alertas-file ASSIGN TO "alertas.dat"
               ORGANIZATION IS INDEXED
       FD  resumen-file.
       01  resumen-rec pic x(70).

       SD  orden-file.
       01  orden-rec.
           05 or-id         pic x(10).
           05 or-fecha      pic 9(8).
           05 or-minutos    pic 9(4).
           05 or-hora       pic 9(8).
           05 or-programa   pic x(12).

       FD  alertas-file.
       COPY alerta.

           88 ws-operador-eof value 'Y'.
       01 ws-ventana-minutos pic 9(3) value 5.

       01 ws-orden-eof-sw pic x value 'N'.
           88 ws-orden-eof value 'Y'.

      * ventana deslizante: solo las firmas anteriores del mismo
      * operador y dia que caen dentro de ws-ventana-minutos de la
      * firma en curso, no el fichero entero
       01 ws-ventana-tabla.
           05 ws-ventana-entrada occurs 100 times.
               10 sn-programa   pic x(12).
               10 sn-hora       pic 9(8).
               10 sn-minutos    pic 9(4).
       01 ws-ventana-count pic 9(3) value 0.
       01 ws-ventana-llena-avisada-sw pic x value 'N'.
           88 ws-ventana-llena-avisada value 'Y'.
       01 ws-idx-i pic 9(3).
       01 ws-idx-j pic 9(3).
       01 ws-primera-en-ventana pic 9(3).
       01 ws-grupo-id pic x(10).
       01 ws-grupo-fecha pic 9(8).
       01 ws-diff-minutos pic s9(5).
       01 ws-hallazgos pic 9(7) value 0.
       01 ws-leidos pic 9(7) value 0.
       01 ws-omitidos pic 9(7) value 0.
       01 ws-seleccionados pic 9(7) value 0.
       01 ws-devueltos pic 9(7) value 0.
       01 ws-hora-hh pic 9(2).
       01 ws-hora-mm pic 9(2).

           05 so-hora-2       pic 9(8).
           05 filler          pic x(1) value space.
           05 so-diferencia   pic zz9.
       01 ws-linea-total.
           05 filler          pic x(30)
               value "TOTAL SESIONES CONCURRENTES:".
           05 lt-total        pic z(6)9.
       01 ws-linea-control.
           05 filler          pic x(7) value "LEIDOS ".
           05 lc-leidos       pic z(6)9.
           05 filler          pic x(11) value "  OMITIDOS ".
           05 lc-omitidos     pic z(6)9.
           05 filler          pic x(13) value "  EN INFORME ".
           05 lc-informe      pic z(6)9.
           05 filler          pic x(2) value space.
           05 lc-estado       pic x(5).

       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-alertas-status==
                              ==:FS-PREFIJO:== BY ==fs-alertas==.
                        "se genera el informe"
                GO TO fin-programa
            END-IF
            SORT orden-file
                ON ASCENDING KEY or-id or-fecha or-minutos or-hora
                INPUT PROCEDURE IS selecciona-firmas
                OUTPUT PROCEDURE IS busca-concurrentes
            CLOSE operador-file.

       fin-programa.
            STOP RUN.

       selecciona-firmas.
            PERFORM carga-linea-operador UNTIL ws-operador-eof.

       carga-linea-operador.
            READ operador-file
                AT END
                    SET ws-operador-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE operador-rec TO ws-operador-linea
      * "BATCH", el identificador de servicio del job nocturno,
      * firma en varios programas con minutos de diferencia cada
      * todas las mananas
                    IF op-id NOT = "BATCH"
                            AND op-evento NOT = "SALIDA"
                        MOVE op-id TO or-id
                        MOVE op-fecha TO or-fecha
                        MOVE op-hora TO or-hora
                        MOVE op-programa TO or-programa
                        MOVE op-hora(1:2) TO ws-hora-hh
                        MOVE op-hora(3:2) TO ws-hora-mm
                        COMPUTE or-minutos = ws-hora-hh * 60
                            + ws-hora-mm
                        RELEASE orden-rec
                        ADD 1 TO ws-seleccionados
                    ELSE
                        ADD 1 TO ws-omitidos
                    END-IF
            END-READ.

       busca-concurrentes.
      * las firmas llegan por operador, dia y hora; cada una se
      * compara con las anteriores del mismo operador y dia que
      * siguen dentro de la ventana
            OPEN OUTPUT resumen-file
            PERFORM devuelve-orden
            PERFORM procesa-orden UNTIL ws-orden-eof
            IF ws-hallazgos = 0
                MOVE "sin sesiones concurrentes detectadas"
                    TO resumen-rec
                WRITE resumen-rec
            END-IF
            MOVE ws-hallazgos TO lt-total
            MOVE ws-linea-total TO resumen-rec
            WRITE resumen-rec
            PERFORM graba-linea-control
            CLOSE resumen-file.

       devuelve-orden.
            RETURN orden-file
                AT END
                    SET ws-orden-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-devueltos
            END-RETURN.

       procesa-orden.
            IF or-id NOT = ws-grupo-id
                    OR or-fecha NOT = ws-grupo-fecha
                MOVE 0 TO ws-ventana-count
                MOVE or-id TO ws-grupo-id
                MOVE or-fecha TO ws-grupo-fecha
            END-IF
            PERFORM recorta-ventana
            PERFORM compara-par
                VARYING ws-idx-i FROM 1 BY 1
                UNTIL ws-idx-i > ws-ventana-count
            PERFORM anade-a-ventana
            PERFORM devuelve-orden.

       recorta-ventana.
      * las firmas llegan en orden de hora: las del principio de la
      * ventana que ya quedan a mas de ws-ventana-minutos salen
            MOVE 1 TO ws-primera-en-ventana
            PERFORM avanza-primera-en-ventana
                UNTIL ws-primera-en-ventana > ws-ventana-count
                   OR sn-minutos(ws-primera-en-ventana)
                      + ws-ventana-minutos >= or-minutos
            IF ws-primera-en-ventana > 1
                MOVE 0 TO ws-idx-j
                PERFORM desplaza-entrada-ventana
                    VARYING ws-idx-i FROM ws-primera-en-ventana BY 1
                    UNTIL ws-idx-i > ws-ventana-count
                MOVE ws-idx-j TO ws-ventana-count
            END-IF.

       avanza-primera-en-ventana.
            ADD 1 TO ws-primera-en-ventana.

       desplaza-entrada-ventana.
            ADD 1 TO ws-idx-j
            MOVE ws-ventana-entrada(ws-idx-i)
                TO ws-ventana-entrada(ws-idx-j).

       anade-a-ventana.
            IF ws-ventana-count = 100
      * cien firmas del mismo operador en unos minutos: se descarta
      * la mas antigua para hacer sitio
                IF NOT ws-ventana-llena-avisada
                    DISPLAY "aviso: ventana de firmas llena para "
                            or-id ", se descarta la mas antigua"
                    SET ws-ventana-llena-avisada TO TRUE
                END-IF
                MOVE 0 TO ws-idx-j
                PERFORM desplaza-entrada-ventana
                    VARYING ws-idx-i FROM 2 BY 1
                    UNTIL ws-idx-i > ws-ventana-count
                MOVE ws-idx-j TO ws-ventana-count
            END-IF
            ADD 1 TO ws-ventana-count
            MOVE or-programa TO sn-programa(ws-ventana-count)
            MOVE or-hora TO sn-hora(ws-ventana-count)
            MOVE or-minutos TO sn-minutos(ws-ventana-count).

       compara-par.
            IF sn-programa(ws-idx-i) NOT = or-programa
                COMPUTE ws-diff-minutos =
                    or-minutos - sn-minutos(ws-idx-i)
                ADD 1 TO ws-hallazgos
                MOVE or-id TO so-id
                MOVE sn-programa(ws-idx-i) TO so-programa-1
                MOVE sn-hora(ws-idx-i) TO so-hora-1
                MOVE or-programa TO so-programa-2
                MOVE or-hora TO so-hora-2
                MOVE ws-diff-minutos TO so-diferencia
                MOVE ws-linea-resumen TO resumen-rec
                WRITE resumen-rec
                MOVE 'A' TO ws-alerta-severidad
                MOVE SPACES TO ws-alerta-texto
                STRING "sesion concurrente " or-id
                    DELIMITED BY SIZE INTO ws-alerta-texto
                PERFORM graba-alerta-cola
            END-IF.

       graba-linea-control.
      * cuadre del informe: todo lo leido es una linea omitida o una
      * firma examinada
            MOVE ws-leidos TO lc-leidos
            MOVE ws-omitidos TO lc-omitidos
            MOVE ws-devueltos TO lc-informe
            IF ws-leidos = ws-omitidos + ws-devueltos
                    AND ws-devueltos = ws-seleccionados
                MOVE "OK" TO lc-estado
            ELSE
                MOVE "ERROR" TO lc-estado
                DISPLAY "ERROR: el informe no cuadra con "
                        "operadores.log"
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE ws-linea-control TO resumen-rec
            WRITE resumen-rec.

       graba-alerta-cola.
      * ademas del log propio, la alerta entra en la cola unica
