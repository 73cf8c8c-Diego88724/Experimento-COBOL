      *     date rollup no longer re-adds every daily line since
      *     January; months still open keep being summed from
      *     totales_mensuales.dat as before.
      *   - the 20-programa and 24-closed-month tables are gone: the
      *     lines of the period are sorted by month with each closed
      *     month's marker ahead of its lines, so closed months drop
      *     their daily lines as they go by; what is kept goes
      *     through acumulado_trabajo.dat and a second sort by
      *     programa, totalled with a control break. A TOTAL line
      *     and a closing control line reconcile lines read (daily
      *     and closing lines) against lines skipped plus lines
      *     summed; a mismatch ends with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_25.
           SELECT periodos-file ASSIGN TO "periodos_cerrados.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-periodos-status.
           SELECT orden-lineas-file ASSIGN TO "SORTWK1".
           SELECT trabajo-file ASSIGN TO "acumulado_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trabajo-status.
           SELECT orden-acumulado-file ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
       FD  periodos-file.
       01  periodos-rec pic x(17).

       SD  orden-lineas-file.
       01  orden-lineas-rec.
           05 ol-periodo    pic 9(6).
           05 ol-tipo       pic x(1).
               88 ol-marca-cierre value '1'.
               88 ol-linea-cierre value '2'.
               88 ol-linea-diaria value '3'.
           05 ol-programa   pic x(12).
           05 ol-conteo     pic z(6)9-.
           05 ol-total      pic z(7)9.99-.

       FD  trabajo-file.
       01  trabajo-rec.
           05 tr-programa   pic x(12).
           05 tr-conteo     pic z(6)9-.
           05 tr-total      pic z(7)9.99-.

       SD  orden-acumulado-file.
       01  orden-acumulado-rec.
           05 oa-programa   pic x(12).
           05 oa-conteo     pic z(6)9-.
           05 oa-total      pic z(7)9.99-.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-totales-status==
                              ==:FS-PREFIJO:== BY ==fs-totales==.
                              ==:FS-PREFIJO:== BY ==fs-cierre==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-periodos-status==
                              ==:FS-PREFIJO:== BY ==fs-periodos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-trabajo-status==
                              ==:FS-PREFIJO:== BY ==fs-trabajo==.
       COPY totales_cierre.
       COPY periodo_cerrado.
       01 ws-totales-eof-sw pic x value 'N'.
           88 ws-cierre-eof value 'Y'.
       01 ws-periodos-eof-sw pic x value 'N'.
           88 ws-periodos-eof value 'Y'.
       01 ws-orden-eof-sw pic x value 'N'.
           88 ws-orden-eof value 'Y'.
       01 ws-periodo-linea pic 9(6).
       01 ws-periodo-cerrado-sw pic x value 'N'.
           88 ws-periodo-cerrado value 'Y'.
       01 ws-tt-conteo-num pic 9(5).
       01 ws-tt-total-num pic s9(7)v99.

       01 ws-grupo-programa pic x(12).
       01 ws-grupo-lineas pic 9(7) value 0.
       01 ws-grupo-conteo pic s9(7) value 0.
       01 ws-grupo-total pic s9(7)v99 value 0.
       01 ws-total-conteo pic s9(7) value 0.
       01 ws-total-total pic s9(7)v99 value 0.
       01 ws-leidos pic 9(7) value 0.
       01 ws-omitidos pic 9(7) value 0.
       01 ws-seleccionados pic 9(7) value 0.
       01 ws-devueltos pic 9(7) value 0.
       01 ws-sumados pic 9(7) value 0.

       01 ws-cabecera-rec pic x(60).
       01 ws-linea-resumen.
           05 rf-conteo      pic z(6)9-.
           05 filler         pic x(1) value space.
           05 rf-total       pic z(7)9.99-.
       01 ws-linea-control.
           05 filler         pic x(7) value "LEIDOS ".
           05 lc-leidos      pic z(6)9.
           05 filler         pic x(11) value "  OMITIDOS ".
           05 lc-omitidos    pic z(6)9.
           05 filler         pic x(13) value "  EN INFORME ".
           05 lc-informe     pic z(6)9.
           05 filler         pic x(2) value space.
           05 lc-estado      pic x(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM calcula-periodo
            MOVE ws-fecha-desde(1:6) TO ws-periodo-desde
            MOVE ws-fecha-hasta(1:6) TO ws-periodo-hasta

            OPEN INPUT totales-file
            IF NOT fs-totales-ok
                        "no se genera el acumulado"
                GO TO fin-programa
            END-IF
            SORT orden-lineas-file
                ON ASCENDING KEY ol-periodo ol-tipo
                INPUT PROCEDURE IS selecciona-lineas
                OUTPUT PROCEDURE IS descarta-meses-cerrados
            CLOSE totales-file

            SORT orden-acumulado-file
                ON ASCENDING KEY oa-programa
                USING trabajo-file
                OUTPUT PROCEDURE IS acumula-programas.

       fin-programa.
            STOP RUN.
                MOVE ws-fecha-hoy TO ws-fecha-hasta
            END-IF.

       selecciona-lineas.
      * entrada de la primera ordenacion, por mes: la marca de cada
      * mes cerrado (tipo 1), su linea consolidada de
      * totales_cierre.dat (tipo 2) y las lineas diarias (tipo 3)
            PERFORM carga-periodos-cerrados
            PERFORM acumula-cierres
            PERFORM procesa-linea-totales UNTIL ws-totales-eof.

       procesa-linea-totales.
            READ totales-file
                AT END
                    SET ws-totales-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE totales-rec TO ws-totales-linea
                    IF tt-fecha >= ws-fecha-desde
                            AND tt-fecha <= ws-fecha-hasta
                        PERFORM libera-linea-totales
                    ELSE
                        ADD 1 TO ws-omitidos
                    END-IF
            END-READ.

       libera-linea-totales.
            MOVE tt-fecha(1:6) TO ol-periodo
            SET ol-linea-diaria TO TRUE
            MOVE tt-programa TO ol-programa
            MOVE tt-conteo TO ws-tt-conteo-num
            MOVE tt-total TO ws-tt-total-num
            IF tt-signo = '-'
                COMPUTE ws-tc-conteo-num = 0 - ws-tt-conteo-num
                COMPUTE ws-tc-total-num = 0 - ws-tt-total-num
            ELSE
                MOVE ws-tt-conteo-num TO ws-tc-conteo-num
                MOVE ws-tt-total-num TO ws-tc-total-num
            END-IF
            MOVE ws-tc-conteo-num TO ol-conteo
            MOVE ws-tc-total-num TO ol-total
            RELEASE orden-lineas-rec.

       carga-periodos-cerrados.
            MOVE 'N' TO ws-periodos-eof-sw
            OPEN INPUT periodos-file
                    SET ws-periodos-eof TO TRUE
                NOT AT END
                    MOVE periodos-rec TO ws-periodo-cerrado-linea
                    IF pc-periodo >= ws-periodo-desde
                            AND pc-periodo <= ws-periodo-hasta
                        MOVE pc-periodo TO ol-periodo
                        SET ol-marca-cierre TO TRUE
                        MOVE SPACES TO ol-programa
                        MOVE 0 TO ol-conteo
                        MOVE 0 TO ol-total
                        RELEASE orden-lineas-rec
                    END-IF
            END-READ.

       acumula-cierres.
      * los meses cerrados entran por su linea consolidada de
      * totales_cierre.dat; sus lineas diarias se saltan mas abajo
                AT END
                    SET ws-cierre-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE cierre-rec TO ws-cierre-linea
                    IF tc-periodo >= ws-periodo-desde
                            AND tc-periodo <= ws-periodo-hasta
                        MOVE tc-periodo TO ol-periodo
                        SET ol-linea-cierre TO TRUE
                        MOVE tc-programa TO ol-programa
                        MOVE tc-conteo TO ws-tc-conteo-num
                        MOVE tc-total TO ws-tc-total-num
                        MOVE ws-tc-conteo-num TO ol-conteo
                        MOVE ws-tc-total-num TO ol-total
                        RELEASE orden-lineas-rec
                    ELSE
                        ADD 1 TO ws-omitidos
                    END-IF
            END-READ.

       descarta-meses-cerrados.
      * salida de la primera ordenacion: la marca de un mes cerrado
      * llega antes que sus lineas, asi que sus lineas diarias se
      * descartan al pasar; el resto va a acumulado_trabajo.dat
            OPEN OUTPUT trabajo-file
            MOVE 'N' TO ws-orden-eof-sw
            MOVE 0 TO ws-periodo-linea
            PERFORM devuelve-linea
            PERFORM procesa-linea-ordenada UNTIL ws-orden-eof
            CLOSE trabajo-file.

       devuelve-linea.
            RETURN orden-lineas-file
                AT END
                    SET ws-orden-eof TO TRUE
            END-RETURN.

       procesa-linea-ordenada.
            IF ol-periodo NOT = ws-periodo-linea
                MOVE ol-periodo TO ws-periodo-linea
                MOVE 'N' TO ws-periodo-cerrado-sw
            END-IF
            EVALUATE TRUE
                WHEN ol-marca-cierre
                    SET ws-periodo-cerrado TO TRUE
                WHEN ol-linea-diaria AND ws-periodo-cerrado
                    ADD 1 TO ws-omitidos
                WHEN OTHER
                    MOVE ol-programa TO tr-programa
                    MOVE ol-conteo TO tr-conteo
                    MOVE ol-total TO tr-total
                    WRITE trabajo-rec
                    ADD 1 TO ws-seleccionados
            END-EVALUATE
            PERFORM devuelve-linea.

       acumula-programas.
      * salida de la segunda ordenacion: las lineas llegan agrupadas
      * por programa y cada cambio de programa graba su acumulado
            OPEN OUTPUT resumen-file
            MOVE SPACES TO ws-cabecera-rec
            STRING "PROGRAMA     CONTEO       TOTAL"
                DELIMITED BY SIZE INTO ws-cabecera-rec
            MOVE ws-cabecera-rec TO resumen-rec
            WRITE resumen-rec
            MOVE 'N' TO ws-orden-eof-sw
            PERFORM devuelve-acumulado
            IF NOT ws-orden-eof
                MOVE oa-programa TO ws-grupo-programa
            END-IF
            PERFORM procesa-acumulado UNTIL ws-orden-eof
            PERFORM cierra-grupo
            MOVE "TOTAL" TO rf-programa
            MOVE ws-total-conteo TO rf-conteo
            MOVE ws-total-total TO rf-total
            MOVE ws-linea-resumen TO resumen-rec
            WRITE resumen-rec
            PERFORM graba-linea-control
            CLOSE resumen-file.

       devuelve-acumulado.
            RETURN orden-acumulado-file
                AT END
                    SET ws-orden-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-devueltos
            END-RETURN.

       procesa-acumulado.
            IF oa-programa NOT = ws-grupo-programa
                PERFORM cierra-grupo
                MOVE oa-programa TO ws-grupo-programa
            END-IF
            MOVE oa-conteo TO ws-tc-conteo-num
            MOVE oa-total TO ws-tc-total-num
            ADD ws-tc-conteo-num TO ws-grupo-conteo
            ADD ws-tc-total-num TO ws-grupo-total
            ADD 1 TO ws-grupo-lineas
            PERFORM devuelve-acumulado.

       cierra-grupo.
            IF ws-grupo-lineas > 0
                MOVE ws-grupo-programa TO rf-programa
                MOVE ws-grupo-conteo TO rf-conteo
                MOVE ws-grupo-total TO rf-total
                MOVE ws-linea-resumen TO resumen-rec
                WRITE resumen-rec
                ADD ws-grupo-conteo TO ws-total-conteo
                ADD ws-grupo-total TO ws-total-total
                ADD ws-grupo-lineas TO ws-sumados
                MOVE 0 TO ws-grupo-lineas
                MOVE 0 TO ws-grupo-conteo
                MOVE 0 TO ws-grupo-total
            END-IF.

       graba-linea-control.
      * cuadre del informe: cada linea leida de totales_mensuales.dat
      * o totales_cierre.dat esta omitida (fuera del periodo o de un
      * mes cerrado) o sumada en su programa
            MOVE ws-leidos TO lc-leidos
            MOVE ws-omitidos TO lc-omitidos
            MOVE ws-sumados TO lc-informe
            IF ws-leidos = ws-omitidos + ws-sumados
                    AND ws-devueltos = ws-seleccionados
                    AND ws-devueltos = ws-sumados
                MOVE "OK" TO lc-estado
            ELSE
                MOVE "ERROR" TO lc-estado
                DISPLAY "ERROR: el acumulado no cuadra con las "
                        "lineas leidas"
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE ws-linea-control TO resumen-rec
            WRITE resumen-rec.

       END PROGRAM rutinas_25.
