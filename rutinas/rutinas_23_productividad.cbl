      *     the sign-off "SALIDA" records the interactive programs
      *     write at STOP RUN are skipped here, so only sign-ons are
      *     counted, as before.
      *   - the two 100-entry tables are gone: sign-ons and daily
      *     totals are sorted together by programa, fecha and op-id
      *     into productividad_trabajo.dat, which is then read with
      *     two cursors - the first totals each programa+fecha (day
      *     total and session count across all operators), the
      *     second follows it to print the operator lines with that
      *     divisor. Any volume is reported in full. A TOTAL line and
      *     one control line per input file reconcile lines read
      *     against lines skipped plus lines reported; a mismatch
      *     ends with return code 8. Daily totals for a programa+
      *     fecha with no sign-on are counted as skipped, as they
      *     never had an operator line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_23.
               ASSIGN TO "productividad_operador.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resumen-status.
           SELECT orden-file ASSIGN TO "SORTWK1".
           SELECT trabajo-file ASSIGN TO "productividad_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-trabajo-status.
           SELECT dia-file ASSIGN TO "productividad_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-dia-status.
           SELECT detalle-file ASSIGN TO "productividad_trabajo.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-detalle-status.

       DATA DIVISION.
       FILE SECTION.
       FD  resumen-file.
       01  resumen-rec pic x(70).

       SD  orden-file.
       01  orden-rec.
           05 or-programa   pic x(12).
           05 or-fecha      pic 9(8).
           05 or-id         pic x(10).
           05 or-tipo       pic x(1).
           05 or-conteo     pic 9(5).
           05 or-signo      pic x(1).

       FD  trabajo-file.
       01  trabajo-rec pic x(37).

       FD  dia-file.
       01  dia-rec.
           05 di-programa   pic x(12).
           05 di-fecha      pic 9(8).
           05 di-id         pic x(10).
           05 di-tipo       pic x(1).
               88 di-total-dia value 'T'.
           05 di-conteo     pic 9(5).
           05 di-signo      pic x(1).

       FD  detalle-file.
       01  detalle-rec.
           05 de-programa   pic x(12).
           05 de-fecha      pic 9(8).
           05 de-id         pic x(10).
           05 de-tipo       pic x(1).
               88 de-sesion value 'S'.
           05 de-conteo     pic 9(5).
           05 de-signo      pic x(1).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-operador-status==
                              ==:FS-PREFIJO:== BY ==fs-operador==.
                              ==:FS-PREFIJO:== BY ==fs-totales==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-trabajo-status==
                              ==:FS-PREFIJO:== BY ==fs-trabajo==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dia-status==
                              ==:FS-PREFIJO:== BY ==fs-dia==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-detalle-status==
                              ==:FS-PREFIJO:== BY ==fs-detalle==.
       COPY operador.
       COPY totales.
       01 ws-operador-eof-sw pic x value 'N'.
           88 ws-operador-eof value 'Y'.
       01 ws-totales-eof-sw pic x value 'N'.
           88 ws-totales-eof value 'Y'.
       01 ws-dia-eof-sw pic x value 'N'.
           88 ws-dia-eof value 'Y'.
       01 ws-detalle-eof-sw pic x value 'N'.
           88 ws-detalle-eof value 'Y'.

       01 ws-dia-programa pic x(12).
       01 ws-dia-fecha pic 9(8).
       01 ws-total-dia-calc pic s9(7)v99.
       01 ws-sesiones-dia pic 9(7).
       01 ws-totales-dia pic 9(7).
       01 ws-grupo-id pic x(10).
       01 ws-grupo-sesiones pic 9(7) value 0.

       01 ws-op-leidos pic 9(7) value 0.
       01 ws-op-salidas pic 9(7) value 0.
       01 ws-tt-leidos pic 9(7) value 0.
       01 ws-tt-sin-sesion pic 9(7) value 0.
       01 ws-tt-en-informe pic 9(7) value 0.
       01 ws-seleccionados pic 9(7) value 0.
       01 ws-devueltos pic 9(7) value 0.
       01 ws-total-sesiones pic 9(7) value 0.
       01 ws-total-informe pic s9(9)v99 value 0.

       01 ws-cabecera-rec pic x(70).
       01 ws-linea-resumen.
           05 filler         pic x(1) value space.
           05 wl-fecha       pic 9(8).
           05 filler         pic x(1) value space.
           05 wl-sesiones    pic z(5)9.
           05 filler         pic x(1) value space.
           05 wl-total       pic z(6)9.99-.
           05 filler         pic x(1) value space.
           05 wl-promedio    pic z(6)9.99-.
       01 ws-linea-total.
           05 filler         pic x(33) value "TOTAL".
           05 lt-sesiones    pic z(5)9.
           05 filler         pic x(1) value space.
           05 lt-total       pic z(8)9.99-.
       01 ws-linea-control.
           05 lc-fichero     pic x(11).
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
                        "se genera el informe"
                GO TO fin-programa
            END-IF
            OPEN INPUT totales-file
            IF NOT fs-totales-ok
                DISPLAY "aviso: no se encontro totales_mensuales.dat, "
                        "no se genera el informe"
                CLOSE operador-file
                GO TO fin-programa
            END-IF
            SORT orden-file
                ON ASCENDING KEY or-programa or-fecha or-id
                INPUT PROCEDURE IS carga-productividad
                GIVING trabajo-file
            CLOSE operador-file
            CLOSE totales-file

            OPEN INPUT dia-file
            OPEN INPUT detalle-file
            OPEN OUTPUT resumen-file
            MOVE SPACES TO ws-cabecera-rec
            STRING "OPERADOR   PROGRAMA     FECHA     SESION "
                INTO ws-cabecera-rec
            MOVE ws-cabecera-rec TO resumen-rec
            WRITE resumen-rec
            PERFORM lee-dia
            PERFORM lee-detalle
            PERFORM procesa-dia UNTIL ws-dia-eof
            MOVE ws-total-sesiones TO lt-sesiones
            MOVE ws-total-informe TO lt-total
            MOVE ws-linea-total TO resumen-rec
            WRITE resumen-rec
            PERFORM graba-lineas-control
            CLOSE dia-file
            CLOSE detalle-file
            CLOSE resumen-file.

       fin-programa.
            STOP RUN.

       carga-productividad.
      * entrada de la ordenacion: las firmas de entrada (tipo 'S') y
      * las lineas de totales diarios (tipo 'T', sin operador, asi
      * que quedan delante de las firmas de su programa y dia)
            PERFORM procesa-linea-operador UNTIL ws-operador-eof
            PERFORM procesa-linea-totales UNTIL ws-totales-eof.

       procesa-linea-operador.
            READ operador-file
                AT END
                    SET ws-operador-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-op-leidos
                    MOVE operador-rec TO ws-operador-linea
                    IF op-evento NOT = "SALIDA"
                        MOVE op-programa TO or-programa
                        MOVE op-fecha TO or-fecha
                        MOVE op-id TO or-id
                        MOVE 'S' TO or-tipo
                        MOVE 0 TO or-conteo
                        MOVE '+' TO or-signo
                        RELEASE orden-rec
                        ADD 1 TO ws-seleccionados
                    ELSE
                        ADD 1 TO ws-op-salidas
                    END-IF
            END-READ.

       procesa-linea-totales.
            READ totales-file
                AT END
                    SET ws-totales-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-tt-leidos
                    MOVE totales-rec TO ws-totales-linea
                    MOVE tt-programa TO or-programa
                    MOVE tt-fecha TO or-fecha
                    MOVE SPACES TO or-id
                    MOVE 'T' TO or-tipo
                    MOVE tt-conteo TO or-conteo
                    MOVE tt-signo TO or-signo
                    RELEASE orden-rec
                    ADD 1 TO ws-seleccionados
            END-READ.

       lee-dia.
            READ dia-file
                AT END
                    SET ws-dia-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-devueltos
            END-READ.

       lee-detalle.
            READ detalle-file
                AT END
                    SET ws-detalle-eof TO TRUE
            END-READ.

       procesa-dia.
      * el primer cursor recorre el programa y dia entero para tener
      * el total y TODAS las sesiones (de cualquier operador), el
      * divisor del reparto equitativo; el segundo lo sigue grabando
      * una linea por operador
            MOVE di-programa TO ws-dia-programa
            MOVE di-fecha TO ws-dia-fecha
            MOVE 0 TO ws-total-dia-calc
            MOVE 0 TO ws-sesiones-dia
            MOVE 0 TO ws-totales-dia
            PERFORM suma-dia
                UNTIL ws-dia-eof
                   OR di-programa NOT = ws-dia-programa
                   OR di-fecha NOT = ws-dia-fecha
            IF ws-sesiones-dia = 0
                ADD ws-totales-dia TO ws-tt-sin-sesion
            ELSE
                ADD ws-totales-dia TO ws-tt-en-informe
                ADD ws-total-dia-calc TO ws-total-informe
            END-IF
            MOVE 0 TO ws-grupo-sesiones
            PERFORM procesa-detalle
                UNTIL ws-detalle-eof
                   OR de-programa NOT = ws-dia-programa
                   OR de-fecha NOT = ws-dia-fecha
            PERFORM cierra-operador.

       suma-dia.
            IF di-total-dia
                IF di-signo = '-'
                    SUBTRACT di-conteo FROM ws-total-dia-calc
                ELSE
                    ADD di-conteo TO ws-total-dia-calc
                END-IF
                ADD 1 TO ws-totales-dia
            ELSE
                ADD 1 TO ws-sesiones-dia
            END-IF
            PERFORM lee-dia.

       procesa-detalle.
            IF de-sesion
                IF de-id NOT = ws-grupo-id
                    PERFORM cierra-operador
                    MOVE de-id TO ws-grupo-id
                END-IF
                ADD 1 TO ws-grupo-sesiones
            END-IF
            PERFORM lee-detalle.

       cierra-operador.
            IF ws-grupo-sesiones > 0
                MOVE ws-grupo-id TO wl-id
                MOVE ws-dia-programa TO wl-programa
                MOVE ws-dia-fecha TO wl-fecha
                MOVE ws-grupo-sesiones TO wl-sesiones
                MOVE ws-total-dia-calc TO wl-total
                DIVIDE ws-total-dia-calc BY ws-sesiones-dia
                    GIVING wl-promedio
                MOVE ws-linea-resumen TO resumen-rec
                WRITE resumen-rec
                ADD ws-grupo-sesiones TO ws-total-sesiones
                MOVE 0 TO ws-grupo-sesiones
            END-IF.

       graba-lineas-control.
      * cuadre del informe, una linea por fichero de entrada: lo
      * leido esta omitido o en el informe
            MOVE "OPERADORES" TO lc-fichero
            MOVE ws-op-leidos TO lc-leidos
            MOVE ws-op-salidas TO lc-omitidos
            MOVE ws-total-sesiones TO lc-informe
            IF ws-op-leidos = ws-op-salidas + ws-total-sesiones
                    AND ws-devueltos = ws-seleccionados
                MOVE "OK" TO lc-estado
            ELSE
                PERFORM avisa-descuadre
            END-IF
            MOVE ws-linea-control TO resumen-rec
            WRITE resumen-rec
            MOVE "TOTALES" TO lc-fichero
            MOVE ws-tt-leidos TO lc-leidos
            MOVE ws-tt-sin-sesion TO lc-omitidos
            MOVE ws-tt-en-informe TO lc-informe
            IF ws-tt-leidos = ws-tt-sin-sesion + ws-tt-en-informe
                MOVE "OK" TO lc-estado
            ELSE
                PERFORM avisa-descuadre
            END-IF
            MOVE ws-linea-control TO resumen-rec
            WRITE resumen-rec.

       avisa-descuadre.
            MOVE "ERROR" TO lc-estado
            DISPLAY "ERROR: el informe no cuadra con " lc-fichero
            MOVE 8 TO RETURN-CODE.

       END PROGRAM rutinas_23.
