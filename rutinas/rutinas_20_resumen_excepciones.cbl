      *     at the console prompt covers the whole log, the same
      *     zero-means-unconfigured convention the shared parameter
      *     files already use.
      *   - the report no longer keeps its lines in a 100-entry
      *     table: excepciones.log is sorted by exc-programa and
      *     exc-campo and totalled with a control break, so any
      *     number of programa/campo pairs is reported in full. A
      *     closing control line reconciles lines read against lines
      *     outside the period plus rejections reported, and a
      *     mismatch ends with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_20.
           SELECT resumen-file ASSIGN TO "excepciones_resumen.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resumen-status.
           SELECT orden-file ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  resumen-file.
       01  resumen-rec pic x(60).

       SD  orden-file.
       01  orden-rec.
           05 or-programa   pic x(15).
           05 or-campo      pic x(15).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY excepcion.
       01 ws-excepcion-eof-sw pic x value 'N'.
           88 ws-excepcion-eof value 'Y'.
       01 ws-orden-eof-sw pic x value 'N'.
           88 ws-orden-eof value 'Y'.
       01 ws-fecha-desde pic 9(8) value 0.
       01 ws-fecha-hasta pic 9(8) value 0.
       01 ws-grupo-programa pic x(15).
       01 ws-grupo-campo pic x(15).
       01 ws-grupo-contador pic 9(7) value 0.
       01 ws-leidos pic 9(7) value 0.
       01 ws-fuera-periodo pic 9(7) value 0.
       01 ws-seleccionados pic 9(7) value 0.
       01 ws-devueltos pic 9(7) value 0.
       01 ws-total-rechazos pic 9(7) value 0.
       01 ws-cabecera-rec pic x(60)
           value "PROGRAMA        CAMPO           RECHAZOS".
       01 ws-linea-resumen.
           05 filler         pic x(1) value space.
           05 uc-campo       pic x(15).
           05 filler         pic x(1) value space.
           05 uc-contador    pic z(6)9.
       01 ws-linea-total.
           05 filler         pic x(31) value "TOTAL RECHAZOS:".
           05 filler         pic x(1) value space.
           05 lt-total       pic z(6)9.
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
                        "se genera el resumen"
                GO TO fin-programa
            END-IF
            SORT orden-file
                ON ASCENDING KEY or-programa or-campo
                INPUT PROCEDURE IS selecciona-excepciones
                OUTPUT PROCEDURE IS resume-excepciones
            CLOSE excepcion-file.

       fin-programa.
            STOP RUN.
                    "acotar): "
            ACCEPT ws-fecha-hasta.

       selecciona-excepciones.
      * entrada de la ordenacion: solo pasan las lineas del periodo
            PERFORM procesa-linea-excepcion UNTIL ws-excepcion-eof.

       procesa-linea-excepcion.
            READ excepcion-file
                AT END
                    SET ws-excepcion-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE excepcion-rec TO ws-excepcion-linea
                    PERFORM evalua-linea-excepcion
            END-READ.
            IF (ws-fecha-desde = 0 OR exc-fecha >= ws-fecha-desde)
                    AND (ws-fecha-hasta = 0
                        OR exc-fecha <= ws-fecha-hasta)
                MOVE exc-programa TO or-programa
                MOVE exc-campo TO or-campo
                RELEASE orden-rec
                ADD 1 TO ws-seleccionados
            ELSE
                ADD 1 TO ws-fuera-periodo
            END-IF.

       resume-excepciones.
      * salida de la ordenacion: las lineas llegan agrupadas por
      * programa y campo, y cada cambio de grupo graba su linea
            OPEN OUTPUT resumen-file
            MOVE ws-cabecera-rec TO resumen-rec
            WRITE resumen-rec
            PERFORM devuelve-orden
            IF NOT ws-orden-eof
                MOVE or-programa TO ws-grupo-programa
                MOVE or-campo TO ws-grupo-campo
            END-IF
            PERFORM procesa-orden UNTIL ws-orden-eof
            PERFORM cierra-grupo
            MOVE ws-total-rechazos TO lt-total
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
            IF or-programa NOT = ws-grupo-programa
                    OR or-campo NOT = ws-grupo-campo
                PERFORM cierra-grupo
                MOVE or-programa TO ws-grupo-programa
                MOVE or-campo TO ws-grupo-campo
            END-IF
            ADD 1 TO ws-grupo-contador
            PERFORM devuelve-orden.

       cierra-grupo.
            IF ws-grupo-contador > 0
                MOVE ws-grupo-programa TO uc-programa
                MOVE ws-grupo-campo TO uc-campo
                MOVE ws-grupo-contador TO uc-contador
                MOVE ws-linea-resumen TO resumen-rec
                WRITE resumen-rec
                ADD ws-grupo-contador TO ws-total-rechazos
                MOVE 0 TO ws-grupo-contador
            END-IF.

       graba-linea-control.
      * cuadre del informe: todo lo leido esta fuera del periodo o
      * sumado en el total de rechazos
            MOVE ws-leidos TO lc-leidos
            MOVE ws-fuera-periodo TO lc-omitidos
            MOVE ws-total-rechazos TO lc-informe
            IF ws-leidos = ws-fuera-periodo + ws-total-rechazos
                    AND ws-devueltos = ws-seleccionados
                    AND ws-devueltos = ws-total-rechazos
                MOVE "OK" TO lc-estado
            ELSE
                MOVE "ERROR" TO lc-estado
                DISPLAY "ERROR: el resumen no cuadra con "
                        "excepciones.log"
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE ws-linea-control TO resumen-rec
            WRITE resumen-rec.

       END PROGRAM rutinas_20.
