      *     the sign-off "SALIDA" records the interactive programs
      *     write at STOP RUN are skipped here, so only sign-ons are
      *     counted, as before.
      *   - the report no longer keeps its lines in a 100-entry
      *     table: the sign-ons are sorted by op-id and op-fecha and
      *     totalled with a control break, so any number of operator
      *     days is reported in full. A TOTAL SESIONES line and a
      *     closing control line reconcile lines read against
      *     SALIDA lines skipped plus sessions reported; a mismatch
      *     ends with return code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_21.
           SELECT resumen-file ASSIGN TO "operadores_resumen.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resumen-status.
           SELECT orden-file ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  resumen-file.
       01  resumen-rec pic x(60).

       SD  orden-file.
       01  orden-rec.
           05 or-id            pic x(10).
           05 or-fecha         pic 9(8).
           05 or-fuera-sw      pic x.
               88 or-fuera-horario value 'Y'.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-operador-status==
                              ==:FS-PREFIJO:== BY ==fs-operador==.
       COPY operador.
       01 ws-operador-eof-sw pic x value 'N'.
           88 ws-operador-eof value 'Y'.
       01 ws-orden-eof-sw pic x value 'N'.
           88 ws-orden-eof value 'Y'.
       01 ws-hora-hh pic 9(2).
       01 ws-grupo-id pic x(10).
       01 ws-grupo-fecha pic 9(8).
       01 ws-grupo-sesiones pic 9(7) value 0.
       01 ws-grupo-fuera-sw pic x value 'N'.
           88 ws-grupo-fuera-horario value 'Y'.
       01 ws-leidos pic 9(7) value 0.
       01 ws-salidas pic 9(7) value 0.
       01 ws-seleccionados pic 9(7) value 0.
       01 ws-devueltos pic 9(7) value 0.
       01 ws-total-sesiones pic 9(7) value 0.
       01 ws-cabecera-rec pic x(60)
           value "OPERADOR   FECHA     SESIONES FUERA DE HORARIO".
       01 ws-linea-resumen.
           05 filler          pic x(1) value space.
           05 uo-fecha        pic 9(8).
           05 filler          pic x(1) value space.
           05 uo-sesiones     pic z(6)9.
           05 filler          pic x(2) value space.
           05 uo-fuera        pic x(3).
       01 ws-linea-total.
           05 filler          pic x(20) value "TOTAL SESIONES:".
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                        "se genera el resumen"
                GO TO fin-programa
            END-IF
            SORT orden-file
                ON ASCENDING KEY or-id or-fecha
                INPUT PROCEDURE IS selecciona-firmas
                OUTPUT PROCEDURE IS resume-firmas
            CLOSE operador-file.

       fin-programa.
            STOP RUN.

       selecciona-firmas.
      * entrada de la ordenacion: solo pasan las firmas de entrada
            PERFORM procesa-linea-operador UNTIL ws-operador-eof.

       procesa-linea-operador.
            READ operador-file
                AT END
                    SET ws-operador-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidos
                    MOVE operador-rec TO ws-operador-linea
                    IF op-evento NOT = "SALIDA"
                        PERFORM evalua-linea-operador
                    ELSE
                        ADD 1 TO ws-salidas
                    END-IF
            END-READ.

       evalua-linea-operador.
            MOVE op-hora(1:2) TO ws-hora-hh
            IF ws-hora-hh < 7 OR ws-hora-hh >= 20
                SET or-fuera-horario TO TRUE
            ELSE
                MOVE 'N' TO or-fuera-sw
            END-IF
            MOVE op-id TO or-id
            MOVE op-fecha TO or-fecha
            RELEASE orden-rec
            ADD 1 TO ws-seleccionados.

       resume-firmas.
      * salida de la ordenacion: las firmas llegan agrupadas por
      * operador y fecha, y cada cambio de grupo graba su linea
            OPEN OUTPUT resumen-file
            MOVE ws-cabecera-rec TO resumen-rec
            WRITE resumen-rec
            PERFORM devuelve-orden
            IF NOT ws-orden-eof
                MOVE or-id TO ws-grupo-id
                MOVE or-fecha TO ws-grupo-fecha
            END-IF
            PERFORM procesa-orden UNTIL ws-orden-eof
            PERFORM cierra-grupo
            MOVE ws-total-sesiones TO lt-total
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
                PERFORM cierra-grupo
                MOVE or-id TO ws-grupo-id
                MOVE or-fecha TO ws-grupo-fecha
            END-IF
            ADD 1 TO ws-grupo-sesiones
            IF or-fuera-horario
                SET ws-grupo-fuera-horario TO TRUE
            END-IF
            PERFORM devuelve-orden.

       cierra-grupo.
            IF ws-grupo-sesiones > 0
                MOVE ws-grupo-id TO uo-id
                MOVE ws-grupo-fecha TO uo-fecha
                MOVE ws-grupo-sesiones TO uo-sesiones
                IF ws-grupo-fuera-horario
                    MOVE "SI" TO uo-fuera
                ELSE
                    MOVE "NO" TO uo-fuera
                END-IF
                MOVE ws-linea-resumen TO resumen-rec
                WRITE resumen-rec
                ADD ws-grupo-sesiones TO ws-total-sesiones
                MOVE 0 TO ws-grupo-sesiones
                MOVE 'N' TO ws-grupo-fuera-sw
            END-IF.

       graba-linea-control.
      * cuadre del informe: todo lo leido es una salida omitida o
      * una sesion sumada en el total
            MOVE ws-leidos TO lc-leidos
            MOVE ws-salidas TO lc-omitidos
            MOVE ws-total-sesiones TO lc-informe
            IF ws-leidos = ws-salidas + ws-total-sesiones
                    AND ws-devueltos = ws-seleccionados
                    AND ws-devueltos = ws-total-sesiones
                MOVE "OK" TO lc-estado
            ELSE
                MOVE "ERROR" TO lc-estado
                DISPLAY "ERROR: el resumen no cuadra con "
                        "operadores.log"
                MOVE 8 TO RETURN-CODE
            END-IF
            MOVE ws-linea-control TO resumen-rec
            WRITE resumen-rec.

       END PROGRAM rutinas_21.
