      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of the statutory deductions the
      *     nomina run applies. deducciones.dat (deduccion.cpy) holds
      *     effective-dated sets of income-tax withholding brackets
      *     (option 1, entered as a whole set from a date) and the
      *     employee social-security contribution rate (option 2);
      *     a set not yet in force can be removed (option 3), and
      *     the set in force on a date can be shown (option 6), the
      *     same lookup the nomina uses. Option 4 sets or removes an
      *     employee's own withholding percentage in
      *     retenciones_empleado.dat (retencion_empleado.cpy), which
      *     wins over the brackets; option 5 lists both files.
      *     Every change is stamped with the operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_95.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT deducciones-file ASSIGN TO "deducciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS de-clave
               FILE STATUS IS ws-de-status.
           SELECT retenciones-file ASSIGN TO "retenciones_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ir-emp-id
               FILE STATUS IS ws-ir-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.

       DATA DIVISION.
       FILE SECTION.
       FD  deducciones-file.
       COPY deduccion.

       FD  retenciones-file.
       COPY retencion_empleado.

       FD  empleados-file.
       COPY empleado.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-de-status==
                              ==:FS-PREFIJO:== BY ==fs-de==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ir-status==
                              ==:FS-PREFIJO:== BY ==fs-ir==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-fecha-hoy pic 9(8).
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-tipo pic x(1).
           88 ws-tipo-valido value 'T' 'S'.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-valida-sw pic x value 'N'.
           88 ws-fecha-valida value 'Y'.
       01 ws-pct-entrada pic x(4).
       01 ws-pct-num redefines ws-pct-entrada pic 9(2)v99.
       01 ws-pct-valido-sw pic x value 'N'.
           88 ws-pct-valido value 'Y'.
       01 ws-pct pic 9(2)v99.
       01 ws-pct-edit pic z9.99.
       01 ws-hasta-entrada pic x(9).
       01 ws-hasta-num redefines ws-hasta-entrada pic 9(7)v99.
       01 ws-hasta-valido-sw pic x value 'N'.
           88 ws-hasta-valido value 'Y'.
       01 ws-hasta pic 9(7)v99.
       01 ws-hasta-anterior pic 9(7)v99.
       01 ws-hasta-edit pic z(6)9.99.
       01 ws-orden pic 9(2).
       01 ws-tramos-fin-sw pic x value 'N'.
           88 ws-tramos-fin value 'Y'.
       01 ws-emp-entrada pic x(6).
       01 ws-emp-num redefines ws-emp-entrada pic 9(6).
       01 ws-borrados pic 9(3).
      * resultado de la busqueda de la vigencia en una fecha
       01 ws-vig-fecha pic 9(8).
       01 ws-vig-desde pic 9(8).
       01 ws-vig-eof-sw pic x value 'N'.
           88 ws-vig-eof value 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "7".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-tramos-irpf
                WHEN "2"
                    PERFORM alta-seg-social
                WHEN "3"
                    PERFORM baja-vigencia
                WHEN "4"
                    PERFORM retencion-empleado
                WHEN "5"
                    PERFORM lista-deducciones
                WHEN "6"
                    PERFORM consulta-vigentes
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) tramos de IRPF  2) seguridad social  "
                    "3) borrar vigencia futura"
            DISPLAY "4) retencion de empleado  5) listar  "
                    "6) deducciones vigentes en una fecha  7) salir"
            ACCEPT ws-opcion.

       abre-tabla.
            OPEN I-O deducciones-file
            IF fs-de-fichero-no-existe
                OPEN OUTPUT deducciones-file
                CLOSE deducciones-file
                OPEN I-O deducciones-file
            END-IF.

       pide-fecha.
            MOVE 'N' TO ws-fecha-valida-sw
            PERFORM pide-fecha-valor UNTIL ws-fecha-valida.

       pide-fecha-valor.
            DISPLAY "vigente desde (AAAAMMDD): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada IS NUMERIC
                SET ws-fecha-valida TO TRUE
            ELSE
                DISPLAY "ERROR: fecha no valida"
            END-IF.

       pide-porcentaje.
            MOVE 'N' TO ws-pct-valido-sw
            PERFORM pide-porcentaje-valor UNTIL ws-pct-valido.

       pide-porcentaje-valor.
            DISPLAY "porcentaje (0000-9999, dos decimales "
                    "implicitos, ej. 1500 = 15.00): "
            ACCEPT ws-pct-entrada
            IF ws-pct-entrada IS NUMERIC
                MOVE ws-pct-num TO ws-pct
                SET ws-pct-valido TO TRUE
            ELSE
                DISPLAY "ERROR: porcentaje no valido"
            END-IF.

       existe-vigencia.
      * ws-encontrado si ya hay alguna linea de ws-tipo con fecha
      * ws-fecha-num
            MOVE 'N' TO ws-encontrado-sw
            MOVE ws-tipo TO de-tipo
            MOVE ws-fecha-num TO de-fecha-desde
            MOVE 0 TO de-orden
            START deducciones-file KEY IS NOT LESS THAN de-clave
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    READ deducciones-file NEXT RECORD
                        AT END
                            CONTINUE
                        NOT AT END
                            IF de-tipo = ws-tipo
                                    AND de-fecha-desde = ws-fecha-num
                                SET ws-encontrado TO TRUE
                            END-IF
                    END-READ
            END-START.

       alta-tramos-irpf.
      * una vigencia de IRPF es el juego completo de tramos; se
      * teclean en orden hasta el ultimo, el que no tiene limite
            MOVE 'T' TO ws-tipo
            PERFORM pide-fecha
            PERFORM abre-tabla
            PERFORM existe-vigencia
            IF ws-encontrado
                DISPLAY "ERROR: ya hay tramos de IRPF con esa fecha"
            ELSE
                MOVE 0 TO ws-orden
                MOVE 0 TO ws-hasta-anterior
                MOVE 'N' TO ws-tramos-fin-sw
                PERFORM alta-tramo UNTIL ws-tramos-fin
                DISPLAY ws-orden " tramos de IRPF desde "
                        ws-fecha-num
            END-IF
            CLOSE deducciones-file.

       alta-tramo.
            ADD 1 TO ws-orden
            DISPLAY "tramo " ws-orden ":"
            MOVE 'N' TO ws-hasta-valido-sw
            PERFORM pide-hasta UNTIL ws-hasta-valido
            PERFORM pide-porcentaje
            MOVE SPACES TO deduccion-rec
            MOVE 'T' TO de-tipo
            MOVE ws-fecha-num TO de-fecha-desde
            MOVE ws-orden TO de-orden
            MOVE ws-hasta TO de-hasta
            MOVE ws-pct TO de-porcentaje
            MOVE "TRAMO IRPF" TO de-descripcion
            MOVE ws-operador TO de-operador
            WRITE deduccion-rec
            MOVE ws-hasta TO ws-hasta-anterior
            IF ws-hasta = 0 OR ws-orden = 20
                SET ws-tramos-fin TO TRUE
            END-IF.

       pide-hasta.
            DISPLAY "limite superior del tramo sobre el bruto "
                    "mensual (000000000, dos decimales implicitos; "
                    "cero = ultimo tramo): "
            ACCEPT ws-hasta-entrada
            IF ws-hasta-entrada IS NUMERIC
                MOVE ws-hasta-num TO ws-hasta
                IF ws-hasta = 0 OR ws-hasta > ws-hasta-anterior
                    SET ws-hasta-valido TO TRUE
                ELSE
                    DISPLAY "ERROR: el limite tiene que ser mayor que "
                            "el del tramo anterior"
                END-IF
            ELSE
                DISPLAY "ERROR: importe no valido"
            END-IF.

       alta-seg-social.
            MOVE 'S' TO ws-tipo
            PERFORM pide-fecha
            PERFORM abre-tabla
            PERFORM existe-vigencia
            IF ws-encontrado
                DISPLAY "ERROR: ya hay tipo de seguridad social con "
                        "esa fecha"
            ELSE
                PERFORM pide-porcentaje
                MOVE SPACES TO deduccion-rec
                MOVE 'S' TO de-tipo
                MOVE ws-fecha-num TO de-fecha-desde
                MOVE 1 TO de-orden
                MOVE 0 TO de-hasta
                MOVE ws-pct TO de-porcentaje
                MOVE "SEGURIDAD SOCIAL" TO de-descripcion
                MOVE ws-operador TO de-operador
                WRITE deduccion-rec
            END-IF
            CLOSE deducciones-file.

       baja-vigencia.
      * una vigencia que ya rige puede haberse aplicado en nominas
      * liquidadas: solo se borra una que aun no ha entrado en vigor
            DISPLAY "tipo (T tramos de IRPF, S seguridad social): "
            ACCEPT ws-tipo
            IF NOT ws-tipo-valido
                DISPLAY "ERROR: tipo no valido"
            ELSE
                PERFORM pide-fecha
                ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
                IF ws-fecha-num <= ws-fecha-hoy
                    DISPLAY "ERROR: la vigencia ya esta en vigor, dar "
                            "de alta una nueva con fecha futura"
                ELSE
                    MOVE 0 TO ws-borrados
                    PERFORM abre-tabla
                    PERFORM existe-vigencia
                    PERFORM borra-linea-vigencia UNTIL NOT ws-encontrado
                    CLOSE deducciones-file
                    DISPLAY ws-borrados " lineas borradas"
                END-IF
            END-IF.

       borra-linea-vigencia.
            DELETE deducciones-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    ADD 1 TO ws-borrados
            END-DELETE
            PERFORM existe-vigencia.

       retencion-empleado.
            DISPLAY "emp-id: "
            ACCEPT ws-emp-entrada
            IF ws-emp-entrada NOT NUMERIC
                DISPLAY "ERROR: emp-id no valido"
            ELSE
                MOVE 'N' TO ws-encontrado-sw
                OPEN INPUT empleados-file
                IF NOT fs-emp-ok
                    DISPLAY "ERROR: no se encontro empleados.dat"
                ELSE
                    MOVE ws-emp-num TO emp-id
                    READ empleados-file
                        INVALID KEY
                            DISPLAY "ERROR: no existe el empleado "
                                    ws-emp-num
                        NOT INVALID KEY
                            SET ws-encontrado TO TRUE
                            DISPLAY emp-nombre " " emp-apellido
                    END-READ
                    CLOSE empleados-file
                END-IF
                IF ws-encontrado
                    PERFORM graba-retencion
                END-IF
            END-IF.

       graba-retencion.
            OPEN I-O retenciones-file
            IF fs-ir-fichero-no-existe
                OPEN OUTPUT retenciones-file
                CLOSE retenciones-file
                OPEN I-O retenciones-file
            END-IF
            MOVE 'N' TO ws-encontrado-sw
            MOVE ws-emp-num TO ir-emp-id
            READ retenciones-file
                INVALID KEY
                    DISPLAY "sin retencion propia, se aplican los "
                            "tramos"
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
                    MOVE ir-porcentaje TO ws-pct-edit
                    DISPLAY "retencion propia actual: " ws-pct-edit
                            "%"
            END-READ
            DISPLAY "porcentaje (0000-9999, dos decimales "
                    "implicitos; blanco = quitar la retencion propia): "
            ACCEPT ws-pct-entrada
            EVALUATE TRUE
                WHEN ws-pct-entrada = SPACES AND ws-encontrado
                    DELETE retenciones-file
                        INVALID KEY
                            DISPLAY "ERROR: no se pudo quitar"
                        NOT INVALID KEY
                            DISPLAY "retencion propia quitada"
                    END-DELETE
                WHEN ws-pct-entrada = SPACES
                    CONTINUE
                WHEN ws-pct-entrada NOT NUMERIC
                    DISPLAY "ERROR: porcentaje no valido"
                WHEN OTHER
                    MOVE ws-pct-num TO ir-porcentaje
                    MOVE ws-operador TO ir-operador
                    ACCEPT ir-fecha FROM DATE YYYYMMDD
                    IF ws-encontrado
                        REWRITE retencion-empleado-rec
                    ELSE
                        MOVE ws-emp-num TO ir-emp-id
                        WRITE retencion-empleado-rec
                    END-IF
            END-EVALUATE
            CLOSE retenciones-file.

       lista-deducciones.
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT deducciones-file
            IF NOT fs-de-ok
                DISPLAY "aviso: no se encontro deducciones.dat"
            ELSE
                MOVE LOW-VALUES TO de-clave
                START deducciones-file KEY IS NOT LESS THAN de-clave
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-deduccion UNTIL ws-lista-eof
                CLOSE deducciones-file
            END-IF
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT retenciones-file
            IF fs-ir-ok
                DISPLAY "retenciones propias:"
                MOVE LOW-VALUES TO ir-emp-id
                START retenciones-file KEY IS NOT LESS THAN ir-emp-id
                    INVALID KEY
                        SET ws-lista-eof TO TRUE
                END-START
                PERFORM lista-siguiente-retencion UNTIL ws-lista-eof
                CLOSE retenciones-file
            END-IF.

       lista-siguiente-deduccion.
            READ deducciones-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    PERFORM muestra-deduccion
            END-READ.

       muestra-deduccion.
            MOVE de-porcentaje TO ws-pct-edit
            IF de-tramo-irpf
                MOVE de-hasta TO ws-hasta-edit
                IF de-hasta = 0
                    DISPLAY "T desde " de-fecha-desde " tramo "
                            de-orden " resto        " ws-pct-edit "%"
                ELSE
                    DISPLAY "T desde " de-fecha-desde " tramo "
                            de-orden " hasta " ws-hasta-edit " "
                            ws-pct-edit "%"
                END-IF
            ELSE
                DISPLAY "S desde " de-fecha-desde " seguridad social "
                        ws-pct-edit "%"
            END-IF.

       lista-siguiente-retencion.
            READ retenciones-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    MOVE ir-porcentaje TO ws-pct-edit
                    DISPLAY "  " ir-emp-id " " ws-pct-edit "% "
                            ir-operador " " ir-fecha
            END-READ.

       consulta-vigentes.
            DISPLAY "fecha (AAAAMMDD): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
            ELSE
                MOVE ws-fecha-num TO ws-vig-fecha
                OPEN INPUT deducciones-file
                IF NOT fs-de-ok
                    DISPLAY "aviso: no se encontro deducciones.dat"
                ELSE
                    MOVE 'T' TO ws-tipo
                    PERFORM muestra-vigencia
                    MOVE 'S' TO ws-tipo
                    PERFORM muestra-vigencia
                    CLOSE deducciones-file
                END-IF
            END-IF.

       muestra-vigencia.
      * primero se busca la ultima fecha de vigencia de ws-tipo que
      * no pase de la fecha, y luego se muestran sus lineas
            MOVE 0 TO ws-vig-desde
            MOVE 'N' TO ws-vig-eof-sw
            MOVE ws-tipo TO de-tipo
            MOVE 0 TO de-fecha-desde
            MOVE 0 TO de-orden
            START deducciones-file KEY IS NOT LESS THAN de-clave
                INVALID KEY
                    SET ws-vig-eof TO TRUE
            END-START
            PERFORM busca-vigencia UNTIL ws-vig-eof
            IF ws-vig-desde = 0
                DISPLAY ws-tipo " sin vigencia en esa fecha"
            ELSE
                MOVE 'N' TO ws-vig-eof-sw
                MOVE ws-tipo TO de-tipo
                MOVE ws-vig-desde TO de-fecha-desde
                MOVE 0 TO de-orden
                START deducciones-file KEY IS NOT LESS THAN de-clave
                    INVALID KEY
                        SET ws-vig-eof TO TRUE
                END-START
                PERFORM muestra-linea-vigencia UNTIL ws-vig-eof
            END-IF.

       busca-vigencia.
            READ deducciones-file NEXT RECORD
                AT END
                    SET ws-vig-eof TO TRUE
                NOT AT END
                    IF de-tipo NOT = ws-tipo
                            OR de-fecha-desde > ws-vig-fecha
                        SET ws-vig-eof TO TRUE
                    ELSE
                        MOVE de-fecha-desde TO ws-vig-desde
                    END-IF
            END-READ.

       muestra-linea-vigencia.
            READ deducciones-file NEXT RECORD
                AT END
                    SET ws-vig-eof TO TRUE
                NOT AT END
                    IF de-tipo NOT = ws-tipo
                            OR de-fecha-desde NOT = ws-vig-desde
                        SET ws-vig-eof TO TRUE
                    ELSE
                        PERFORM muestra-deduccion
                    END-IF
            END-READ.

       END PROGRAM rutinas_95.
