      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: nightly change-data extract for the finance
      *     reporting database, which until now was refreshed by
      *     copying empleados.dat, clientes.dat and transacciones.dat
      *     whole. Each master is read in key order and compared with
      *     the image kept at the last extract (cdc_base_<file>);
      *     every record added (A), changed (M), deactivated (B, the
      *     active flag turned to 'N' on an employee or a customer)
      *     or gone from the master (E, e.g. archived transactions)
      *     goes to extracto_cdc_NNNNN.dat (extracto_cdc.cpy) with
      *     its record-type code, action code and the nightly run
      *     number, between a header and a trailer carrying the
      *     counts per file. The last-extracted point is kept in
      *     cdc_control.dat (control_cdc.cpy): the extract number
      *     and the images only move forward once the extract is
      *     complete, so a failed night is simply run again under
      *     the same extract number, without gaps or duplicates.
      *     RETURN-CODE 8 when a master could not be read and no
      *     extract was confirmed; the program makes sure
      *     catalogo_retornos.dat carries its codes under the job
      *     step name "extracto_cdc".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_140.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * los maestros se leen con una vista generica, clave y resto:
      * el extracto lleva el registro entero tal cual
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS empleados-clave
               ALTERNATE RECORD KEY IS empleados-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-maestro-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS clientes-clave
               FILE STATUS IS ws-maestro-status.
           SELECT transacciones-file ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS transacciones-clave
               ALTERNATE RECORD KEY IS transacciones-fecha
                   WITH DUPLICATES
               FILE STATUS IS ws-maestro-status.
           SELECT base-file ASSIGN DYNAMIC ws-nombre-base
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-base-status.
           SELECT nuevo-file ASSIGN DYNAMIC ws-nombre-nuevo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nuevo-status.
           SELECT extracto-file ASSIGN DYNAMIC ws-nombre-extracto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-extracto-status.
           SELECT control-cdc-file ASSIGN TO "cdc_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-cdc-status.
           SELECT ejecuciones-file
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.
           SELECT retornos-file ASSIGN TO "catalogo_retornos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-retornos-status.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-file.
       01  empleados-rec.
           05 empleados-clave pic x(6).
           05 filler pic x(15).
           05 empleados-apellido pic x(20).
           05 filler pic x(49).

       FD  clientes-file.
       01  clientes-rec.
           05 clientes-clave pic x(6).
           05 filler pic x(104).

       FD  transacciones-file.
       01  transacciones-rec.
           05 transacciones-clave pic x(8).
           05 transacciones-fecha pic x(8).
           05 filler pic x(84).

       FD  base-file.
       01  base-rec pic x(110).

       FD  nuevo-file.
       01  nuevo-rec pic x(110).

       FD  extracto-file.
       01  extracto-rec pic x(123).

       FD  control-cdc-file.
       01  control-cdc-rec pic x(35).

       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       FD  retornos-file.
       01  retornos-rec pic x(48).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-maestro-status==
                              ==:FS-PREFIJO:== BY ==fs-maestro==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-base-status==
                              ==:FS-PREFIJO:== BY ==fs-base==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nuevo-status==
                              ==:FS-PREFIJO:== BY ==fs-nuevo==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-extracto-status==
                              ==:FS-PREFIJO:== BY ==fs-extracto==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-control-cdc-status==
                     ==:FS-PREFIJO:== BY ==fs-control-cdc==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-retornos-status==
                              ==:FS-PREFIJO:== BY ==fs-retornos==.
       COPY extracto_cdc.
       COPY control_cdc.
       COPY retorno.

       01 ws-nombre-base       pic x(40).
       01 ws-nombre-nuevo      pic x(40).
       01 ws-nombre-extracto   pic x(40).
       01 ws-fecha-hoy         pic 9(8).
       01 ws-hora-actual       pic 9(8).
       01 ws-run-actual        pic 9(5) value 0.
       01 ws-retcode           pic 9(2) value 0.
       01 ws-numero-extracto   pic 9(5) value 0.
       01 ws-numero-anterior   pic 9(5) value 0.
       01 ws-fecha-anterior    pic 9(8) value 0.
       01 ws-total-detalle     pic 9(8) value 0.
       01 ws-m                 pic 9(1).
       01 ws-eof-sw            pic x(1) value 'N'.
           88 ws-eof value 'S'.
       01 ws-fin-actual-sw     pic x(1) value 'N'.
           88 ws-fin-actual value 'S'.
       01 ws-fin-base-sw       pic x(1) value 'N'.
           88 ws-fin-base value 'S'.
       01 ws-base-abierta-sw   pic x(1) value 'N'.
           88 ws-base-abierta value 'S'.

       01 ws-actual            pic x(110).
       01 ws-base              pic x(110).
       01 ws-clave-actual      pic x(8).
       01 ws-clave-base        pic x(8).

      * los tres maestros del extracto: nombre, codigo de tipo de
      * registro, longitud de la clave y posicion del indicador de
      * activo (emp-activo-sw en empleado.cpy, cl-activo-sw en
      * cliente.cpy; las transacciones no tienen baja logica)
       01 ws-maestros-valores.
           05 filler pic x(27) value "empleados.dat       0106044".
           05 filler pic x(27) value "clientes.dat        0206028".
           05 filler pic x(27) value "transacciones.dat   0308000".
       01 ws-maestros REDEFINES ws-maestros-valores.
           05 ws-maestro OCCURS 3 TIMES.
               10 ws-ma-nombre      pic x(20).
               10 ws-ma-tipo        pic x(2).
               10 ws-ma-long-clave  pic 9(2).
               10 ws-ma-pos-activo  pic 9(3).

       01 ws-conteos.
           05 ws-conteo OCCURS 3 TIMES.
               10 ws-cta-altas          pic 9(7).
               10 ws-cta-modificaciones pic 9(7).
               10 ws-cta-bajas          pic 9(7).
               10 ws-cta-eliminaciones  pic 9(7).

       01 ws-retornos-vistos.
           05 ws-retorno-visto occurs 2 times pic x(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            ACCEPT ws-hora-actual FROM TIME
            PERFORM lee-numero-ejecucion
            PERFORM registra-retornos
            PERFORM lee-control
            PERFORM extrae-cambios
            MOVE ws-retcode TO RETURN-CODE
            STOP RUN.

       extrae-cambios.
      * un extracto escrito entero cuyas imagenes no se llegaron a
      * sustituir: se termina la sustitucion antes de seguir, o el
      * extracto de hoy repetiria los cambios que ya se enviaron
            IF cc-pendiente
                DISPLAY "extracto " cc-numero " pendiente de "
                        "confirmar: se sustituyen las imagenes"
                PERFORM promociona-base
                    VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 3
                SET cc-confirmado TO TRUE
                PERFORM graba-control
            END-IF
            MOVE cc-numero TO ws-numero-anterior
            MOVE cc-fecha TO ws-fecha-anterior
            ADD 1 TO cc-numero GIVING ws-numero-extracto

            PERFORM abre-maestros
            IF ws-retcode = 0
                MOVE SPACES TO ws-nombre-extracto
                STRING "extracto_cdc_" ws-numero-extracto ".dat"
                    DELIMITED BY SIZE INTO ws-nombre-extracto
                OPEN OUTPUT extracto-file
                IF NOT fs-extracto-ok
                    DISPLAY "ERROR: no se puede crear "
                            ws-nombre-extracto
                            " estado " ws-extracto-status
                    MOVE 8 TO ws-retcode
                    PERFORM cierra-maestros
                END-IF
            END-IF
            IF ws-retcode = 0
                INITIALIZE ws-conteos
                PERFORM graba-cabecera
                PERFORM compara-maestro
                    VARYING ws-m FROM 1 BY 1
                    UNTIL ws-m > 3 OR ws-retcode NOT = 0
                PERFORM cierra-maestros
                IF ws-retcode NOT = 0
      * sin pie: el receptor no debe cargar un extracto a medias, y
      * la siguiente ejecucion lo reescribe con el mismo numero
                    CLOSE extracto-file
                    DISPLAY "ERROR: extracto " ws-numero-extracto
                            " sin confirmar; se repetira entero"
                END-IF
            END-IF
            IF ws-retcode = 0
                PERFORM graba-pie
                CLOSE extracto-file
                PERFORM confirma-extracto
            END-IF.

       confirma-extracto.
      * confirmacion en dos tiempos: primero el numero (pendiente),
      * luego las imagenes, y por ultimo el estado confirmado
            MOVE ws-numero-extracto TO cc-numero
            MOVE ws-fecha-hoy TO cc-fecha
            MOVE ws-hora-actual TO cc-hora
            MOVE ws-run-actual TO cc-run
            SET cc-pendiente TO TRUE
            PERFORM graba-control
            PERFORM promociona-base
                VARYING ws-m FROM 1 BY 1 UNTIL ws-m > 3
            SET cc-confirmado TO TRUE
            PERFORM graba-control
            DISPLAY "extracto de cambios " ws-numero-extracto
                    ": " ws-total-detalle " registros".

       abre-maestros.
      * si un maestro no abre no se extrae nada: una base contra un
      * maestro ausente saldria entera como eliminaciones
            OPEN INPUT empleados-file
            IF NOT fs-maestro-ok
                DISPLAY "ERROR: empleados.dat no abre, estado "
                        ws-maestro-status
                MOVE 8 TO ws-retcode
            ELSE
                OPEN INPUT clientes-file
                IF NOT fs-maestro-ok
                    DISPLAY "ERROR: clientes.dat no abre, estado "
                            ws-maestro-status
                    MOVE 8 TO ws-retcode
                    CLOSE empleados-file
                ELSE
                    OPEN INPUT transacciones-file
                    IF NOT fs-maestro-ok
                        DISPLAY "ERROR: transacciones.dat no abre, "
                                "estado " ws-maestro-status
                        MOVE 8 TO ws-retcode
                        CLOSE empleados-file
                        CLOSE clientes-file
                    END-IF
                END-IF
            END-IF.

       cierra-maestros.
            CLOSE empleados-file
            CLOSE clientes-file
            CLOSE transacciones-file.

       compara-maestro.
            PERFORM compone-nombres
            MOVE 'N' TO ws-base-abierta-sw
            MOVE 'N' TO ws-fin-base-sw
            MOVE 'N' TO ws-fin-actual-sw
            OPEN INPUT base-file
            IF fs-base-ok
                SET ws-base-abierta TO TRUE
            ELSE
      * primer extracto de este maestro: todo sale como alta
                SET ws-fin-base TO TRUE
                MOVE HIGH-VALUES TO ws-clave-base
            END-IF
            OPEN OUTPUT nuevo-file
            IF NOT fs-nuevo-ok
                DISPLAY "ERROR: no se puede crear " ws-nombre-nuevo
                MOVE 8 TO ws-retcode
            ELSE
                PERFORM lee-actual
                IF NOT ws-fin-base
                    PERFORM lee-base
                END-IF
                PERFORM compara-registro
                    UNTIL (ws-fin-actual AND ws-fin-base)
                       OR ws-retcode NOT = 0
                CLOSE nuevo-file
            END-IF
            IF ws-base-abierta
                CLOSE base-file
            END-IF.

       compara-registro.
            EVALUATE TRUE
                WHEN ws-clave-actual < ws-clave-base
                    MOVE ws-actual TO ex-datos
                    SET ex-alta TO TRUE
                    ADD 1 TO ws-cta-altas(ws-m)
                    PERFORM graba-detalle
                    MOVE ws-actual TO nuevo-rec
                    WRITE nuevo-rec
                    PERFORM lee-actual
                WHEN ws-clave-actual > ws-clave-base
                    MOVE ws-base TO ex-datos
                    SET ex-eliminacion TO TRUE
                    ADD 1 TO ws-cta-eliminaciones(ws-m)
                    PERFORM graba-detalle
                    PERFORM lee-base
                WHEN OTHER
                    IF ws-actual NOT = ws-base
                        MOVE ws-actual TO ex-datos
                        PERFORM clasifica-cambio
                        PERFORM graba-detalle
                    END-IF
                    MOVE ws-actual TO nuevo-rec
                    WRITE nuevo-rec
                    PERFORM lee-actual
                    PERFORM lee-base
            END-EVALUATE.

       clasifica-cambio.
      * el indicador de activo que pasa a 'N' es una baja; cualquier
      * otro cambio, incluida una reactivacion, es una modificacion
            SET ex-modificacion TO TRUE
            IF ws-ma-pos-activo(ws-m) > 0
                IF ws-actual(ws-ma-pos-activo(ws-m):1) = 'N'
                   AND ws-base(ws-ma-pos-activo(ws-m):1) NOT = 'N'
                    SET ex-baja TO TRUE
                END-IF
            END-IF
            IF ex-baja
                ADD 1 TO ws-cta-bajas(ws-m)
            ELSE
                ADD 1 TO ws-cta-modificaciones(ws-m)
            END-IF.

       lee-actual.
            EVALUATE ws-m
                WHEN 1
                    READ empleados-file NEXT RECORD INTO ws-actual
                        AT END
                            SET ws-fin-actual TO TRUE
                    END-READ
                WHEN 2
                    READ clientes-file NEXT RECORD INTO ws-actual
                        AT END
                            SET ws-fin-actual TO TRUE
                    END-READ
                WHEN 3
                    READ transacciones-file NEXT RECORD
                        INTO ws-actual
                        AT END
                            SET ws-fin-actual TO TRUE
                    END-READ
            END-EVALUATE
            IF ws-fin-actual
                MOVE HIGH-VALUES TO ws-clave-actual
            ELSE
                IF ws-maestro-status(1:1) NOT = "0"
                    DISPLAY "ERROR: " ws-ma-nombre(ws-m)
                            " lectura con estado " ws-maestro-status
                    MOVE 8 TO ws-retcode
                    SET ws-fin-actual TO TRUE
                    MOVE HIGH-VALUES TO ws-clave-actual
                ELSE
                    MOVE SPACES TO ws-clave-actual
                    MOVE ws-actual(1:ws-ma-long-clave(ws-m))
                        TO ws-clave-actual
                END-IF
            END-IF.

       lee-base.
            READ base-file INTO ws-base
                AT END
                    SET ws-fin-base TO TRUE
                    MOVE HIGH-VALUES TO ws-clave-base
                NOT AT END
                    MOVE SPACES TO ws-clave-base
                    MOVE ws-base(1:ws-ma-long-clave(ws-m))
                        TO ws-clave-base
            END-READ.

       graba-cabecera.
            MOVE SPACES TO ws-extracto-linea
            SET ex-cabecera TO TRUE
            MOVE ws-run-actual TO ex-run
            MOVE ws-numero-extracto TO ex-numero-extracto
            MOVE ws-fecha-hoy TO ex-cab-fecha
            MOVE ws-hora-actual TO ex-cab-hora
            MOVE ws-numero-anterior TO ex-cab-anterior
            MOVE ws-fecha-anterior TO ex-cab-anterior-fecha
            MOVE ws-extracto-linea TO extracto-rec
            WRITE extracto-rec.

       graba-detalle.
            MOVE ws-ma-tipo(ws-m) TO ex-tipo-registro
            MOVE ws-run-actual TO ex-run
            MOVE ws-numero-extracto TO ex-numero-extracto
            MOVE ws-extracto-linea TO extracto-rec
            WRITE extracto-rec
            ADD 1 TO ws-total-detalle.

       graba-pie.
            MOVE SPACES TO ws-extracto-linea
            SET ex-pie TO TRUE
            MOVE ws-run-actual TO ex-run
            MOVE ws-numero-extracto TO ex-numero-extracto
            PERFORM pasa-conteos VARYING ws-m FROM 1 BY 1
                UNTIL ws-m > 3
            MOVE ws-total-detalle TO ex-pie-total
            MOVE ws-extracto-linea TO extracto-rec
            WRITE extracto-rec.

       pasa-conteos.
            MOVE ws-cta-altas(ws-m) TO ex-pie-altas(ws-m)
            MOVE ws-cta-modificaciones(ws-m)
                TO ex-pie-modificaciones(ws-m)
            MOVE ws-cta-bajas(ws-m) TO ex-pie-bajas(ws-m)
            MOVE ws-cta-eliminaciones(ws-m)
                TO ex-pie-eliminaciones(ws-m).

       promociona-base.
      * la imagen de esta noche pasa a ser la base del siguiente
      * extracto
            PERFORM compone-nombres
            OPEN INPUT nuevo-file
            IF fs-nuevo-ok
                OPEN OUTPUT base-file
                MOVE 'N' TO ws-eof-sw
                PERFORM copia-imagen UNTIL ws-eof
                CLOSE base-file
                CLOSE nuevo-file
            END-IF.

       copia-imagen.
            READ nuevo-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE nuevo-rec TO base-rec
                    WRITE base-rec
            END-READ.

       compone-nombres.
            MOVE SPACES TO ws-nombre-base
            MOVE SPACES TO ws-nombre-nuevo
            STRING "cdc_base_" DELIMITED BY SIZE
                   ws-ma-nombre(ws-m) DELIMITED BY SPACE
                INTO ws-nombre-base
            STRING "cdc_nuevo_" DELIMITED BY SIZE
                   ws-ma-nombre(ws-m) DELIMITED BY SPACE
                INTO ws-nombre-nuevo.

       lee-control.
            MOVE 0 TO cc-numero
            MOVE 0 TO cc-fecha
            SET cc-confirmado TO TRUE
            OPEN INPUT control-cdc-file
            IF fs-control-cdc-ok
                READ control-cdc-file
                    NOT AT END
                        MOVE control-cdc-rec TO ws-control-cdc-linea
                END-READ
                CLOSE control-cdc-file
            END-IF.

       graba-control.
            OPEN OUTPUT control-cdc-file
            MOVE ws-control-cdc-linea TO control-cdc-rec
            WRITE control-cdc-rec
            CLOSE control-cdc-file.

       lee-numero-ejecucion.
            MOVE 0 TO ws-run-actual
            OPEN INPUT ejecuciones-file
            IF fs-ejecuciones-ok
                READ ejecuciones-file
                    NOT AT END
                        MOVE ejecuciones-rec TO ws-run-actual
                END-READ
                CLOSE ejecuciones-file
            END-IF.

       registra-retornos.
      * el resumen nocturno traduce el codigo por el nombre del
      * paso del job; si el catalogo aun no tiene los de este paso,
      * se anaden aqui para que nunca salgan sin catalogar
            MOVE 'N' TO ws-retorno-visto(1)
            MOVE 'N' TO ws-retorno-visto(2)
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT retornos-file
            IF fs-retornos-ok
                PERFORM lee-retorno UNTIL ws-eof
                CLOSE retornos-file
                OPEN EXTEND retornos-file
            ELSE
                OPEN OUTPUT retornos-file
            END-IF
            IF ws-retorno-visto(1) = 'N'
                MOVE 0 TO rt-codigo
                MOVE 'I' TO rt-severidad
                MOVE "extracto de cambios generado" TO rt-descripcion
                PERFORM graba-retorno
            END-IF
            IF ws-retorno-visto(2) = 'N'
                MOVE 8 TO rt-codigo
                MOVE 'C' TO rt-severidad
                MOVE "extracto NO generado, repetir"
                    TO rt-descripcion
                PERFORM graba-retorno
            END-IF
            CLOSE retornos-file.

       lee-retorno.
            READ retornos-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE retornos-rec TO ws-retorno-linea
                    IF rt-programa = "extracto_cdc"
                        EVALUATE rt-codigo
                            WHEN 0
                                MOVE 'S' TO ws-retorno-visto(1)
                            WHEN 8
                                MOVE 'S' TO ws-retorno-visto(2)
                        END-EVALUATE
                    END-IF
            END-READ.

       graba-retorno.
            MOVE "extracto_cdc" TO rt-programa
            MOVE ws-retorno-linea TO retornos-rec
            WRITE retornos-rec.

       END PROGRAM rutinas_140.
