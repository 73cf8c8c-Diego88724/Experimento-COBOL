      *     can override for a genuine emergency and the override is
      *     logged to excepciones.log. The BATCH service session is
      *     exempt, it IS the chain.
      *   - every employee now has a salary grade (grados_empleado
      *     .dat, grado_empleado.cpy), asked on the alta form and
      *     changeable in modificacion, validated against the grades
      *     of the new salary band table (bandas_salariales.dat,
      *     maintained by rutinas_107); the salary keyed on alta or
      *     modificacion must fall inside the band in force today
      *     for that grade, and one outside it is refused and logged
      *     to excepciones.log unless a supervisor authorises it,
      *     which is logged as well. A band table that has not been
      *     created yet leaves grade and salary unrestricted. Grade
      *     changes go to empleados_historial.log as "GRADO".
      *   - every employee can now have a direct manager
      *     (responsables_empleado.dat, responsable_empleado.cpy),
      *     asked on the alta form and changeable in modificacion; a
      *     manager who does not exist, has left, is the employee
      *     themself or would close a loop in the reporting chain is
      *     refused and logged to excepciones.log. Manager changes go
      *     to empleados_historial.log as "RESPONSABLE", and a baja
      *     warns when the leaver still has people reporting to them,
      *     so they are reassigned (rutinas_109 lists them too).
      *   - the current salary shown in modificacion and the salary
      *     inside the employee images of the historial enquiry are
      *     now masked unless the signed-on operator is a
      *     supervisor; every time a supervisor is shown one, an
      *     access record (operator, emp-id, program, timestamp) is
      *     appended to accesos_salario.log (acceso_salario.cpy),
      *     which rutinas_118 reports on weekly.
      *   - console messages now come from the mensajes.dat catalogue
      *     (mensaje.cpy, loaded into mensajes_tabla.cpy by
      *     prepara-mensajes) instead of literals, in the IDIOMA
      *     language from menu.sh and, once signed on, in the operator's
      *     om-idioma; wording is corrected with rutinas_143 without a
      *     recompile. The alta screen labels come from the catalogue
      *     too.
      *   - modifying or removing an employee now locks the emp-id in
      *     bloqueos.dat (bloqueo.cpy) for the length of the edit, so
      *     two clerks cannot overwrite each other's changes; a clerk
      *     who finds the record in use is told by whom and since when
      *     and can wait and retry or back out. Each conflict is logged
      *     in bloqueos_conflictos.log and a lock older than
      *     pg-bloqueo-minutos is released as stale.
      *   - a successful sign-on is now checked against the operator's
      *     weekly shift in turnos.dat (turno.cpy, maintained with
      *     rutinas_145) and calendario.dat: a sign-on outside the
      *     rostered shift, on a holiday, or by an operator with no
      *     roster is still allowed but is written to intentos_firma.log
      *     as "fuera de turno" / "sin turno" for the security report.
      *     No turnos.dat means no check.
      *   - lock age now counts real calendar days instead of a 360-day
      *     year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_4.
           SELECT intentos-file ASSIGN TO "intentos_firma.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-intentos-status.
           SELECT turnos-file ASSIGN TO "turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tu-id
               FILE STATUS IS ws-turnos-status.
           SELECT calendario-file ASSIGN TO "calendario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calendario-status.

           SELECT aprobaciones-file ASSIGN DYNAMIC ws-nombre-aprob
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-marca-status.

           SELECT grados-file ASSIGN DYNAMIC ws-nombre-grados
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ge-emp-id
               FILE STATUS IS ws-grados-status.
           SELECT bandas-file ASSIGN TO "bandas_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bs-clave
               FILE STATUS IS ws-bandas-status.
           SELECT responsables-file
               ASSIGN DYNAMIC ws-nombre-responsables
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS jr-emp-id
               FILE STATUS IS ws-responsables-status.
           SELECT accesos-salario-file
               ASSIGN DYNAMIC ws-nombre-accesos-salario
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-accesos-salario-status.
           SELECT bloqueos-file ASSIGN DYNAMIC ws-nombre-bloqueos
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bq-clave
               FILE STATUS IS ws-bloqueos-status.
           SELECT bloq-conflicto-file
               ASSIGN DYNAMIC ws-nombre-bloq-conflicto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bloq-conflicto-status.
           SELECT mensajes-file ASSIGN TO "mensajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ms-clave
               FILE STATUS IS ws-mensajes-status.

       DATA DIVISION.
       FILE SECTION.
       FD  excepcion-file.
       FD  intentos-file.
       01  intentos-rec pic x(63).

       FD  turnos-file.
       COPY turno.

       FD  calendario-file.
       01  calendario-rec pic x(29).

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  marca-file.
       01  marca-rec pic x(29).

       FD  grados-file.
       COPY grado_empleado.

       FD  bandas-file.
       COPY banda_salarial.

       FD  responsables-file.
       COPY responsable_empleado.

       FD  accesos-salario-file.
       01  accesos-salario-rec pic x(54).

       FD  bloqueos-file.
       COPY bloqueo.

       FD  bloq-conflicto-file.
       01  bloq-conflicto-rec pic x(114).

       FD  mensajes-file.
       COPY mensaje.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-mensajes-status==
                              ==:FS-PREFIJO:== BY ==fs-mensajes==.
       COPY mensajes_tabla.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-bloqueos-status==
                              ==:FS-PREFIJO:== BY ==fs-bloqueos==.
       COPY fstatus REPLACING
                    ==:FS-CAMPO:== BY ==ws-bloq-conflicto-status==
                    ==:FS-PREFIJO:== BY ==fs-bloq-conflicto==.
       COPY bloqueo_trabajo.
       COPY bloqueo_conflicto.
       01 persona-rec.
           COPY persona REPLACING ==:P-NOMBRE:==   BY ==nombre==
                                  ==:P-APELLIDO:== BY ==apellido==
       COPY intento_firma.
       01 ws-intento-motivo pic x(15).
       01 ws-firma-intentos-max pic 9(2) value 0.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-turnos-status==
                              ==:FS-PREFIJO:== BY ==fs-turnos==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-calendario-status==
                     ==:FS-PREFIJO:== BY ==fs-calendario==.
       COPY calendario.
       01 ws-turno-fecha pic 9(8).
       01 ws-turno-hora pic 9(8).
       01 ws-turno-hh pic 9(2).
       01 ws-turno-dia-semana pic 9(1).
       01 ws-turno-festivo-sw pic x value 'N'.
           88 ws-turno-festivo value 'Y'.
       01 ws-en-turno-sw pic x value 'N'.
           88 ws-en-turno value 'Y'.
       01 ws-calendario-eof-sw pic x value 'N'.
           88 ws-calendario-eof value 'Y'.


       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-lote-status==
           88 ws-batch-bloquea value 'Y'.
       01 ws-override-resp pic x(1).

       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-grados-status==
                              ==:FS-PREFIJO:== BY ==fs-grados==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-bandas-status==
                              ==:FS-PREFIJO:== BY ==fs-bandas==.
       01 grado pic x(2).
       01 ws-nombre-grados pic x(40).
       01 ws-grado-valido-sw pic x value 'N'.
           88 ws-grado-valido value 'Y'.
       01 ws-grado-cambiado-sw pic x value 'N'.
           88 ws-grado-cambiado value 'Y'.
       01 ws-grado-actual pic x(2).
       01 ws-modif-grado pic x(2).
       01 ws-imagen-grado-antes pic x(90).
       01 ws-imagen-grado-despues pic x(90).
       01 ws-banda-ok-sw pic x value 'N'.
           88 ws-banda-ok value 'Y'.
       01 ws-banda-encontrada-sw pic x value 'N'.
           88 ws-banda-encontrada value 'Y'.
       01 ws-banda-eof-sw pic x value 'N'.
           88 ws-banda-eof value 'Y'.
       01 ws-banda-minimo pic 9(7)v99.
       01 ws-banda-maximo pic 9(7)v99.
       01 ws-banda-minimo-edit pic z,zzz,zz9.
       01 ws-banda-maximo-edit pic z,zzz,zz9.

       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-responsables-status==
                     ==:FS-PREFIJO:== BY ==fs-responsables==.
       01 responsable pic x(6).
       01 ws-responsable-num redefines responsable pic 9(6).
       01 ws-nombre-responsables pic x(40).
       01 ws-responsable-valido-sw pic x value 'N'.
           88 ws-responsable-valido value 'Y'.
       01 ws-responsable-cambiado-sw pic x value 'N'.
           88 ws-responsable-cambiado value 'Y'.
       01 ws-responsable-actual pic 9(6).
       01 ws-responsable-nuevo pic 9(6).
      * el empleado que se modifica (cero en el alta, que aun no
      * tiene id) y si empleados.dat esta abierto para leer al jefe
       01 ws-emp-en-curso pic 9(6).
       01 ws-emp-abierto-sw pic x value 'N'.
           88 ws-emp-abierto value 'Y'.
       01 ws-empleado-guardado pic x(90).
       01 ws-cadena-actual pic 9(6).
       01 ws-cadena-pasos pic 9(4).
       01 ws-ciclo-sw pic x value 'N'.
           88 ws-ciclo value 'Y'.
       01 ws-responsables-eof-sw pic x value 'N'.
           88 ws-responsables-eof value 'Y'.
       01 ws-dependientes pic 9(4).
       01 ws-imagen-resp-antes pic x(90).
       01 ws-imagen-resp-despues pic x(90).

       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-accesos-salario-status==
                     ==:FS-PREFIJO:== BY ==fs-accesos-salario==.
       COPY acceso_salario.
       01 ws-nombre-accesos-salario pic x(40).
       01 ws-nombre-bloqueos pic x(40).
       01 ws-nombre-bloq-conflicto pic x(40).
      * el salario solo se ensena en claro a un supervisor
       01 ws-salario-oculto pic x(9) value "*********".
       01 ws-hist-imagen-antes pic x(90).
       01 ws-hist-imagen-despues pic x(90).
       01 ws-hist-salario-visto-sw pic x value 'N'.
           88 ws-hist-salario-visto value 'Y'.

       SCREEN SECTION.
      * los rotulos salen del catalogo de mensajes (4105, 4106 y
      * 4173-4178), en el idioma del operador.
       01 pantalla-alta.
           05 BLANK SCREEN.
           05 LINE 1 COL 1  PIC X(30) FROM mt-texto(173).
           05 LINE 3 COL 1  PIC X(13) FROM mt-texto(105).
           05 LINE 3 COL 15 PIC X(15) USING nombre.
           05 LINE 4 COL 1  PIC X(13) FROM mt-texto(106).
           05 LINE 4 COL 15 PIC X(20) USING apellido.
           05 LINE 5 COL 1  PIC X(13) FROM mt-texto(174).
           05 LINE 5 COL 15 PIC 9(8) USING fecha-nacimiento.
           05 LINE 6 COL 1  PIC X(13) FROM mt-texto(175).
           05 LINE 6 COL 15 PIC X(4) USING depto.
           05 LINE 7 COL 1  PIC X(13) FROM mt-texto(176).
           05 LINE 7 COL 15 PIC X(9) USING dni.
           05 LINE 8 COL 1  PIC X(13) FROM mt-texto(177).
           05 LINE 8 COL 15 PIC X(2) USING grado.
           05 LINE 9 COL 1  PIC X(13) FROM mt-texto(178).
           05 LINE 9 COL 15 PIC X(6) USING responsable.

       PROCEDURE DIVISION.

           solicita-datos.
               PERFORM prepara-mensajes.
               PERFORM configura-ficheros.
               PERFORM firma-operador.
               IF NOT ws-operador-autorizado
                       PERFORM informe-bajas
                   WHEN ws-opcion-correccion
                       IF NOT ws-nivel-supervisor
                           DISPLAY mt-texto(100)(1:mt-largo(100))
                           MOVE "autorizacion" TO exc-campo
                           MOVE "correccion denegada" TO exc-valor
                           PERFORM graba-excepcion
               STOP RUN.

           firma-operador.
               DISPLAY mt-texto(4)(1:mt-largo(4))
               ACCEPT ws-operador-id
               PERFORM verifica-operador-autorizado
               IF ws-operador-no-autorizado
                   DISPLAY mt-texto(5)(1:mt-largo(5)) " " ws-operador-id
               ELSE
                   ACCEPT op-fecha FROM DATE YYYYMMDD
                   ACCEPT op-hora FROM TIME
                   END-IF
                   WRITE operador-rec
                   CLOSE operador-file
                   PERFORM verifica-turno-operador
               END-IF.

           verifica-operador-autorizado.
                           ELSE
                               MOVE 1 TO ws-operador-nivel
                           END-IF
                           MOVE om-idioma TO ws-operador-idioma
                           PERFORM aplica-idioma-operador
                   END-READ
                   CLOSE operador-maestro-file
                   IF ws-operador-autorizado
                    MOVE 0 TO om-pin-fecha
                END-IF
                IF om-pin-fecha = 0
                    DISPLAY mt-texto(6)(1:mt-largo(6))
                    PERFORM cambia-pin-operador
                ELSE
                    DISPLAY mt-texto(7)(1:mt-largo(7))
                    ACCEPT ws-pin-entrada
                    IF ws-pin-entrada NOT = om-pin
                        DISPLAY mt-texto(8)(1:mt-largo(8))
                        SET ws-operador-no-autorizado TO TRUE
                        MOVE "pin incorrecto" TO ws-intento-motivo
                        PERFORM graba-intento-firma
                            PERFORM calcula-dias-pin
                            IF ws-dias-hoy-pin - ws-dias-pin
                                    > ws-pin-dias-max
                                DISPLAY mt-texto(9)(1:mt-largo(9))
                                PERFORM cambia-pin-operador
                            END-IF
                        END-IF
                            ACCEPT om-pin-fecha FROM DATE YYYYMMDD
                            MOVE 0 TO om-fallos
                            REWRITE operador-maestro-rec
                            DISPLAY mt-texto(10)(1:mt-largo(10))
                    END-READ
                    CLOSE operador-maestro-file
                END-IF.

           pide-pin-nuevo.
                DISPLAY mt-texto(11)(1:mt-largo(11))
                ACCEPT ws-pin-nuevo1
                DISPLAY mt-texto(12)(1:mt-largo(12))
                ACCEPT ws-pin-nuevo2
                IF ws-pin-nuevo1 NOT NUMERIC
                    DISPLAY mt-texto(13)(1:mt-largo(13))
                ELSE
                    IF ws-pin-nuevo1 NOT = ws-pin-nuevo2
                        DISPLAY mt-texto(14)(1:mt-largo(14))
                    ELSE
                        IF ws-pin-nuevo1 = om-pin
                            DISPLAY mt-texto(15)(1:mt-largo(15))
                        ELSE
                            SET ws-cambio-pin-ok TO TRUE
                        END-IF
                    fp-aaaa * 360 + fp-mm * 30 + fp-dd.

           pide-opcion-menu.
               DISPLAY mt-texto(101)(1:mt-largo(101))
               DISPLAY mt-texto(102)(1:mt-largo(102))
               DISPLAY mt-texto(103)(1:mt-largo(103))
               DISPLAY mt-texto(104)(1:mt-largo(104))
               DISPLAY mt-texto(32)(1:mt-largo(32))
               ACCEPT ws-opcion
               IF NOT ws-opcion-alta AND NOT ws-opcion-modificar
                       AND NOT ws-opcion-salir AND NOT ws-opcion-lote
                       AND NOT ws-opcion-correccion
                       AND NOT ws-opcion-consulta-dni
                       AND NOT ws-opcion-historial
                   DISPLAY mt-texto(33)(1:mt-largo(33))
                   PERFORM pide-opcion-menu
               END-IF.

               PERFORM completa-formulario
                   WITH TEST AFTER UNTIL NOT ws-duplicado.
               PERFORM pide-salario.
               DISPLAY mt-texto(105)(1:mt-largo(105)) " " nombre
                       mt-texto(106)(1:mt-largo(106)) " " apellido
                       mt-texto(107)(1:mt-largo(107)) " " edad.
               MOVE "ALTA" TO ws-accion-historial
               PERFORM graba-empleado.

               PERFORM pide-salario-valor UNTIL ws-salario-valido.

           pide-salario-valor.
               DISPLAY mt-texto(108)(1:mt-largo(108))
               ACCEPT ws-salario-entrada
               PERFORM alinea-salario
               IF ws-salario-just IS NUMERIC
                   MOVE ws-salario-just-num TO ws-salario
                   PERFORM verifica-banda-salarial
                   IF ws-banda-ok
                       SET ws-salario-valido TO TRUE
                   END-IF
               ELSE
                   DISPLAY mt-texto(109)(1:mt-largo(109))
                   MOVE "emp-salario" TO exc-campo
                   MOVE ws-salario-entrada TO exc-valor
                   PERFORM graba-excepcion
           importa-lote-empleados.
               OPEN INPUT lote-file
               IF NOT fs-lote-ok
                   DISPLAY mt-texto(110)(1:mt-largo(110))
               ELSE
                   MOVE 0 TO ws-lote-aceptados
                   MOVE 0 TO ws-lote-rechazados
                   PERFORM procesa-linea-lote UNTIL ws-lote-eof
                   CLOSE lote-file
                   DISPLAY mt-texto(111)(1:mt-largo(111)) " "
                           ws-lote-aceptados
                           mt-texto(112)(1:mt-largo(112)) " "
                           ws-lote-rechazados
                           mt-texto(113)(1:mt-largo(113))
               END-IF.

           procesa-linea-lote.
      * modificacion lo complete
                       MOVE SPACES TO depto
                       MOVE 0 TO ws-salario
      * tampoco trae grado: el empleado queda sin banda hasta que
      * una modificacion se lo asigne
                       MOVE SPACES TO grado
                       MOVE SPACES TO responsable
      * el lote no trae DNI; la unicidad del lote sigue siendo por
      * nombre+apellido y el DNI queda en blanco para la lista de
      * depuracion de rutinas_58
               END-READ.

           completa-formulario.
               MOVE SPACES TO nombre apellido depto dni grado
               MOVE SPACES TO responsable
               MOVE ZEROS TO edad
               MOVE ZEROS TO fecha-nacimiento
               MOVE 'N' TO ws-nombre-valido-sw
               MOVE 'N' TO ws-edad-valido-sw
               MOVE 'N' TO ws-depto-valido-sw
               MOVE 'N' TO ws-dni-valido-sw
               MOVE 'N' TO ws-grado-valido-sw
               MOVE 'N' TO ws-responsable-valido-sw
               PERFORM muestra-formulario
                   UNTIL ws-nombre-valido AND ws-apellido-valido
                       AND ws-edad-valido AND ws-depto-valido
                       AND ws-dni-valido AND ws-grado-valido
                       AND ws-responsable-valido.
               PERFORM verifica-duplicado.

           muestra-formulario.
               PERFORM valida-edad.
               PERFORM valida-departamento.
               PERFORM valida-dni.
               PERFORM valida-grado.
               PERFORM valida-responsable-alta.

           graba-empleado.
               PERFORM siguiente-id.
               CLOSE empleados-file
               MOVE SPACES TO ws-imagen-antes
               PERFORM graba-historial-empleado.
               IF grado NOT = SPACES
                   PERFORM graba-grado-empleado
               END-IF.
               IF responsable NOT = SPACES
                       AND ws-responsable-num NOT = 0
                   MOVE ws-responsable-num TO ws-responsable-nuevo
                   PERFORM graba-responsable-empleado
               END-IF.

           siguiente-id.
               OPEN INPUT contador-file
               PERFORM busca-duplicado-dni
               IF ws-encontrado
                   SET ws-duplicado TO TRUE
                   DISPLAY mt-texto(114)(1:mt-largo(114))
                   MOVE "emp-dni" TO exc-campo
                   MOVE dni TO exc-valor
                   PERFORM graba-excepcion
               PERFORM busca-duplicado
               IF ws-encontrado
                   SET ws-duplicado TO TRUE
                   DISPLAY mt-texto(115)(1:mt-largo(115))
                   MOVE "nombre+apellido" TO exc-campo
                   MOVE nombre TO exc-valor
                   PERFORM graba-excepcion
               END-READ.

           modifica-empleado.
               DISPLAY mt-texto(116)(1:mt-largo(116))
               ACCEPT apellido
               DISPLAY mt-texto(117)(1:mt-largo(117))
               ACCEPT nombre
               MOVE 'N' TO ws-encontrado-sw
               OPEN I-O empleados-file
               IF NOT fs-emp-ok
                   DISPLAY mt-texto(118)(1:mt-largo(118))
               ELSE
                   PERFORM busca-empleado
                   IF ws-encontrado
                       PERFORM bloquea-empleado
                       IF ws-bloqueo-tomado
                           MOVE empleado-rec TO ws-imagen-antes
                           PERFORM pide-cambios
                           PERFORM verifica-bloqueo
                           IF ws-bloqueo-tomado
                               REWRITE empleado-rec
                               MOVE "MODIFICACION"
                                   TO ws-accion-historial
                               PERFORM graba-historial-empleado
                               IF ws-grado-cambiado
                                   PERFORM graba-grado-empleado
                               END-IF
                               IF ws-responsable-cambiado
                                   PERFORM graba-responsable-empleado
                               END-IF
                           ELSE
                               DISPLAY mt-texto(185)(1:mt-largo(185))
                                       " " ws-bloqueo-titular
                                       mt-texto(186)(1:mt-largo(186))
                           END-IF
                           PERFORM libera-bloqueo
                       END-IF
                   ELSE
                       DISPLAY mt-texto(119)(1:mt-largo(119))
                   END-IF
                   CLOSE empleados-file
               END-IF.

           bloquea-empleado.
      * el empleado se bloquea antes de tocarlo y se vuelve a leer
      * por su clave, por si otro operador lo cambio mientras se
      * esperaba a que lo soltara
               MOVE "empleados" TO ws-bloqueo-fichero
               MOVE emp-id TO ws-bloqueo-registro
               PERFORM toma-bloqueo
               IF ws-bloqueo-abandonado
                   DISPLAY mt-texto(184)(1:mt-largo(184))
               ELSE
                   READ empleados-file KEY IS emp-id
                       INVALID KEY
                           DISPLAY mt-texto(34)(1:mt-largo(34)) " "
                                   ws-bloqueo-registro
                           PERFORM libera-bloqueo
                           MOVE 'N' TO ws-bloqueo-sw
                   END-READ
               END-IF.

           busca-empleado.
      * por la clave alterna de apellido, igual que el barrido de
      * correccion aprobada: se arranca en el apellido buscado y el
               END-READ.

           pide-cambios.
               DISPLAY mt-texto(120)(1:mt-largo(120)) " " emp-apellido
               DISPLAY mt-texto(121)(1:mt-largo(121))
               ACCEPT ws-modif-apellido
               IF ws-modif-apellido NOT = SPACES
                   MOVE ws-modif-apellido TO emp-apellido
               END-IF
               DISPLAY mt-texto(122)(1:mt-largo(122)) " "
                       emp-fecha-nacimiento
               MOVE 'N' TO ws-modif-edad-valido-sw
               PERFORM pide-fnac-cambio UNTIL ws-modif-edad-valido
               DISPLAY mt-texto(123)(1:mt-largo(123)) " " emp-depto
               MOVE 'N' TO ws-depto-valido-sw
               PERFORM pide-depto-cambio UNTIL ws-depto-valido
               PERFORM lee-grado-empleado
               DISPLAY mt-texto(124)(1:mt-largo(124)) " "
                       ws-grado-actual
               MOVE 'N' TO ws-grado-cambiado-sw
               MOVE 'N' TO ws-grado-valido-sw
               PERFORM pide-grado-cambio UNTIL ws-grado-valido
               PERFORM lee-responsable-empleado
               DISPLAY mt-texto(125)(1:mt-largo(125)) " "
                       ws-responsable-actual
               MOVE 'N' TO ws-responsable-cambiado-sw
               MOVE 'N' TO ws-responsable-valido-sw
               PERFORM pide-responsable-cambio
                   UNTIL ws-responsable-valido
               IF ws-nivel-supervisor
                   DISPLAY mt-texto(126)(1:mt-largo(126)) " "
                           emp-salario
                   MOVE emp-id TO vs-emp-id
                   PERFORM graba-acceso-salario
               ELSE
                   DISPLAY mt-texto(126)(1:mt-largo(126)) " "
                           ws-salario-oculto
               END-IF
               MOVE 'N' TO ws-salario-valido-sw
               PERFORM pide-salario-cambio UNTIL ws-salario-valido.

           pide-grado-cambio.
               DISPLAY mt-texto(127)(1:mt-largo(127))
               ACCEPT ws-modif-grado
               IF ws-modif-grado = SPACES
                   MOVE ws-grado-actual TO grado
                   SET ws-grado-valido TO TRUE
               ELSE
                   MOVE ws-modif-grado TO grado
                   PERFORM valida-grado
                   IF ws-grado-valido
                           AND ws-modif-grado NOT = ws-grado-actual
                       SET ws-grado-cambiado TO TRUE
                   END-IF
               END-IF.

           pide-responsable-cambio.
      * el jefe se lee por el mismo empleados.dat abierto para la
      * modificacion, asi que el registro en curso se guarda y se
      * repone
               DISPLAY mt-texto(128)(1:mt-largo(128)) " "
                       mt-texto(129)(1:mt-largo(129))
               ACCEPT responsable
               IF responsable = SPACES
                   SET ws-responsable-valido TO TRUE
               ELSE
                   SET ws-emp-abierto TO TRUE
                   MOVE emp-id TO ws-emp-en-curso
                   MOVE empleado-rec TO ws-empleado-guardado
                   PERFORM valida-responsable
                   MOVE ws-empleado-guardado TO empleado-rec
                   IF ws-responsable-valido
                           AND ws-responsable-num
                               NOT = ws-responsable-actual
                       MOVE ws-responsable-num TO ws-responsable-nuevo
                       SET ws-responsable-cambiado TO TRUE
                   END-IF
               END-IF.

           pide-salario-cambio.
      * el salario que se queda (el nuevo, o el actual si no se
      * cambia pero si el grado) ha de caber en la banda del grado
               DISPLAY mt-texto(130)(1:mt-largo(130))
               ACCEPT ws-salario-entrada
               IF ws-salario-entrada = SPACES
                   IF emp-salario IS NUMERIC
                       MOVE emp-salario TO ws-salario
                   ELSE
                       MOVE 0 TO ws-salario
                   END-IF
                   IF ws-grado-cambiado
                       PERFORM verifica-banda-salarial
                   ELSE
                       SET ws-banda-ok TO TRUE
                   END-IF
                   IF ws-banda-ok
                       SET ws-salario-valido TO TRUE
                   END-IF
               ELSE
                   PERFORM alinea-salario
                   IF ws-salario-just IS NUMERIC
                       MOVE ws-salario-just-num TO ws-salario
                       PERFORM verifica-banda-salarial
                       IF ws-banda-ok
                           MOVE ws-salario TO emp-salario
                           SET ws-salario-valido TO TRUE
                       END-IF
                   ELSE
                       DISPLAY mt-texto(109)(1:mt-largo(109))
                   END-IF
               END-IF.

           pide-depto-cambio.
               DISPLAY mt-texto(131)(1:mt-largo(131))
               ACCEPT ws-modif-depto
               IF ws-modif-depto = SPACES
                   SET ws-depto-valido TO TRUE
               END-IF.

           pide-fnac-cambio.
               DISPLAY mt-texto(132)(1:mt-largo(132))
               ACCEPT ws-modif-fnac
               IF ws-modif-fnac = SPACES
                   SET ws-modif-edad-valido TO TRUE
                           MOVE ws-edad-calculada TO emp-edad
                           SET ws-modif-edad-valido TO TRUE
                       ELSE
                           DISPLAY mt-texto(133)(1:mt-largo(133))
                       END-IF
                   ELSE
                       DISPLAY mt-texto(134)(1:mt-largo(134))
                   END-IF
               END-IF.

           correccion-masiva.
               DISPLAY mt-texto(135)(1:mt-largo(135))
               ACCEPT ws-corr-apellido-busca
               DISPLAY mt-texto(121)(1:mt-largo(121))
               ACCEPT ws-modif-apellido
               MOVE 'N' TO ws-modif-edad-valido-sw
               PERFORM pide-edad-correccion
                   UNTIL ws-modif-edad-valido
               IF ws-modif-apellido = SPACES
                       AND ws-modif-edad = SPACES
                   DISPLAY mt-texto(136)(1:mt-largo(136))
               ELSE
                   MOVE "CORRECCION" TO apr-tipo
                   MOVE ws-corr-apellido-busca TO apr-detalle1
               END-IF.

           pide-edad-correccion.
               DISPLAY mt-texto(137)(1:mt-largo(137))
               ACCEPT ws-modif-edad
               IF ws-modif-edad = SPACES
                   SET ws-modif-edad-valido TO TRUE
                           AND ws-modif-edad-num <= 99
                       SET ws-modif-edad-valido TO TRUE
                   ELSE
                       DISPLAY mt-texto(138)(1:mt-largo(138))
                   END-IF
               END-IF.

           baja-empleado.
               DISPLAY mt-texto(139)(1:mt-largo(139))
               ACCEPT apellido
               DISPLAY mt-texto(117)(1:mt-largo(117))
               ACCEPT nombre
               MOVE 'N' TO ws-encontrado-sw
               OPEN I-O empleados-file
               IF NOT fs-emp-ok
                   DISPLAY mt-texto(118)(1:mt-largo(118))
               ELSE
                   PERFORM busca-empleado
                   IF ws-encontrado
                       PERFORM bloquea-empleado
                   ELSE
                       DISPLAY mt-texto(119)(1:mt-largo(119))
                   END-IF
                   IF ws-encontrado AND ws-bloqueo-tomado
                       IF emp-inactivo
                           DISPLAY mt-texto(140)(1:mt-largo(140))
                       ELSE
                           MOVE empleado-rec TO ws-imagen-antes
                           MOVE 'N' TO emp-activo-sw
                           REWRITE empleado-rec
                           MOVE "BAJA" TO ws-accion-historial
                           PERFORM graba-historial-empleado
                           DISPLAY mt-texto(141)(1:mt-largo(141))
                           PERFORM cuenta-dependientes
                           IF ws-dependientes > 0
                               DISPLAY mt-texto(142)(1:mt-largo(142))
                                       " " ws-dependientes
                                       mt-texto(143)(1:mt-largo(143))
                           END-IF
                       END-IF
                       PERFORM libera-bloqueo
                   END-IF
                   CLOSE empleados-file
               END-IF.

           informe-bajas.
               DISPLAY mt-texto(144)(1:mt-largo(144))
               ACCEPT ws-informe-desde
               DISPLAY mt-texto(145)(1:mt-largo(145))
               ACCEPT ws-informe-hasta
               MOVE 0 TO ws-bajas-contador
               OPEN I-O empleados-file
               IF NOT fs-emp-ok
                   DISPLAY mt-texto(118)(1:mt-largo(118))
               ELSE
                   MOVE LOW-VALUES TO emp-id
                   START empleados-file KEY IS NOT LESS THAN emp-id
                   END-PERFORM
                   CLOSE bajas-file
                   CLOSE empleados-file
                   DISPLAY mt-texto(146)(1:mt-largo(146)) " "
                           ws-bajas-contador
                           mt-texto(147)(1:mt-largo(147))
               END-IF.

           graba-linea-baja.
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                       ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
               IF nombre = SPACES OR ws-digitos-contador > 0
                   DISPLAY mt-texto(148)(1:mt-largo(148))
                   MOVE "nombre" TO exc-campo
                   MOVE nombre TO exc-valor
                   PERFORM graba-excepcion
                   FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                       ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
               IF apellido = SPACES OR ws-digitos-contador > 0
                   DISPLAY mt-texto(149)(1:mt-largo(149))
                   MOVE "apellido" TO exc-campo
                   MOVE apellido TO exc-valor
                   PERFORM graba-excepcion
               MOVE 'N' TO ws-edad-valido-sw
               IF fecha-nacimiento NOT NUMERIC
                       OR fecha-nacimiento = 0
                   DISPLAY mt-texto(150)(1:mt-largo(150))
                   MOVE "fecha-nacim" TO exc-campo
                   MOVE fecha-nacimiento TO exc-valor
                   PERFORM graba-excepcion
                       (ws-hoy-fecha - fecha-nacimiento) / 10000
                   IF ws-edad-calculada < 16
                           OR ws-edad-calculada > 99
                       DISPLAY mt-texto(133)(1:mt-largo(133))
                       MOVE "edad" TO exc-campo
                       MOVE ws-edad-calculada TO exc-valor
                       PERFORM graba-excepcion

           valida-edad-directa.
               IF edad < 16 OR edad > 99
                   DISPLAY mt-texto(138)(1:mt-largo(138))
                   MOVE "edad" TO exc-campo
                   MOVE edad TO exc-valor
                   PERFORM graba-excepcion
               END-IF.

           consulta-por-dni.
               DISPLAY mt-texto(151)(1:mt-largo(151))
               ACCEPT dni
               MOVE 'N' TO ws-encontrado-sw
               OPEN I-O empleados-file
               IF NOT fs-emp-ok
                   DISPLAY mt-texto(118)(1:mt-largo(118))
               ELSE
                   MOVE LOW-VALUES TO emp-id
                   START empleados-file KEY IS NOT LESS THAN emp-id
                   PERFORM leer-siguiente-dup-dni
                       UNTIL ws-encontrado OR NOT fs-emp-ok
                   IF ws-encontrado
                       DISPLAY mt-texto(152)(1:mt-largo(152)) " " emp-id
                               "  " emp-nombre " " emp-apellido
                       DISPLAY mt-texto(153)(1:mt-largo(153)) " "
                               emp-edad mt-texto(154)(1:mt-largo(154))
                               " " emp-depto
                               mt-texto(155)(1:mt-largo(155)) " "
                               emp-activo-sw
                   ELSE
                       DISPLAY mt-texto(156)(1:mt-largo(156))
                   END-IF
                   CLOSE empleados-file
               END-IF.
               CLOSE historial-emp-file.

           consulta-historial.
               DISPLAY mt-texto(157)(1:mt-largo(157))
               ACCEPT ws-consulta-id
               MOVE 0 TO ws-hist-vistos
               MOVE 'N' TO ws-hist-eof-sw
               MOVE 'N' TO ws-hist-salario-visto-sw
               OPEN INPUT historial-emp-file
               IF NOT fs-hist-emp-ok
                   DISPLAY mt-texto(158)(1:mt-largo(158))
               ELSE
                   PERFORM muestra-linea-historial
                       UNTIL ws-hist-eof
                   CLOSE historial-emp-file
                   IF ws-hist-vistos = 0
                       DISPLAY mt-texto(159)(1:mt-largo(159))
                   END-IF
                   IF ws-hist-salario-visto
                       MOVE ws-consulta-id TO vs-emp-id
                       PERFORM graba-acceso-salario
                   END-IF
               END-IF.

                       MOVE historial-emp-rec TO ws-hist-emp-linea
                       IF he-id = ws-consulta-id
                           ADD 1 TO ws-hist-vistos
                           DISPLAY he-fecha " " he-accion
                                   mt-texto(160)(1:mt-largo(160)) " "
                                   he-operador
                           MOVE he-antes TO ws-hist-imagen-antes
                           MOVE he-despues TO ws-hist-imagen-despues
                           PERFORM protege-salario-historial
                           DISPLAY mt-texto(161)(1:mt-largo(161)) "   "
                                   ws-hist-imagen-antes(1:70)
                           DISPLAY mt-texto(162)(1:mt-largo(162)) " "
                                   ws-hist-imagen-despues(1:70)
                       END-IF
               END-READ.

           protege-salario-historial.
      * las imagenes de empleado llevan el emp-salario en 57-65; las
      * de grado, cuenta bancaria y responsable son otros registros
      * y no lo llevan
               IF he-accion NOT = "GRADO"
                       AND he-accion NOT = "CUENTA BANCO"
                       AND he-accion NOT = "RESPONSABLE"
                   IF ws-nivel-supervisor
                       SET ws-hist-salario-visto TO TRUE
                   ELSE
                       IF ws-hist-imagen-antes NOT = SPACES
                           MOVE ws-salario-oculto
                               TO ws-hist-imagen-antes(57:9)
                       END-IF
                       IF ws-hist-imagen-despues NOT = SPACES
                           MOVE ws-salario-oculto
                               TO ws-hist-imagen-despues(57:9)
                       END-IF
                   END-IF
               END-IF.

           graba-acceso-salario.
      * vs-emp-id lo deja puesto quien llama
               ACCEPT vs-fecha FROM DATE YYYYMMDD
               ACCEPT vs-hora FROM TIME
               MOVE ws-operador-id TO vs-operador
               MOVE "rutinas_4" TO vs-programa
               OPEN EXTEND accesos-salario-file
               IF fs-accesos-salario-fichero-no-existe
                   OPEN OUTPUT accesos-salario-file
               END-IF
               MOVE ws-acceso-salario-linea TO accesos-salario-rec
               WRITE accesos-salario-rec
               CLOSE accesos-salario-file.

           valida-dni.
      * ocho digitos mas la letra de control oficial (mod 23 sobre
      * la tabla TRWAGMYFPDXBNJZSQVHLCKE)
                   END-IF
               END-IF
               IF NOT ws-dni-valido
                   DISPLAY mt-texto(163)(1:mt-largo(163))
                   MOVE "emp-dni" TO exc-campo
                   MOVE dni TO exc-valor
                   PERFORM graba-excepcion
                   END-READ
                   CLOSE departamento-file
                   IF NOT ws-depto-valido
                       DISPLAY mt-texto(164)(1:mt-largo(164))
                       MOVE "emp-depto" TO exc-campo
                       MOVE depto TO exc-valor
                       PERFORM graba-excepcion
                WRITE intentos-rec
                CLOSE intentos-file.

           verifica-turno-operador.
      * la firma fuera del turno asignado en turnos.dat se admite,
      * pero queda en intentos_firma.log para el informe de
      * seguridad; sin turnos.dat no se comprueba nada
               IF ws-operador-id NOT = "BATCH"
                   OPEN INPUT turnos-file
                   IF fs-turnos-ok
                       MOVE ws-operador-id TO tu-id
                       READ turnos-file
                           INVALID KEY
                               MOVE "sin turno" TO ws-intento-motivo
                               PERFORM graba-intento-firma
                           NOT INVALID KEY
                               PERFORM evalua-turno-operador
                               IF NOT ws-en-turno
                                   MOVE "fuera de turno"
                                       TO ws-intento-motivo
                                   PERFORM graba-intento-firma
                               END-IF
                       END-READ
                       CLOSE turnos-file
                   END-IF
               END-IF.

           evalua-turno-operador.
      * horas de cada turno segun turno.cpy; un festivo de
      * calendario.dat deja a todos libres
               MOVE 'N' TO ws-en-turno-sw
               ACCEPT ws-turno-fecha FROM DATE YYYYMMDD
               ACCEPT ws-turno-hora FROM TIME
               ACCEPT ws-turno-dia-semana FROM DAY-OF-WEEK
               MOVE ws-turno-hora(1:2) TO ws-turno-hh
               PERFORM busca-festivo-turno
               IF NOT ws-turno-festivo
                   EVALUATE TRUE
                       WHEN tu-manana(ws-turno-dia-semana)
                           IF ws-turno-hh >= 7 AND ws-turno-hh < 14
                               SET ws-en-turno TO TRUE
                           END-IF
                       WHEN tu-tarde(ws-turno-dia-semana)
                           IF ws-turno-hh >= 14 AND ws-turno-hh < 20
                               SET ws-en-turno TO TRUE
                           END-IF
                       WHEN tu-dia-completo(ws-turno-dia-semana)
                           IF ws-turno-hh >= 7 AND ws-turno-hh < 20
                               SET ws-en-turno TO TRUE
                           END-IF
                       WHEN tu-noche(ws-turno-dia-semana)
                           IF ws-turno-hh < 7 OR ws-turno-hh >= 20
                               SET ws-en-turno TO TRUE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           busca-festivo-turno.
               MOVE 'N' TO ws-turno-festivo-sw
               MOVE 'N' TO ws-calendario-eof-sw
               OPEN INPUT calendario-file
               IF fs-calendario-ok
                   PERFORM lee-calendario-turno
                       UNTIL ws-calendario-eof OR ws-turno-festivo
                   CLOSE calendario-file
               END-IF.

           lee-calendario-turno.
               READ calendario-file
                   AT END
                       SET ws-calendario-eof TO TRUE
                   NOT AT END
                       MOVE calendario-rec TO ws-calendario-linea
                       IF ca-fecha = ws-turno-fecha AND ca-festivo
                           SET ws-turno-festivo TO TRUE
                       END-IF
               END-READ.

           lee-firma-intentos.
                MOVE 0 TO ws-firma-intentos-max
                OPEN INPUT parametros-file
                                    AND om-fallos NOT LESS
                                        ws-firma-intentos-max
                                SET om-inactivo TO TRUE
                                DISPLAY mt-texto(22)(1:mt-largo(22))
                                MOVE "suspendido" TO ws-intento-motivo
                                PERFORM graba-intento-firma
                            END-IF


           configura-ficheros.
                MOVE "rutinas_4" TO ws-bloqueo-programa
      * modo entrenamiento: la variable de entorno ENTRENAMIENTO
      * (puesta por batch/menu.sh o nightly_driver.sh) decide sin
      * preguntar; si no esta puesta, se pregunta al abrir la
                    WHEN 'n'
                        CONTINUE
                    WHEN OTHER
                        DISPLAY mt-texto(23)(1:mt-largo(23))
                        ACCEPT ws-ent-resp
                        IF ws-ent-resp = 'S' OR ws-ent-resp = 's'
                            SET ws-entrenamiento TO TRUE
                END-EVALUATE
                IF ws-entrenamiento
                    DISPLAY "****************************************"
                    DISPLAY mt-texto(24)(1:mt-largo(24))
                    DISPLAY mt-texto(25)(1:mt-largo(25))
                    DISPLAY "****************************************"
                    MOVE "ent_excepciones.log"
                        TO ws-nombre-excepcion
                        TO ws-nombre-aprob
                    MOVE "ent_aprobaciones_contador.dat"
                        TO ws-nombre-aprob-ctr
                    MOVE "ent_grados_empleado.dat"
                        TO ws-nombre-grados
                    MOVE "ent_responsables_empleado.dat"
                        TO ws-nombre-responsables
                    MOVE "ent_accesos_salario.log"
                        TO ws-nombre-accesos-salario
                    MOVE "ent_bloqueos.dat"
                        TO ws-nombre-bloqueos
                    MOVE "ent_bloqueos_conflictos.log"
                        TO ws-nombre-bloq-conflicto
                ELSE
                    MOVE "excepciones.log"
                        TO ws-nombre-excepcion
                        TO ws-nombre-aprob
                    MOVE "aprobaciones_contador.dat"
                        TO ws-nombre-aprob-ctr
                    MOVE "grados_empleado.dat"
                        TO ws-nombre-grados
                    MOVE "responsables_empleado.dat"
                        TO ws-nombre-responsables
                    MOVE "accesos_salario.log"
                        TO ws-nombre-accesos-salario
                    MOVE "bloqueos.dat"
                        TO ws-nombre-bloqueos
                    MOVE "bloqueos_conflictos.log"
                        TO ws-nombre-bloq-conflicto
                END-IF.


                        CONTINUE
                END-WRITE
                CLOSE aprobaciones-file
                DISPLAY mt-texto(26)(1:mt-largo(26)) " " apr-id
                        mt-texto(27)(1:mt-largo(27)).

           siguiente-apr-id.
                OPEN INPUT aprobaciones-contador-file
                        IF av-desde NUMERIC AND av-hasta NUMERIC
                                AND av-desde <= ws-fecha-avisos
                                AND av-hasta >= ws-fecha-avisos
                            DISPLAY mt-texto(28)(1:mt-largo(28)) " "
                                    av-texto
                        END-IF
                END-READ.

                    END-IF
                END-IF
                IF ws-batch-bloquea
                    DISPLAY mt-texto(29)(1:mt-largo(29)) " "
                            mt-texto(30)(1:mt-largo(30))
                    IF ws-nivel-supervisor
                        DISPLAY mt-texto(31)(1:mt-largo(31))
                        ACCEPT ws-override-resp
                        IF ws-override-resp = 'S'
                                OR ws-override-resp = 's'
                    END-IF
                END-IF.


           valida-grado.
      * el grado ha de tener alguna banda en bandas_salariales.dat;
      * una tabla de bandas que aun no se ha creado deja el grado sin
      * restringir, como departamentos.dat deja el departamento
               SET ws-grado-valido TO TRUE
               INSPECT grado CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               OPEN INPUT bandas-file
               IF fs-bandas-ok
                   MOVE 'N' TO ws-grado-valido-sw
                   IF grado NOT = SPACES
                       MOVE grado TO bs-grado
                       MOVE 0 TO bs-fecha-desde
                       START bandas-file
                               KEY IS NOT LESS THAN bs-clave
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               READ bandas-file NEXT RECORD
                                   NOT AT END
                                       IF bs-grado = grado
                                           SET ws-grado-valido TO TRUE
                                       END-IF
                               END-READ
                       END-START
                   END-IF
                   CLOSE bandas-file
                   IF NOT ws-grado-valido
                       DISPLAY mt-texto(165)(1:mt-largo(165))
                       MOVE "grado" TO exc-campo
                       MOVE grado TO exc-valor
                       PERFORM graba-excepcion
                   END-IF
               END-IF.

           busca-banda-vigente.
      * la banda vigente hoy del grado es la ultima con fecha desde
      * no posterior a hoy; deja ws-banda-encontrada y sus importes
               MOVE 'N' TO ws-banda-encontrada-sw
               MOVE 'N' TO ws-banda-eof-sw
               ACCEPT ws-hoy-fecha FROM DATE YYYYMMDD
               OPEN INPUT bandas-file
               IF fs-bandas-ok
                   MOVE grado TO bs-grado
                   MOVE 0 TO bs-fecha-desde
                   START bandas-file KEY IS NOT LESS THAN bs-clave
                       INVALID KEY
                           SET ws-banda-eof TO TRUE
                   END-START
                   PERFORM lee-banda-vigente UNTIL ws-banda-eof
                   CLOSE bandas-file
               END-IF.

           lee-banda-vigente.
               READ bandas-file NEXT RECORD
                   AT END
                       SET ws-banda-eof TO TRUE
                   NOT AT END
                       IF bs-grado NOT = grado
                               OR bs-fecha-desde > ws-hoy-fecha
                           SET ws-banda-eof TO TRUE
                       ELSE
                           SET ws-banda-encontrada TO TRUE
                           MOVE bs-minimo TO ws-banda-minimo
                           MOVE bs-maximo TO ws-banda-maximo
                       END-IF
               END-READ.

           verifica-banda-salarial.
      * ws-salario contra la banda vigente de grado; fuera de ella
      * solo pasa con la autorizacion de un supervisor firmado, y
      * tanto el rechazo como la autorizacion quedan en
      * excepciones.log. Sin grado o sin banda vigente no hay limite
               SET ws-banda-ok TO TRUE
               IF grado NOT = SPACES
                   PERFORM busca-banda-vigente
                   IF ws-banda-encontrada
                           AND (ws-salario < ws-banda-minimo
                               OR ws-salario > ws-banda-maximo)
                       MOVE 'N' TO ws-banda-ok-sw
                       MOVE ws-banda-minimo TO ws-banda-minimo-edit
                       MOVE ws-banda-maximo TO ws-banda-maximo-edit
                       DISPLAY mt-texto(166)(1:mt-largo(166)) " " grado
                               " (" ws-banda-minimo-edit " - "
                               ws-banda-maximo-edit ")"
                       IF ws-nivel-supervisor
                           DISPLAY mt-texto(167)(1:mt-largo(167))
                           ACCEPT ws-override-resp
                           IF ws-override-resp = 'S'
                                   OR ws-override-resp = 's'
                               MOVE "banda-salarial" TO exc-campo
                               MOVE "override supervisor" TO exc-valor
                               PERFORM graba-excepcion
                               SET ws-banda-ok TO TRUE
                           END-IF
                       END-IF
                       IF NOT ws-banda-ok
                           DISPLAY mt-texto(168)(1:mt-largo(168))
                           MOVE "emp-salario" TO exc-campo
                           MOVE "fuera de banda" TO exc-valor
                           PERFORM graba-excepcion
                       END-IF
                   END-IF
               END-IF.

           lee-grado-empleado.
      * grado vigente del empleado en emp-id; en blanco si no tiene
               MOVE SPACES TO ws-grado-actual
               OPEN INPUT grados-file
               IF fs-grados-ok
                   MOVE emp-id TO ge-emp-id
                   READ grados-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ge-grado TO ws-grado-actual
                   END-READ
                   CLOSE grados-file
               END-IF.

           graba-grado-empleado.
      * graba o cambia el grado de emp-id y deja el cambio en el
      * historial del empleado con la imagen del registro de grado,
      * como rutinas_97 hace con la cuenta bancaria
               MOVE SPACES TO ws-imagen-grado-antes
               OPEN I-O grados-file
               IF fs-grados-fichero-no-existe
                   OPEN OUTPUT grados-file
                   CLOSE grados-file
                   OPEN I-O grados-file
               END-IF
               MOVE emp-id TO ge-emp-id
               READ grados-file
                   INVALID KEY
                       MOVE SPACES TO grado-empleado-rec
                       MOVE emp-id TO ge-emp-id
                       PERFORM rellena-grado-empleado
                       WRITE grado-empleado-rec
                   NOT INVALID KEY
                       MOVE grado-empleado-rec
                           TO ws-imagen-grado-antes
                       PERFORM rellena-grado-empleado
                       REWRITE grado-empleado-rec
               END-READ
               MOVE grado-empleado-rec TO ws-imagen-grado-despues
               CLOSE grados-file
               PERFORM graba-historial-grado.

           rellena-grado-empleado.
               MOVE grado TO ge-grado
               ACCEPT ge-fecha-desde FROM DATE YYYYMMDD
               MOVE ws-operador-id TO ge-operador.

           graba-historial-grado.
               ACCEPT he-fecha FROM DATE YYYYMMDD
               ACCEPT he-hora FROM TIME
               MOVE ws-operador-id TO he-operador
               MOVE "GRADO" TO he-accion
               MOVE emp-id TO he-id
               MOVE ws-imagen-grado-antes TO he-antes
               MOVE ws-imagen-grado-despues TO he-despues
               OPEN EXTEND historial-emp-file
               IF fs-hist-emp-fichero-no-existe
                   OPEN OUTPUT historial-emp-file
               END-IF
               MOVE ws-hist-emp-linea TO historial-emp-rec
               WRITE historial-emp-rec
               CLOSE historial-emp-file.


           valida-responsable-alta.
      * en el alta empleados.dat no esta abierto y el empleado aun
      * no tiene id, asi que no puede cerrar ningun ciclo
               MOVE 'N' TO ws-emp-abierto-sw
               MOVE 0 TO ws-emp-en-curso
               IF responsable NOT = SPACES
                   OPEN INPUT empleados-file
                   IF fs-emp-ok
                       SET ws-emp-abierto TO TRUE
                   END-IF
               END-IF
               PERFORM valida-responsable
               IF ws-emp-abierto
                   CLOSE empleados-file
               END-IF.

           valida-responsable.
      * en blanco o a ceros no hay responsable; si no, ha de ser un
      * empleado de alta distinto del propio y que no dependa, por
      * su cadena de mando, del empleado en curso
               SET ws-responsable-valido TO TRUE
               IF responsable NOT = SPACES
                   IF responsable NOT NUMERIC
                       DISPLAY mt-texto(169)(1:mt-largo(169))
                       MOVE 'N' TO ws-responsable-valido-sw
                   ELSE
                       IF ws-responsable-num NOT = 0
                           PERFORM verifica-responsable
                       END-IF
                   END-IF
               END-IF
               IF NOT ws-responsable-valido
                   MOVE "responsable" TO exc-campo
                   MOVE responsable TO exc-valor
                   PERFORM graba-excepcion
               END-IF.

           verifica-responsable.
               IF ws-responsable-num = ws-emp-en-curso
                   DISPLAY mt-texto(170)(1:mt-largo(170))
                   MOVE 'N' TO ws-responsable-valido-sw
               ELSE
                   IF NOT ws-emp-abierto
                       DISPLAY mt-texto(34)(1:mt-largo(34)) " "
                               ws-responsable-num
                       MOVE 'N' TO ws-responsable-valido-sw
                   ELSE
                       MOVE ws-responsable-num TO emp-id
                       READ empleados-file
                           INVALID KEY
                               DISPLAY mt-texto(34)(1:mt-largo(34)) " "
                                       ws-responsable-num
                               MOVE 'N' TO ws-responsable-valido-sw
                           NOT INVALID KEY
                               IF emp-inactivo
                                   DISPLAY
                                       mt-texto(171)(1:mt-largo(171))
                                   MOVE 'N'
                                       TO ws-responsable-valido-sw
                               END-IF
                       END-READ
                   END-IF
               END-IF
               IF ws-responsable-valido AND ws-emp-en-curso NOT = 0
                   PERFORM verifica-ciclo-responsable
                   IF ws-ciclo
                       DISPLAY mt-texto(172)(1:mt-largo(172))
                       MOVE 'N' TO ws-responsable-valido-sw
                   END-IF
               END-IF.

           verifica-ciclo-responsable.
      * sube por la cadena de mando desde el responsable propuesto;
      * si llega al empleado en curso hay ciclo. El tope de pasos
      * corta un ciclo que ya viniera en el fichero
               MOVE 'N' TO ws-ciclo-sw
               MOVE ws-responsable-num TO ws-cadena-actual
               MOVE 0 TO ws-cadena-pasos
               OPEN INPUT responsables-file
               IF fs-responsables-ok
                   PERFORM sube-cadena-mando
                       UNTIL ws-cadena-actual = 0 OR ws-ciclo
                           OR ws-cadena-pasos > 999
                   CLOSE responsables-file
               END-IF.

           sube-cadena-mando.
               ADD 1 TO ws-cadena-pasos
               MOVE ws-cadena-actual TO jr-emp-id
               READ responsables-file
                   INVALID KEY
                       MOVE 0 TO ws-cadena-actual
                   NOT INVALID KEY
                       MOVE jr-responsable TO ws-cadena-actual
                       IF ws-cadena-actual = ws-emp-en-curso
                           SET ws-ciclo TO TRUE
                       END-IF
               END-READ.

           lee-responsable-empleado.
      * responsable vigente de emp-id; cero si no tiene
               MOVE 0 TO ws-responsable-actual
               OPEN INPUT responsables-file
               IF fs-responsables-ok
                   MOVE emp-id TO jr-emp-id
                   READ responsables-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE jr-responsable TO ws-responsable-actual
                   END-READ
                   CLOSE responsables-file
               END-IF.

           graba-responsable-empleado.
      * graba o cambia el responsable de emp-id con
      * ws-responsable-nuevo, igual que graba-grado-empleado
               MOVE SPACES TO ws-imagen-resp-antes
               OPEN I-O responsables-file
               IF fs-responsables-fichero-no-existe
                   OPEN OUTPUT responsables-file
                   CLOSE responsables-file
                   OPEN I-O responsables-file
               END-IF
               MOVE emp-id TO jr-emp-id
               READ responsables-file
                   INVALID KEY
                       MOVE SPACES TO responsable-empleado-rec
                       MOVE emp-id TO jr-emp-id
                       PERFORM rellena-responsable-empleado
                       WRITE responsable-empleado-rec
                   NOT INVALID KEY
                       MOVE responsable-empleado-rec
                           TO ws-imagen-resp-antes
                       PERFORM rellena-responsable-empleado
                       REWRITE responsable-empleado-rec
               END-READ
               MOVE responsable-empleado-rec TO ws-imagen-resp-despues
               CLOSE responsables-file
               PERFORM graba-historial-responsable.

           rellena-responsable-empleado.
               MOVE ws-responsable-nuevo TO jr-responsable
               ACCEPT jr-fecha-desde FROM DATE YYYYMMDD
               MOVE ws-operador-id TO jr-operador.

           graba-historial-responsable.
               ACCEPT he-fecha FROM DATE YYYYMMDD
               ACCEPT he-hora FROM TIME
               MOVE ws-operador-id TO he-operador
               MOVE "RESPONSABLE" TO he-accion
               MOVE emp-id TO he-id
               MOVE ws-imagen-resp-antes TO he-antes
               MOVE ws-imagen-resp-despues TO he-despues
               OPEN EXTEND historial-emp-file
               IF fs-hist-emp-fichero-no-existe
                   OPEN OUTPUT historial-emp-file
               END-IF
               MOVE ws-hist-emp-linea TO historial-emp-rec
               WRITE historial-emp-rec
               CLOSE historial-emp-file.

           cuenta-dependientes.
      * cuantos empleados tienen a emp-id como responsable directo
               MOVE 0 TO ws-dependientes
               MOVE 'N' TO ws-responsables-eof-sw
               OPEN INPUT responsables-file
               IF fs-responsables-ok
                   MOVE 0 TO jr-emp-id
                   START responsables-file
                           KEY IS NOT LESS THAN jr-emp-id
                       INVALID KEY
                           SET ws-responsables-eof TO TRUE
                   END-START
                   PERFORM cuenta-dependiente
                       UNTIL ws-responsables-eof
                   CLOSE responsables-file
               END-IF.

           cuenta-dependiente.
               READ responsables-file NEXT RECORD
                   AT END
                       SET ws-responsables-eof TO TRUE
                   NOT AT END
                       IF jr-responsable = emp-id
                           ADD 1 TO ws-dependientes
                       END-IF
               END-READ.

           prepara-mensajes.
      * idioma inicial de los mensajes: la variable IDIOMA que
      * exporta menu.sh, castellano si no viene o no es valida.
      * Tras la firma se pasa al idioma del operador si su registro
      * de operadores_maestro.dat lo tiene (aplica-idioma-operador).
               ACCEPT ws-idioma-entorno FROM ENVIRONMENT "IDIOMA"
                   ON EXCEPTION
                       MOVE SPACES TO ws-idioma-entorno
               END-ACCEPT
               INSPECT ws-idioma-entorno CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF ws-idioma-entorno NOT = SPACES
                       AND ws-idioma-entorno ALPHABETIC
                   MOVE ws-idioma-entorno TO ws-idioma
               END-IF
               PERFORM carga-mensajes.

           aplica-idioma-operador.
               INSPECT ws-operador-idioma CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF ws-operador-idioma NOT = SPACES
                       AND ws-operador-idioma ALPHABETIC
                       AND ws-operador-idioma NOT = ws-idioma
                   MOVE ws-operador-idioma TO ws-idioma
                   PERFORM carga-mensajes
               END-IF.

           carga-mensajes.
      * la tabla se rellena primero en castellano y encima se pone el
      * idioma elegido, asi un texto que aun no este traducido sale
      * en castellano; uno que no este en ninguno de los dos muestra
      * su numero, para darlo de alta con rutinas_143.
               MOVE 4000 TO ws-mensajes-base
               INITIALIZE ws-tabla-mensajes
               MOVE "ES" TO ws-idioma-carga
               PERFORM lee-catalogo-mensajes
               IF ws-idioma NOT = "ES"
                   MOVE ws-idioma TO ws-idioma-carga
                   PERFORM lee-catalogo-mensajes
               END-IF
               PERFORM completa-mensaje
                   VARYING ws-mensaje-idx FROM 1 BY 1
                   UNTIL ws-mensaje-idx > 399.

           lee-catalogo-mensajes.
               OPEN INPUT mensajes-file
               IF fs-mensajes-ok
                   MOVE 'N' TO ws-mensajes-eof-sw
                   PERFORM lee-siguiente-mensaje
                       UNTIL ws-mensajes-eof
                   CLOSE mensajes-file
               END-IF.

           lee-siguiente-mensaje.
               READ mensajes-file NEXT RECORD
                   AT END
                       SET ws-mensajes-eof TO TRUE
                   NOT AT END
                       IF ms-idioma = ws-idioma-carga
                               AND ms-texto NOT = SPACES
                           PERFORM coloca-mensaje
                       END-IF
               END-READ.

           coloca-mensaje.
      * 0001-0099 son los mensajes comunes a todos los programas;
      * los propios de este van de base+100 a base+399.
               MOVE 0 TO ws-mensaje-idx
               IF ms-numero > 0 AND ms-numero < 100
                   MOVE ms-numero TO ws-mensaje-idx
               END-IF
               IF ms-numero > ws-mensajes-base + 99
                       AND ms-numero < ws-mensajes-base + 400
                   COMPUTE ws-mensaje-idx = ms-numero - ws-mensajes-base
               END-IF
               IF ws-mensaje-idx > 0
                   MOVE ms-texto TO mt-texto(ws-mensaje-idx)
               END-IF.

           completa-mensaje.
               IF mt-texto(ws-mensaje-idx) = SPACES
                   IF ws-mensaje-idx < 100
                       MOVE ws-mensaje-idx TO ws-mensaje-numero
                   ELSE
                       COMPUTE ws-mensaje-numero =
                           ws-mensajes-base + ws-mensaje-idx
                   END-IF
                   STRING "(mensaje " ws-mensaje-numero ")"
                       DELIMITED BY SIZE INTO mt-texto(ws-mensaje-idx)
               END-IF
               MOVE 0 TO mt-largo(ws-mensaje-idx)
               PERFORM mide-mensaje
                   VARYING ws-mensaje-pos FROM 80 BY -1
                   UNTIL ws-mensaje-pos < 1
                      OR mt-largo(ws-mensaje-idx) > 0.

           mide-mensaje.
               IF mt-texto(ws-mensaje-idx)(ws-mensaje-pos:1) NOT = SPACE
                   MOVE ws-mensaje-pos TO mt-largo(ws-mensaje-idx)
               END-IF.

           toma-bloqueo.
      * bloqueo del registro antes de editarlo (bloqueo.cpy): si lo
      * tiene otro operador se dice quien y desde cuando, y se deja
      * esperar y reintentar o abandonar; cada conflicto queda en
      * bloqueos_conflictos.log (bloqueo_conflicto.cpy)
               PERFORM lee-bloqueo-minutos
               MOVE 'N' TO ws-bloqueo-sw
               PERFORM intenta-bloqueo
                   UNTIL ws-bloqueo-tomado OR ws-bloqueo-abandonado.

           lee-bloqueo-minutos.
               MOVE 30 TO ws-bloqueo-minutos-max
               OPEN INPUT parametros-file
               IF fs-parm-ok
                   READ parametros-file
                       NOT AT END
                           IF pg-bloqueo-minutos NUMERIC
                                   AND pg-bloqueo-minutos > 0
                               MOVE pg-bloqueo-minutos
                                   TO ws-bloqueo-minutos-max
                           END-IF
                   END-READ
                   CLOSE parametros-file
               END-IF.

           intenta-bloqueo.
               MOVE 'N' TO ws-bloqueo-conflicto-sw
               OPEN I-O bloqueos-file
               IF fs-bloqueos-fichero-no-existe
                   OPEN OUTPUT bloqueos-file
                   CLOSE bloqueos-file
                   OPEN I-O bloqueos-file
               END-IF
               IF NOT fs-bloqueos-ok
      * sin fichero de bloqueos utilizable no se impide trabajar
                   SET ws-bloqueo-tomado TO TRUE
               ELSE
                   MOVE ws-bloqueo-fichero TO bq-fichero
                   MOVE ws-bloqueo-registro TO bq-registro
                   READ bloqueos-file
                       INVALID KEY
                           PERFORM graba-bloqueo
                       NOT INVALID KEY
                           PERFORM revisa-bloqueo
                   END-READ
                   CLOSE bloqueos-file
               END-IF
               IF ws-bloqueo-conflicto
                   PERFORM conflicto-bloqueo
               END-IF.

           graba-bloqueo.
               MOVE ws-operador-id TO bq-operador
               MOVE ws-bloqueo-programa TO bq-programa
               ACCEPT bq-fecha FROM DATE YYYYMMDD
               ACCEPT bq-hora FROM TIME
               WRITE bloqueo-rec
                   INVALID KEY
      * otra sesion lo ha puesto entre la lectura y la grabacion;
      * la siguiente vuelta lo encuentra y es un conflicto
                       CONTINUE
                   NOT INVALID KEY
                       SET ws-bloqueo-tomado TO TRUE
               END-WRITE.

           revisa-bloqueo.
               IF bq-operador = ws-operador-id
      * un bloqueo propio (de una sesion caida del mismo operador)
      * se renueva sin mas
                   PERFORM renueva-bloqueo
               ELSE
                   MOVE bq-operador TO ws-bloqueo-titular
                   MOVE bq-programa TO ws-bloqueo-titular-prog
                   MOVE bq-fecha TO ws-bloqueo-titular-fecha
                   MOVE bq-hora TO ws-bloqueo-titular-hora
                   PERFORM calcula-edad-bloqueo
                   IF ws-bloqueo-edad NOT < ws-bloqueo-minutos-max
                       DISPLAY mt-texto(183)(1:mt-largo(183)) " "
                               ws-bloqueo-titular
                       MOVE "CADUCADO" TO bc-resultado
                       PERFORM graba-conflicto-bloqueo
                       PERFORM renueva-bloqueo
                   ELSE
                       SET ws-bloqueo-conflicto TO TRUE
                   END-IF
               END-IF.

           renueva-bloqueo.
               MOVE ws-operador-id TO bq-operador
               MOVE ws-bloqueo-programa TO bq-programa
               ACCEPT bq-fecha FROM DATE YYYYMMDD
               ACCEPT bq-hora FROM TIME
               REWRITE bloqueo-rec
               SET ws-bloqueo-tomado TO TRUE.

           calcula-edad-bloqueo.
      * minutos reales entre la toma del bloqueo y ahora; el dia
      * va por fecha juliana, para que un cambio de mes o de ano
      * no envejezca ni rejuvenezca un bloqueo vivo
               MOVE bq-fecha TO ws-bloqueo-fecha
               MOVE bq-hora TO ws-bloqueo-hora
               COMPUTE ws-bloqueo-min-antes =
                   FUNCTION INTEGER-OF-DATE(ws-bloqueo-fecha-num) * 1440
                   + bh-hh * 60 + bh-mi
               ACCEPT ws-bloqueo-fecha FROM DATE YYYYMMDD
               ACCEPT ws-bloqueo-hora FROM TIME
               COMPUTE ws-bloqueo-min-ahora =
                   FUNCTION INTEGER-OF-DATE(ws-bloqueo-fecha-num) * 1440
                   + bh-hh * 60 + bh-mi
               COMPUTE ws-bloqueo-edad =
                   ws-bloqueo-min-ahora - ws-bloqueo-min-antes.

           conflicto-bloqueo.
               DISPLAY mt-texto(179)(1:mt-largo(179)) " "
                       ws-bloqueo-titular " (" ws-bloqueo-titular-prog
                       ") " mt-texto(180)(1:mt-largo(180)) " "
                       ws-bloqueo-titular-fecha " "
                       ws-bloqueo-titular-hora(1:4)
               DISPLAY mt-texto(181)(1:mt-largo(181))
               ACCEPT ws-bloqueo-respuesta
               IF ws-bloqueo-respuesta = 'A'
                       OR ws-bloqueo-respuesta = 'a'
                   MOVE "ABANDONA" TO bc-resultado
                   SET ws-bloqueo-abandonado TO TRUE
                   PERFORM graba-conflicto-bloqueo
               ELSE
                   MOVE "ESPERA" TO bc-resultado
                   PERFORM graba-conflicto-bloqueo
                   DISPLAY mt-texto(182)(1:mt-largo(182))
                   ACCEPT ws-bloqueo-respuesta
               END-IF.

           graba-conflicto-bloqueo.
               ACCEPT bc-fecha FROM DATE YYYYMMDD
               ACCEPT bc-hora FROM TIME
               MOVE ws-bloqueo-fichero TO bc-fichero
               MOVE ws-bloqueo-registro TO bc-registro
               MOVE ws-operador-id TO bc-operador
               MOVE ws-bloqueo-programa TO bc-programa
               MOVE ws-bloqueo-titular TO bc-titular
               MOVE ws-bloqueo-titular-prog TO bc-titular-prog
               OPEN EXTEND bloq-conflicto-file
               IF fs-bloq-conflicto-fichero-no-existe
                   OPEN OUTPUT bloq-conflicto-file
               END-IF
               MOVE ws-conflicto-linea TO bloq-conflicto-rec
               WRITE bloq-conflicto-rec
               CLOSE bloq-conflicto-file.

           verifica-bloqueo.
      * tras una edicion larga el bloqueo puede haber caducado y
      * estar ya en manos de otro operador: entonces no se graba
               MOVE 'N' TO ws-bloqueo-sw
               OPEN INPUT bloqueos-file
               IF NOT fs-bloqueos-ok
                   SET ws-bloqueo-tomado TO TRUE
               ELSE
                   MOVE ws-bloqueo-fichero TO bq-fichero
                   MOVE ws-bloqueo-registro TO bq-registro
                   READ bloqueos-file
                       INVALID KEY
                           SET ws-bloqueo-tomado TO TRUE
                       NOT INVALID KEY
                           IF bq-operador = ws-operador-id
                               SET ws-bloqueo-tomado TO TRUE
                           ELSE
                               MOVE bq-operador TO ws-bloqueo-titular
                           END-IF
                   END-READ
                   CLOSE bloqueos-file
               END-IF.

           libera-bloqueo.
               OPEN I-O bloqueos-file
               IF fs-bloqueos-ok
                   MOVE ws-bloqueo-fichero TO bq-fichero
                   MOVE ws-bloqueo-registro TO bq-registro
                   READ bloqueos-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF bq-operador = ws-operador-id
                               DELETE bloqueos-file
                           END-IF
                   END-READ
                   CLOSE bloqueos-file
               END-IF.

       END PROGRAM rutinas_4.
