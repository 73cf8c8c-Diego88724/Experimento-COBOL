      *     name and discount tier, baja without deleting history,
      *     tier change, and a console listing - the same shape
      *     rutinas_32 gives departamentos.dat.
      *   - customers now carry a credit limit and a credit-hold
      *     flag (cliente.cpy): alta asks for the limit, the new
      *     option 5 changes the limit and sets or lifts the hold,
      *     and the listing shows both.
      *   - the program now asks for the operator's identifier and locks
      *     the customer in bloqueos.dat (bloqueo.cpy) while a baja,
      *     tier or credit change is being made; a customer in use by
      *     another operator is reported with its holder and the
      *     operator can wait and retry or back out. Conflicts go to
      *     bloqueos_conflictos.log and stale locks are released after
      *     pg-bloqueo-minutos.
      *   - customers now carry a postal address and a contact person
      *     (cliente.cpy) for statements and reminder letters: alta asks
      *     for them, the new option 6 changes them under the customer
      *     lock (blank keeps a field), and the listing shows them;
      *     salir moves to option 7.
      *   - lock age now counts real calendar days instead of a 360-day
      *     year.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_64.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cl-codigo
               FILE STATUS IS ws-cl-status.
           SELECT parametros-file ASSIGN TO "parametros_generales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT bloqueos-file ASSIGN TO "bloqueos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bq-clave
               FILE STATUS IS ws-bloqueos-status.
           SELECT bloq-conflicto-file
               ASSIGN TO "bloqueos_conflictos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-bloq-conflicto-status.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes-file.
       COPY cliente.

       FD  parametros-file.
       COPY parametros.

       FD  bloqueos-file.
       COPY bloqueo.

       FD  bloq-conflicto-file.
       01  bloq-conflicto-rec pic x(114).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-parm-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-bloqueos-status==
                              ==:FS-PREFIJO:== BY ==fs-bloqueos==.
       COPY fstatus REPLACING
                    ==:FS-CAMPO:== BY ==ws-bloq-conflicto-status==
                    ==:FS-PREFIJO:== BY ==fs-bloq-conflicto==.
       COPY bloqueo_trabajo.
       COPY bloqueo_conflicto.
       01 ws-operador-id pic x(10).
       01 ws-opcion pic x.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-tier-entrada pic x(1).
       01 ws-limite-entrada pic x(9).
       01 ws-limite-entrada-num redefines ws-limite-entrada
           pic 9(7)v99.
       01 ws-limite-valido-sw pic x value 'N'.
           88 ws-limite-valido value 'Y'.
       01 ws-limite-edit pic z(6)9.99.
       01 ws-bloqueo-entrada pic x(1).
       01 ws-bloqueo-texto pic x(10).
       01 ws-direccion-entrada pic x(25).
       01 ws-cod-postal-entrada pic x(5).
       01 ws-poblacion-entrada pic x(15).
       01 ws-contacto-entrada pic x(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE "rutinas_64" TO ws-bloqueo-programa
            DISPLAY "introduce tu identificador de operador: "
            ACCEPT ws-operador-id
            PERFORM pide-opcion-menu
            PERFORM UNTIL ws-opcion = "7"
                EVALUATE ws-opcion
                    WHEN "1"
                        PERFORM alta-cliente
                        PERFORM cambia-tier-cliente
                    WHEN "4"
                        PERFORM lista-clientes
                    WHEN "5"
                        PERFORM cambia-credito-cliente
                    WHEN "6"
                        PERFORM cambia-direccion-cliente
                    WHEN OTHER
                        DISPLAY "opcion invalida"
                END-EVALUATE

       pide-opcion-menu.
            DISPLAY "1) alta de cliente  2) baja de cliente"
            DISPLAY "3) cambiar tier  4) listar"
            DISPLAY "5) limite de credito y bloqueo"
            DISPLAY "6) direccion y contacto  7) salir"
            ACCEPT ws-opcion.

       abre-maestro.
                PERFORM pide-tier
            END-IF.

       pide-limite.
            MOVE 'N' TO ws-limite-valido-sw
            PERFORM pide-limite-valor UNTIL ws-limite-valido.

       pide-limite-valor.
            DISPLAY "limite de credito (nueve digitos, dos decimales "
                    "implicitos, 000000000 = sin limite): "
            ACCEPT ws-limite-entrada
            IF ws-limite-entrada IS NUMERIC
                MOVE ws-limite-entrada-num TO cl-limite-credito
                SET ws-limite-valido TO TRUE
            ELSE
                DISPLAY "ERROR: limite no valido"
            END-IF.

       alta-cliente.
            DISPLAY "codigo del nuevo cliente: "
            ACCEPT cl-codigo
                DISPLAY "nombre del cliente: "
                ACCEPT cl-nombre
                PERFORM pide-tier
                PERFORM pide-limite
                MOVE SPACES TO cl-direccion cl-cod-postal
                               cl-poblacion cl-contacto
                PERFORM pide-direccion
                SET cl-activo TO TRUE
                SET cl-no-bloqueado TO TRUE
                WRITE cliente-rec
            END-IF
            CLOSE clientes-file.
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                PERFORM bloquea-cliente
                IF ws-bloqueo-tomado
                    SET cl-inactivo TO TRUE
                    PERFORM graba-cliente-bloqueado
                END-IF
            ELSE
                DISPLAY "ERROR: no existe un cliente con ese codigo"
            END-IF
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                PERFORM bloquea-cliente
            END-IF
            IF ws-encontrado AND ws-bloqueo-tomado
                DISPLAY "tier actual: " cl-tier
                PERFORM pide-tier
                PERFORM graba-cliente-bloqueado
            END-IF
            IF NOT ws-encontrado
                DISPLAY "ERROR: no existe un cliente con ese codigo"
            END-IF
            CLOSE clientes-file.

       cambia-credito-cliente.
            DISPLAY "codigo del cliente: "
            ACCEPT cl-codigo
            MOVE 'N' TO ws-encontrado-sw
            PERFORM abre-maestro
            READ clientes-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                PERFORM bloquea-cliente
            END-IF
            IF ws-encontrado AND ws-bloqueo-tomado
                PERFORM prepara-credito-edit
                DISPLAY "limite actual: " ws-limite-edit
                        "  bloqueo: " ws-bloqueo-texto
                PERFORM pide-limite
                DISPLAY "bloqueo de credito (S = bloquear, "
                        "N = desbloquear): "
                ACCEPT ws-bloqueo-entrada
                IF ws-bloqueo-entrada = 'S' OR ws-bloqueo-entrada = 's'
                    SET cl-bloqueado TO TRUE
                ELSE
                    SET cl-no-bloqueado TO TRUE
                END-IF
                PERFORM graba-cliente-bloqueado
            END-IF
            IF NOT ws-encontrado
                DISPLAY "ERROR: no existe un cliente con ese codigo"
            END-IF
            CLOSE clientes-file.

       cambia-direccion-cliente.
            DISPLAY "codigo del cliente: "
            ACCEPT cl-codigo
            MOVE 'N' TO ws-encontrado-sw
            PERFORM abre-maestro
            READ clientes-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ
            IF ws-encontrado
                PERFORM bloquea-cliente
            END-IF
            IF ws-encontrado AND ws-bloqueo-tomado
                DISPLAY "direccion actual: " cl-direccion
                DISPLAY "                  " cl-cod-postal " "
                        cl-poblacion
                DISPLAY "contacto actual:  " cl-contacto
                PERFORM pide-direccion
                PERFORM graba-cliente-bloqueado
            END-IF
            IF NOT ws-encontrado
                DISPLAY "ERROR: no existe un cliente con ese codigo"
            END-IF
            CLOSE clientes-file.

       pide-direccion.
      * direccion postal y contacto del extracto y las cartas de
      * reclamacion; un campo en blanco deja el que habia
            DISPLAY "direccion (calle y numero, en blanco = "
                    "no cambiar): "
            ACCEPT ws-direccion-entrada
            IF ws-direccion-entrada NOT = SPACES
                MOVE ws-direccion-entrada TO cl-direccion
            END-IF
            DISPLAY "codigo postal (en blanco = no cambiar): "
            ACCEPT ws-cod-postal-entrada
            IF ws-cod-postal-entrada NOT = SPACES
                MOVE ws-cod-postal-entrada TO cl-cod-postal
            END-IF
            DISPLAY "poblacion (en blanco = no cambiar): "
            ACCEPT ws-poblacion-entrada
            IF ws-poblacion-entrada NOT = SPACES
                MOVE ws-poblacion-entrada TO cl-poblacion
            END-IF
            DISPLAY "persona de contacto (en blanco = no cambiar): "
            ACCEPT ws-contacto-entrada
            IF ws-contacto-entrada NOT = SPACES
                MOVE ws-contacto-entrada TO cl-contacto
            END-IF.

       bloquea-cliente.
      * el cliente se bloquea mientras dura la edicion y se vuelve
      * a leer, por si otro operador lo cambio durante la espera
            MOVE "clientes" TO ws-bloqueo-fichero
            MOVE cl-codigo TO ws-bloqueo-registro
            PERFORM toma-bloqueo
            IF ws-bloqueo-abandonado
                DISPLAY "operacion abandonada, el cliente no se toca"
            ELSE
                READ clientes-file
                    INVALID KEY
                        CONTINUE
                END-READ
            END-IF.

       graba-cliente-bloqueado.
            PERFORM verifica-bloqueo
            IF ws-bloqueo-tomado
                REWRITE cliente-rec
            ELSE
                DISPLAY "ERROR: el bloqueo ha caducado y ahora lo "
                        "tiene el operador " ws-bloqueo-titular
                        ", los cambios no se graban"
            END-IF
            PERFORM libera-bloqueo.

       prepara-credito-edit.
            MOVE cl-limite-credito TO ws-limite-edit
            IF cl-bloqueado
                MOVE "BLOQUEADO" TO ws-bloqueo-texto
            ELSE
                MOVE "no" TO ws-bloqueo-texto
            END-IF.

       lista-clientes.
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT clientes-file
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    PERFORM prepara-credito-edit
                    IF cl-inactivo
                        DISPLAY cl-codigo " " cl-nombre " tier "
                                cl-tier " limite " ws-limite-edit
                                " bloqueo " ws-bloqueo-texto " (BAJA)"
                    ELSE
                        DISPLAY cl-codigo " " cl-nombre " tier "
                                cl-tier " limite " ws-limite-edit
                                " bloqueo " ws-bloqueo-texto
                    END-IF
                    IF cl-direccion NOT = SPACES
                        DISPLAY "       " cl-direccion " "
                                cl-cod-postal " " cl-poblacion
                                " a/a " cl-contacto
                    END-IF
            END-READ.

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
                    DISPLAY "aviso: se libera el bloqueo caducado del "
                            "operador " ws-bloqueo-titular
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
            DISPLAY "registro en uso por el operador "
                    ws-bloqueo-titular " (" ws-bloqueo-titular-prog
                    ") desde "
                    ws-bloqueo-titular-fecha " "
                    ws-bloqueo-titular-hora(1:4)
            DISPLAY "(E)sperar y reintentar o (A)bandonar?"
            ACCEPT ws-bloqueo-respuesta
            IF ws-bloqueo-respuesta = 'A'
                    OR ws-bloqueo-respuesta = 'a'
                MOVE "ABANDONA" TO bc-resultado
                SET ws-bloqueo-abandonado TO TRUE
                PERFORM graba-conflicto-bloqueo
            ELSE
                MOVE "ESPERA" TO bc-resultado
                PERFORM graba-conflicto-bloqueo
                DISPLAY "pulsa intro para reintentar"
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

       END PROGRAM rutinas_64.
