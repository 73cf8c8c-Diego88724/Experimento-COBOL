      *     for records not yet migrated by rutinas_59), so the
      *     roster stops swearing half the shop is the age they were
      *     when first registered.
      *   - the roster now carries a SALARIO column, filled in only
      *     when the operator identified at the start (id and PIN
      *     against operadores_maestro.dat) is an active supervisor
      *     and masked otherwise; a blank id, which is what the
      *     unattended weekly pack feeds it, gives the masked
      *     roster. Each line printed with the salary in clear
      *     appends an access record to accesos_salario.log
      *     (acceso_salario.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_11.
           SELECT roster-file ASSIGN TO "empleados_roster.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-roster-status.
           SELECT operador-maestro-file
               ASSIGN TO "operadores_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS om-id
               FILE STATUS IS ws-om-status.
           SELECT accesos-salario-file ASSIGN TO "accesos_salario.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-accesos-salario-status.

       DATA DIVISION.
       FILE SECTION.
       COPY empleado.

       FD  roster-file.
       01  roster-rec pic x(66).

       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  accesos-salario-file.
       01  accesos-salario-rec pic x(54).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
               10 ro-edad      pic 9(2).
               10 ro-activo-sw pic x.
               10 ro-depto     pic x(4).
               10 ro-salario   pic 9(7)v99.
       01 ws-roster-temp pic x(57).
       01 ws-roster-count pic 9(3) value 0.
       01 ws-tabla-llena-avisada-sw pic x value 'N'.
           88 ws-tabla-llena-avisada value 'Y'.
       01 ws-roster-idx pic 9(3).
       01 ws-roster-idx2 pic 9(3).
       01 ws-roster-limite pic 9(3).
       01 ws-cabecera-linea.
           05 filler pic x(32) value "ID     APELLIDO           NOMBRE".
           05 filler pic x(20) value "         EDAD ESTADO".
           05 filler pic x(14) value "       SALARIO".
       01 ws-depto-actual pic x(4).
       01 ws-subtotal-depto pic 9(4) value 0.
       01 ws-primer-grupo-sw pic x value 'Y'.
           05 lr-edad     pic z9.
           05 filler      pic x(1) value SPACE.
           05 lr-estado   pic x(6).
           05 filler      pic x(1) value SPACE.
           05 lr-salario  pic z,zzz,zz9.99.
           05 lr-salario-x redefines lr-salario pic x(12).
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-om-status==
                              ==:FS-PREFIJO:== BY ==fs-om==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-accesos-salario-status==
                     ==:FS-PREFIJO:== BY ==fs-accesos-salario==.
       COPY acceso_salario.
       01 ws-operador-id pic x(10).
       01 ws-pin-entrada pic x(4).
       01 ws-ve-salarios-sw pic x value 'N'.
           88 ws-ve-salarios value 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-hoy-fecha FROM DATE YYYYMMDD
            PERFORM identifica-operador
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "aviso: no se encontro empleados.dat, no se "
       fin-programa.
            STOP RUN.

       identifica-operador.
      * el salario solo sale en claro a un supervisor activo que da
      * su PIN; sin identificar, con PIN incorrecto o con nivel de
      * operador sale enmascarado. Sin operadores_maestro.dat no hay
      * niveles todavia y no se restringe, como en rutinas_4
            MOVE SPACES TO ws-operador-id
            DISPLAY "operador (blanco = roster sin salarios): "
            ACCEPT ws-operador-id
            IF ws-operador-id NOT = SPACES
                OPEN INPUT operador-maestro-file
                IF NOT fs-om-ok
                    SET ws-ve-salarios TO TRUE
                ELSE
                    MOVE ws-operador-id TO om-id
                    READ operador-maestro-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            PERFORM verifica-pin-supervisor
                    END-READ
                    CLOSE operador-maestro-file
                END-IF
            END-IF
            IF NOT ws-ve-salarios
                DISPLAY "aviso: los salarios se muestran ocultos"
            END-IF.

       verifica-pin-supervisor.
            IF om-activo AND om-nivel IS NUMERIC
                    AND om-nivel-supervisor
                DISPLAY "PIN: "
                ACCEPT ws-pin-entrada
                IF om-pin IS NUMERIC AND ws-pin-entrada = om-pin
                    SET ws-ve-salarios TO TRUE
                ELSE
                    DISPLAY "PIN incorrecto"
                END-IF
            END-IF.

       lee-empleado.
            READ empleados-file
                AT END
                        TO ro-edad(ws-roster-count)
                    MOVE emp-activo-sw TO ro-activo-sw(ws-roster-count)
                    MOVE emp-depto TO ro-depto(ws-roster-count)
                    IF emp-salario IS NUMERIC
                        MOVE emp-salario TO ro-salario(ws-roster-count)
                    ELSE
                        MOVE 0 TO ro-salario(ws-roster-count)
                    END-IF
                    END-IF
            END-READ.

            ELSE
                MOVE "ACTIVO" TO lr-estado
            END-IF
            IF ws-ve-salarios
                MOVE ro-salario(ws-roster-idx) TO lr-salario
                MOVE ro-id(ws-roster-idx) TO vs-emp-id
                PERFORM graba-acceso-salario
            ELSE
                MOVE "************" TO lr-salario-x
            END-IF
            MOVE ws-linea-roster TO roster-rec
            WRITE roster-rec.

            MOVE ws-linea-subtotal TO roster-rec
            WRITE roster-rec.

       graba-acceso-salario.
      * vs-emp-id lo deja puesto quien llama
            ACCEPT vs-fecha FROM DATE YYYYMMDD
            ACCEPT vs-hora FROM TIME
            MOVE ws-operador-id TO vs-operador
            MOVE "rutinas_11" TO vs-programa
            OPEN EXTEND accesos-salario-file
            IF fs-accesos-salario-fichero-no-existe
                OPEN OUTPUT accesos-salario-file
            END-IF
            MOVE ws-acceso-salario-linea TO accesos-salario-rec
            WRITE accesos-salario-rec
            CLOSE accesos-salario-file.

       END PROGRAM rutinas_11.
