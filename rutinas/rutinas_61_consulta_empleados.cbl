      *     retention archive), shown with a BAJA (HISTORICO)
      *     state, so a long-departed employee can still be looked
      *     up without crowding the live master.
      *   - the enquiry now starts with an operator identification
      *     (id and PIN against operadores_maestro.dat) and the
      *     detail page shows the salary, masked unless the operator
      *     is an active supervisor (om-nivel 2); a blank id goes on
      *     with the salary masked. Every detail page painted with
      *     the salary in clear appends an access record to
      *     accesos_salario.log (acceso_salario.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_61.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS eh-id
               FILE STATUS IS ws-historico-status.
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
           05 eh-id    pic 9(6).
           05 eh-resto pic x(84).

       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  accesos-salario-file.
       01  accesos-salario-rec pic x(54).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       01 ws-det-fnac pic 9(8).
       01 ws-det-falta pic 9(8).
       01 ws-det-estado pic x(18).
       01 ws-det-salario pic x(12).
       01 ws-det-salario-edit pic z,zzz,zz9.99.
       01 ws-det-posicion.
           05 dp-actual pic zz9.
           05 filler pic x(4) value " de ".
           05 dp-total pic zz9.
       01 ws-hoy-fecha pic 9(8).
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

       SCREEN SECTION.
       01 pantalla-detalle.
           05 LINE 10 COL 15 PIC 9(8) FROM ws-det-falta.
           05 LINE 11 COL 1 VALUE "Estado:".
           05 LINE 11 COL 15 PIC x(18) FROM ws-det-estado.
           05 LINE 12 COL 1 VALUE "Salario:".
           05 LINE 12 COL 15 PIC x(12) FROM ws-det-salario.
           05 LINE 13 COL 1 VALUE
               "(S)iguiente (A)nterior (V)olver a buscar (Q) salir".
           05 LINE 13 COL 53 PIC x(1) TO ws-tecla.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-hoy-fecha FROM DATE YYYYMMDD
            PERFORM identifica-operador
            PERFORM ciclo-busqueda UNTIL ws-fin-programa.
            STOP RUN.

       identifica-operador.
      * el salario solo sale en claro a un supervisor activo que da
      * su PIN; sin identificar, con PIN incorrecto o con nivel de
      * operador sale enmascarado. Sin operadores_maestro.dat no hay
      * niveles todavia y no se restringe, como en rutinas_4
            DISPLAY "operador (blanco = consulta sin salarios): "
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

       ciclo-busqueda.
            DISPLAY "apellido (completo o inicio, blanco = salir): "
            ACCEPT ws-apellido-busca
                    MOVE "ACTIVO" TO ws-det-estado
                END-IF
            END-IF
            IF ws-ve-salarios
                IF emp-salario IS NUMERIC
                    MOVE emp-salario TO ws-det-salario-edit
                ELSE
                    MOVE 0 TO ws-det-salario-edit
                END-IF
                MOVE ws-det-salario-edit TO ws-det-salario
                MOVE emp-id TO vs-emp-id
                PERFORM graba-acceso-salario
            ELSE
                MOVE "************" TO ws-det-salario
            END-IF
            MOVE ws-match-idx TO dp-actual
            MOVE ws-matches-count TO dp-total
            DISPLAY pantalla-detalle
                    SET ws-fin-detalle TO TRUE
            END-EVALUATE.

       graba-acceso-salario.
      * vs-emp-id lo deja puesto quien llama
            ACCEPT vs-fecha FROM DATE YYYYMMDD
            ACCEPT vs-hora FROM TIME
            MOVE ws-operador-id TO vs-operador
            MOVE "rutinas_61" TO vs-programa
            OPEN EXTEND accesos-salario-file
            IF fs-accesos-salario-fichero-no-existe
                OPEN OUTPUT accesos-salario-file
            END-IF
            MOVE ws-acceso-salario-linea TO accesos-salario-rec
            WRITE accesos-salario-rec
            CLOSE accesos-salario-file.

       END PROGRAM rutinas_61.
