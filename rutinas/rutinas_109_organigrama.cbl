      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: organisation chart by department. Reads
      *     empleados.dat and the direct managers kept by rutinas_4
      *     in responsables_empleado.dat and, for every department
      *     (SIN-DEPTO for blanks), prints the reporting tree of its
      *     active employees indented by level, each manager with
      *     their direct reports and total people under them, and
      *     the department headcount. Whoever reports to someone in
      *     another department heads their own branch with a note;
      *     whoever reports to a manager who has left (or who is
      *     not on file) is flagged, and all of them are listed
      *     again at the end for HR to reassign. Written to
      *     organigrama_AAAAMMDD.log.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_109.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT responsables-file
               ASSIGN TO "responsables_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS jr-emp-id
               FILE STATUS IS ws-jr-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  empleados-file.
       COPY empleado.

       FD  responsables-file.
       COPY responsable_empleado.

       FD  informe-file.
       01  informe-rec pic x(132).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-jr-status==
                              ==:FS-PREFIJO:== BY ==fs-jr==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       01 ws-emp-eof-sw pic x value 'N'.
           88 ws-emp-eof value 'Y'.
       01 ws-jr-eof-sw pic x value 'N'.
           88 ws-jr-eof value 'Y'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-nombre-informe pic x(40).
      * todos los empleados, tambien los de baja: hacen falta para
      * saber si el responsable de alguien se ha ido
       01 ws-org-tabla.
           05 ws-org-entrada occurs 2000 times.
               10 oi-depto       pic x(4).
               10 oi-emp-id      pic 9(6).
               10 oi-nombre      pic x(15).
               10 oi-apellido    pic x(20).
               10 oi-activo      pic x(1).
               10 oi-responsable pic 9(6).
               10 oi-estado      pic x(1).
               10 oi-resp-depto  pic x(4).
               10 oi-directos    pic 9(4).
               10 oi-total       pic 9(4).
               10 oi-listado     pic x(1).
       01 ws-org-temp pic x(66).
       01 ws-org-count pic 9(4) value 0.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-org-idx pic 9(4).
       01 ws-org-idx2 pic 9(4).
       01 ws-org-limite pic 9(4).
      * busqueda de un emp-id en la tabla
       01 ws-busca-id pic 9(6).
       01 ws-busca-idx pic 9(4).
       01 ws-encontrado-idx pic 9(4).
      * subida por la cadena de mando para los totales
       01 ws-cadena-idx pic 9(4).
       01 ws-cadena-pasos pic 9(4).
      * tramo del departamento en curso
       01 ws-depto-ini pic 9(4).
       01 ws-depto-fin pic 9(4).
       01 ws-depto-activos pic 9(4).
       01 ws-fin-tramo-sw pic x value 'N'.
           88 ws-fin-tramo value 'Y'.
      * pila del recorrido del arbol
       01 ws-pila.
           05 ws-pila-entrada occurs 2000 times.
               10 pi-idx   pic 9(4).
               10 pi-nivel pic 9(4).
       01 ws-pila-tope pic 9(4) value 0.
       01 ws-nodo-idx pic 9(4).
       01 ws-nodo-nivel pic 9(4).
       01 ws-hijo-idx pic 9(4).
       01 ws-sangria pic 9(4).
       01 ws-puntero pic 9(4).
       01 ws-ciclo-sw pic x value 'N'.
           88 ws-ciclo value 'Y'.
       01 ws-total-activos pic 9(5) value 0.
       01 ws-total-reasignar pic 9(5) value 0.
       01 ws-id-edit pic 9(6).
       01 ws-directos-edit pic zzz9.
       01 ws-total-edit pic zzz9.
       01 ws-linea-arbol pic x(132).
       01 ws-titulo-linea.
           05 filler      pic x(24) value "ORGANIGRAMA A FECHA ".
           05 lt-fecha    pic 9(8).
       01 ws-linea-depto.
           05 filler      pic x(14) value "DEPARTAMENTO: ".
           05 ld-depto    pic x(9).
       01 ws-linea-subtotal.
           05 filler         pic x(11) value "  plantilla".
           05 filler         pic x(1) value SPACE.
           05 lu-activos     pic zzz9.
       01 ws-titulo-reasignar.
           05 filler pic x(24) value "PENDIENTES DE REASIGNAR ".
           05 filler pic x(33)
               value "(RESPONSABLE DE BAJA O NO EXISTE)".
       01 ws-linea-reasignar.
           05 lr-emp-id      pic 9(6).
           05 filler         pic x(1) value SPACE.
           05 lr-nombre      pic x(15).
           05 filler         pic x(1) value SPACE.
           05 lr-apellido    pic x(20).
           05 filler         pic x(1) value SPACE.
           05 lr-depto       pic x(9).
           05 filler         pic x(13) value " responsable ".
           05 lr-responsable pic 9(6).
           05 filler         pic x(1) value SPACE.
           05 lr-motivo      pic x(12).
       01 ws-linea-total.
           05 filler         pic x(17) value "EMPLEADOS ACTIVOS".
           05 filler         pic x(1) value SPACE.
           05 lx-activos     pic zzzz9.
           05 filler         pic x(25)
               value "  pendientes de reasignar".
           05 filler         pic x(1) value SPACE.
           05 lx-reasignar   pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "ERROR: no se encontro empleados.dat"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM lee-empleado UNTIL ws-emp-eof
            CLOSE empleados-file
            PERFORM ordena-tabla
      * sin responsables_empleado.dat nadie tiene responsable y cada
      * empleado sale como cabeza de su propia rama
            OPEN INPUT responsables-file
            IF fs-jr-ok
                PERFORM lee-responsable UNTIL ws-jr-eof
                CLOSE responsables-file
            END-IF
            PERFORM resuelve-responsable
                VARYING ws-org-idx FROM 1 BY 1
                UNTIL ws-org-idx > ws-org-count
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "organigrama_" ws-fecha-hoy ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-hoy TO lt-fecha
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE 1 TO ws-depto-ini
            PERFORM procesa-departamento
                UNTIL ws-depto-ini > ws-org-count
            PERFORM graba-reasignar
            MOVE ws-total-activos TO lx-activos
            MOVE ws-total-reasignar TO lx-reasignar
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "organigrama de " ws-total-activos
                    " empleados activos, " ws-total-reasignar
                    " pendientes de reasignar, informe en "
                    ws-nombre-informe.

       fin-programa.
            STOP RUN.

       lee-empleado.
            READ empleados-file NEXT RECORD
                AT END
                    SET ws-emp-eof TO TRUE
                NOT AT END
                    PERFORM carga-empleado
            END-READ.

       carga-empleado.
            IF ws-org-count >= 2000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-org-count
                MOVE emp-depto TO oi-depto(ws-org-count)
                MOVE emp-id TO oi-emp-id(ws-org-count)
                MOVE emp-nombre TO oi-nombre(ws-org-count)
                MOVE emp-apellido TO oi-apellido(ws-org-count)
                MOVE emp-activo-sw TO oi-activo(ws-org-count)
                MOVE 0 TO oi-responsable(ws-org-count)
                MOVE SPACE TO oi-estado(ws-org-count)
                MOVE SPACES TO oi-resp-depto(ws-org-count)
                MOVE 0 TO oi-directos(ws-org-count)
                MOVE 0 TO oi-total(ws-org-count)
                MOVE 'N' TO oi-listado(ws-org-count)
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       ordena-tabla.
            PERFORM ordena-pasada
                VARYING ws-org-idx FROM 1 BY 1
                UNTIL ws-org-idx >= ws-org-count.

       ordena-pasada.
            COMPUTE ws-org-limite = ws-org-count - ws-org-idx
            PERFORM compara-intercambia
                VARYING ws-org-idx2 FROM 1 BY 1
                UNTIL ws-org-idx2 > ws-org-limite.

       compara-intercambia.
      * orden por departamento y, dentro, por empleado (los dos van
      * seguidos al principio de la entrada)
            IF ws-org-entrada(ws-org-idx2)(1:10)
                    > ws-org-entrada(ws-org-idx2 + 1)(1:10)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-org-entrada(ws-org-idx2) TO ws-org-temp
            MOVE ws-org-entrada(ws-org-idx2 + 1)
                TO ws-org-entrada(ws-org-idx2)
            MOVE ws-org-temp
                TO ws-org-entrada(ws-org-idx2 + 1).

       busca-empleado.
      * deja en ws-encontrado-idx la entrada de ws-busca-id, o cero
            MOVE 0 TO ws-encontrado-idx
            PERFORM compara-id
                VARYING ws-busca-idx FROM 1 BY 1
                UNTIL ws-busca-idx > ws-org-count
                    OR ws-encontrado-idx > 0.

       compara-id.
            IF oi-emp-id(ws-busca-idx) = ws-busca-id
                MOVE ws-busca-idx TO ws-encontrado-idx
            END-IF.

       lee-responsable.
            READ responsables-file NEXT RECORD
                AT END
                    SET ws-jr-eof TO TRUE
                NOT AT END
                    MOVE jr-emp-id TO ws-busca-id
                    PERFORM busca-empleado
                    IF ws-encontrado-idx > 0
                        MOVE jr-responsable
                            TO oi-responsable(ws-encontrado-idx)
                    END-IF
            END-READ.

       resuelve-responsable.
      * marca el estado del responsable de cada activo y le suma el
      * empleado a sus directos y, subiendo por la cadena, al total
      * de cada jefe por encima
            IF oi-activo(ws-org-idx) = 'S'
                ADD 1 TO ws-total-activos
                IF oi-responsable(ws-org-idx) NOT = 0
                    MOVE oi-responsable(ws-org-idx) TO ws-busca-id
                    PERFORM busca-empleado
                    EVALUATE TRUE
                        WHEN ws-encontrado-idx = 0
                            MOVE 'D' TO oi-estado(ws-org-idx)
                        WHEN oi-activo(ws-encontrado-idx) NOT = 'S'
                            MOVE 'B' TO oi-estado(ws-org-idx)
                        WHEN OTHER
                            ADD 1 TO oi-directos(ws-encontrado-idx)
                            IF oi-depto(ws-encontrado-idx)
                                    NOT = oi-depto(ws-org-idx)
                                MOVE 'O' TO oi-estado(ws-org-idx)
                                MOVE oi-depto(ws-encontrado-idx)
                                    TO oi-resp-depto(ws-org-idx)
                            END-IF
                            MOVE ws-encontrado-idx TO ws-cadena-idx
                            MOVE 0 TO ws-cadena-pasos
                            PERFORM suma-total-cadena
                                UNTIL ws-cadena-idx = 0
                                    OR ws-cadena-pasos > 2000
                    END-EVALUATE
                    IF oi-estado(ws-org-idx) = 'B'
                            OR oi-estado(ws-org-idx) = 'D'
                        ADD 1 TO ws-total-reasignar
                    END-IF
                END-IF
            END-IF.

       suma-total-cadena.
      * el tope de pasos corta un ciclo que viniera en el fichero
            ADD 1 TO ws-cadena-pasos
            ADD 1 TO oi-total(ws-cadena-idx)
            IF oi-responsable(ws-cadena-idx) = 0
                MOVE 0 TO ws-cadena-idx
            ELSE
                MOVE oi-responsable(ws-cadena-idx) TO ws-busca-id
                PERFORM busca-empleado
                IF ws-encontrado-idx > 0
                    IF oi-activo(ws-encontrado-idx) NOT = 'S'
                        MOVE 0 TO ws-encontrado-idx
                    END-IF
                END-IF
                MOVE ws-encontrado-idx TO ws-cadena-idx
            END-IF.

       procesa-departamento.
      * el tramo de la tabla con el departamento de ws-depto-ini
            MOVE ws-depto-ini TO ws-depto-fin
            MOVE 'N' TO ws-fin-tramo-sw
            PERFORM avanza-fin-depto UNTIL ws-fin-tramo
            MOVE 0 TO ws-depto-activos
            PERFORM cuenta-activo-depto
                VARYING ws-org-idx FROM ws-depto-ini BY 1
                UNTIL ws-org-idx > ws-depto-fin
            IF ws-depto-activos > 0
                IF oi-depto(ws-depto-ini) = SPACES
                    MOVE "SIN-DEPTO" TO ld-depto
                ELSE
                    MOVE oi-depto(ws-depto-ini) TO ld-depto
                END-IF
                MOVE ws-linea-depto TO informe-rec
                WRITE informe-rec
                MOVE 'N' TO ws-ciclo-sw
                PERFORM arbol-desde-raiz
                    VARYING ws-org-idx FROM ws-depto-ini BY 1
                    UNTIL ws-org-idx > ws-depto-fin
      * lo que queda sin listar solo cuelga de un ciclo
                SET ws-ciclo TO TRUE
                PERFORM arbol-desde-raiz
                    VARYING ws-org-idx FROM ws-depto-ini BY 1
                    UNTIL ws-org-idx > ws-depto-fin
                MOVE ws-depto-activos TO lu-activos
                MOVE ws-linea-subtotal TO informe-rec
                WRITE informe-rec
            END-IF
            COMPUTE ws-depto-ini = ws-depto-fin + 1.

       avanza-fin-depto.
            IF ws-depto-fin >= ws-org-count
                SET ws-fin-tramo TO TRUE
            ELSE
                IF oi-depto(ws-depto-fin + 1)
                        NOT = oi-depto(ws-depto-ini)
                    SET ws-fin-tramo TO TRUE
                ELSE
                    ADD 1 TO ws-depto-fin
                END-IF
            END-IF.

       cuenta-activo-depto.
            IF oi-activo(ws-org-idx) = 'S'
                ADD 1 TO ws-depto-activos
            END-IF.

       arbol-desde-raiz.
      * es raiz quien no tiene responsable o lo tiene fuera del
      * departamento, de baja o desconocido; en la pasada de ciclo,
      * cualquier activo aun sin listar
            IF oi-activo(ws-org-idx) = 'S'
                    AND oi-listado(ws-org-idx) = 'N'
                IF ws-ciclo OR oi-responsable(ws-org-idx) = 0
                        OR oi-estado(ws-org-idx) NOT = SPACE
                    MOVE 1 TO ws-pila-tope
                    MOVE ws-org-idx TO pi-idx(1)
                    MOVE 0 TO pi-nivel(1)
                    PERFORM procesa-pila UNTIL ws-pila-tope = 0
                END-IF
            END-IF.

       procesa-pila.
            MOVE pi-idx(ws-pila-tope) TO ws-nodo-idx
            MOVE pi-nivel(ws-pila-tope) TO ws-nodo-nivel
            SUBTRACT 1 FROM ws-pila-tope
            IF oi-listado(ws-nodo-idx) = 'N'
                MOVE 'S' TO oi-listado(ws-nodo-idx)
                PERFORM graba-nodo
      * los hijos se apilan del ultimo al primero para que salgan
      * en orden de emp-id
                PERFORM apila-hijo
                    VARYING ws-hijo-idx FROM ws-depto-fin BY -1
                    UNTIL ws-hijo-idx < ws-depto-ini
            END-IF.

       apila-hijo.
            IF oi-activo(ws-hijo-idx) = 'S'
                    AND oi-listado(ws-hijo-idx) = 'N'
                    AND oi-estado(ws-hijo-idx) = SPACE
                    AND oi-responsable(ws-hijo-idx)
                        = oi-emp-id(ws-nodo-idx)
                    AND ws-pila-tope < 2000
                ADD 1 TO ws-pila-tope
                MOVE ws-hijo-idx TO pi-idx(ws-pila-tope)
                COMPUTE pi-nivel(ws-pila-tope) = ws-nodo-nivel + 1
            END-IF.

       graba-nodo.
      * sangria de dos columnas por nivel, con un tope para que las
      * cadenas muy largas no se salgan de la linea
            MOVE SPACES TO ws-linea-arbol
            IF ws-nodo-nivel > 15
                MOVE 15 TO ws-sangria
            ELSE
                MOVE ws-nodo-nivel TO ws-sangria
            END-IF
            COMPUTE ws-puntero = ws-sangria * 2 + 3
            MOVE oi-emp-id(ws-nodo-idx) TO ws-id-edit
            STRING ws-id-edit " " oi-nombre(ws-nodo-idx) " "
                    oi-apellido(ws-nodo-idx)
                DELIMITED BY SIZE INTO ws-linea-arbol
                WITH POINTER ws-puntero
            IF oi-directos(ws-nodo-idx) > 0
                MOVE oi-directos(ws-nodo-idx) TO ws-directos-edit
                MOVE oi-total(ws-nodo-idx) TO ws-total-edit
                STRING " a cargo:" ws-directos-edit " directos,"
                        ws-total-edit " en total"
                    DELIMITED BY SIZE INTO ws-linea-arbol
                    WITH POINTER ws-puntero
            END-IF
            MOVE oi-responsable(ws-nodo-idx) TO ws-id-edit
            EVALUATE TRUE
                WHEN ws-ciclo
                    STRING " ** CICLO EN LA CADENA DE MANDO **"
                        DELIMITED BY SIZE INTO ws-linea-arbol
                        WITH POINTER ws-puntero
                WHEN oi-estado(ws-nodo-idx) = 'B'
                    STRING " ** RESPONSABLE " ws-id-edit
                            " DE BAJA: REASIGNAR **"
                        DELIMITED BY SIZE INTO ws-linea-arbol
                        WITH POINTER ws-puntero
                WHEN oi-estado(ws-nodo-idx) = 'D'
                    STRING " ** RESPONSABLE " ws-id-edit
                            " NO EXISTE: REASIGNAR **"
                        DELIMITED BY SIZE INTO ws-linea-arbol
                        WITH POINTER ws-puntero
                WHEN oi-estado(ws-nodo-idx) = 'O'
                    STRING " (responde a " ws-id-edit ", depto "
                            oi-resp-depto(ws-nodo-idx) ")"
                        DELIMITED BY SIZE INTO ws-linea-arbol
                        WITH POINTER ws-puntero
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE ws-linea-arbol TO informe-rec
            WRITE informe-rec.

       graba-reasignar.
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulo-reasignar TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-reasignar
                VARYING ws-org-idx FROM 1 BY 1
                UNTIL ws-org-idx > ws-org-count.

       graba-linea-reasignar.
            IF oi-activo(ws-org-idx) = 'S'
                    AND (oi-estado(ws-org-idx) = 'B'
                        OR oi-estado(ws-org-idx) = 'D')
                MOVE oi-emp-id(ws-org-idx) TO lr-emp-id
                MOVE oi-nombre(ws-org-idx) TO lr-nombre
                MOVE oi-apellido(ws-org-idx) TO lr-apellido
                IF oi-depto(ws-org-idx) = SPACES
                    MOVE "SIN-DEPTO" TO lr-depto
                ELSE
                    MOVE oi-depto(ws-org-idx) TO lr-depto
                END-IF
                MOVE oi-responsable(ws-org-idx) TO lr-responsable
                IF oi-estado(ws-org-idx) = 'B'
                    MOVE "DE BAJA" TO lr-motivo
                ELSE
                    MOVE "NO EXISTE" TO lr-motivo
                END-IF
                MOVE ws-linea-reasignar TO informe-rec
                WRITE informe-rec
            END-IF.

       END PROGRAM rutinas_109.
