      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: out-of-band salaries report for HR. Every
      *     active employee of empleados.dat is checked against the
      *     band in force today for their grade (grados_empleado.dat
      *     and bandas_salariales.dat, maintained by rutinas_4 and
      *     rutinas_107); those below the minimum or above the
      *     maximum are listed grouped by department (sorted by
      *     department, then employee) with how far they are from
      *     the band and a per-department count, the same grouping
      *     as the roster of rutinas_11. The trailer counts the
      *     active employees checked, those without a grade and
      *     those whose grade has no band in force. Written to
      *     fuera_banda_AAAAMMDD.log.
      *   - the report now starts with an operator identification
      *     (id and PIN against operadores_maestro.dat); the SALARIO
      *     and DIFERENCIA columns, which give the salary away, are
      *     masked unless the operator is an active supervisor, and
      *     each line printed with them in clear appends an access
      *     record to accesos_salario.log (acceso_salario.cpy).
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_108.
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
           SELECT grados-file ASSIGN TO "grados_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ge-emp-id
               FILE STATUS IS ws-ge-status.
           SELECT bandas-file ASSIGN TO "bandas_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bs-clave
               FILE STATUS IS ws-bs-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.
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
       FD  empleados-file.
       COPY empleado.

       FD  grados-file.
       COPY grado_empleado.

       FD  bandas-file.
       COPY banda_salarial.

       FD  informe-file.
       01  informe-rec pic x(112).

       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  accesos-salario-file.
       01  accesos-salario-rec pic x(54).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ge-status==
                              ==:FS-PREFIJO:== BY ==fs-ge==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-bs-status==
                              ==:FS-PREFIJO:== BY ==fs-bs==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       01 ws-emp-eof-sw pic x value 'N'.
           88 ws-emp-eof value 'Y'.
       01 ws-banda-eof-sw pic x value 'N'.
           88 ws-banda-eof value 'Y'.
       01 ws-banda-encontrada-sw pic x value 'N'.
           88 ws-banda-encontrada value 'Y'.
       01 ws-grados-abierto-sw pic x value 'N'.
           88 ws-grados-abierto value 'Y'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-nombre-informe pic x(40).
       01 ws-grado pic x(2).
       01 ws-salario pic 9(7)v99.
       01 ws-banda-minimo pic 9(7)v99.
       01 ws-banda-maximo pic 9(7)v99.
       01 ws-revisados pic 9(5) value 0.
       01 ws-sin-grado pic 9(5) value 0.
       01 ws-sin-banda pic 9(5) value 0.
       01 ws-fuera-tabla.
           05 ws-fuera-entrada occurs 1000 times.
               10 fi-depto      pic x(4).
               10 fi-emp-id     pic 9(6).
               10 fi-nombre     pic x(15).
               10 fi-apellido   pic x(20).
               10 fi-grado      pic x(2).
               10 fi-salario    pic 9(7)v99.
               10 fi-minimo     pic 9(7)v99.
               10 fi-maximo     pic 9(7)v99.
               10 fi-posicion   pic x(1).
               10 fi-diferencia pic 9(7)v99.
       01 ws-fuera-temp pic x(84).
       01 ws-fuera-count pic 9(4) value 0.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-fuera-idx pic 9(4).
       01 ws-fuera-idx2 pic 9(4).
       01 ws-fuera-limite pic 9(4).
       01 ws-depto-actual pic x(4).
       01 ws-primer-grupo-sw pic x value 'Y'.
           88 ws-primer-grupo value 'Y'.
       01 ws-sub-empleados pic 9(4) value 0.
       01 ws-titulo-linea.
           05 filler      pic x(32)
               value "SALARIOS FUERA DE BANDA A FECHA ".
           05 lt-fecha    pic 9(8).
       01 ws-cabecera-linea.
           05 filler pic x(46)
               value "EMPLEADO NOMBRE          APELLIDO".
           05 filler pic x(41)
               value "GR      SALARIO       MINIMO       MAXIMO".
           05 filler pic x(25)
               value "  POSICION     DIFERENCIA".
       01 ws-linea-depto.
           05 filler      pic x(14) value "DEPARTAMENTO: ".
           05 ld-depto    pic x(9).
       01 ws-linea-empleado.
           05 le-emp-id      pic 9(6).
           05 filler         pic x(3) value SPACES.
           05 le-nombre      pic x(15).
           05 filler         pic x(1) value SPACE.
           05 le-apellido    pic x(20).
           05 filler         pic x(1) value SPACE.
           05 le-grado       pic x(2).
           05 filler         pic x(1) value SPACE.
           05 le-salario     pic z,zzz,zz9.99.
           05 le-salario-x redefines le-salario pic x(12).
           05 filler         pic x(1) value SPACE.
           05 le-minimo      pic z,zzz,zz9.99.
           05 filler         pic x(1) value SPACE.
           05 le-maximo      pic z,zzz,zz9.99.
           05 filler         pic x(2) value SPACES.
           05 le-posicion    pic x(10).
           05 filler         pic x(1) value SPACE.
           05 le-diferencia  pic z,zzz,zz9.99.
           05 le-diferencia-x redefines le-diferencia pic x(12).
       01 ws-linea-subtotal.
           05 filler         pic x(11) value "  subtotal:".
           05 lu-empleados   pic zzz9.
           05 filler         pic x(25)
               value " empleados fuera de banda".
       01 ws-linea-total.
           05 filler         pic x(25)
               value "TOTAL FUERA DE BANDA     ".
           05 lx-fuera       pic zzzz9.
           05 filler         pic x(22)
               value "  empleados activos: ".
           05 lx-revisados   pic zzzz9.
       01 ws-linea-sin-grado.
           05 filler         pic x(25)
               value "ACTIVOS SIN GRADO        ".
           05 ls-sin-grado   pic zzzz9.
       01 ws-linea-sin-banda.
           05 filler         pic x(25)
               value "GRADO SIN BANDA VIGENTE  ".
           05 ls-sin-banda   pic zzzz9.
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
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM identifica-operador
            OPEN INPUT bandas-file
            IF NOT fs-bs-ok
                DISPLAY "aviso: no se encontro bandas_salariales.dat, "
                        "no hay bandas contra las que comprobar"
                GO TO fin-programa
            END-IF
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "ERROR: no se encontro empleados.dat"
                CLOSE bandas-file
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
      * sin grados_empleado.dat todos los activos salen sin grado
            OPEN INPUT grados-file
            IF fs-ge-ok
                SET ws-grados-abierto TO TRUE
            END-IF
            PERFORM lee-empleado UNTIL ws-emp-eof
            CLOSE empleados-file
            CLOSE bandas-file
            IF ws-grados-abierto
                CLOSE grados-file
            END-IF
            PERFORM ordena-fuera
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "fuera_banda_" ws-fecha-hoy ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-hoy TO lt-fecha
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-empleado
                VARYING ws-fuera-idx FROM 1 BY 1
                UNTIL ws-fuera-idx > ws-fuera-count
            IF ws-fuera-count > 0
                PERFORM graba-subtotal-depto
            END-IF
            MOVE ws-fuera-count TO lx-fuera
            MOVE ws-revisados TO lx-revisados
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            MOVE ws-sin-grado TO ls-sin-grado
            MOVE ws-linea-sin-grado TO informe-rec
            WRITE informe-rec
            MOVE ws-sin-banda TO ls-sin-banda
            MOVE ws-linea-sin-banda TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "empleados fuera de banda: " ws-fuera-count
                    " de " ws-revisados " activos, informe en "
                    ws-nombre-informe.

       fin-programa.
            STOP RUN.

       identifica-operador.
      * el salario solo sale en claro a un supervisor activo que da
      * su PIN; sin identificar, con PIN incorrecto o con nivel de
      * operador sale enmascarado. Sin operadores_maestro.dat no hay
      * niveles todavia y no se restringe, como en rutinas_4
            MOVE SPACES TO ws-operador-id
            DISPLAY "operador (blanco = informe sin salarios): "
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
            READ empleados-file NEXT RECORD
                AT END
                    SET ws-emp-eof TO TRUE
                NOT AT END
                    IF emp-activo
                        PERFORM comprueba-empleado
                    END-IF
            END-READ.

       comprueba-empleado.
            ADD 1 TO ws-revisados
            PERFORM lee-grado
            IF ws-grado = SPACES
                ADD 1 TO ws-sin-grado
            ELSE
                PERFORM busca-banda-vigente
                IF NOT ws-banda-encontrada
                    ADD 1 TO ws-sin-banda
                ELSE
      * un salario anterior al campo llega con espacios: cuenta
      * como cero, igual que en la nomina
                    IF emp-salario IS NUMERIC
                        MOVE emp-salario TO ws-salario
                    ELSE
                        MOVE 0 TO ws-salario
                    END-IF
                    IF ws-salario < ws-banda-minimo
                            OR ws-salario > ws-banda-maximo
                        PERFORM carga-fuera
                    END-IF
                END-IF
            END-IF.

       lee-grado.
            MOVE SPACES TO ws-grado
            IF ws-grados-abierto
                MOVE emp-id TO ge-emp-id
                READ grados-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ge-grado TO ws-grado
                END-READ
            END-IF.

       busca-banda-vigente.
      * la vigente es la ultima banda del grado con fecha desde no
      * posterior a hoy
            MOVE 'N' TO ws-banda-encontrada-sw
            MOVE 'N' TO ws-banda-eof-sw
            MOVE ws-grado TO bs-grado
            MOVE 0 TO bs-fecha-desde
            START bandas-file KEY IS NOT LESS THAN bs-clave
                INVALID KEY
                    SET ws-banda-eof TO TRUE
            END-START
            PERFORM lee-banda UNTIL ws-banda-eof.

       lee-banda.
            READ bandas-file NEXT RECORD
                AT END
                    SET ws-banda-eof TO TRUE
                NOT AT END
                    IF bs-grado NOT = ws-grado
                            OR bs-fecha-desde > ws-fecha-hoy
                        SET ws-banda-eof TO TRUE
                    ELSE
                        SET ws-banda-encontrada TO TRUE
                        MOVE bs-minimo TO ws-banda-minimo
                        MOVE bs-maximo TO ws-banda-maximo
                    END-IF
            END-READ.

       carga-fuera.
            IF ws-fuera-count >= 1000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-fuera-count
                MOVE emp-depto TO fi-depto(ws-fuera-count)
                MOVE emp-id TO fi-emp-id(ws-fuera-count)
                MOVE emp-nombre TO fi-nombre(ws-fuera-count)
                MOVE emp-apellido TO fi-apellido(ws-fuera-count)
                MOVE ws-grado TO fi-grado(ws-fuera-count)
                MOVE ws-salario TO fi-salario(ws-fuera-count)
                MOVE ws-banda-minimo TO fi-minimo(ws-fuera-count)
                MOVE ws-banda-maximo TO fi-maximo(ws-fuera-count)
                IF ws-salario < ws-banda-minimo
                    MOVE 'B' TO fi-posicion(ws-fuera-count)
                    COMPUTE fi-diferencia(ws-fuera-count) =
                        ws-banda-minimo - ws-salario
                ELSE
                    MOVE 'A' TO fi-posicion(ws-fuera-count)
                    COMPUTE fi-diferencia(ws-fuera-count) =
                        ws-salario - ws-banda-maximo
                END-IF
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       ordena-fuera.
            PERFORM ordena-pasada
                VARYING ws-fuera-idx FROM 1 BY 1
                UNTIL ws-fuera-idx >= ws-fuera-count.

       ordena-pasada.
            COMPUTE ws-fuera-limite = ws-fuera-count - ws-fuera-idx
            PERFORM compara-intercambia
                VARYING ws-fuera-idx2 FROM 1 BY 1
                UNTIL ws-fuera-idx2 > ws-fuera-limite.

       compara-intercambia.
      * orden por departamento y, dentro, por empleado (los dos van
      * seguidos al principio de la entrada)
            IF ws-fuera-entrada(ws-fuera-idx2)(1:10)
                    > ws-fuera-entrada(ws-fuera-idx2 + 1)(1:10)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-fuera-entrada(ws-fuera-idx2) TO ws-fuera-temp
            MOVE ws-fuera-entrada(ws-fuera-idx2 + 1)
                TO ws-fuera-entrada(ws-fuera-idx2)
            MOVE ws-fuera-temp
                TO ws-fuera-entrada(ws-fuera-idx2 + 1).

       graba-linea-empleado.
            IF ws-primer-grupo
                    OR fi-depto(ws-fuera-idx) NOT = ws-depto-actual
                IF NOT ws-primer-grupo
                    PERFORM graba-subtotal-depto
                END-IF
                MOVE 'N' TO ws-primer-grupo-sw
                MOVE fi-depto(ws-fuera-idx) TO ws-depto-actual
                MOVE 0 TO ws-sub-empleados
                IF ws-depto-actual = SPACES
                    MOVE "SIN-DEPTO" TO ld-depto
                ELSE
                    MOVE ws-depto-actual TO ld-depto
                END-IF
                MOVE ws-linea-depto TO informe-rec
                WRITE informe-rec
            END-IF
            ADD 1 TO ws-sub-empleados
            MOVE fi-emp-id(ws-fuera-idx) TO le-emp-id
            MOVE fi-nombre(ws-fuera-idx) TO le-nombre
            MOVE fi-apellido(ws-fuera-idx) TO le-apellido
            MOVE fi-grado(ws-fuera-idx) TO le-grado
            MOVE fi-minimo(ws-fuera-idx) TO le-minimo
            MOVE fi-maximo(ws-fuera-idx) TO le-maximo
            IF fi-posicion(ws-fuera-idx) = 'B'
                MOVE "POR DEBAJO" TO le-posicion
            ELSE
                MOVE "POR ENCIMA" TO le-posicion
            END-IF
            IF ws-ve-salarios
                MOVE fi-salario(ws-fuera-idx) TO le-salario
                MOVE fi-diferencia(ws-fuera-idx) TO le-diferencia
                MOVE fi-emp-id(ws-fuera-idx) TO vs-emp-id
                PERFORM graba-acceso-salario
            ELSE
                MOVE "************" TO le-salario-x
                MOVE "************" TO le-diferencia-x
            END-IF
            MOVE ws-linea-empleado TO informe-rec
            WRITE informe-rec.

       graba-subtotal-depto.
            MOVE ws-sub-empleados TO lu-empleados
            MOVE ws-linea-subtotal TO informe-rec
            WRITE informe-rec.

       graba-acceso-salario.
      * vs-emp-id lo deja puesto quien llama
            ACCEPT vs-fecha FROM DATE YYYYMMDD
            ACCEPT vs-hora FROM TIME
            MOVE ws-operador-id TO vs-operador
            MOVE "rutinas_108" TO vs-programa
            OPEN EXTEND accesos-salario-file
            IF fs-accesos-salario-fichero-no-existe
                OPEN OUTPUT accesos-salario-file
            END-IF
            MOVE ws-acceso-salario-linea TO accesos-salario-rec
            WRITE accesos-salario-rec
            CLOSE accesos-salario-file.

       END PROGRAM rutinas_108.
