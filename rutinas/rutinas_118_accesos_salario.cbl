      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: weekly salary-access report. For a date
      *     range taken from two console lines (desde / hasta
      *     AAAAMMDD; informe_semanal.sh passes the week just ended)
      *     it reads accesos_salario.log (acceso_salario.cpy) and
      *     lists, per operator, whose salary they were shown: the
      *     employee, how many times, from which program last, how
      *     many of those views fell outside office hours and the
      *     last time. Each operator closes with their views, the
      *     distinct employees seen and a warning when they looked
      *     at more than ws-umbral-empleados different employees or
      *     at any salary outside office hours, so unusual browsing
      *     stands out. Written to accesos_salario_AAAAMMDD.log,
      *     dated with the end of the range.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_118.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT accesos-salario-file ASSIGN TO "accesos_salario.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-accesos-salario-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  accesos-salario-file.
       01  accesos-salario-rec pic x(54).

       FD  empleados-file.
       COPY empleado.

       FD  informe-file.
       01  informe-rec pic x(100).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-accesos-salario-status==
                     ==:FS-PREFIJO:== BY ==fs-accesos-salario==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY acceso_salario.
       01 ws-desde-entrada pic x(8).
       01 ws-desde redefines ws-desde-entrada pic 9(8).
       01 ws-hasta-entrada pic x(8).
       01 ws-hasta redefines ws-hasta-entrada pic 9(8).
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-emp-abierto-sw pic x value 'N'.
           88 ws-emp-abierto value 'Y'.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
      * horario de oficina: de 07:00 a 20:59; una consulta fuera de
      * el se cuenta aparte y marca al operador
       01 ws-hora-entrada pic 9(8) value 07000000.
       01 ws-hora-salida pic 9(8) value 21000000.
      * mas empleados distintos que estos en el rango marca al
      * operador como consulta masiva
       01 ws-umbral-empleados pic 9(4) value 20.
       01 ws-en-rango pic 9(6) value 0.
       01 ws-acceso-tabla.
           05 ws-acceso-entrada occurs 2000 times.
               10 ac-operador     pic x(10).
               10 ac-emp-id       pic 9(6).
               10 ac-vistas       pic 9(5).
               10 ac-fuera-hora   pic 9(5).
               10 ac-programa     pic x(12).
               10 ac-ultima-fecha pic 9(8).
               10 ac-ultima-hora  pic 9(8).
       01 ws-acceso-temp pic x(54).
       01 ws-acceso-count pic 9(4) value 0.
       01 ws-acceso-idx pic 9(4).
       01 ws-acceso-idx2 pic 9(4).
       01 ws-acceso-limite pic 9(4).
       01 ws-operador-actual pic x(10).
       01 ws-primer-grupo-sw pic x value 'Y'.
           88 ws-primer-grupo value 'Y'.
       01 ws-sub-vistas pic 9(6) value 0.
       01 ws-sub-empleados pic 9(4) value 0.
       01 ws-sub-fuera-hora pic 9(6) value 0.
       01 ws-operadores pic 9(4) value 0.
       01 ws-operadores-marcados pic 9(4) value 0.
       01 ws-titulo-linea.
           05 filler      pic x(25)
               value "CONSULTAS DE SALARIO DEL ".
           05 lt-desde    pic 9(8).
           05 filler      pic x(4) value " AL ".
           05 lt-hasta    pic 9(8).
       01 ws-cabecera-linea.
           05 filler pic x(38)
               value "  EMPLEADO APELLIDO             NOMBRE".
           05 filler pic x(24)
               value "          VISTAS  FUERA ".
           05 filler pic x(31)
               value "PROGRAMA     ULTIMA VEZ".
       01 ws-linea-operador.
           05 filler      pic x(10) value "OPERADOR: ".
           05 lo-operador pic x(10).
       01 ws-linea-acceso.
           05 filler      pic x(2) value SPACES.
           05 la-emp-id   pic 9(6).
           05 filler      pic x(3) value SPACES.
           05 la-apellido pic x(20).
           05 filler      pic x(1) value SPACE.
           05 la-nombre   pic x(15).
           05 filler      pic x(1) value SPACE.
           05 la-vistas   pic zzzz9.
           05 filler      pic x(2) value SPACES.
           05 la-fuera    pic zzzz9.
           05 filler      pic x(2) value SPACES.
           05 la-programa pic x(12).
           05 filler      pic x(1) value SPACE.
           05 la-fecha    pic 9(8).
           05 filler      pic x(1) value '-'.
           05 la-hora     pic 9(8).
       01 ws-linea-subtotal.
           05 filler      pic x(11) value "  consultas".
           05 lu-vistas   pic zzzzz9.
           05 filler      pic x(12) value "  empleados ".
           05 lu-empleados pic zzz9.
           05 filler      pic x(20) value "  fuera de horario ".
           05 lu-fuera    pic zzzzz9.
       01 ws-linea-aviso-masiva.
           05 filler      pic x(36)
               value "  AVISO: consulta masiva, mas de ".
           05 lm-umbral   pic zzz9.
           05 filler      pic x(21) value " empleados distintos".
       01 ws-linea-aviso-horario pic x(50)
           value "  AVISO: consultas fuera del horario de oficina".
       01 ws-linea-total.
           05 filler      pic x(24) value "TOTAL consultas        ".
           05 lx-en-rango pic zzzzz9.
           05 filler      pic x(13) value "  operadores ".
           05 lx-operadores pic zzz9.
           05 filler      pic x(12) value "  marcados ".
           05 lx-marcados pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "desde (AAAAMMDD): "
            ACCEPT ws-desde-entrada
            DISPLAY "hasta (AAAAMMDD): "
            ACCEPT ws-hasta-entrada
            IF ws-desde-entrada IS NOT NUMERIC
                    OR ws-hasta-entrada IS NOT NUMERIC
                    OR ws-desde > ws-hasta
                DISPLAY "ERROR: rango de fechas no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT accesos-salario-file
            IF NOT fs-accesos-salario-ok
                DISPLAY "aviso: no se encontro accesos_salario.log, "
                        "no hay consultas de salario registradas"
            ELSE
                PERFORM lee-acceso UNTIL ws-eof
                CLOSE accesos-salario-file
            END-IF
            PERFORM ordena-accesos
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

      * el nombre del empleado es solo para leer mejor el informe;
      * sin empleados.dat sale en blanco
            OPEN INPUT empleados-file
            IF fs-emp-ok
                SET ws-emp-abierto TO TRUE
            END-IF
            MOVE SPACES TO ws-nombre-informe
            STRING "accesos_salario_" ws-hasta ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-desde TO lt-desde
            MOVE ws-hasta TO lt-hasta
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-acceso
                VARYING ws-acceso-idx FROM 1 BY 1
                UNTIL ws-acceso-idx > ws-acceso-count
            IF ws-acceso-count > 0
                PERFORM graba-subtotal-operador
            END-IF
            MOVE ws-en-rango TO lx-en-rango
            MOVE ws-operadores TO lx-operadores
            MOVE ws-operadores-marcados TO lx-marcados
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            IF ws-emp-abierto
                CLOSE empleados-file
            END-IF
            DISPLAY "consultas de salario: " ws-en-rango
                    ", operadores marcados: " ws-operadores-marcados
                    ", informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       lee-acceso.
            READ accesos-salario-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE accesos-salario-rec TO ws-acceso-salario-linea
                    IF vs-fecha IS NUMERIC
                            AND vs-fecha >= ws-desde
                            AND vs-fecha <= ws-hasta
                        ADD 1 TO ws-en-rango
                        PERFORM acumula-acceso
                    END-IF
            END-READ.

       acumula-acceso.
      * una entrada por operador y empleado; el log va en orden de
      * tiempo, asi que la ultima lectura es la ultima vez
            MOVE 'N' TO ws-encontrado-sw
            PERFORM busca-acceso
                VARYING ws-acceso-idx FROM 1 BY 1
                UNTIL ws-acceso-idx > ws-acceso-count
                    OR ws-encontrado
            IF NOT ws-encontrado
                IF ws-acceso-count >= 2000
                    PERFORM avisa-tabla-llena
                ELSE
                    ADD 1 TO ws-acceso-count
                    MOVE ws-acceso-count TO ws-acceso-idx
                    MOVE vs-operador TO ac-operador(ws-acceso-idx)
                    MOVE vs-emp-id TO ac-emp-id(ws-acceso-idx)
                    MOVE 0 TO ac-vistas(ws-acceso-idx)
                    MOVE 0 TO ac-fuera-hora(ws-acceso-idx)
                    SET ws-encontrado TO TRUE
                END-IF
            ELSE
      * el VARYING ya avanzo una posicion tras encontrarla
                SUBTRACT 1 FROM ws-acceso-idx
            END-IF
            IF ws-encontrado
                ADD 1 TO ac-vistas(ws-acceso-idx)
                IF vs-hora < ws-hora-entrada
                        OR vs-hora >= ws-hora-salida
                    ADD 1 TO ac-fuera-hora(ws-acceso-idx)
                END-IF
                MOVE vs-programa TO ac-programa(ws-acceso-idx)
                MOVE vs-fecha TO ac-ultima-fecha(ws-acceso-idx)
                MOVE vs-hora TO ac-ultima-hora(ws-acceso-idx)
            END-IF.

       busca-acceso.
            IF ac-operador(ws-acceso-idx) = vs-operador
                    AND ac-emp-id(ws-acceso-idx) = vs-emp-id
                SET ws-encontrado TO TRUE
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       ordena-accesos.
            PERFORM ordena-pasada
                VARYING ws-acceso-idx FROM 1 BY 1
                UNTIL ws-acceso-idx >= ws-acceso-count.

       ordena-pasada.
            COMPUTE ws-acceso-limite = ws-acceso-count - ws-acceso-idx
            PERFORM compara-intercambia
                VARYING ws-acceso-idx2 FROM 1 BY 1
                UNTIL ws-acceso-idx2 > ws-acceso-limite.

       compara-intercambia.
      * orden por operador y, dentro, por empleado (los dos van
      * seguidos al principio de la entrada)
            IF ws-acceso-entrada(ws-acceso-idx2)(1:16)
                    > ws-acceso-entrada(ws-acceso-idx2 + 1)(1:16)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-acceso-entrada(ws-acceso-idx2) TO ws-acceso-temp
            MOVE ws-acceso-entrada(ws-acceso-idx2 + 1)
                TO ws-acceso-entrada(ws-acceso-idx2)
            MOVE ws-acceso-temp
                TO ws-acceso-entrada(ws-acceso-idx2 + 1).

       graba-linea-acceso.
            IF ws-primer-grupo
                    OR ac-operador(ws-acceso-idx)
                        NOT = ws-operador-actual
                IF NOT ws-primer-grupo
                    PERFORM graba-subtotal-operador
                END-IF
                MOVE 'N' TO ws-primer-grupo-sw
                MOVE ac-operador(ws-acceso-idx) TO ws-operador-actual
                MOVE 0 TO ws-sub-vistas
                MOVE 0 TO ws-sub-empleados
                MOVE 0 TO ws-sub-fuera-hora
                ADD 1 TO ws-operadores
                MOVE ws-operador-actual TO lo-operador
                MOVE ws-linea-operador TO informe-rec
                WRITE informe-rec
            END-IF
            ADD 1 TO ws-sub-empleados
            ADD ac-vistas(ws-acceso-idx) TO ws-sub-vistas
            ADD ac-fuera-hora(ws-acceso-idx) TO ws-sub-fuera-hora
            PERFORM lee-nombre-empleado
            MOVE ac-emp-id(ws-acceso-idx) TO la-emp-id
            MOVE ac-vistas(ws-acceso-idx) TO la-vistas
            MOVE ac-fuera-hora(ws-acceso-idx) TO la-fuera
            MOVE ac-programa(ws-acceso-idx) TO la-programa
            MOVE ac-ultima-fecha(ws-acceso-idx) TO la-fecha
            MOVE ac-ultima-hora(ws-acceso-idx) TO la-hora
            MOVE ws-linea-acceso TO informe-rec
            WRITE informe-rec.

       lee-nombre-empleado.
            MOVE SPACES TO la-apellido
            MOVE SPACES TO la-nombre
            IF ws-emp-abierto
                MOVE ac-emp-id(ws-acceso-idx) TO emp-id
                READ empleados-file
                    KEY IS emp-id
                    INVALID KEY
                        MOVE "(no esta en maestro)" TO la-apellido
                    NOT INVALID KEY
                        MOVE emp-apellido TO la-apellido
                        MOVE emp-nombre TO la-nombre
                END-READ
            END-IF.

       graba-subtotal-operador.
            MOVE ws-sub-vistas TO lu-vistas
            MOVE ws-sub-empleados TO lu-empleados
            MOVE ws-sub-fuera-hora TO lu-fuera
            MOVE ws-linea-subtotal TO informe-rec
            WRITE informe-rec
            IF ws-sub-empleados > ws-umbral-empleados
                    OR ws-sub-fuera-hora > 0
                ADD 1 TO ws-operadores-marcados
            END-IF
            IF ws-sub-empleados > ws-umbral-empleados
                MOVE ws-umbral-empleados TO lm-umbral
                MOVE ws-linea-aviso-masiva TO informe-rec
                WRITE informe-rec
            END-IF
            IF ws-sub-fuera-hora > 0
                MOVE ws-linea-aviso-horario TO informe-rec
                WRITE informe-rec
            END-IF.

       END PROGRAM rutinas_118.
