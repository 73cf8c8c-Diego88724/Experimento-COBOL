      *     the sum of num1+num2, the same figure the batch
      *     idempotency guard totals. An existing file is warned
      *     about before being overwritten.
      *   - the prepared lines now carry the optional project column of
      *     calc_entrada.dat and operaciones_lote.dat, checked against
      *     proyectos.dat as the batch does. New option 3 corrects the
      *     lines the batch rejected to suspense.dat (suspense.cpy): it
      *     lists what is still unresolved, and a line can be corrected
      *     field by field under the batch's own rules (marked 'C',
      *     resubmitted by rutinas_134 or the next rutinas_26 load) or
      *     cancelled ('A'), with the operator and date recorded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_43.
           SELECT op-entrada-file ASSIGN TO "operaciones_lote.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-op-entrada-status.
           SELECT proyectos-file ASSIGN TO "proyectos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pj-codigo
               FILE STATUS IS ws-pj-status.
           SELECT suspense-file ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sp-id
               FILE STATUS IS ws-suspense-status.

       DATA DIVISION.
       FILE SECTION.
           05 ce-num1     pic 9(5).
           05 ce-num2     pic 9(5).
           05 ce-operador pic x(10).
           05 ce-proyecto pic x(6).

       FD  op-entrada-file.
       01  op-entrada-rec.
           05 oe-operacion pic 9(1).
           05 oe-num1      pic 9(2).
           05 oe-num2      pic 9(2).
           05 oe-proyecto  pic x(6).

       FD  proyectos-file.
       COPY proyecto.

       FD  suspense-file.
       COPY suspense.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-entrada-status==
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-op-entrada-status==
                     ==:FS-PREFIJO:== BY ==fs-op-entrada==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pj-status==
                              ==:FS-PREFIJO:== BY ==fs-pj==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-suspense-status==
                              ==:FS-PREFIJO:== BY ==fs-suspense==.
       01 ws-opcion pic x.
       01 ws-num-entrada pic x(5).
       01 ws-num-just pic x(5).
           88 ws-num-valido value 'Y'.
       01 ws-fin-entrada-sw pic x value 'N'.
           88 ws-fin-entrada value 'Y'.
       01 ws-linea-susp-ok-sw pic x value 'N'.
           88 ws-linea-susp-ok value 'Y'.
       01 ws-num1 pic 9(5).
       01 ws-num2 pic 9(5).
       01 ws-operador-linea pic x(10).
               10 tc-num1     pic 9(5).
               10 tc-num2     pic 9(5).
               10 tc-operador pic x(10).
               10 tc-proyecto pic x(6).
       01 ws-op-tabla.
           05 ws-op-entrada-t occurs 500 times.
               10 to-operacion pic 9(1).
               10 to-num1      pic 9(2).
               10 to-num2      pic 9(2).
               10 to-proyecto  pic x(6).
       01 ws-tabla-idx pic 9(3).
       01 ws-respuesta pic x(1).
       01 ws-proyecto pic x(6).
       01 ws-proyecto-valido-sw pic x value 'N'.
           88 ws-proyecto-valido value 'Y'.
      * correccion de suspense: la linea rechazada en su formato
      * original, vista segun el fichero del que vino
       01 ws-operador-susp pic x(10).
       01 ws-suspense-eof-sw pic x value 'N'.
           88 ws-suspense-eof value 'Y'.
       01 ws-listados pic 9(5) value 0.
       01 ws-linea-susp pic x(80).
       01 ws-linea-calc redefines ws-linea-susp.
           05 lc-num1      pic 9(5).
           05 lc-num2      pic 9(5).
           05 lc-operador  pic x(10).
           05 lc-proyecto  pic x(6).
           05 filler       pic x(54).
       01 ws-linea-oper redefines ws-linea-susp.
           05 lo-operacion pic 9(1).
           05 lo-num1      pic 9(2).
           05 lo-num2      pic 9(2).
           05 lo-proyecto  pic x(6).
           05 filler       pic x(69).
       01 ws-linea-feed redefines ws-linea-susp.
           05 lf-tipo        pic x(1).
           05 lf-numero      pic 9(8).
           05 lf-fecha       pic 9(8).
           05 lf-fecha-r redefines lf-fecha.
               10 lf-aaaa    pic 9(4).
               10 lf-mm      pic 9(2).
               10 lf-dd      pic 9(2).
           05 lf-importe     pic 9(7)v99.
           05 lf-importe-ent redefines lf-importe pic 9(9).
           05 lf-descripcion pic x(30).
           05 lf-proyecto    pic x(6).
           05 filler         pic x(18).
      * campo numerico tecleado, de hasta nueve cifras, alineado a
      * la derecha con ceros (alinea-campo)
       01 ws-campo-entrada pic x(9).
       01 ws-campo-just pic x(9).
       01 ws-campo-just-num redefines ws-campo-just pic 9(9).
       01 ws-campo-max pic 9(1).
       01 ws-campo-len pic 9(2).
       01 ws-campo-valido-sw pic x value 'N'.
           88 ws-campo-valido value 'Y'.
       01 ws-texto-entrada pic x(30).
       01 ws-suma-par pic 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "1) preparar calc_entrada.dat"
            DISPLAY "2) preparar operaciones_lote.dat"
            DISPLAY "3) corregir lineas rechazadas en suspense"
            DISPLAY "4) salir"
            DISPLAY "elige una opcion: "
            ACCEPT ws-opcion
            EVALUATE ws-opcion
                    PERFORM prepara-calc-entrada
                WHEN "2"
                    PERFORM prepara-operaciones-lote
                WHEN "3"
                    PERFORM corrige-suspense
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
                        DISPLAY "operador de la linea (blanco = el "
                                "de la sesion batch): "
                        ACCEPT ws-operador-linea
                        PERFORM pide-proyecto-linea
                    END-IF
                    IF ws-num-valido
                        IF ws-contador < 500
                            ADD 1 TO ws-contador
                            MOVE ws-num1
                                TO tc-num2(ws-contador)
                            MOVE ws-operador-linea
                                TO tc-operador(ws-contador)
                            MOVE ws-proyecto
                                TO tc-proyecto(ws-contador)
                            ADD ws-num1 TO ws-suma-control
                            ADD ws-num2 TO ws-suma-control
                            MOVE ws-suma-control TO ws-suma-edit
            MOVE tc-num1(ws-tabla-idx) TO ce-num1
            MOVE tc-num2(ws-tabla-idx) TO ce-num2
            MOVE tc-operador(ws-tabla-idx) TO ce-operador
            MOVE tc-proyecto(ws-tabla-idx) TO ce-proyecto
            WRITE calc-entrada-rec.

       avisa-si-existe-op.
                ELSE
                    MOVE ws-num-just-num TO ws-num2
                    PERFORM valida-regla-operacion
                    IF ws-num-valido
                        PERFORM pide-proyecto-linea
                    END-IF
                    IF ws-num-valido
                        PERFORM anota-triple-op
                    END-IF
                MOVE ws-op-codigo-num TO to-operacion(ws-contador)
                MOVE ws-num1 TO to-num1(ws-contador)
                MOVE ws-num2 TO to-num2(ws-contador)
                MOVE ws-proyecto TO to-proyecto(ws-contador)
                ADD ws-num1 TO ws-suma-control
                ADD ws-num2 TO ws-suma-control
                MOVE ws-suma-control TO ws-suma-edit
            MOVE to-operacion(ws-tabla-idx) TO oe-operacion
            MOVE to-num1(ws-tabla-idx) TO oe-num1
            MOVE to-num2(ws-tabla-idx) TO oe-num2
            MOVE to-proyecto(ws-tabla-idx) TO oe-proyecto
            WRITE op-entrada-rec.

       pide-proyecto-linea.
      * proyecto opcional de la linea; como en calculadora y
      * operaciones, si viene tiene que estar abierto
            DISPLAY "proyecto (blanco = sin proyecto): "
            ACCEPT ws-proyecto
            PERFORM verifica-proyecto
            IF NOT ws-proyecto-valido
                DISPLAY "ERROR: proyecto " ws-proyecto " desconocido "
                        "o cerrado, seria rechazado por el batch"
                MOVE 'N' TO ws-num-valido-sw
            END-IF.

       verifica-proyecto.
            INSPECT ws-proyecto CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            SET ws-proyecto-valido TO TRUE
            IF ws-proyecto NOT = SPACES
                MOVE 'N' TO ws-proyecto-valido-sw
                OPEN INPUT proyectos-file
                IF fs-pj-ok
                    MOVE ws-proyecto TO pj-codigo
                    READ proyectos-file
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF pj-activo
                                SET ws-proyecto-valido TO TRUE
                            END-IF
                    END-READ
                    CLOSE proyectos-file
                END-IF
            END-IF.

       corrige-suspense.
      * las lineas que el batch rechazo quedan en suspense.dat tal
      * como venian; aqui se corrigen campo a campo con las mismas
      * reglas del batch (o se anulan) y rutinas_134 o la carga de
      * feeds las devuelven a la entrada de la noche siguiente
            DISPLAY "operador: "
            ACCEPT ws-operador-susp
            IF ws-operador-susp = SPACES
                DISPLAY "ERROR: hace falta el operador"
            ELSE
                PERFORM revisa-suspense
            END-IF.

       revisa-suspense.
            OPEN I-O suspense-file
            IF NOT fs-suspense-ok
                DISPLAY "aviso: no hay suspense.dat, nada que corregir"
            ELSE
                MOVE 0 TO ws-listados
                MOVE 'N' TO ws-suspense-eof-sw
                PERFORM lista-linea-suspense UNTIL ws-suspense-eof
                DISPLAY "lineas sin resolver: " ws-listados
                MOVE 'N' TO ws-fin-entrada-sw
                IF ws-listados > 0
                    PERFORM corrige-linea-suspense
                        UNTIL ws-fin-entrada
                END-IF
                CLOSE suspense-file
            END-IF.

       lista-linea-suspense.
            READ suspense-file NEXT RECORD
                AT END
                    SET ws-suspense-eof TO TRUE
                NOT AT END
                    IF sp-sin-resolver
                        ADD 1 TO ws-listados
                        DISPLAY sp-id " " sp-origen " " sp-fecha " "
                                sp-estado-sw " " sp-campo " "
                                sp-motivo
                        DISPLAY "       " sp-linea
                    END-IF
            END-READ.

       corrige-linea-suspense.
            SET ws-linea-susp-ok TO TRUE
            DISPLAY "linea a corregir (blanco termina): "
            MOVE SPACES TO ws-campo-entrada
            ACCEPT ws-campo-entrada
            IF ws-campo-entrada = SPACES
                SET ws-fin-entrada TO TRUE
                MOVE 'N' TO ws-linea-susp-ok-sw
            END-IF
            IF ws-linea-susp-ok
                MOVE 6 TO ws-campo-max
                PERFORM alinea-campo
                IF NOT ws-campo-valido
                    DISPLAY "ERROR: numero de linea no valido"
                    MOVE 'N' TO ws-linea-susp-ok-sw
                END-IF
            END-IF
            IF ws-linea-susp-ok
                MOVE ws-campo-just-num TO sp-id
                READ suspense-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe la linea " sp-id
                        MOVE 'N' TO ws-linea-susp-ok-sw
                END-READ
            END-IF
            IF ws-linea-susp-ok AND NOT sp-sin-resolver
                DISPLAY "ERROR: la linea " sp-id " ya esta reenviada "
                        "o anulada"
                MOVE 'N' TO ws-linea-susp-ok-sw
            END-IF
            IF ws-linea-susp-ok
                DISPLAY "rechazada el " sp-fecha " por " sp-programa
                        ": " sp-campo " " sp-motivo
                DISPLAY "C) corregir  A) anular  blanco) dejarla: "
                ACCEPT ws-respuesta
                INSPECT ws-respuesta CONVERTING "ca" TO "CA"
                EVALUATE ws-respuesta
                    WHEN "C"
                        MOVE sp-linea TO ws-linea-susp
                        SET ws-num-valido TO TRUE
                        EVALUATE TRUE
                            WHEN sp-de-calc
                                PERFORM corrige-linea-calc
                            WHEN sp-de-oper
                                PERFORM corrige-linea-oper
                            WHEN OTHER
                                PERFORM corrige-linea-feed
                        END-EVALUATE
                        IF ws-num-valido
                            MOVE ws-linea-susp TO sp-linea
                            SET sp-corregida TO TRUE
                            PERFORM graba-estado-suspense
                            DISPLAY "linea " sp-id " corregida, se "
                                    "reenvia en el siguiente proceso"
                        ELSE
                            DISPLAY "no se corrige la linea " sp-id
                        END-IF
                    WHEN "A"
                        SET sp-anulada TO TRUE
                        PERFORM graba-estado-suspense
                        DISPLAY "linea " sp-id " anulada"
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       graba-estado-suspense.
            MOVE ws-operador-susp TO sp-operador
            ACCEPT sp-fecha-estado FROM DATE YYYYMMDD
            REWRITE suspense-rec
                INVALID KEY
                    DISPLAY "ERROR: no se pudo grabar la linea " sp-id
            END-REWRITE.

       corrige-linea-calc.
      * cada campo en blanco deja el valor que traia la linea
            DISPLAY "num1 actual " lc-num1 " (0-99999, blanco = igual):"
            MOVE 5 TO ws-campo-max
            PERFORM pide-campo-numerico
            IF ws-campo-valido
                MOVE ws-campo-just-num TO lc-num1
            END-IF
            DISPLAY "num2 actual " lc-num2 " (0-99999, blanco = igual):"
            PERFORM pide-campo-numerico
            IF ws-campo-valido
                MOVE ws-campo-just-num TO lc-num2
            END-IF
            DISPLAY "operador actual " lc-operador " (blanco = igual):"
            MOVE SPACES TO ws-texto-entrada
            ACCEPT ws-texto-entrada
            IF ws-texto-entrada NOT = SPACES
                MOVE ws-texto-entrada TO lc-operador
            END-IF
            DISPLAY "proyecto actual " lc-proyecto
                    " (blanco = igual, * = sin proyecto): "
            PERFORM pide-proyecto-suspense
            IF ws-proyecto-valido
                MOVE ws-proyecto TO lc-proyecto
            END-IF
            IF lc-num1 IS NOT NUMERIC OR lc-num2 IS NOT NUMERIC
                DISPLAY "ERROR: num1 y num2 tienen que ser numericos"
                MOVE 'N' TO ws-num-valido-sw
            ELSE
                COMPUTE ws-suma-par = lc-num1 + lc-num2
                IF ws-suma-par > 99999
                    DISPLAY "ERROR: num1 + num2 pasa de 99999, seria "
                            "rechazado por el batch"
                    MOVE 'N' TO ws-num-valido-sw
                END-IF
            END-IF.

       corrige-linea-oper.
            DISPLAY "operacion actual " lo-operacion
                    " (1-4, blanco = igual): "
            MOVE 1 TO ws-campo-max
            PERFORM pide-campo-numerico
            IF ws-campo-valido
                MOVE ws-campo-just-num TO lo-operacion
            END-IF
            DISPLAY "num1 actual " lo-num1 " (0-99, blanco = igual): "
            MOVE 2 TO ws-campo-max
            PERFORM pide-campo-numerico
            IF ws-campo-valido
                MOVE ws-campo-just-num TO lo-num1
            END-IF
            DISPLAY "num2 actual " lo-num2 " (0-99, blanco = igual): "
            PERFORM pide-campo-numerico
            IF ws-campo-valido
                MOVE ws-campo-just-num TO lo-num2
            END-IF
            DISPLAY "proyecto actual " lo-proyecto
                    " (blanco = igual, * = sin proyecto): "
            PERFORM pide-proyecto-suspense
            IF ws-proyecto-valido
                MOVE ws-proyecto TO lo-proyecto
            END-IF
            IF lo-operacion IS NOT NUMERIC OR lo-num1 IS NOT NUMERIC
                    OR lo-num2 IS NOT NUMERIC
                DISPLAY "ERROR: operacion, num1 y num2 tienen que ser "
                        "numericos"
                MOVE 'N' TO ws-num-valido-sw
            ELSE
                IF lo-operacion < 1 OR lo-operacion > 4
                    DISPLAY "ERROR: codigo de operacion no valido"
                    MOVE 'N' TO ws-num-valido-sw
                END-IF
                IF ws-num-valido
                    MOVE lo-operacion TO ws-op-codigo-num
                    MOVE lo-num1 TO ws-num1
                    MOVE lo-num2 TO ws-num2
                    PERFORM valida-regla-operacion
                END-IF
            END-IF.

       corrige-linea-feed.
      * el detalle vuelve a la carga con la sucursal y la moneda de
      * su cabecera original; el importe va en esa moneda
            DISPLAY "sucursal " sp-sucursal " moneda " sp-moneda
                    " feed del " sp-fecha-feed
            DISPLAY "numero actual " lf-numero " (blanco = igual): "
            MOVE 8 TO ws-campo-max
            PERFORM pide-campo-numerico
            IF ws-campo-valido
                MOVE ws-campo-just-num TO lf-numero
            END-IF
            DISPLAY "fecha actual " lf-fecha
                    " (AAAAMMDD, blanco = igual): "
            PERFORM pide-campo-numerico
            IF ws-campo-valido
                MOVE ws-campo-just-num TO lf-fecha
            END-IF
            DISPLAY "importe actual " lf-importe-ent
                    " (en centimos, blanco = igual): "
            MOVE 9 TO ws-campo-max
            PERFORM pide-campo-numerico
            IF ws-campo-valido
                MOVE ws-campo-just-num TO lf-importe-ent
            END-IF
            DISPLAY "descripcion actual " lf-descripcion
            DISPLAY "nueva descripcion (blanco = igual): "
            MOVE SPACES TO ws-texto-entrada
            ACCEPT ws-texto-entrada
            IF ws-texto-entrada NOT = SPACES
                MOVE ws-texto-entrada TO lf-descripcion
            END-IF
            DISPLAY "proyecto actual " lf-proyecto
                    " (blanco = igual, * = sin proyecto): "
            PERFORM pide-proyecto-suspense
            IF ws-proyecto-valido
                MOVE ws-proyecto TO lf-proyecto
            END-IF
            MOVE "D" TO lf-tipo
            IF lf-numero IS NOT NUMERIC OR lf-fecha IS NOT NUMERIC
                    OR lf-importe IS NOT NUMERIC
                DISPLAY "ERROR: numero, fecha e importe tienen que ser "
                        "numericos"
                MOVE 'N' TO ws-num-valido-sw
            ELSE
                IF lf-mm < 1 OR lf-mm > 12 OR lf-dd < 1 OR lf-dd > 31
                    DISPLAY "ERROR: fecha no valida"
                    MOVE 'N' TO ws-num-valido-sw
                END-IF
            END-IF.

       pide-campo-numerico.
      * blanco deja el campo como esta (ws-campo-valido apagado); un
      * valor que no es numerico o no cabe invalida la correccion
            MOVE 'N' TO ws-campo-valido-sw
            MOVE SPACES TO ws-campo-entrada
            ACCEPT ws-campo-entrada
            IF ws-campo-entrada NOT = SPACES
                PERFORM alinea-campo
                IF NOT ws-campo-valido
                    DISPLAY "ERROR: valor no valido"
                    MOVE 'N' TO ws-num-valido-sw
                END-IF
            END-IF.

       pide-proyecto-suspense.
      * blanco deja el proyecto como esta; "*" lo quita
            MOVE 'N' TO ws-proyecto-valido-sw
            MOVE SPACES TO ws-proyecto
            ACCEPT ws-proyecto
            IF ws-proyecto = "*"
                MOVE SPACES TO ws-proyecto
                SET ws-proyecto-valido TO TRUE
            ELSE
                IF ws-proyecto NOT = SPACES
                    PERFORM verifica-proyecto
                    IF NOT ws-proyecto-valido
                        DISPLAY "ERROR: proyecto " ws-proyecto
                                " desconocido o cerrado"
                        MOVE 'N' TO ws-num-valido-sw
                    END-IF
                END-IF
            END-IF.

       alinea-campo.
      * como alinea-num-entrada, pero para un campo de hasta
      * ws-campo-max cifras
            MOVE 'N' TO ws-campo-valido-sw
            MOVE 0 TO ws-campo-len
            PERFORM cuenta-cifra-campo
                UNTIL ws-campo-len >= 9
                   OR ws-campo-entrada(ws-campo-len + 1:1) = SPACE
            MOVE "000000000" TO ws-campo-just
            IF ws-campo-len > 0 AND ws-campo-len NOT > ws-campo-max
                MOVE ws-campo-entrada(1:ws-campo-len)
                    TO ws-campo-just(10 - ws-campo-len:ws-campo-len)
                IF ws-campo-just IS NUMERIC
                    SET ws-campo-valido TO TRUE
                END-IF
            END-IF.

       cuenta-cifra-campo.
            ADD 1 TO ws-campo-len.

       END PROGRAM rutinas_43.
