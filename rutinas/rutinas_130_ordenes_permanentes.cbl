      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of ordenes_permanentes.dat
      *     (orden_permanente.cpy), the standing orders the nightly
      *     step of rutinas_131 posts to transacciones.dat on each
      *     due date. Option 1 adds an order with its amount,
      *     description, branch (blank = in-house, otherwise an
      *     active branch of sucursales.dat), frequency - monthly on
      *     day N or weekly on a weekday - and start and end dates;
      *     option 2 changes the amount, the description, the end
      *     date or the active flag (a different frequency is a new
      *     order: the old one is deactivated, never deleted, so
      *     what it posted keeps its reference; an order reactivated
      *     counts from that day, without catching up what fell due
      *     while it was inactive); option 3 lists the
      *     orders with their last due date handled; option 4 shows
      *     one order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_130.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ordenes-file ASSIGN TO "ordenes_permanentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS or-codigo
               FILE STATUS IS ws-or-status.
           SELECT sucursales-file ASSIGN TO "sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS su-codigo
               FILE STATUS IS ws-su-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ordenes-file.
       COPY orden_permanente.

       FD  sucursales-file.
       COPY sucursal.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-or-status==
                              ==:FS-PREFIJO:== BY ==fs-or==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-su-status==
                              ==:FS-PREFIJO:== BY ==fs-su==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-fecha-hoy pic 9(8).
       01 ws-codigo pic x(6).
       01 ws-descripcion pic x(30).
       01 ws-sucursal pic x(4).
       01 ws-frecuencia pic x.
       01 ws-activa pic x.
       01 ws-dia-entrada pic x(2).
       01 ws-dia-num redefines ws-dia-entrada pic 9(2).
       01 ws-importe-entrada pic x(9).
       01 ws-importe-num redefines ws-importe-entrada pic 9(7)v99.
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-fecha-partes redefines ws-fecha-entrada.
           05 wf-aaaa pic 9(4).
           05 wf-mm   pic 9(2).
           05 wf-dd   pic 9(2).
       01 ws-fecha-inicio pic 9(8).
       01 ws-fecha-fin pic 9(8).
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-lista-eof-sw pic x value 'N'.
           88 ws-lista-eof value 'Y'.
       01 ws-listados pic 9(4) value 0.
       01 ws-importe-edit pic zzzzzz9.99.
       01 ws-estado-texto pic x(6).
       01 ws-frecuencia-texto pic x(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "5".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-orden
                WHEN "2"
                    PERFORM modifica-orden
                WHEN "3"
                    PERFORM lista-ordenes
                WHEN "4"
                    PERFORM consulta-orden
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) alta de orden permanente  2) modificar orden"
            DISPLAY "3) listar ordenes  4) consultar una orden"
            DISPLAY "5) salir"
            ACCEPT ws-opcion.

       abre-maestro.
            OPEN I-O ordenes-file
            IF fs-or-fichero-no-existe
                OPEN OUTPUT ordenes-file
                CLOSE ordenes-file
                OPEN I-O ordenes-file
            END-IF.

       pide-codigo.
            DISPLAY "codigo de la orden (6 caracteres): "
            ACCEPT ws-codigo
            INSPECT ws-codigo CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF ws-codigo = SPACES
                DISPLAY "ERROR: hace falta el codigo"
            END-IF.

       lee-orden.
            MOVE 'N' TO ws-encontrado-sw
            MOVE ws-codigo TO or-codigo
            READ ordenes-file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ.

       alta-orden.
            PERFORM pide-codigo
            IF ws-codigo NOT = SPACES
                PERFORM abre-maestro
                PERFORM lee-orden
                IF ws-encontrado
                    DISPLAY "ERROR: ya existe la orden, usar la "
                            "opcion 2"
                ELSE
                    PERFORM pide-datos-orden
                    IF ws-valido
                        PERFORM graba-alta-orden
                    END-IF
                END-IF
                CLOSE ordenes-file
            END-IF.

       pide-datos-orden.
      * deja ws-valido a 'Y' solo si todos los datos son correctos
            DISPLAY "descripcion: "
            ACCEPT ws-descripcion
            IF ws-descripcion = SPACES
                DISPLAY "ERROR: hace falta la descripcion"
                MOVE 'N' TO ws-valido-sw
            ELSE
                PERFORM pide-importe
            END-IF
            IF ws-valido
                DISPLAY "sucursal (blanco = casa): "
                ACCEPT ws-sucursal
                PERFORM valida-sucursal
            END-IF

            IF ws-valido
                DISPLAY "frecuencia (M = mensual, S = semanal): "
                ACCEPT ws-frecuencia
                INSPECT ws-frecuencia CONVERTING "ms" TO "MS"
                IF ws-frecuencia NOT = "M" AND ws-frecuencia NOT = "S"
                    DISPLAY "ERROR: frecuencia no valida"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                IF ws-frecuencia = "M"
                    DISPLAY "dia del mes (01-31; 29 a 31 vencen el "
                            "ultimo dia en los meses mas cortos): "
                ELSE
                    DISPLAY "dia de la semana (1 = lunes ... "
                            "7 = domingo): "
                END-IF
                ACCEPT ws-dia-entrada
                PERFORM valida-dia
            END-IF

            IF ws-valido
                DISPLAY "fecha de inicio (AAAAMMDD, blanco = hoy): "
                ACCEPT ws-fecha-entrada
                IF ws-fecha-entrada = SPACES
                    MOVE ws-fecha-hoy TO ws-fecha-num
                END-IF
                PERFORM valida-fecha
            END-IF
            IF ws-valido
                MOVE ws-fecha-num TO ws-fecha-inicio
                PERFORM pide-fecha-fin
            END-IF.

       graba-alta-orden.
            MOVE SPACES TO orden-permanente-rec
            MOVE ws-codigo TO or-codigo
            MOVE ws-descripcion TO or-descripcion
            MOVE ws-importe-num TO or-importe
            MOVE ws-sucursal TO or-sucursal
            MOVE ws-frecuencia TO or-frecuencia
            MOVE ws-dia-num TO or-dia
            MOVE ws-fecha-inicio TO or-fecha-inicio
            MOVE ws-fecha-fin TO or-fecha-fin
            SET or-activa TO TRUE
            MOVE 0 TO or-ultimo-vencimiento
            MOVE ws-operador TO or-operador
            MOVE ws-fecha-hoy TO or-fecha-alta
            WRITE orden-permanente-rec
                INVALID KEY
                    DISPLAY "ERROR: no se pudo grabar la orden, "
                            "estado " ws-or-status
                NOT INVALID KEY
                    DISPLAY "orden " or-codigo " dada de alta"
            END-WRITE.

       modifica-orden.
            PERFORM pide-codigo
            IF ws-codigo NOT = SPACES
                PERFORM abre-maestro
                PERFORM lee-orden
                IF NOT ws-encontrado
                    DISPLAY "ERROR: no existe la orden"
                ELSE
                    PERFORM muestra-orden
                    PERFORM pide-cambios-orden
                    IF ws-valido
                        PERFORM graba-cambios-orden
                    END-IF
                END-IF
                CLOSE ordenes-file
            END-IF.

       pide-cambios-orden.
      * un campo en blanco deja el valor que tenia
            SET ws-valido TO TRUE
            DISPLAY "descripcion (blanco = igual): "
            ACCEPT ws-descripcion
            IF ws-descripcion NOT = SPACES
                MOVE ws-descripcion TO or-descripcion
            END-IF
            DISPLAY "importe (blanco = igual): "
            ACCEPT ws-importe-entrada
            IF ws-importe-entrada NOT = SPACES
                PERFORM valida-importe
                IF ws-valido
                    MOVE ws-importe-num TO or-importe
                END-IF
            END-IF
            IF ws-valido
                MOVE or-fecha-inicio TO ws-fecha-inicio
                DISPLAY "fecha de fin (AAAAMMDD, 0 = sin fin, "
                        "blanco = igual): "
                ACCEPT ws-fecha-entrada
                IF ws-fecha-entrada NOT = SPACES
                    PERFORM valida-fecha-fin
                    IF ws-valido
                        MOVE ws-fecha-fin TO or-fecha-fin
                    END-IF
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "activa S/N (blanco = igual): "
                ACCEPT ws-activa
                INSPECT ws-activa CONVERTING "sn" TO "SN"
      * una orden que vuelve a activarse no recupera lo que vencio
      * mientras estuvo de baja: cuenta desde hoy, como un alta
                IF ws-activa = "S" AND or-de-baja
                    MOVE ws-fecha-hoy TO or-fecha-alta
                END-IF
                IF ws-activa = "S" OR ws-activa = "N"
                    MOVE ws-activa TO or-activa-sw
                END-IF
                MOVE ws-operador TO or-operador
            END-IF.

       graba-cambios-orden.
            REWRITE orden-permanente-rec
                INVALID KEY
                    DISPLAY "ERROR: no se pudo reescribir la orden, "
                            "estado " ws-or-status
                NOT INVALID KEY
                    DISPLAY "orden " or-codigo " modificada"
            END-REWRITE.

       pide-importe.
            DISPLAY "importe en EUR (000000001-999999999, dos "
                    "decimales implicitos, ej. 000150000 = 1500.00): "
            ACCEPT ws-importe-entrada
            PERFORM valida-importe.

       valida-importe.
            MOVE 'N' TO ws-valido-sw
            IF ws-importe-entrada IS NOT NUMERIC
                DISPLAY "ERROR: importe no valido"
            ELSE
                IF ws-importe-num = 0
                    DISPLAY "ERROR: el importe no puede ser cero"
                ELSE
                    SET ws-valido TO TRUE
                END-IF
            END-IF.

       valida-sucursal.
      * una orden de sucursal tiene que ir a una sucursal activa del
      * maestro, la misma regla que rutinas_126; en blanco es de casa
            MOVE 'N' TO ws-valido-sw
            INSPECT ws-sucursal CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF ws-sucursal = SPACES
                SET ws-valido TO TRUE
            ELSE
                OPEN INPUT sucursales-file
                IF NOT fs-su-ok
                    DISPLAY "ERROR: no se encontro sucursales.dat"
                ELSE
                    MOVE ws-sucursal TO su-codigo
                    READ sucursales-file
                        INVALID KEY
                            DISPLAY "ERROR: sucursal " ws-sucursal
                                    " desconocida"
                        NOT INVALID KEY
                            IF su-activa
                                SET ws-valido TO TRUE
                            ELSE
                                DISPLAY "ERROR: sucursal "
                                        ws-sucursal " de baja"
                            END-IF
                    END-READ
                    CLOSE sucursales-file
                END-IF
            END-IF.

       valida-dia.
            MOVE 'N' TO ws-valido-sw
            IF ws-dia-entrada IS NOT NUMERIC
                DISPLAY "ERROR: dia no valido"
            ELSE
                IF ws-dia-num < 1
                        OR (ws-frecuencia = "M" AND ws-dia-num > 31)
                        OR (ws-frecuencia = "S" AND ws-dia-num > 7)
                    DISPLAY "ERROR: dia fuera de rango"
                ELSE
                    SET ws-valido TO TRUE
                END-IF
            END-IF.

       valida-fecha.
            MOVE 'N' TO ws-valido-sw
            IF ws-fecha-entrada IS NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
            ELSE
                IF wf-mm < 1 OR wf-mm > 12 OR wf-dd < 1 OR wf-dd > 31
                    DISPLAY "ERROR: fecha no valida"
                ELSE
                    SET ws-valido TO TRUE
                END-IF
            END-IF.

       pide-fecha-fin.
            DISPLAY "fecha de fin (AAAAMMDD, blanco = sin fin): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES
                MOVE 0 TO ws-fecha-fin
                SET ws-valido TO TRUE
            ELSE
                PERFORM valida-fecha-fin
            END-IF.

       valida-fecha-fin.
            IF ws-fecha-entrada = "0"
                MOVE 0 TO ws-fecha-fin
                SET ws-valido TO TRUE
            ELSE
                PERFORM valida-fecha
                IF ws-valido
                    IF ws-fecha-num < ws-fecha-inicio
                        DISPLAY "ERROR: la fecha de fin es anterior "
                                "a la de inicio"
                        MOVE 'N' TO ws-valido-sw
                    ELSE
                        MOVE ws-fecha-num TO ws-fecha-fin
                    END-IF
                END-IF
            END-IF.

       pone-textos-orden.
            IF or-activa
                MOVE "activa" TO ws-estado-texto
            ELSE
                MOVE "baja" TO ws-estado-texto
            END-IF
            MOVE SPACES TO ws-frecuencia-texto
            IF or-mensual
                STRING "mensual dia " or-dia
                    DELIMITED BY SIZE INTO ws-frecuencia-texto
            ELSE
                STRING "semanal dia " or-dia
                    DELIMITED BY SIZE INTO ws-frecuencia-texto
            END-IF
            MOVE or-importe TO ws-importe-edit.

       muestra-orden.
            PERFORM pone-textos-orden
            DISPLAY or-codigo " " or-descripcion " " ws-importe-edit
                    " EUR suc " or-sucursal
            DISPLAY "  " ws-frecuencia-texto " desde " or-fecha-inicio
                    " hasta " or-fecha-fin " " ws-estado-texto
            DISPLAY "  ultimo vencimiento tratado "
                    or-ultimo-vencimiento " (alta " or-fecha-alta
                    " " or-operador ")".

       consulta-orden.
            PERFORM pide-codigo
            IF ws-codigo NOT = SPACES
                OPEN INPUT ordenes-file
                IF NOT fs-or-ok
                    DISPLAY "aviso: no se encontro "
                            "ordenes_permanentes.dat"
                ELSE
                    PERFORM lee-orden
                    IF ws-encontrado
                        PERFORM muestra-orden
                    ELSE
                        DISPLAY "ERROR: no existe la orden"
                    END-IF
                    CLOSE ordenes-file
                END-IF
            END-IF.

       lista-ordenes.
            MOVE 0 TO ws-listados
            MOVE 'N' TO ws-lista-eof-sw
            OPEN INPUT ordenes-file
            IF NOT fs-or-ok
                DISPLAY "aviso: no se encontro ordenes_permanentes."
                        "dat, no hay nada que listar"
            ELSE
                PERFORM lista-siguiente-orden UNTIL ws-lista-eof
                CLOSE ordenes-file
                DISPLAY "ordenes listadas: " ws-listados
            END-IF.

       lista-siguiente-orden.
            READ ordenes-file NEXT RECORD
                AT END
                    SET ws-lista-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-listados
                    PERFORM pone-textos-orden
                    DISPLAY or-codigo " " or-descripcion " "
                            ws-importe-edit " " or-sucursal " "
                            ws-frecuencia-texto " " ws-estado-texto
                            " ult. " or-ultimo-vencimiento
            END-READ.

       END PROGRAM rutinas_130.
