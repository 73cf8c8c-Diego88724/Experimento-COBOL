      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: salary band table, bandas_salariales.dat
      *     (banda_salarial.cpy). Option 1 adds the band of a grade
      *     (monthly minimum and maximum) from an effective date; a
      *     change of band is a new band with a later date, the old
      *     one stays as history. Option 2 deletes a band that has
      *     not come into force yet. Option 3 lists the bands of a
      *     grade, or of every grade, marking the one in force
      *     today, the future ones and the superseded history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_107.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT bandas-file
               ASSIGN TO "bandas_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bs-clave
               FILE STATUS IS ws-bs-status.

       DATA DIVISION.
       FILE SECTION.
       FD  bandas-file.
       COPY banda_salarial.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-bs-status==
                              ==:FS-PREFIJO:== BY ==fs-bs==.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-confirmacion pic x.
       01 ws-fecha-hoy pic 9(8).
       01 ws-grado-entrada pic x(2).
       01 ws-fecha-entrada pic x(8).
       01 ws-fecha-num redefines ws-fecha-entrada pic 9(8).
       01 ws-minimo-entrada pic x(7).
       01 ws-minimo-num redefines ws-minimo-entrada pic 9(7).
       01 ws-maximo-entrada pic x(7).
       01 ws-maximo-num redefines ws-maximo-entrada pic 9(7).
       01 ws-importe-edit pic z,zzz,zz9.99.
       01 ws-maximo-edit pic z,zzz,zz9.99.
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-listados pic 9(4).
       01 ws-marca-vigente pic x(8).
       01 ws-grado-anterior pic x(2).
      * banda leida y aun sin mostrar en la consulta
       01 ws-pendiente-sw pic x value 'N'.
           88 ws-pendiente value 'Y'.
       01 ws-banda-pendiente.
           05 bp-grado       pic x(2).
           05 bp-fecha-desde pic 9(8).
           05 bp-minimo      pic 9(7)v99.
           05 bp-maximo      pic 9(7)v99.
           05 bp-operador    pic x(10).
           05 filler         pic x(28).
      * validacion de fechas
       01 ws-fecha-valida-sw pic x value 'N'.
           88 ws-fecha-valida value 'Y'.
       01 ws-fecha-validar pic 9(8).
       01 ws-fecha-validar-partes redefines ws-fecha-validar.
           05 fv-aaaa pic 9(4).
           05 fv-mm   pic 9(2).
           05 fv-dd   pic 9(2).

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
            PERFORM procesa-opcion UNTIL ws-opcion = "4".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM alta-banda
                WHEN "2"
                    PERFORM baja-banda
                WHEN "3"
                    PERFORM consulta-bandas
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) nueva banda  2) borrar banda  "
                    "3) consultar bandas  4) salir"
            ACCEPT ws-opcion.

       abre-bandas.
            OPEN I-O bandas-file
            IF fs-bs-fichero-no-existe
                OPEN OUTPUT bandas-file
                CLOSE bandas-file
                OPEN I-O bandas-file
            END-IF.

       pide-grado.
            DISPLAY "grado (dos caracteres): "
            ACCEPT ws-grado-entrada
            INSPECT ws-grado-entrada CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       pide-fecha-desde.
      * deja ws-fecha-valida
            DISPLAY "fecha desde la que rige la banda (AAAAMMDD): "
            ACCEPT ws-fecha-entrada
            MOVE 'N' TO ws-fecha-valida-sw
            IF ws-fecha-entrada IS NUMERIC
                MOVE ws-fecha-num TO ws-fecha-validar
                IF fv-aaaa >= 1900 AND fv-mm >= 1 AND fv-mm <= 12
                        AND fv-dd >= 1 AND fv-dd <= 31
                    SET ws-fecha-valida TO TRUE
                END-IF
            END-IF
            IF NOT ws-fecha-valida
                DISPLAY "ERROR: fecha no valida (AAAAMMDD)"
            END-IF.

       alta-banda.
            PERFORM pide-datos-banda
            IF ws-valido
                PERFORM abre-bandas
                MOVE ws-grado-entrada TO bs-grado
                MOVE ws-fecha-num TO bs-fecha-desde
                MOVE ws-minimo-num TO bs-minimo
                MOVE ws-maximo-num TO bs-maximo
                MOVE ws-operador TO bs-operador
                MOVE ws-fecha-hoy TO bs-fecha-alta
                WRITE banda-salarial-rec
                    INVALID KEY
                        DISPLAY "ERROR: el grado ya tiene una banda "
                                "con esa fecha"
                    NOT INVALID KEY
                        DISPLAY "banda del grado " bs-grado
                                " grabada desde " bs-fecha-desde
                END-WRITE
                CLOSE bandas-file
            END-IF.

       pide-datos-banda.
      * deja ws-valido a 'Y' solo si la banda se puede dar de alta
            SET ws-valido TO TRUE
            PERFORM pide-grado
            IF ws-grado-entrada = SPACES
                DISPLAY "ERROR: hace falta el grado"
                MOVE 'N' TO ws-valido-sw
            END-IF
            IF ws-valido
                PERFORM pide-fecha-desde
                IF NOT ws-fecha-valida
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "salario mensual minimo (siete digitos, euros "
                        "enteros): "
                ACCEPT ws-minimo-entrada
                IF ws-minimo-entrada NOT NUMERIC
                    DISPLAY "ERROR: importe minimo no valido"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "salario mensual maximo (siete digitos, euros "
                        "enteros): "
                ACCEPT ws-maximo-entrada
                IF ws-maximo-entrada NOT NUMERIC OR ws-maximo-num = 0
                    DISPLAY "ERROR: importe maximo no valido"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido AND ws-minimo-num > ws-maximo-num
                DISPLAY "ERROR: el minimo no puede pasar del maximo"
                MOVE 'N' TO ws-valido-sw
            END-IF.

       baja-banda.
      * una banda que ya ha regido no se borra: se sustituye con otra
      * de fecha posterior y queda como historia de los salarios que
      * se validaron con ella
            PERFORM pide-grado
            PERFORM pide-fecha-desde
            IF ws-fecha-valida
                PERFORM abre-bandas
                MOVE ws-grado-entrada TO bs-grado
                MOVE ws-fecha-num TO bs-fecha-desde
                READ bandas-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe esa banda"
                    NOT INVALID KEY
                        PERFORM borra-banda-leida
                END-READ
                CLOSE bandas-file
            END-IF.

       borra-banda-leida.
            IF bs-fecha-desde > ws-fecha-hoy
                MOVE bs-minimo TO ws-importe-edit
                MOVE bs-maximo TO ws-maximo-edit
                DISPLAY bs-grado " desde " bs-fecha-desde " "
                        ws-importe-edit " - " ws-maximo-edit
                DISPLAY "borrar la banda (S/N): "
                ACCEPT ws-confirmacion
                IF ws-confirmacion = "S" OR ws-confirmacion = "s"
                    DELETE bandas-file
                        INVALID KEY
                            DISPLAY "ERROR: no se pudo borrar la "
                                    "banda"
                        NOT INVALID KEY
                            DISPLAY "banda borrada"
                    END-DELETE
                END-IF
            ELSE
                DISPLAY "ERROR: la banda ya ha entrado en vigor; "
                        "sustituyala con otra de fecha posterior"
            END-IF.

       consulta-bandas.
      * grado en blanco lista todos los grados. Cada banda se muestra
      * al leer la siguiente, que es la que dice si era la vigente:
      * la ultima de su grado con fecha no posterior a hoy
            PERFORM pide-grado
            MOVE 0 TO ws-listados
            MOVE 'N' TO ws-pendiente-sw
            MOVE SPACES TO ws-grado-anterior
            OPEN INPUT bandas-file
            IF fs-bs-ok
                MOVE 'N' TO ws-eof-sw
                MOVE ws-grado-entrada TO bs-grado
                MOVE 0 TO bs-fecha-desde
                START bandas-file KEY IS NOT LESS THAN bs-clave
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM lista-banda UNTIL ws-eof
                CLOSE bandas-file
                IF ws-pendiente
                    MOVE SPACES TO bs-grado
                    PERFORM muestra-pendiente
                END-IF
            END-IF
            IF ws-listados = 0
                DISPLAY "no hay bandas para ese grado"
            END-IF.

       lista-banda.
            READ bandas-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF ws-grado-entrada NOT = SPACES
                            AND bs-grado NOT = ws-grado-entrada
                        SET ws-eof TO TRUE
                    ELSE
                        IF ws-pendiente
                            PERFORM muestra-pendiente
                        END-IF
                        MOVE banda-salarial-rec TO ws-banda-pendiente
                        SET ws-pendiente TO TRUE
                    END-IF
            END-READ.

       muestra-pendiente.
      * bs- trae la banda siguiente a la pendiente (o el grado en
      * blanco al final del listado)
            ADD 1 TO ws-listados
            IF bp-grado NOT = ws-grado-anterior
                MOVE bp-grado TO ws-grado-anterior
                DISPLAY "GRADO " bp-grado
            END-IF
            EVALUATE TRUE
                WHEN bp-fecha-desde > ws-fecha-hoy
                    MOVE "FUTURA" TO ws-marca-vigente
                WHEN bs-grado = bp-grado
                        AND bs-fecha-desde NOT > ws-fecha-hoy
                    MOVE "HISTORIA" TO ws-marca-vigente
                WHEN OTHER
                    MOVE "VIGENTE" TO ws-marca-vigente
            END-EVALUATE
            MOVE bp-minimo TO ws-importe-edit
            MOVE bp-maximo TO ws-maximo-edit
            DISPLAY "  desde " bp-fecha-desde " " ws-importe-edit
                    " - " ws-maximo-edit " " ws-marca-vigente " "
                    bp-operador
            MOVE 'N' TO ws-pendiente-sw.

       END PROGRAM rutinas_107.
