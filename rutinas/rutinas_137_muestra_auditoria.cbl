      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: audit sample with an evidence pack. For the
      *     period, sample size, method and seed given on the
      *     console it gathers every transaction of the period from
      *     the live transacciones.dat and from the archives listed
      *     in catalogo_archivos.dat (rutinas_29 purges, rutinas_39
      *     yearly consolidation), and draws the sample either at
      *     random (A) or weighted by value (V, monetary-unit
      *     sampling: fixed interval over the cumulative amount from
      *     a random start). The draw comes from a seeded generator
      *     and the population is always built in the same order, so
      *     the same period, size, method and seed give back the same
      *     sample. For each sampled transaction it prints an
      *     evidence page to muestra_auditoria_AAAAMMDD_AAAAMMDD.log:
      *     the maestro record, the calculadora or operaciones log
      *     line that produced it (live or archived log), its
      *     journal_transacciones.dat entries with the before-images,
      *     the operator's session from operadores.log and every
      *     request in aprobaciones.dat that names it.
      *   - a catalogue entry or transaction that does not fit the work
      *     tables now stops the run with return code 8 before the
      *     sample is drawn, instead of being left out of the population
      *     with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_137.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalogo-file ASSIGN TO "catalogo_archivos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalogo-status.
           SELECT fichero-file ASSIGN DYNAMIC ws-nombre-fichero
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fichero-status.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transmaestro-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  catalogo-file.
       01  catalogo-rec pic x(88).

       FD  fichero-file.
       01  fichero-rec pic x(143).

       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  informe-file.
       01  informe-rec pic x(132).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-catalogo-status==
                     ==:FS-PREFIJO:== BY ==fs-catalogo==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fichero-status==
                              ==:FS-PREFIJO:== BY ==fs-fichero==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transmaestro-status==
                     ==:FS-PREFIJO:== BY ==fs-transmaestro==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY catalogo_archivo.
       COPY transaccion.
       COPY operador.
       COPY journal_maestro.
       01 ws-nombre-fichero pic x(40).
       01 ws-nombre-informe pic x(60).
       01 ws-fecha-desde pic 9(8).
       01 ws-fecha-hasta pic 9(8).
       01 ws-entrada pic x(10).
       01 ws-tamano pic 9(3).
       01 ws-metodo pic x(1).
           88 ws-metodo-aleatorio value 'A'.
           88 ws-metodo-ponderado value 'V'.
       01 ws-semilla pic 9(10).
       01 ws-semilla-inicial pic 9(10).
       01 ws-producto pic 9(15).
       01 ws-cociente pic 9(15).
       01 ws-aleatorio pic 9(5).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-fin-periodo-sw pic x value 'N'.
           88 ws-fin-periodo value 'Y'.
       01 ws-parametros-ok-sw pic x value 'N'.
           88 ws-parametros-ok value 'Y'.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-hallado-sw pic x value 'N'.
           88 ws-hallado value 'Y'.
      * catalogo de archivos en memoria: se recorre una vez por
      * fichero de origen y transaccion de la muestra
       01 ws-catalogo-count pic 9(3) value 0.
       01 ws-catalogo-tabla.
           05 ws-catalogo-entrada occurs 300 times.
               10 ct-nombre pic x(40).
               10 ct-origen pic x(25).
               10 ct-fecha  pic 9(8).
       01 ws-cat-idx pic 9(3).
      * poblacion: archivos en el orden del catalogo y despues el
      * maestro vivo en orden de fecha, siempre igual para la misma
      * entrada; pb-fuente 0 es el maestro vivo
       01 ws-poblacion-count pic 9(4) value 0.
       01 ws-poblacion-total pic 9(11)v99 value 0.
       01 ws-poblacion-tabla.
           05 ws-poblacion-entrada occurs 5000 times.
               10 pb-numero  pic 9(8).
               10 pb-importe pic 9(7)v99.
               10 pb-fuente  pic 9(3).
               10 pb-imagen  pic x(100).
       01 ws-pob-idx pic 9(4).
       01 ws-pob-idx2 pic 9(4).
       01 ws-indices-tabla.
           05 ws-indice occurs 5000 times pic 9(4).
       01 ws-restantes pic 9(4).
       01 ws-indice-temp pic 9(4).
       01 ws-muestra-count pic 9(3) value 0.
       01 ws-muestra-tabla.
           05 mu-pos occurs 200 times pic 9(4).
       01 ws-mu-idx pic 9(3).
       01 ws-mu-idx2 pic 9(3).
       01 ws-mu-limite pic 9(3).
       01 ws-mu-temp pic 9(4).
       01 ws-intervalo pic 9(11)v99.
       01 ws-siguiente-punto pic 9(11)v99.
       01 ws-acumulado pic 9(11)v99.
       01 ws-imagen-maestro pic x(100).
       01 ws-fuente-nombre pic x(40).
      * evidencia de la transaccion en curso
       01 ws-origen-log pic x(25).
       01 ws-programa-log pic x(11).
       01 ws-tx-res-num pic 9(5)v99.
       01 ws-alta-hora pic 9(8) value 0.
       01 ws-diferencia pic s9(9).
       01 ws-mejor-diferencia pic s9(9).
       01 ws-mejor-linea pic x(97).
       01 ws-mejor-fichero pic x(40).
       01 ws-mejor-operador pic x(10).
       01 ws-mejor-hora pic 9(8).
       01 ws-firma-linea pic x(54).
       01 ws-firma-hora pic 9(8).
       01 ws-firma-fichero pic x(40).
       01 ws-salida-linea pic x(54).
       01 ws-salida-hora pic 9(8).
       01 ws-journal-entradas pic 9(3).
       01 ws-aprobaciones-halladas pic 9(3).
       01 ws-linea-separador pic x(80) value all "=".
       01 ws-titulo-muestra.
           05 filler      pic x(31)
               value "MUESTRA DE AUDITORIA - periodo ".
           05 tm-desde    pic 9(8).
           05 filler      pic x(3) value " a ".
           05 tm-hasta    pic 9(8).
       01 ws-linea-metodo.
           05 filler      pic x(8) value "metodo ".
           05 lm-metodo   pic x(22).
           05 filler      pic x(9) value " semilla ".
           05 lm-semilla  pic 9(10).
           05 filler      pic x(8) value " tamano ".
           05 lm-tamano   pic zz9.
       01 ws-linea-poblacion.
           05 filler      pic x(11) value "poblacion ".
           05 lp-count    pic zzz9.
           05 filler      pic x(20) value " transacciones por ".
           05 lp-total    pic zzzzzzzzz9.99.
           05 filler      pic x(4) value " EUR".
       01 ws-linea-repetir.
           05 filler pic x(40) value
               "la misma muestra sale con el mismo perio".
           05 filler pic x(34) value
               "do, tamano, metodo y semilla".
       01 ws-titulo-evidencia.
           05 filler      pic x(10) value "EVIDENCIA ".
           05 te-num      pic zz9.
           05 filler      pic x(4) value " de ".
           05 te-total    pic zz9.
           05 filler      pic x(15) value " - transaccion ".
           05 te-numero   pic 9(8).
           05 filler      pic x(10) value " (fuente: ".
           05 te-fuente   pic x(40).
       01 ws-linea-maestro-1.
           05 filler      pic x(9) value "   fecha ".
           05 m1-fecha    pic 9(8).
           05 filler      pic x(9) value " importe ".
           05 m1-importe  pic zzzzzz9.99.
           05 filler      pic x(17) value " EUR  descripcion".
           05 filler      pic x(1) value space.
           05 m1-desc     pic x(30).
       01 ws-linea-maestro-2.
           05 filler      pic x(12) value "   sucursal ".
           05 m2-sucursal pic x(4).
           05 filler      pic x(8) value " moneda ".
           05 m2-moneda   pic x(3).
           05 filler      pic x(16) value " importe origen ".
           05 m2-origen   pic zzzzzz9.99.
           05 filler      pic x(8) value " cambio ".
           05 m2-cambio   pic zz9.999999.
       01 ws-linea-maestro-3.
           05 filler      pic x(10) value "   estado ".
           05 m3-estado   pic x(1).
           05 filler      pic x(7) value " desde ".
           05 m3-fecha    pic 9(8).
           05 filler      pic x(10) value " proyecto ".
           05 m3-proyecto pic x(6).
       01 ws-linea-cabecera-log.
           05 filler      pic x(23) value "-- linea de calculo en ".
           05 lc-fichero  pic x(40).
       01 ws-linea-journal.
           05 filler      pic x(7) value "   run ".
           05 lj-run      pic 9(5).
           05 filler      pic x(1) value space.
           05 lj-fecha    pic 9(8).
           05 filler      pic x(1) value '-'.
           05 lj-hora     pic 9(8).
           05 filler      pic x(11) value " operacion ".
           05 lj-operacion pic x(1).
           05 filler      pic x(2) value spaces.
           05 lj-texto    pic x(40).
       01 ws-linea-imagen.
           05 filler      pic x(6) value spaces.
           05 li-imagen   pic x(100).
       01 ws-linea-cabecera-sesion.
           05 filler      pic x(23) value "-- sesion del operador ".
           05 ls-operador pic x(10).
           05 filler      pic x(4) value " en ".
           05 ls-fichero  pic x(40).
       01 ws-linea-aprobacion.
           05 filler      pic x(13) value "   solicitud ".
           05 la-id       pic 9(6).
           05 filler      pic x(1) value space.
           05 la-tipo     pic x(12).
           05 filler      pic x(5) value " por ".
           05 la-solicita pic x(10).
           05 filler      pic x(4) value " el ".
           05 la-fecha    pic 9(8).
           05 filler      pic x(8) value " estado ".
           05 la-estado   pic x(1).
           05 filler      pic x(6) value " por  ".
           05 la-aprueba  pic x(10).
           05 filler      pic x(4) value " el ".
           05 la-fecha-apr pic 9(8).
           05 filler      pic x(1) value space.
           05 la-nota     pic x(30).
       01 ws-linea-texto.
           05 filler      pic x(3) value spaces.
           05 lx-texto    pic x(129).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM pide-parametros
            IF NOT ws-parametros-ok
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            PERFORM carga-catalogo
            PERFORM carga-poblacion-archivo
                VARYING ws-cat-idx FROM 1 BY 1
                UNTIL ws-cat-idx > ws-catalogo-count
            PERFORM carga-poblacion-viva
            IF ws-tabla-llena
                DISPLAY "ERROR: la muestra no se saca, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            IF ws-poblacion-count = 0
                DISPLAY "no hay transacciones en el periodo, no hay "
                        "muestra que sacar"
                GO TO fin-programa
            END-IF
            IF ws-tamano > ws-poblacion-count
                MOVE ws-poblacion-count TO ws-tamano
            END-IF

            IF ws-metodo-aleatorio
                PERFORM selecciona-aleatoria
            ELSE
                PERFORM selecciona-ponderada
            END-IF
            PERFORM ordena-muestra

            MOVE SPACES TO ws-nombre-informe
            STRING "muestra_auditoria_" ws-fecha-desde "_"
                   ws-fecha-hasta ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            PERFORM graba-cabecera
            PERFORM prepara-evidencia
                VARYING ws-mu-idx FROM 1 BY 1
                UNTIL ws-mu-idx > ws-muestra-count
            CLOSE informe-file

            DISPLAY "poblacion: " ws-poblacion-count
                    " transacciones, muestra: " ws-muestra-count
            DISPLAY "evidencias en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       pide-parametros.
            SET ws-parametros-ok TO TRUE
            DISPLAY "fecha desde (AAAAMMDD): "
            ACCEPT ws-entrada
            IF ws-entrada(1:8) IS NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
                MOVE 'N' TO ws-parametros-ok-sw
            END-IF
            IF ws-parametros-ok
                MOVE ws-entrada(1:8) TO ws-fecha-desde
                DISPLAY "fecha hasta (AAAAMMDD): "
                ACCEPT ws-entrada
                IF ws-entrada(1:8) IS NOT NUMERIC
                    DISPLAY "ERROR: fecha no valida"
                    MOVE 'N' TO ws-parametros-ok-sw
                END-IF
            END-IF
            IF ws-parametros-ok
                MOVE ws-entrada(1:8) TO ws-fecha-hasta
                IF ws-fecha-hasta < ws-fecha-desde
                    DISPLAY "ERROR: la fecha hasta es anterior a la "
                            "desde"
                    MOVE 'N' TO ws-parametros-ok-sw
                END-IF
            END-IF
            IF ws-parametros-ok
                DISPLAY "tamano de la muestra (1-200): "
                ACCEPT ws-entrada
                MOVE 0 TO ws-tamano
                IF ws-entrada(1:3) IS NUMERIC
                    MOVE ws-entrada(1:3) TO ws-tamano
                ELSE
                    IF ws-entrada(1:2) IS NUMERIC
                            AND ws-entrada(3:1) = SPACE
                        MOVE ws-entrada(1:2) TO ws-tamano
                    ELSE
                        IF ws-entrada(1:1) IS NUMERIC
                                AND ws-entrada(2:1) = SPACE
                            MOVE ws-entrada(1:1) TO ws-tamano
                        END-IF
                    END-IF
                END-IF
                IF ws-tamano = 0 OR ws-tamano > 200
                    DISPLAY "ERROR: tamano no valido"
                    MOVE 'N' TO ws-parametros-ok-sw
                END-IF
            END-IF
            IF ws-parametros-ok
                DISPLAY "metodo (A aleatoria, V ponderada por "
                        "importe): "
                ACCEPT ws-metodo
                IF NOT ws-metodo-aleatorio AND NOT ws-metodo-ponderado
                    DISPLAY "ERROR: metodo no valido"
                    MOVE 'N' TO ws-parametros-ok-sw
                END-IF
            END-IF
            IF ws-parametros-ok
                DISPLAY "semilla (hasta 9 cifras, blanco = fecha "
                        "desde): "
                ACCEPT ws-entrada
                MOVE ws-fecha-desde TO ws-semilla
                IF ws-entrada NOT = SPACES
                    PERFORM alinea-semilla
                END-IF
      * el generador necesita una semilla entre 1 y 2147483646
                IF ws-semilla = 0 OR ws-semilla > 2147483646
                    DISPLAY "ERROR: semilla no valida"
                    MOVE 'N' TO ws-parametros-ok-sw
                END-IF
            END-IF
            IF ws-parametros-ok
                MOVE ws-semilla TO ws-semilla-inicial
            END-IF.

       alinea-semilla.
            MOVE 0 TO ws-semilla
            MOVE 'N' TO ws-hallado-sw
            PERFORM suma-cifra-semilla
                VARYING ws-cat-idx FROM 1 BY 1
                UNTIL ws-cat-idx > 9 OR ws-hallado.

       suma-cifra-semilla.
            IF ws-entrada(ws-cat-idx:1) IS NUMERIC
                COMPUTE ws-semilla = ws-semilla * 10
                MOVE ws-entrada(ws-cat-idx:1) TO ws-aleatorio
                ADD ws-aleatorio TO ws-semilla
            ELSE
                SET ws-hallado TO TRUE
            END-IF.

       siguiente-aleatorio.
      * generador congruencial de Park y Miller: semilla * 16807
      * modulo 2^31 - 1; ws-aleatorio sale entre 1 y ws-restantes
            COMPUTE ws-producto = ws-semilla * 16807
            DIVIDE ws-producto BY 2147483647 GIVING ws-cociente
                REMAINDER ws-semilla
            DIVIDE ws-semilla BY ws-restantes GIVING ws-cociente
                REMAINDER ws-aleatorio
            ADD 1 TO ws-aleatorio.

       carga-catalogo.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT catalogo-file
            IF fs-catalogo-ok
                PERFORM lee-catalogo UNTIL ws-eof
                CLOSE catalogo-file
            ELSE
                DISPLAY "aviso: no se encontro catalogo_archivos.dat,"
                        " solo se usan los ficheros vivos"
            END-IF.

       lee-catalogo.
            READ catalogo-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE catalogo-rec TO ws-catalogo-linea
                    IF ws-catalogo-count < 300
                        ADD 1 TO ws-catalogo-count
                        MOVE cat-nombre
                            TO ct-nombre(ws-catalogo-count)
                        MOVE cat-origen
                            TO ct-origen(ws-catalogo-count)
                        MOVE cat-fecha
                            TO ct-fecha(ws-catalogo-count)
                    ELSE
                        PERFORM avisa-tabla-llena
                    END-IF
            END-READ.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       carga-poblacion-archivo.
      * un archivo de purga o del cierre anual solo tiene registros
      * anteriores a su fecha de creacion
            IF ct-origen(ws-cat-idx) = "transacciones"
                    AND ct-fecha(ws-cat-idx) >= ws-fecha-desde
                MOVE ct-nombre(ws-cat-idx) TO ws-nombre-fichero
                MOVE 'N' TO ws-eof-sw
                OPEN INPUT fichero-file
                IF fs-fichero-ok
                    PERFORM lee-archivo-maestro UNTIL ws-eof
                    CLOSE fichero-file
                ELSE
                    DISPLAY "aviso: el archivo " ws-nombre-fichero
                            " del catalogo no se pudo abrir"
                END-IF
            END-IF.

       lee-archivo-maestro.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec(1:100) TO transaccion-maestro-rec
                    IF tr-fecha IS NUMERIC
                        IF tr-fecha >= ws-fecha-desde
                                AND tr-fecha <= ws-fecha-hasta
                            MOVE ws-cat-idx TO ws-mu-temp
                            PERFORM agrega-poblacion
                        END-IF
                    END-IF
            END-READ.

       carga-poblacion-viva.
            OPEN INPUT transaccion-maestro-file
            IF fs-transmaestro-ok
                MOVE 'N' TO ws-fin-periodo-sw
                MOVE ws-fecha-desde TO tr-fecha
                START transaccion-maestro-file KEY IS
                        NOT LESS THAN tr-fecha
                    INVALID KEY
                        SET ws-fin-periodo TO TRUE
                END-START
                PERFORM lee-maestro-vivo UNTIL ws-fin-periodo
                CLOSE transaccion-maestro-file
            ELSE
                DISPLAY "aviso: no se encontro transacciones.dat"
            END-IF.

       lee-maestro-vivo.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-fin-periodo TO TRUE
                NOT AT END
                    IF tr-fecha > ws-fecha-hasta
                        SET ws-fin-periodo TO TRUE
                    ELSE
                        MOVE 0 TO ws-mu-temp
                        PERFORM agrega-poblacion
                    END-IF
            END-READ.

       agrega-poblacion.
      * una transaccion que esta en un archivo y tambien viva (por
      * una recarga de rutinas_68, o en el diario y el anual) se
      * cuenta una sola vez, la primera en que aparece
            MOVE 'N' TO ws-hallado-sw
            PERFORM compara-poblacion
                VARYING ws-pob-idx FROM 1 BY 1
                UNTIL ws-pob-idx > ws-poblacion-count OR ws-hallado
            IF NOT ws-hallado
                IF ws-poblacion-count < 5000
                    ADD 1 TO ws-poblacion-count
                    MOVE tr-numero-transaccion
                        TO pb-numero(ws-poblacion-count)
                    MOVE tr-importe TO pb-importe(ws-poblacion-count)
                    MOVE ws-mu-temp TO pb-fuente(ws-poblacion-count)
                    MOVE transaccion-maestro-rec
                        TO pb-imagen(ws-poblacion-count)
                    ADD tr-importe TO ws-poblacion-total
                ELSE
                    PERFORM avisa-tabla-llena
                END-IF
            END-IF.

       compara-poblacion.
            IF pb-numero(ws-pob-idx) = tr-numero-transaccion
                SET ws-hallado TO TRUE
            END-IF.

       selecciona-aleatoria.
      * sin reposicion: cada extraccion toma una posicion de entre
      * las que quedan y la cambia por la ultima de ellas
            PERFORM inicia-indice
                VARYING ws-pob-idx FROM 1 BY 1
                UNTIL ws-pob-idx > ws-poblacion-count
            MOVE ws-poblacion-count TO ws-restantes
            PERFORM extrae-aleatoria
                VARYING ws-mu-idx FROM 1 BY 1
                UNTIL ws-mu-idx > ws-tamano.

       inicia-indice.
            MOVE ws-pob-idx TO ws-indice(ws-pob-idx).

       extrae-aleatoria.
            PERFORM siguiente-aleatorio
            ADD 1 TO ws-muestra-count
            MOVE ws-indice(ws-aleatorio) TO mu-pos(ws-muestra-count)
            MOVE ws-indice(ws-restantes) TO ws-indice-temp
            MOVE ws-indice(ws-aleatorio) TO ws-indice(ws-restantes)
            MOVE ws-indice-temp TO ws-indice(ws-aleatorio)
            SUBTRACT 1 FROM ws-restantes.

       selecciona-ponderada.
      * muestreo por unidad monetaria: un punto cada ws-intervalo
      * euros del acumulado, el primero al azar dentro del primer
      * intervalo; la transaccion que contiene el punto entra en la
      * muestra (una sola vez aunque contenga varios)
            COMPUTE ws-intervalo = ws-poblacion-total / ws-tamano
            IF ws-intervalo = 0
                DISPLAY "aviso: el importe total del periodo es cero, "
                        "se saca la muestra aleatoria"
                PERFORM selecciona-aleatoria
            ELSE
                MOVE 9999 TO ws-restantes
                PERFORM siguiente-aleatorio
                COMPUTE ws-siguiente-punto =
                    ws-intervalo * (ws-aleatorio - 1) / 9999
                MOVE 0 TO ws-acumulado
                PERFORM acumula-ponderada
                    VARYING ws-pob-idx FROM 1 BY 1
                    UNTIL ws-pob-idx > ws-poblacion-count
                       OR ws-muestra-count >= ws-tamano
            END-IF.

       acumula-ponderada.
            ADD pb-importe(ws-pob-idx) TO ws-acumulado
            IF ws-siguiente-punto < ws-acumulado
                ADD 1 TO ws-muestra-count
                MOVE ws-pob-idx TO mu-pos(ws-muestra-count)
                PERFORM avanza-punto
                    UNTIL ws-siguiente-punto >= ws-acumulado
            END-IF.

       avanza-punto.
            ADD ws-intervalo TO ws-siguiente-punto.

       ordena-muestra.
            PERFORM ordena-pasada
                VARYING ws-mu-idx FROM 1 BY 1
                UNTIL ws-mu-idx >= ws-muestra-count.

       ordena-pasada.
            COMPUTE ws-mu-limite = ws-muestra-count - ws-mu-idx
            PERFORM compara-intercambia
                VARYING ws-mu-idx2 FROM 1 BY 1
                UNTIL ws-mu-idx2 > ws-mu-limite.

       compara-intercambia.
            IF mu-pos(ws-mu-idx2) > mu-pos(ws-mu-idx2 + 1)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE mu-pos(ws-mu-idx2) TO ws-mu-temp
            MOVE mu-pos(ws-mu-idx2 + 1) TO mu-pos(ws-mu-idx2)
            MOVE ws-mu-temp TO mu-pos(ws-mu-idx2 + 1).

       graba-cabecera.
            MOVE ws-fecha-desde TO tm-desde
            MOVE ws-fecha-hasta TO tm-hasta
            MOVE ws-titulo-muestra TO informe-rec
            WRITE informe-rec
            IF ws-metodo-aleatorio
                MOVE "ALEATORIA" TO lm-metodo
            ELSE
                MOVE "PONDERADA POR IMPORTE" TO lm-metodo
            END-IF
            MOVE ws-semilla-inicial TO lm-semilla
            MOVE ws-tamano TO lm-tamano
            MOVE ws-linea-metodo TO informe-rec
            WRITE informe-rec
            MOVE ws-poblacion-count TO lp-count
            MOVE ws-poblacion-total TO lp-total
            MOVE ws-linea-poblacion TO informe-rec
            WRITE informe-rec
            MOVE ws-linea-repetir TO informe-rec
            WRITE informe-rec.

       prepara-evidencia.
            MOVE mu-pos(ws-mu-idx) TO ws-pob-idx
            MOVE pb-imagen(ws-pob-idx) TO transaccion-maestro-rec
            MOVE transaccion-maestro-rec TO ws-imagen-maestro
            IF pb-fuente(ws-pob-idx) = 0
                MOVE "transacciones.dat" TO ws-fuente-nombre
            ELSE
                MOVE ct-nombre(pb-fuente(ws-pob-idx))
                    TO ws-fuente-nombre
            END-IF
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-linea-separador TO informe-rec
            WRITE informe-rec
            MOVE ws-mu-idx TO te-num
            MOVE ws-muestra-count TO te-total
            MOVE tr-numero-transaccion TO te-numero
            MOVE SPACES TO te-fuente
            STRING ws-fuente-nombre DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE INTO te-fuente
            MOVE ws-titulo-evidencia TO informe-rec
            WRITE informe-rec
            MOVE ws-linea-separador TO informe-rec
            WRITE informe-rec

            PERFORM evidencia-maestro
            PERFORM evidencia-journal
            PERFORM evidencia-log
            PERFORM evidencia-sesion
            PERFORM evidencia-aprobaciones.

       graba-texto.
            MOVE ws-linea-texto TO informe-rec
            WRITE informe-rec.

       evidencia-maestro.
            MOVE "-- registro maestro:" TO informe-rec
            WRITE informe-rec
            MOVE tr-fecha TO m1-fecha
            MOVE tr-importe TO m1-importe
            MOVE tr-descripcion TO m1-desc
            MOVE ws-linea-maestro-1 TO informe-rec
            WRITE informe-rec
            MOVE tr-sucursal TO m2-sucursal
            MOVE tr-moneda TO m2-moneda
            IF tr-importe-origen IS NUMERIC
                MOVE tr-importe-origen TO m2-origen
            ELSE
                MOVE tr-importe TO m2-origen
            END-IF
            IF tr-cambio IS NUMERIC
                MOVE tr-cambio TO m2-cambio
            ELSE
                MOVE 1 TO m2-cambio
            END-IF
            MOVE ws-linea-maestro-2 TO informe-rec
            WRITE informe-rec
            MOVE tr-estado-sw TO m3-estado
            IF tr-estado-fecha IS NUMERIC
                MOVE tr-estado-fecha TO m3-fecha
            ELSE
                MOVE 0 TO m3-fecha
            END-IF
            MOVE tr-proyecto TO m3-proyecto
            MOVE ws-linea-maestro-3 TO informe-rec
            WRITE informe-rec.

       evidencia-journal.
      * todas las entradas del diario sobre la transaccion; la hora
      * del alta ayuda a elegir su linea de calculo
            MOVE "-- journal_transacciones.dat (imagenes antes):"
                TO informe-rec
            WRITE informe-rec
            MOVE 0 TO ws-journal-entradas
            MOVE 0 TO ws-alta-hora
            MOVE "journal_transacciones.dat" TO ws-nombre-fichero
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT fichero-file
            IF fs-fichero-ok
                PERFORM lee-journal UNTIL ws-eof
                CLOSE fichero-file
            END-IF
            IF ws-journal-entradas = 0
                MOVE "sin entradas en el diario" TO lx-texto
                PERFORM graba-texto
            END-IF.

       lee-journal.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec TO ws-journal-linea
                    IF jm-numero IS NUMERIC
                        IF jm-numero = pb-numero(ws-pob-idx)
                            PERFORM graba-entrada-journal
                        END-IF
                    END-IF
            END-READ.

       graba-entrada-journal.
            ADD 1 TO ws-journal-entradas
            MOVE jm-run TO lj-run
            MOVE jm-fecha TO lj-fecha
            MOVE jm-hora TO lj-hora
            MOVE jm-operacion TO lj-operacion
            EVALUATE jm-operacion
                WHEN 'W'
                    MOVE "alta, sin imagen previa" TO lj-texto
                    IF ws-alta-hora = 0 AND jm-fecha = tr-fecha
                        MOVE jm-hora TO ws-alta-hora
                    END-IF
                WHEN 'R'
                    MOVE "reescritura, imagen antes:" TO lj-texto
                WHEN 'D'
                    MOVE "borrado, imagen borrada:" TO lj-texto
                WHEN OTHER
                    MOVE SPACES TO lj-texto
            END-EVALUATE
            MOVE ws-linea-journal TO informe-rec
            WRITE informe-rec
            IF jm-operacion NOT = 'W'
                MOVE jm-imagen TO li-imagen
                MOVE ws-linea-imagen TO informe-rec
                WRITE informe-rec
            END-IF.

       evidencia-log.
      * la linea del log de calculo del mismo dia, programa e
      * importe; si hay varias, la mas cercana a la hora del alta
            MOVE SPACES TO ws-mejor-linea
            MOVE SPACES TO ws-mejor-operador
            MOVE 999999999 TO ws-mejor-diferencia
            EVALUATE tr-descripcion(1:11)
                WHEN "calculadora"
                    MOVE "calc_transacciones" TO ws-origen-log
                    MOVE "calc_transacciones.log" TO ws-nombre-fichero
                WHEN "operaciones"
                    MOVE "operaciones_transacciones" TO ws-origen-log
                    MOVE "operaciones_transacciones.log"
                        TO ws-nombre-fichero
                WHEN OTHER
                    MOVE "-- linea de calculo:" TO informe-rec
                    WRITE informe-rec
                    MOVE "no la hay: el apunte no sale de un calculo"
                        TO lx-texto
                    PERFORM graba-texto
                    MOVE SPACES TO ws-origen-log
            END-EVALUATE
            IF ws-origen-log NOT = SPACES
                MOVE tr-descripcion(1:11) TO ws-programa-log
                PERFORM busca-log-fichero
                PERFORM busca-log-archivo
                    VARYING ws-cat-idx FROM 1 BY 1
                    UNTIL ws-cat-idx > ws-catalogo-count
                IF ws-mejor-linea = SPACES
                    MOVE "-- linea de calculo:" TO informe-rec
                    WRITE informe-rec
                    MOVE "no se encontro en los logs ni en archivos"
                        TO lx-texto
                    PERFORM graba-texto
                ELSE
                    MOVE ws-mejor-fichero TO lc-fichero
                    MOVE ws-linea-cabecera-log TO informe-rec
                    WRITE informe-rec
                    MOVE ws-mejor-linea TO lx-texto
                    PERFORM graba-texto
                END-IF
            END-IF.

       busca-log-archivo.
            IF ct-origen(ws-cat-idx) = ws-origen-log
                    AND ct-fecha(ws-cat-idx) >= tr-fecha
                MOVE ct-nombre(ws-cat-idx) TO ws-nombre-fichero
                PERFORM busca-log-fichero
            END-IF.

       busca-log-fichero.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT fichero-file
            IF fs-fichero-ok
                PERFORM lee-log UNTIL ws-eof
                CLOSE fichero-file
            END-IF.

       lee-log.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec TO ws-transaccion-linea
                    IF tx-fecha IS NUMERIC AND tx-hora IS NUMERIC
                        IF tx-fecha = tr-fecha AND tx-signo = '+'
                                AND tx-programa = ws-programa-log
                            MOVE tx-res TO ws-tx-res-num
                            IF ws-tx-res-num = tr-importe
                                PERFORM compara-linea-log
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       compara-linea-log.
            IF ws-alta-hora = 0
                MOVE 0 TO ws-diferencia
            ELSE
                COMPUTE ws-diferencia = ws-alta-hora - tx-hora
                IF ws-diferencia < 0
                    COMPUTE ws-diferencia = 0 - ws-diferencia
                END-IF
            END-IF
            IF ws-diferencia < ws-mejor-diferencia
                MOVE ws-diferencia TO ws-mejor-diferencia
                MOVE ws-transaccion-linea TO ws-mejor-linea
                MOVE ws-nombre-fichero TO ws-mejor-fichero
                MOVE tx-operador TO ws-mejor-operador
                MOVE tx-hora TO ws-mejor-hora
            END-IF.

       evidencia-sesion.
      * la firma del operador ese dia a la hora o antes de la linea
      * de calculo, y su primera salida despues
            IF ws-mejor-operador = SPACES
                MOVE "-- sesion del operador:" TO informe-rec
                WRITE informe-rec
                MOVE "sin operador identificado" TO lx-texto
                PERFORM graba-texto
            ELSE
                MOVE SPACES TO ws-firma-linea
                MOVE SPACES TO ws-salida-linea
                MOVE 0 TO ws-firma-hora
                MOVE 99999999 TO ws-salida-hora
                MOVE SPACES TO ws-firma-fichero
                MOVE "operadores.log" TO ws-nombre-fichero
                PERFORM busca-sesion-fichero
                PERFORM busca-sesion-archivo
                    VARYING ws-cat-idx FROM 1 BY 1
                    UNTIL ws-cat-idx > ws-catalogo-count
                MOVE ws-mejor-operador TO ls-operador
                MOVE ws-firma-fichero TO ls-fichero
                MOVE ws-linea-cabecera-sesion TO informe-rec
                WRITE informe-rec
                IF ws-firma-linea = SPACES
                    MOVE "no se encontro su firma de ese dia"
                        TO lx-texto
                ELSE
                    MOVE ws-firma-linea TO lx-texto
                END-IF
                PERFORM graba-texto
                IF ws-salida-linea = SPACES
                    MOVE "sin registro de salida (sesion sin cerrar)"
                        TO lx-texto
                ELSE
                    MOVE ws-salida-linea TO lx-texto
                END-IF
                PERFORM graba-texto
            END-IF.

       busca-sesion-archivo.
            IF ct-origen(ws-cat-idx) = "operadores"
                    AND ct-fecha(ws-cat-idx) >= tr-fecha
                MOVE ct-nombre(ws-cat-idx) TO ws-nombre-fichero
                PERFORM busca-sesion-fichero
            END-IF.

       busca-sesion-fichero.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT fichero-file
            IF fs-fichero-ok
                PERFORM lee-sesion UNTIL ws-eof
                CLOSE fichero-file
            END-IF.

       lee-sesion.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec TO ws-operador-linea
                    IF op-id = ws-mejor-operador
                            AND op-fecha = tr-fecha
                            AND op-hora IS NUMERIC
                        PERFORM compara-sesion
                    END-IF
            END-READ.

       compara-sesion.
            IF op-evento = "SALIDA"
                IF op-hora >= ws-mejor-hora
                        AND op-hora < ws-salida-hora
                    MOVE op-hora TO ws-salida-hora
                    MOVE ws-operador-linea TO ws-salida-linea
                END-IF
            ELSE
                IF op-hora <= ws-mejor-hora
                        AND op-hora >= ws-firma-hora
                    MOVE op-hora TO ws-firma-hora
                    MOVE ws-operador-linea TO ws-firma-linea
                    MOVE ws-nombre-fichero TO ws-firma-fichero
                END-IF
            END-IF.

       evidencia-aprobaciones.
      * solicitudes maker/checker sobre la transaccion (anulaciones)
            MOVE "-- aprobaciones.dat:" TO informe-rec
            WRITE informe-rec
            MOVE 0 TO ws-aprobaciones-halladas
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT aprobaciones-file
            IF fs-aprobaciones-ok
                PERFORM lee-aprobacion UNTIL ws-eof
                CLOSE aprobaciones-file
            END-IF
            IF ws-aprobaciones-halladas = 0
                MOVE "sin solicitudes de aprobacion sobre ella"
                    TO lx-texto
                PERFORM graba-texto
            END-IF.

       lee-aprobacion.
            READ aprobaciones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF apr-tipo = "ANULACION"
                            AND apr-detalle1(1:8) IS NUMERIC
                        IF apr-detalle1(1:8) = ws-imagen-maestro(1:8)
                            PERFORM graba-aprobacion
                        END-IF
                    END-IF
            END-READ.

       graba-aprobacion.
            ADD 1 TO ws-aprobaciones-halladas
            MOVE apr-id TO la-id
            MOVE apr-tipo TO la-tipo
            MOVE apr-solicita TO la-solicita
            MOVE apr-fecha-sol TO la-fecha
            MOVE apr-estado-sw TO la-estado
            MOVE apr-aprueba TO la-aprueba
            MOVE apr-fecha-apr TO la-fecha-apr
            MOVE apr-nota TO la-nota
            MOVE ws-linea-aprobacion TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_137.
