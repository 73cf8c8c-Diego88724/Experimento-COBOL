      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: monthly project income report. For an
      *     operator-given period (AAAAMM, blank for the current
      *     month) it adds up what transacciones.dat holds for each
      *     project code (tr-proyecto) in that month and from the
      *     first of the year up to its end. Projects come from
      *     proyectos.dat (rutinas_132) and are grouped by their cost
      *     centre, with the department name from departamentos.dat
      *     and a subtotal per centre; postings with no project go
      *     to a line of their own and a code not on the master is
      *     listed apart so nothing is lost from the grand total.
      *     Transfer legs between branches and held or disputed
      *     transactions are left out, as in the settlement.
      *     Written to ingresos_proyectos_AAAAMM.log.
      *   - more projects than the table holds stops the report with RC
      *     8 instead of leaving them out
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_133.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT transaccion-maestro-file
               ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tr-numero-transaccion
               ALTERNATE RECORD KEY IS tr-fecha WITH DUPLICATES
               FILE STATUS IS ws-transaccion-status.
           SELECT proyectos-file ASSIGN TO "proyectos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pj-codigo
               FILE STATUS IS ws-pj-status.
           SELECT departamentos-file ASSIGN TO "departamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS dp-codigo
               FILE STATUS IS ws-dp-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  proyectos-file.
       COPY proyecto.

       FD  departamentos-file.
       COPY departamento.

       FD  informe-file.
       01  informe-rec pic x(96).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pj-status==
                              ==:FS-PREFIJO:== BY ==fs-pj==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dp-status==
                              ==:FS-PREFIJO:== BY ==fs-dp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY descripcion_traspaso.
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-hoy-r redefines ws-fecha-hoy.
           05 fh-aaaamm pic 9(6).
           05 fh-dd     pic 9(2).
       01 ws-fecha-desde pic 9(8).
       01 ws-fecha-hasta pic 9(8).
       01 ws-fecha-trabajo pic 9(8).
       01 ws-fecha-trabajo-r redefines ws-fecha-trabajo.
           05 ft-aaaamm pic 9(6).
           05 ft-dd     pic 9(2).
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-fin-periodo-sw pic x value 'N'.
           88 ws-fin-periodo value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-departamentos-abierto-sw pic x value 'N'.
           88 ws-departamentos-abierto value 'Y'.
       01 ws-hay-centro-sw pic x value 'N'.
           88 ws-hay-centro value 'Y'.
      * un proyecto por entrada, ordenada por centro de coste y
      * codigo para el corte de control; un codigo que el maestro
      * no tiene entra con el centro en HIGH-VALUES, para que salga
      * el ultimo
       01 ws-proyecto-tabla.
           05 ws-proyecto-entrada occurs 500 times.
               10 pt-clave.
                   15 pt-centro      pic x(4).
                   15 pt-codigo      pic x(6).
               10 pt-descripcion     pic x(30).
               10 pt-activo-sw       pic x(1).
                   88 pt-activo      value 'S'.
               10 pt-importe-mes     pic 9(9)v99.
               10 pt-importe-acum    pic 9(9)v99.
       01 ws-proyecto-temp pic x(63).
       01 ws-proyecto-count pic 9(3) value 0.
       01 ws-proyecto-idx pic 9(3).
       01 ws-proyecto-idx2 pic 9(3).
       01 ws-proyecto-limite pic 9(3).
       01 ws-codigo-buscar pic x(6).
       01 ws-centro-actual pic x(4).
       01 ws-sin-proyecto-mes pic 9(9)v99 value 0.
       01 ws-sin-proyecto-acum pic 9(9)v99 value 0.
       01 ws-centro-mes pic 9(9)v99 value 0.
       01 ws-centro-acum pic 9(9)v99 value 0.
       01 ws-total-mes pic 9(9)v99 value 0.
       01 ws-total-acum pic 9(9)v99 value 0.
       01 ws-leidas pic 9(7) value 0.
       01 ws-desconocidos pic 9(3) value 0.
       01 ws-titulo-linea.
           05 filler     pic x(34)
               value "INGRESOS POR PROYECTO Y CENTRO DE ".
           05 filler     pic x(14) value "COSTE, PERIODO".
           05 filler     pic x(1)  value SPACE.
           05 lt-periodo pic 9(6).
       01 ws-cabecera-linea.
           05 filler pic x(8)  value "CODIGO".
           05 filler pic x(31) value "DESCRIPCION".
           05 filler pic x(10) value "ESTADO".
           05 filler pic x(14) value "          MES".
           05 filler pic x(14) value " ACUMULADO ANO".
       01 ws-linea-centro.
           05 filler        pic x(15) value "CENTRO DE COSTE".
           05 filler        pic x(1)  value SPACE.
           05 lc-centro     pic x(4).
           05 filler        pic x(1)  value SPACE.
           05 lc-nombre     pic x(20).
       01 ws-linea-proyecto.
           05 lp-codigo      pic x(6).
           05 filler         pic x(2)  value SPACES.
           05 lp-descripcion pic x(30).
           05 filler         pic x(1)  value SPACE.
           05 lp-estado      pic x(9).
           05 filler         pic x(1)  value SPACE.
           05 lp-mes         pic z(9)9.99.
           05 filler         pic x(1)  value SPACE.
           05 lp-acum        pic z(9)9.99.
       01 ws-linea-total.
           05 lx-texto       pic x(49).
           05 lx-mes         pic z(9)9.99.
           05 filler         pic x(1)  value SPACE.
           05 lx-acum        pic z(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            DISPLAY "periodo del informe (AAAAMM, blanco = mes en "
                    "curso): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada = SPACES
                MOVE fh-aaaamm TO ws-periodo
            END-IF
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

      * el acumulado va del 1 de enero al ultimo dia del periodo;
      * basta el dia 31 como tope, la clave es la fecha
            COMPUTE ws-fecha-desde = wp-aaaa * 10000 + 101
            COMPUTE ws-fecha-hasta = ws-periodo * 100 + 31

            PERFORM carga-proyectos
            PERFORM suma-transacciones
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM ordena-proyectos

            MOVE SPACES TO ws-nombre-informe
            STRING "ingresos_proyectos_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-periodo TO lt-periodo
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec

            OPEN INPUT departamentos-file
            IF fs-dp-ok
                SET ws-departamentos-abierto TO TRUE
            END-IF
            PERFORM graba-linea-proyecto
                VARYING ws-proyecto-idx FROM 1 BY 1
                UNTIL ws-proyecto-idx > ws-proyecto-count
            IF ws-hay-centro
                PERFORM graba-subtotal-centro
            END-IF
            IF ws-departamentos-abierto
                CLOSE departamentos-file
            END-IF

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO ws-linea-total
            MOVE "SIN PROYECTO" TO lx-texto
            MOVE ws-sin-proyecto-mes TO lx-mes
            MOVE ws-sin-proyecto-acum TO lx-acum
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            ADD ws-sin-proyecto-mes TO ws-total-mes
            ADD ws-sin-proyecto-acum TO ws-total-acum
            MOVE SPACES TO ws-linea-total
            MOVE "TOTAL GENERAL" TO lx-texto
            MOVE ws-total-mes TO lx-mes
            MOVE ws-total-acum TO lx-acum
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "transacciones sumadas: " ws-leidas
                    ", informe en " ws-nombre-informe
            IF ws-desconocidos > 0
                DISPLAY "aviso: " ws-desconocidos " codigo(s) de "
                        "proyecto que no estan en proyectos.dat"
            END-IF.

       fin-programa.
            STOP RUN.

       carga-proyectos.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT proyectos-file
            IF NOT fs-pj-ok
                DISPLAY "aviso: no se encontro proyectos.dat, todo "
                        "sale como sin proyecto o desconocido"
            ELSE
                PERFORM lee-proyecto UNTIL ws-eof
                CLOSE proyectos-file
            END-IF.

       lee-proyecto.
            READ proyectos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF ws-proyecto-count < 500
                        ADD 1 TO ws-proyecto-count
                        MOVE ws-proyecto-count TO ws-proyecto-idx
                        MOVE pj-centro-coste
                            TO pt-centro(ws-proyecto-idx)
                        MOVE pj-codigo TO pt-codigo(ws-proyecto-idx)
                        MOVE pj-descripcion
                            TO pt-descripcion(ws-proyecto-idx)
                        MOVE pj-activo-sw
                            TO pt-activo-sw(ws-proyecto-idx)
                        MOVE 0 TO pt-importe-mes(ws-proyecto-idx)
                        MOVE 0 TO pt-importe-acum(ws-proyecto-idx)
                    ELSE
                        PERFORM avisa-tabla-llena
                    END-IF
            END-READ.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, mas de 500 "
                        "proyectos"
                SET ws-tabla-llena TO TRUE
            END-IF.

       suma-transacciones.
            OPEN INPUT transaccion-maestro-file
            IF NOT fs-transaccion-ok
                DISPLAY "aviso: no se encontro transacciones.dat, el "
                        "informe sale a cero"
            ELSE
                MOVE 'N' TO ws-fin-periodo-sw
                MOVE ws-fecha-desde TO tr-fecha
                START transaccion-maestro-file KEY IS
                        NOT LESS THAN tr-fecha
                    INVALID KEY
                        SET ws-fin-periodo TO TRUE
                END-START
                PERFORM lee-transaccion UNTIL ws-fin-periodo
                CLOSE transaccion-maestro-file
            END-IF.

       lee-transaccion.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-fin-periodo TO TRUE
                NOT AT END
                    IF tr-fecha > ws-fecha-hasta
                        SET ws-fin-periodo TO TRUE
                    ELSE
      * las patas de un traspaso no son ingreso de nadie, y lo
      * retenido o disputado no esta en la liquidacion
                        MOVE tr-descripcion TO ws-descripcion-traspaso
                        IF NOT tr-fuera-liquidacion
                                AND (NOT ds-es-traspaso
                                     OR ds-referencia IS NOT NUMERIC)
                            PERFORM acumula-transaccion
                        END-IF
                    END-IF
            END-READ.

       acumula-transaccion.
            ADD 1 TO ws-leidas
            MOVE tr-fecha TO ws-fecha-trabajo
            IF tr-proyecto = SPACES
                ADD tr-importe TO ws-sin-proyecto-acum
                IF ft-aaaamm = ws-periodo
                    ADD tr-importe TO ws-sin-proyecto-mes
                END-IF
            ELSE
                MOVE tr-proyecto TO ws-codigo-buscar
                PERFORM busca-proyecto
                IF NOT ws-encontrado
                    PERFORM anade-desconocido
                END-IF
                IF ws-encontrado
                    ADD tr-importe TO pt-importe-acum(ws-proyecto-idx)
                    IF ft-aaaamm = ws-periodo
                        ADD tr-importe
                            TO pt-importe-mes(ws-proyecto-idx)
                    END-IF
                END-IF
            END-IF.

       busca-proyecto.
            MOVE 'N' TO ws-encontrado-sw
            PERFORM compara-proyecto
                VARYING ws-proyecto-idx FROM 1 BY 1
                UNTIL ws-proyecto-idx > ws-proyecto-count
                   OR ws-encontrado
            IF ws-encontrado
                SUBTRACT 1 FROM ws-proyecto-idx
            END-IF.

       compara-proyecto.
            IF pt-codigo(ws-proyecto-idx) = ws-codigo-buscar
                SET ws-encontrado TO TRUE
            END-IF.

       anade-desconocido.
      * un codigo que ya no esta en el maestro (o que entro antes de
      * validarse) se lista aparte, con lo que sumo
            IF ws-proyecto-count < 500
                ADD 1 TO ws-proyecto-count
                ADD 1 TO ws-desconocidos
                MOVE ws-proyecto-count TO ws-proyecto-idx
                MOVE HIGH-VALUES TO pt-centro(ws-proyecto-idx)
                MOVE ws-codigo-buscar TO pt-codigo(ws-proyecto-idx)
                MOVE "** NO ESTA EN PROYECTOS.DAT **"
                    TO pt-descripcion(ws-proyecto-idx)
                MOVE SPACE TO pt-activo-sw(ws-proyecto-idx)
                MOVE 0 TO pt-importe-mes(ws-proyecto-idx)
                MOVE 0 TO pt-importe-acum(ws-proyecto-idx)
                SET ws-encontrado TO TRUE
            ELSE
                PERFORM avisa-tabla-llena
            END-IF.

       ordena-proyectos.
            PERFORM ordena-pasada
                VARYING ws-proyecto-idx FROM 1 BY 1
                UNTIL ws-proyecto-idx >= ws-proyecto-count.

       ordena-pasada.
            COMPUTE ws-proyecto-limite =
                ws-proyecto-count - ws-proyecto-idx
            PERFORM compara-intercambia
                VARYING ws-proyecto-idx2 FROM 1 BY 1
                UNTIL ws-proyecto-idx2 > ws-proyecto-limite.

       compara-intercambia.
            IF pt-clave(ws-proyecto-idx2)
                    > pt-clave(ws-proyecto-idx2 + 1)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-proyecto-entrada(ws-proyecto-idx2)
                TO ws-proyecto-temp
            MOVE ws-proyecto-entrada(ws-proyecto-idx2 + 1)
                TO ws-proyecto-entrada(ws-proyecto-idx2)
            MOVE ws-proyecto-temp
                TO ws-proyecto-entrada(ws-proyecto-idx2 + 1).

       graba-linea-proyecto.
      * un proyecto cerrado sin nada en el ano no se lista
            IF pt-activo(ws-proyecto-idx)
                    OR pt-importe-acum(ws-proyecto-idx) > 0
                IF NOT ws-hay-centro
                        OR pt-centro(ws-proyecto-idx)
                           NOT = ws-centro-actual
                    IF ws-hay-centro
                        PERFORM graba-subtotal-centro
                    END-IF
                    PERFORM graba-cabecera-centro
                END-IF
                MOVE pt-codigo(ws-proyecto-idx) TO lp-codigo
                MOVE pt-descripcion(ws-proyecto-idx)
                    TO lp-descripcion
                EVALUATE TRUE
                    WHEN pt-centro(ws-proyecto-idx) = HIGH-VALUES
                        MOVE SPACES TO lp-estado
                    WHEN pt-activo(ws-proyecto-idx)
                        MOVE "abierto" TO lp-estado
                    WHEN OTHER
                        MOVE "cerrado" TO lp-estado
                END-EVALUATE
                MOVE pt-importe-mes(ws-proyecto-idx) TO lp-mes
                MOVE pt-importe-acum(ws-proyecto-idx) TO lp-acum
                MOVE ws-linea-proyecto TO informe-rec
                WRITE informe-rec
                ADD pt-importe-mes(ws-proyecto-idx) TO ws-centro-mes
                ADD pt-importe-acum(ws-proyecto-idx) TO ws-centro-acum
            END-IF.

       graba-cabecera-centro.
            SET ws-hay-centro TO TRUE
            MOVE pt-centro(ws-proyecto-idx) TO ws-centro-actual
            MOVE 0 TO ws-centro-mes
            MOVE 0 TO ws-centro-acum
            MOVE ws-centro-actual TO lc-centro
            MOVE SPACES TO lc-nombre
            IF ws-centro-actual = HIGH-VALUES
                MOVE "????" TO lc-centro
                MOVE "CODIGOS DESCONOCIDOS" TO lc-nombre
            ELSE
                IF ws-departamentos-abierto
                    MOVE ws-centro-actual TO dp-codigo
                    READ departamentos-file
                        INVALID KEY
                            MOVE "(desconocido)" TO lc-nombre
                        NOT INVALID KEY
                            MOVE dp-nombre TO lc-nombre
                    END-READ
                END-IF
            END-IF
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-linea-centro TO informe-rec
            WRITE informe-rec.

       graba-subtotal-centro.
            MOVE SPACES TO ws-linea-total
            STRING "  TOTAL CENTRO " lc-centro
                DELIMITED BY SIZE INTO lx-texto
            MOVE ws-centro-mes TO lx-mes
            MOVE ws-centro-acum TO lx-acum
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            ADD ws-centro-mes TO ws-total-mes
            ADD ws-centro-acum TO ws-total-acum.

       END PROGRAM rutinas_133.
