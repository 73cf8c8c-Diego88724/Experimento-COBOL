      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: month-end reconciliation of inter-branch
      *     transfers. For the month given on the console (AAAAMM,
      *     blank for the current one) it gathers every transfer leg
      *     of the month in transacciones.dat (recognised by its
      *     descripcion_traspaso.cpy description) and every transfer
      *     registered in traspasos_sucursal.dat, pairs them by
      *     transfer reference and writes
      *     traspasos_conciliacion_AAAAMM.log grouped by branch pair:
      *     each transfer with a missing, duplicated or unequal leg,
      *     a leg under the wrong branch, or legs with no registered
      *     transfer is listed with the reason, followed by the
      *     pair's outgoing and incoming totals and their difference.
      *     The closing lines give the month's totals and say whether
      *     the transfers net to zero; any incident ends with return
      *     code 8, the convention of the other reconcilers, so the
      *     month-end close knows it has to be looked at first.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_127.
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
           SELECT traspasos-file ASSIGN TO "traspasos_sucursal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ts-referencia
               FILE STATUS IS ws-ts-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  transaccion-maestro-file.
       COPY transaccion_maestro.

       FD  traspasos-file.
       COPY traspaso_sucursal.

       FD  informe-file.
       01  informe-rec pic x(100).

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                     ==:FS-PREFIJO:== BY ==fs-transaccion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ts-status==
                              ==:FS-PREFIJO:== BY ==fs-ts==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY descripcion_traspaso.
       01 ws-mes-entrada pic x(6).
       01 ws-mes-num redefines ws-mes-entrada pic 9(6).
       01 ws-fecha-hoy pic 9(8).
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
      * un traspaso por entrada; las ocho primeras posiciones (par de
      * sucursales) y la referencia son la clave de ordenacion
       01 ws-traspaso-tabla.
           05 ws-traspaso-entrada occurs 2000 times.
               10 tx-origen        pic x(4).
               10 tx-destino       pic x(4).
               10 tx-referencia    pic 9(8).
               10 tx-salidas       pic 9(2).
               10 tx-entradas      pic 9(2).
               10 tx-sal-importe   pic 9(7)v99.
               10 tx-ent-importe   pic 9(7)v99.
               10 tx-sal-sucursal  pic x(4).
               10 tx-ent-sucursal  pic x(4).
               10 tx-registrado-sw pic x(1).
                   88 tx-registrado value 'S'.
               10 tx-reg-importe   pic 9(7)v99.
       01 ws-traspaso-temp pic x(56).
       01 ws-traspaso-count pic 9(4) value 0.
       01 ws-traspaso-idx pic 9(4).
       01 ws-traspaso-idx2 pic 9(4).
       01 ws-traspaso-limite pic 9(4).
       01 ws-busca-referencia pic 9(8).
       01 ws-par-actual pic x(8) value SPACES.
       01 ws-motivo pic x(28).
       01 ws-par-traspasos pic 9(5) value 0.
       01 ws-par-salidas pic 9(9)v99 value 0.
       01 ws-par-entradas pic 9(9)v99 value 0.
       01 ws-par-diferencia pic s9(9)v99 value 0.
       01 ws-total-traspasos pic 9(5) value 0.
       01 ws-total-salidas pic 9(9)v99 value 0.
       01 ws-total-entradas pic 9(9)v99 value 0.
       01 ws-total-diferencia pic s9(9)v99 value 0.
       01 ws-incidencias pic 9(5) value 0.
       01 ws-titulo-linea.
           05 filler      pic x(48)
               value "CONCILIACION DE TRASPASOS ENTRE SUCURSALES, MES ".
           05 lt-mes      pic 9(6).
       01 ws-linea-par.
           05 filler      pic x(4) value "PAR ".
           05 lp-origen   pic x(4).
           05 filler      pic x(3) value " > ".
           05 lp-destino  pic x(4).
       01 ws-linea-incidencia.
           05 filler      pic x(2) value SPACES.
           05 li-referencia pic 9(8).
           05 filler      pic x(1) value SPACE.
           05 li-motivo   pic x(28).
           05 filler      pic x(5) value " sal ".
           05 li-salidas  pic 9.
           05 filler      pic x(1) value SPACE.
           05 li-sal-sucursal pic x(4).
           05 li-sal-importe pic zzzzzz9.99.
           05 filler      pic x(5) value " ent ".
           05 li-entradas pic 9.
           05 filler      pic x(1) value SPACE.
           05 li-ent-sucursal pic x(4).
           05 li-ent-importe pic zzzzzz9.99.
       01 ws-linea-subtotal.
           05 filler      pic x(4) value SPACES.
           05 ls-traspasos pic zzzz9.
           05 filler      pic x(20) value " traspasos, salidas ".
           05 ls-salidas  pic zzzzzzzz9.99.
           05 filler      pic x(11) value " entradas ".
           05 ls-entradas pic zzzzzzzz9.99.
           05 filler      pic x(13) value " diferencia ".
           05 ls-diferencia pic ---------9.99.
       01 ws-linea-veredicto.
           05 filler      pic x(20) value "incidencias ".
           05 lv-incidencias pic zzzz9.
           05 filler      pic x(3) value " - ".
           05 lv-veredicto pic x(36).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "mes a conciliar (AAAAMM, blanco = el actual): "
            ACCEPT ws-mes-entrada
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            IF ws-mes-entrada = SPACES
                MOVE ws-fecha-hoy(1:6) TO ws-mes-entrada
            END-IF
            IF ws-mes-entrada IS NOT NUMERIC
                DISPLAY "ERROR: mes no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            PERFORM recoge-patas
            PERFORM recoge-traspasos
            IF ws-traspaso-count > 1
                PERFORM ordena-pasada
                    VARYING ws-traspaso-idx FROM 1 BY 1
                    UNTIL ws-traspaso-idx >= ws-traspaso-count
            END-IF
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "traspasos_conciliacion_" ws-mes-entrada ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-mes-num TO lt-mes
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            PERFORM informa-traspaso
                VARYING ws-traspaso-idx FROM 1 BY 1
                UNTIL ws-traspaso-idx > ws-traspaso-count
            IF ws-par-actual NOT = SPACES
                PERFORM cierra-par
            END-IF
            PERFORM informa-totales
            CLOSE informe-file

            DISPLAY "traspasos del mes: " ws-total-traspasos
                    ", incidencias: " ws-incidencias
            DISPLAY "informe en " ws-nombre-informe
            IF ws-incidencias > 0 OR ws-total-diferencia NOT = 0
                MOVE 8 TO RETURN-CODE
            END-IF.

       fin-programa.
            STOP RUN.

       recoge-patas.
      * las patas del mes por la clave alterna de fecha
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT transaccion-maestro-file
            IF NOT fs-transaccion-ok
                DISPLAY "aviso: no se encontro transacciones.dat"
            ELSE
                MOVE ws-mes-num TO tr-fecha(1:6)
                MOVE "01" TO tr-fecha(7:2)
                START transaccion-maestro-file KEY IS
                        NOT LESS THAN tr-fecha
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM lee-pata UNTIL ws-eof
                CLOSE transaccion-maestro-file
            END-IF.

       lee-pata.
            READ transaccion-maestro-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF tr-fecha(1:6) NOT = ws-mes-entrada
                        SET ws-eof TO TRUE
                    ELSE
                        MOVE tr-descripcion TO ws-descripcion-traspaso
                        IF ds-es-traspaso
                                AND ds-referencia IS NUMERIC
                                AND (ds-salida OR ds-entrada)
                            PERFORM anota-pata
                        END-IF
                    END-IF
            END-READ.

       anota-pata.
            MOVE ds-referencia TO ws-busca-referencia
            PERFORM localiza-traspaso
            IF ws-encontrado
                IF tx-origen(ws-traspaso-idx) = SPACES
                    MOVE ds-origen TO tx-origen(ws-traspaso-idx)
                    MOVE ds-destino TO tx-destino(ws-traspaso-idx)
                END-IF
                IF ds-salida
                    ADD 1 TO tx-salidas(ws-traspaso-idx)
                    ADD tr-importe TO tx-sal-importe(ws-traspaso-idx)
                    MOVE tr-sucursal
                        TO tx-sal-sucursal(ws-traspaso-idx)
                ELSE
                    ADD 1 TO tx-entradas(ws-traspaso-idx)
                    ADD tr-importe TO tx-ent-importe(ws-traspaso-idx)
                    MOVE tr-sucursal
                        TO tx-ent-sucursal(ws-traspaso-idx)
                END-IF
            END-IF.

       localiza-traspaso.
      * busca la referencia en la tabla y, si no esta, le abre una
      * entrada; ws-encontrado queda a N solo con la tabla llena
            MOVE 'N' TO ws-encontrado-sw
            PERFORM compara-referencia
                VARYING ws-traspaso-idx FROM 1 BY 1
                UNTIL ws-traspaso-idx > ws-traspaso-count
                    OR ws-encontrado
            IF ws-encontrado
                SUBTRACT 1 FROM ws-traspaso-idx
            ELSE
                IF ws-traspaso-count >= 2000
                    PERFORM avisa-tabla-llena
                ELSE
                    ADD 1 TO ws-traspaso-count
                    MOVE ws-traspaso-count TO ws-traspaso-idx
                    MOVE SPACES TO tx-origen(ws-traspaso-idx)
                    MOVE SPACES TO tx-destino(ws-traspaso-idx)
                    MOVE ws-busca-referencia
                        TO tx-referencia(ws-traspaso-idx)
                    MOVE 0 TO tx-salidas(ws-traspaso-idx)
                    MOVE 0 TO tx-entradas(ws-traspaso-idx)
                    MOVE 0 TO tx-sal-importe(ws-traspaso-idx)
                    MOVE 0 TO tx-ent-importe(ws-traspaso-idx)
                    MOVE SPACES TO tx-sal-sucursal(ws-traspaso-idx)
                    MOVE SPACES TO tx-ent-sucursal(ws-traspaso-idx)
                    MOVE 'N' TO tx-registrado-sw(ws-traspaso-idx)
                    MOVE 0 TO tx-reg-importe(ws-traspaso-idx)
                    SET ws-encontrado TO TRUE
                END-IF
            END-IF.

       compara-referencia.
            IF tx-referencia(ws-traspaso-idx) = ws-busca-referencia
                SET ws-encontrado TO TRUE
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       recoge-traspasos.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT traspasos-file
            IF fs-ts-ok
                PERFORM lee-traspaso UNTIL ws-eof
                CLOSE traspasos-file
            END-IF.

       lee-traspaso.
            READ traspasos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF ts-fecha(1:6) = ws-mes-entrada
                        MOVE ts-referencia TO ws-busca-referencia
                        PERFORM localiza-traspaso
                        IF ws-encontrado
                            MOVE ts-origen TO tx-origen(ws-traspaso-idx)
                            MOVE ts-destino
                                TO tx-destino(ws-traspaso-idx)
                            SET tx-registrado(ws-traspaso-idx) TO TRUE
                            MOVE ts-importe
                                TO tx-reg-importe(ws-traspaso-idx)
                        END-IF
                    END-IF
            END-READ.

       ordena-pasada.
            COMPUTE ws-traspaso-limite =
                ws-traspaso-count - ws-traspaso-idx
            PERFORM compara-intercambia
                VARYING ws-traspaso-idx2 FROM 1 BY 1
                UNTIL ws-traspaso-idx2 > ws-traspaso-limite.

       compara-intercambia.
      * orden por par de sucursales y, dentro, por referencia (van
      * seguidos al principio de la entrada)
            IF ws-traspaso-entrada(ws-traspaso-idx2)(1:16)
                    > ws-traspaso-entrada(ws-traspaso-idx2 + 1)(1:16)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-traspaso-entrada(ws-traspaso-idx2)
                TO ws-traspaso-temp
            MOVE ws-traspaso-entrada(ws-traspaso-idx2 + 1)
                TO ws-traspaso-entrada(ws-traspaso-idx2)
            MOVE ws-traspaso-temp
                TO ws-traspaso-entrada(ws-traspaso-idx2 + 1).

       informa-traspaso.
            IF ws-traspaso-entrada(ws-traspaso-idx)(1:8)
                    NOT = ws-par-actual
                IF ws-par-actual NOT = SPACES
                    PERFORM cierra-par
                END-IF
                MOVE ws-traspaso-entrada(ws-traspaso-idx)(1:8)
                    TO ws-par-actual
                MOVE tx-origen(ws-traspaso-idx) TO lp-origen
                MOVE tx-destino(ws-traspaso-idx) TO lp-destino
                MOVE ws-linea-par TO informe-rec
                WRITE informe-rec
            END-IF
            ADD 1 TO ws-par-traspasos
            ADD tx-sal-importe(ws-traspaso-idx) TO ws-par-salidas
            ADD tx-ent-importe(ws-traspaso-idx) TO ws-par-entradas
            PERFORM determina-motivo
            IF ws-motivo NOT = SPACES
                ADD 1 TO ws-incidencias
                MOVE tx-referencia(ws-traspaso-idx) TO li-referencia
                MOVE ws-motivo TO li-motivo
                MOVE tx-salidas(ws-traspaso-idx) TO li-salidas
                MOVE tx-sal-sucursal(ws-traspaso-idx)
                    TO li-sal-sucursal
                MOVE tx-sal-importe(ws-traspaso-idx) TO li-sal-importe
                MOVE tx-entradas(ws-traspaso-idx) TO li-entradas
                MOVE tx-ent-sucursal(ws-traspaso-idx)
                    TO li-ent-sucursal
                MOVE tx-ent-importe(ws-traspaso-idx) TO li-ent-importe
                MOVE ws-linea-incidencia TO informe-rec
                WRITE informe-rec
            END-IF.

       determina-motivo.
      * la primera incidencia que se encuentra, de la mas grave a la
      * menos; un traspaso correcto queda con el motivo en blanco
            MOVE SPACES TO ws-motivo
            EVALUATE TRUE
                WHEN tx-salidas(ws-traspaso-idx) = 0
                    MOVE "FALTA LA SALIDA" TO ws-motivo
                WHEN tx-entradas(ws-traspaso-idx) = 0
                    MOVE "FALTA LA ENTRADA" TO ws-motivo
                WHEN tx-salidas(ws-traspaso-idx) > 1
                        OR tx-entradas(ws-traspaso-idx) > 1
                    MOVE "PATA DUPLICADA" TO ws-motivo
                WHEN tx-sal-importe(ws-traspaso-idx)
                        NOT = tx-ent-importe(ws-traspaso-idx)
                    MOVE "IMPORTES DISTINTOS" TO ws-motivo
                WHEN tx-sal-sucursal(ws-traspaso-idx)
                        NOT = tx-origen(ws-traspaso-idx)
                        OR tx-ent-sucursal(ws-traspaso-idx)
                            NOT = tx-destino(ws-traspaso-idx)
                    MOVE "SUCURSAL ERRONEA" TO ws-motivo
                WHEN NOT tx-registrado(ws-traspaso-idx)
                    MOVE "SIN TRASPASO REGISTRADO" TO ws-motivo
                WHEN tx-reg-importe(ws-traspaso-idx)
                        NOT = tx-sal-importe(ws-traspaso-idx)
                    MOVE "IMPORTE NO ES EL REGISTRADO" TO ws-motivo
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       cierra-par.
            COMPUTE ws-par-diferencia =
                ws-par-salidas - ws-par-entradas
            MOVE ws-par-traspasos TO ls-traspasos
            MOVE ws-par-salidas TO ls-salidas
            MOVE ws-par-entradas TO ls-entradas
            MOVE ws-par-diferencia TO ls-diferencia
            MOVE ws-linea-subtotal TO informe-rec
            WRITE informe-rec
            ADD ws-par-traspasos TO ws-total-traspasos
            ADD ws-par-salidas TO ws-total-salidas
            ADD ws-par-entradas TO ws-total-entradas
            MOVE 0 TO ws-par-traspasos
            MOVE 0 TO ws-par-salidas
            MOVE 0 TO ws-par-entradas.

       informa-totales.
            COMPUTE ws-total-diferencia =
                ws-total-salidas - ws-total-entradas
            MOVE "TOTAL DEL MES" TO informe-rec
            WRITE informe-rec
            MOVE ws-total-traspasos TO ls-traspasos
            MOVE ws-total-salidas TO ls-salidas
            MOVE ws-total-entradas TO ls-entradas
            MOVE ws-total-diferencia TO ls-diferencia
            MOVE ws-linea-subtotal TO informe-rec
            WRITE informe-rec
            MOVE ws-incidencias TO lv-incidencias
            IF ws-incidencias = 0 AND ws-total-diferencia = 0
                MOVE "TRASPASOS NETOS A CERO" TO lv-veredicto
            ELSE
                MOVE "DESCUADRE, REVISAR ANTES DEL CIERRE"
                    TO lv-veredicto
            END-IF
            MOVE ws-linea-veredicto TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_127.
