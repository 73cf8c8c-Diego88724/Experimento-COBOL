      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: stock valuation report. Walks stock.dat
      *     (stock.cpy) in article order and prints, per article,
      *     its description from articulos.dat, the quantity on
      *     hand, the weighted average cost and the resulting value,
      *     flagging articles below their reorder level and
      *     those with a negative balance (issued before the receipt
      *     was keyed), then the total stock value, to
      *     valoracion_stock.log - so the warehouse figure for the
      *     month-end is a report rather than a count on paper.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_76.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT stock-file ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS st-codigo
               FILE STATUS IS ws-st-status.
           SELECT articulos-file ASSIGN TO "articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-codigo
               FILE STATUS IS ws-ar-status.
           SELECT informe-file ASSIGN TO "valoracion_stock.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  stock-file.
       COPY stock.

       FD  articulos-file.
       COPY articulo.

       FD  informe-file.
       01  informe-rec pic x(90).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-st-status==
                              ==:FS-PREFIJO:== BY ==fs-st==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ar-status==
                              ==:FS-PREFIJO:== BY ==fs-ar==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-articulos-abierto-sw pic x value 'N'.
           88 ws-articulos-abierto value 'Y'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-valor-linea pic s9(12)v99.
       01 ws-valor-total pic s9(12)v99 value 0.
       01 ws-articulos-count pic 9(5) value 0.
       01 ws-bajo-minimo-count pic 9(5) value 0.
       01 ws-cabecera-valoracion.
           05 filler pic x(34) value
               "VALORACION DE EXISTENCIAS - FECHA ".
           05 cv-fecha pic 9(8).
       01 ws-titulos-valoracion.
           05 filler pic x(35) value
               "CODIGO DESCRIPCION".
           05 filler pic x(55) value
               "EXISTENCIAS  COSTE MEDIO           VALOR".
       01 ws-linea-valoracion.
           05 lv-codigo      pic x(6).
           05 filler         pic x(1) value spaces.
           05 lv-descripcion pic x(20).
           05 filler         pic x(2) value spaces.
           05 lv-existencias pic z(6)9-.
           05 filler         pic x(3) value spaces.
           05 lv-coste       pic z(4)9.99.
           05 filler         pic x(2) value spaces.
           05 lv-valor       pic z(10)9.99-.
           05 filler         pic x(1) value spaces.
           05 lv-marca       pic x(12).
       01 ws-linea-total-valoracion.
           05 filler         pic x(20) value "TOTAL EXISTENCIAS:".
           05 tv-articulos   pic zzzz9.
           05 filler         pic x(20) value " articulos, valor ".
           05 tv-valor       pic z(10)9.99-.
       01 ws-linea-bajo-minimo.
           05 filler         pic x(30) value
               "ARTICULOS BAJO PUNTO PEDIDO:  ".
           05 tb-count       pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT stock-file
            IF NOT fs-st-ok
                DISPLAY "aviso: no se encontro stock.dat, no se "
                        "genera la valoracion"
                GO TO fin-programa
            END-IF
            OPEN INPUT articulos-file
            IF fs-ar-ok
                SET ws-articulos-abierto TO TRUE
            END-IF

            OPEN OUTPUT informe-file
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy TO cv-fecha
            MOVE ws-cabecera-valoracion TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-valoracion TO informe-rec
            WRITE informe-rec

            MOVE LOW-VALUES TO st-codigo
            START stock-file KEY IS NOT LESS THAN st-codigo
                INVALID KEY
                    SET ws-eof TO TRUE
            END-START
            PERFORM valora-articulo UNTIL ws-eof

            MOVE ws-articulos-count TO tv-articulos
            MOVE ws-valor-total TO tv-valor
            MOVE ws-linea-total-valoracion TO informe-rec
            WRITE informe-rec
            MOVE ws-bajo-minimo-count TO tb-count
            MOVE ws-linea-bajo-minimo TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            CLOSE stock-file
            IF ws-articulos-abierto
                CLOSE articulos-file
            END-IF
            DISPLAY "valoracion de existencias generada en "
                    "valoracion_stock.log".

       fin-programa.
            STOP RUN.

       valora-articulo.
            READ stock-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    PERFORM graba-linea-valoracion
            END-READ.

       graba-linea-valoracion.
            ADD 1 TO ws-articulos-count
            MOVE st-codigo TO lv-codigo
            MOVE SPACES TO lv-descripcion
            IF ws-articulos-abierto
                MOVE st-codigo TO ar-codigo
                READ articulos-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ar-descripcion TO lv-descripcion
                END-READ
            END-IF
      * un saldo negativo no tiene valor en almacen: se lista para
      * que se regularice, pero no resta del total
            IF st-existencias > 0
                COMPUTE ws-valor-linea =
                    st-existencias * st-coste-medio
            ELSE
                MOVE 0 TO ws-valor-linea
            END-IF
            ADD ws-valor-linea TO ws-valor-total
            MOVE st-existencias TO lv-existencias
            MOVE st-coste-medio TO lv-coste
            MOVE ws-valor-linea TO lv-valor
            MOVE SPACES TO lv-marca
            IF st-existencias < 0
                MOVE "NEGATIVO" TO lv-marca
            ELSE
                IF st-punto-pedido > 0
                        AND st-existencias < st-punto-pedido
                    MOVE "BAJO MINIMO" TO lv-marca
                END-IF
            END-IF
            IF st-punto-pedido > 0
                    AND st-existencias < st-punto-pedido
                ADD 1 TO ws-bajo-minimo-count
            END-IF
            MOVE ws-linea-valoracion TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_76.
