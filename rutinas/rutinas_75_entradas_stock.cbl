      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: goods-receipt entry screen for the stock
      *     subsystem. A receipt names an article from articulos.dat
      *     (unknown or baja articles are refused), the quantity, the
      *     unit cost and the supplier's delivery note; it adds the
      *     quantity to the article's balance in stock.dat
      *     (stock.cpy), reprices the weighted average cost, and
      *     appends an 'E' line to stock_movimientos.dat
      *     (movimiento_stock.cpy) with the operator. The same screen
      *     sets an article's reorder level and shows its balance, so
      *     the warehouse keeps the figures rutinas_65 issues against.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_75.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT articulos-file ASSIGN TO "articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-codigo
               FILE STATUS IS ws-ar-status.
           SELECT stock-file ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS st-codigo
               FILE STATUS IS ws-st-status.
           SELECT movstock-file ASSIGN TO "stock_movimientos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-movstock-status.

       DATA DIVISION.
       FILE SECTION.
       FD  articulos-file.
       COPY articulo.

       FD  stock-file.
       COPY stock.

       FD  movstock-file.
       01  movstock-rec pic x(60).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ar-status==
                              ==:FS-PREFIJO:== BY ==fs-ar==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-st-status==
                              ==:FS-PREFIJO:== BY ==fs-st==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-movstock-status==
                     ==:FS-PREFIJO:== BY ==fs-movstock==.
       COPY movimiento_stock.
       01 ws-opcion pic x.
       01 ws-operador-id pic x(10).
       01 ws-codigo pic x(6).
       01 ws-articulo-valido-sw pic x value 'N'.
           88 ws-articulo-valido value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-cantidad-entrada pic x(5).
       01 ws-cantidad-num redefines ws-cantidad-entrada pic 9(5).
       01 ws-cantidad-valida-sw pic x value 'N'.
           88 ws-cantidad-valida value 'Y'.
       01 ws-coste-entrada pic x(7).
       01 ws-coste-num redefines ws-coste-entrada pic 9(5)v99.
       01 ws-coste-valido-sw pic x value 'N'.
           88 ws-coste-valido value 'Y'.
       01 ws-punto-entrada pic x(7).
       01 ws-punto-num redefines ws-punto-entrada pic 9(7).
       01 ws-albaran pic x(12).
       01 ws-valor-anterior pic s9(12)v99.
       01 ws-existencias-edit pic z(6)9-.
       01 ws-punto-edit pic z(6)9.
       01 ws-coste-edit pic z(4)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador de operador: "
            ACCEPT ws-operador-id
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "4"
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM entrada-mercancia
                WHEN "2"
                    PERFORM fija-punto-pedido
                WHEN "3"
                    PERFORM consulta-existencias
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) entrada de mercancia  2) punto de pedido"
            DISPLAY "3) consultar existencias  4) salir"
            ACCEPT ws-opcion.

       abre-stock.
            OPEN I-O stock-file
            IF fs-st-fichero-no-existe
                OPEN OUTPUT stock-file
                CLOSE stock-file
                OPEN I-O stock-file
            END-IF.

       valida-articulo.
      * solo se mueve stock de articulos dados de alta y activos en
      * articulos.dat, el mismo rechazo que aplica el presupuesto
            MOVE 'N' TO ws-articulo-valido-sw
            DISPLAY "codigo del articulo: "
            ACCEPT ws-codigo
            OPEN INPUT articulos-file
            IF NOT fs-ar-ok
                DISPLAY "ERROR: no se encontro articulos.dat"
            ELSE
                MOVE ws-codigo TO ar-codigo
                READ articulos-file
                    INVALID KEY
                        DISPLAY "ERROR: no existe el articulo "
                                ws-codigo
                    NOT INVALID KEY
                        IF ar-inactivo
                            DISPLAY "ERROR: el articulo " ws-codigo
                                    " esta de baja"
                        ELSE
                            SET ws-articulo-valido TO TRUE
                        END-IF
                END-READ
                CLOSE articulos-file
            END-IF.

       lee-stock.
      * un articulo sin registro en stock.dat parte de cero
            MOVE 'N' TO ws-encontrado-sw
            MOVE ws-codigo TO st-codigo
            READ stock-file
                INVALID KEY
                    MOVE SPACES TO stock-rec
                    MOVE ws-codigo TO st-codigo
                    MOVE 0 TO st-existencias
                    MOVE 0 TO st-punto-pedido
                    MOVE 0 TO st-coste-medio
                    MOVE 0 TO st-fecha-ult-mov
                NOT INVALID KEY
                    SET ws-encontrado TO TRUE
            END-READ.

       graba-stock.
            IF ws-encontrado
                REWRITE stock-rec
            ELSE
                WRITE stock-rec
                    INVALID KEY
                        DISPLAY "ERROR: clave duplicada en stock.dat"
                END-WRITE
            END-IF.

       pide-cantidad.
            MOVE 'N' TO ws-cantidad-valida-sw
            PERFORM pide-cantidad-valor UNTIL ws-cantidad-valida.

       pide-cantidad-valor.
            DISPLAY "cantidad recibida (00001-99999): "
            ACCEPT ws-cantidad-entrada
            IF ws-cantidad-entrada IS NUMERIC
                    AND ws-cantidad-entrada > "00000"
                SET ws-cantidad-valida TO TRUE
            ELSE
                DISPLAY "ERROR: cantidad no valida"
            END-IF.

       pide-coste.
            MOVE 'N' TO ws-coste-valido-sw
            PERFORM pide-coste-valor UNTIL ws-coste-valido.

       pide-coste-valor.
            DISPLAY "coste unitario (siete digitos, dos decimales "
                    "implicitos, ej. 0001250 = 12.50): "
            ACCEPT ws-coste-entrada
            IF ws-coste-entrada IS NUMERIC
                SET ws-coste-valido TO TRUE
            ELSE
                DISPLAY "ERROR: coste no valido"
            END-IF.

       entrada-mercancia.
            PERFORM valida-articulo
            IF ws-articulo-valido
                PERFORM pide-cantidad
                PERFORM pide-coste
                DISPLAY "albaran del proveedor: "
                ACCEPT ws-albaran
                PERFORM abre-stock
                PERFORM lee-stock
      * coste medio ponderado: el valor de lo que habia mas el de lo
      * que entra, repartido entre el nuevo saldo; con saldo cero o
      * negativo el coste de la entrada pasa tal cual
                IF st-existencias > 0
                    COMPUTE ws-valor-anterior =
                        st-existencias * st-coste-medio
                    COMPUTE st-coste-medio ROUNDED =
                        (ws-valor-anterior
                         + ws-cantidad-num * ws-coste-num)
                        / (st-existencias + ws-cantidad-num)
                ELSE
                    MOVE ws-coste-num TO st-coste-medio
                END-IF
                ADD ws-cantidad-num TO st-existencias
                ACCEPT st-fecha-ult-mov FROM DATE YYYYMMDD
                PERFORM graba-stock
                CLOSE stock-file
                SET ms-entrada TO TRUE
                MOVE ws-albaran TO ms-referencia
                MOVE ws-coste-num TO ms-coste
                PERFORM graba-movimiento
                MOVE st-existencias TO ws-existencias-edit
                DISPLAY "entrada registrada, existencias de "
                        ws-codigo ": " ws-existencias-edit
            END-IF.

       graba-movimiento.
            ACCEPT ms-fecha FROM DATE YYYYMMDD
            ACCEPT ms-hora FROM TIME
            MOVE ws-codigo TO ms-codigo
            MOVE ws-cantidad-num TO ms-cantidad
            MOVE ws-operador-id TO ms-operador
            OPEN EXTEND movstock-file
            IF fs-movstock-fichero-no-existe
                OPEN OUTPUT movstock-file
            END-IF
            MOVE ws-movstock-linea TO movstock-rec
            WRITE movstock-rec
            CLOSE movstock-file.

       fija-punto-pedido.
            PERFORM valida-articulo
            IF ws-articulo-valido
                DISPLAY "punto de pedido (siete digitos, 0000000 = "
                        "sin punto de pedido): "
                ACCEPT ws-punto-entrada
                IF ws-punto-entrada IS NUMERIC
                    PERFORM abre-stock
                    PERFORM lee-stock
                    MOVE ws-punto-num TO st-punto-pedido
                    PERFORM graba-stock
                    CLOSE stock-file
                    DISPLAY "punto de pedido actualizado"
                ELSE
                    DISPLAY "ERROR: punto de pedido no valido"
                END-IF
            END-IF.

       consulta-existencias.
            DISPLAY "codigo del articulo: "
            ACCEPT ws-codigo
            OPEN INPUT stock-file
            IF NOT fs-st-ok
                DISPLAY "aviso: no se encontro stock.dat"
            ELSE
                MOVE ws-codigo TO st-codigo
                READ stock-file
                    INVALID KEY
                        DISPLAY "el articulo " ws-codigo
                                " no tiene movimientos de stock"
                    NOT INVALID KEY
                        MOVE st-existencias TO ws-existencias-edit
                        MOVE st-punto-pedido TO ws-punto-edit
                        MOVE st-coste-medio TO ws-coste-edit
                        DISPLAY ws-codigo " existencias "
                                ws-existencias-edit " punto pedido "
                                ws-punto-edit " coste medio "
                                ws-coste-edit
                END-READ
                CLOSE stock-file
            END-IF.

       END PROGRAM rutinas_75.
