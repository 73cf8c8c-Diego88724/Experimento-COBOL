      *     tt-signo), flagging a DESCUADRE whenever a day's detail
      *     total and its summary total disagree, so a corrupted or
      *     hand-edited totals file gets caught instead of trusted.
      *   - the detail side of each day now comes from
      *     resumen_diario.dat (resumen_diario.cpy), the daily summary
      *     of calc_transacciones.log kept as calculations are posted,
      *     instead of rereading the whole log every run; the log itself
      *     is only read when the summary file is missing (rutinas_144
      *     rebuilds it).
      *   - more dates than the work table holds no longer drop out
      *     quietly: the report ends with a RECONCILIACION INCOMPLETA
      *     line and the return code is 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_15.
               ASSIGN TO "reconciliacion_totales.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-reconciliacion-status.
           SELECT resumen-file ASSIGN TO "resumen_diario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rd-clave
               FILE STATUS IS ws-resumen-status.

       DATA DIVISION.
       FILE SECTION.
       FD  reconciliacion-file.
       01  reconciliacion-rec pic x(70).

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-reconciliacion-status==
                     ==:FS-PREFIJO:== BY ==fs-reconciliacion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       COPY transaccion.
       COPY totales.
       01 ws-resumen-leido-sw pic x value 'N'.
           88 ws-resumen-leido value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-tx-res-num pic 9(5)v99.
               10 rf-visto-totales-sw pic x value 'N'.
                   88 rf-visto-totales value 'Y'.
       01 ws-fecha-count pic 9(3) value 0.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-fecha-idx pic 9(3).
       01 ws-fecha-buscada pic 9(8).
       01 ws-fecha-encontrada-sw pic x value 'N'.
       01 ws-retcode pic 9(2) value 0.
       01 ws-sin-datos-rec pic x(40)
           value "sin datos que reconciliar".
       01 ws-incompleta-rec.
           05 filler pic x(37) value
               "RECONCILIACION INCOMPLETA: mas de 100".
           05 filler pic x(35) value
               " fechas, las demas no se comprueban".
       01 ws-linea-informe.
           05 wl-fecha       pic 9(8).
           05 filler         pic x(3) value " - ".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM lee-resumen.
            IF NOT ws-resumen-leido
                PERFORM lee-detalle
            END-IF.
            PERFORM lee-totales.
            OPEN OUTPUT reconciliacion-file
            IF ws-fecha-count = 0
                    VARYING ws-fecha-idx FROM 1 BY 1
                    UNTIL ws-fecha-idx > ws-fecha-count
            END-IF
            IF ws-tabla-llena
                WRITE reconciliacion-rec FROM ws-incompleta-rec
                DISPLAY reconciliacion-rec
                MOVE 8 TO ws-retcode
            END-IF
            CLOSE reconciliacion-file
            MOVE ws-retcode TO RETURN-CODE.
            STOP RUN.
                CLOSE transaccion-file
            END-IF.

       lee-resumen.
      * el lado del detalle sale de resumen_diario.dat (las entradas
      * de calc_transacciones.log ya sumadas por dia); solo si no
      * existe se recorre el registro de transacciones entero
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT resumen-file
            IF fs-resumen-ok
                SET ws-resumen-leido TO TRUE
                MOVE LOW-VALUES TO rd-clave
                START resumen-file KEY IS NOT LESS THAN rd-clave
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM lee-entrada-resumen UNTIL ws-eof
                CLOSE resumen-file
            ELSE
                DISPLAY "aviso: no se encontro resumen_diario.dat, se "
                        "lee el detalle (rutinas_144 lo rehace)"
            END-IF.

       lee-entrada-resumen.
            READ resumen-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF rd-origen-calc
                        PERFORM procesa-resumen
                    END-IF
            END-READ.

       procesa-resumen.
            MOVE rd-fecha TO ws-fecha-buscada
            PERFORM busca-o-crea-fecha
            IF ws-fecha-idx <= ws-fecha-count
                ADD rd-total TO rf-suma-detalle(ws-fecha-idx)
                SET rf-visto-detalle(ws-fecha-idx) TO TRUE
            END-IF.

       lee-totales.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT totales-file
            END-IF.

       avisa-tabla-llena.
      * la tabla de trabajo se lleno; las fechas nuevas no caben y la
      * reconciliacion sale marcada incompleta, con retorno 8
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, mas de 100 "
                        "fechas que reconciliar"
                SET ws-tabla-llena TO TRUE
            END-IF.

       busca-o-crea-fecha.
