      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: rebuilds resumen_diario.dat (resumen_diario.
      *     cpy), the daily summary of calc_transacciones.log and
      *     operaciones_transacciones.log that calculadora, operaciones
      *     and rutinas_57 keep up to date as they post, from the two
      *     logs themselves - after a lost or damaged summary file, or
      *     to check it against the detail. The summary is recreated
      *     from scratch: one entry per date, log, program, operator
      *     and nightly run, with count, net total and anulaciones.
      *     The logs carry no run number, so each line takes the run
      *     in effect at its timestamp from job_control.log (the last
      *     step recorded at or before it), zero before the first.
      *     Days already rotated out of the logs by rutinas_22 are not
      *     in the rebuilt file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_144.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT calc-trans-file ASSIGN TO "calc_transacciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calc-status.
           SELECT oper-trans-file
               ASSIGN TO "operaciones_transacciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oper-status.
           SELECT control-file ASSIGN TO "job_control.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-status.
           SELECT resumen-file ASSIGN TO "resumen_diario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rd-clave
               FILE STATUS IS ws-resumen-status.

       DATA DIVISION.
       FILE SECTION.
       FD  calc-trans-file.
       01  calc-trans-rec pic x(97).

       FD  oper-trans-file.
       01  oper-trans-rec pic x(97).

       FD  control-file.
       01  control-rec pic x(62).

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-calc-status==
                              ==:FS-PREFIJO:== BY ==fs-calc==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-oper-status==
                              ==:FS-PREFIJO:== BY ==fs-oper==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-control-status==
                              ==:FS-PREFIJO:== BY ==fs-control==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       COPY transaccion.
       COPY control_pasos.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-control-eof-sw pic x value 'N'.
           88 ws-control-eof value 'Y'.
       01 ws-origen pic x(1).
       01 ws-run-vigente pic 9(5) value 0.
       01 ws-momento-linea.
           05 ml-fecha pic 9(8).
           05 ml-hora  pic 9(8).
       01 ws-momento-control.
           05 mc-fecha pic 9(8).
           05 mc-hora  pic 9(8).
       01 ws-resumen-clave pic x(39).
       01 ws-resumen-importe pic 9(5)v99.
       01 ws-lineas pic 9(7) value 0.
       01 ws-descartadas pic 9(7) value 0.
       01 ws-entradas pic 9(7) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN OUTPUT resumen-file
            CLOSE resumen-file
            OPEN I-O resumen-file
            IF NOT fs-resumen-ok
                DISPLAY "ERROR: no se puede crear resumen_diario.dat"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE 'C' TO ws-origen
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT calc-trans-file
            IF fs-calc-ok
                PERFORM abre-control
                PERFORM lee-linea-calc UNTIL ws-eof
                CLOSE control-file
                CLOSE calc-trans-file
            ELSE
                DISPLAY "aviso: no se encontro calc_transacciones.log"
            END-IF

            MOVE 'O' TO ws-origen
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT oper-trans-file
            IF fs-oper-ok
                PERFORM abre-control
                PERFORM lee-linea-oper UNTIL ws-eof
                CLOSE control-file
                CLOSE oper-trans-file
            ELSE
                DISPLAY "aviso: no se encontro operaciones_"
                        "transacciones.log"
            END-IF

            CLOSE resumen-file
            DISPLAY "resumen rehecho: " ws-lineas " lineas en "
                    ws-entradas " entradas, " ws-descartadas
                    " lineas no validas descartadas"
            STOP RUN.

       lee-linea-calc.
            READ calc-trans-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE calc-trans-rec TO ws-transaccion-linea
                    PERFORM resume-linea
            END-READ.

       lee-linea-oper.
            READ oper-trans-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE oper-trans-rec TO ws-transaccion-linea
                    PERFORM resume-linea
            END-READ.

       abre-control.
      * job_control.log y los registros de transacciones se escriben
      * en orden de tiempo, asi que se recorren a la par: la
      * ejecucion vigente de una linea es la del ultimo paso anotado
      * no despues de ella
            MOVE 0 TO ws-run-vigente
            MOVE 'N' TO ws-control-eof-sw
            OPEN INPUT control-file
            IF fs-control-ok
                PERFORM lee-control
            ELSE
                SET ws-control-eof TO TRUE
            END-IF.

       lee-control.
            READ control-file
                AT END
                    SET ws-control-eof TO TRUE
                NOT AT END
                    MOVE control-rec TO ws-control-linea
                    MOVE jc-fecha TO mc-fecha
                    MOVE jc-hora TO mc-hora
            END-READ.

       avanza-control.
            IF jc-run IS NUMERIC
                MOVE jc-run TO ws-run-vigente
            END-IF
            PERFORM lee-control.

       resume-linea.
            IF tx-fecha IS NOT NUMERIC OR tx-hora IS NOT NUMERIC
                ADD 1 TO ws-descartadas
            ELSE
                MOVE tx-fecha TO ml-fecha
                MOVE tx-hora TO ml-hora
                PERFORM avanza-control
                    UNTIL ws-control-eof
                       OR ws-momento-control > ws-momento-linea
                ADD 1 TO ws-lineas
                PERFORM acumula-resumen-diario
            END-IF.

       acumula-resumen-diario.
            MOVE tx-fecha TO rd-fecha
            MOVE ws-origen TO rd-origen
            MOVE tx-programa TO rd-programa
            MOVE tx-operador TO rd-operador
            MOVE ws-run-vigente TO rd-run
            MOVE rd-clave TO ws-resumen-clave
            MOVE tx-res TO ws-resumen-importe
            READ resumen-file
                INVALID KEY
                    MOVE ws-resumen-clave TO rd-clave
                    MOVE 0 TO rd-conteo
                    MOVE 0 TO rd-total
                    MOVE 0 TO rd-anulaciones
                    PERFORM suma-linea-resumen
                    WRITE resumen-diario-rec
                    ADD 1 TO ws-entradas
                NOT INVALID KEY
                    PERFORM suma-linea-resumen
                    REWRITE resumen-diario-rec
            END-READ.

       suma-linea-resumen.
            ADD 1 TO rd-conteo
            IF tx-signo = '-'
                SUBTRACT ws-resumen-importe FROM rd-total
                IF tx-referencia NOT = 0
                    ADD 1 TO rd-anulaciones
                END-IF
            ELSE
                ADD ws-resumen-importe TO rd-total
            END-IF.

       END PROGRAM rutinas_144.
