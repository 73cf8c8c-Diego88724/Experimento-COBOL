      *     SCREEN SECTION page that refreshes on any keypress;
      *     'Q' leaves. "How are we doing right now" stops
      *     requiring five tail commands.
      *   - today's calculadora and operaciones counts now come from
      *     today's entries in resumen_diario.dat (resumen_diario.cpy)
      *     instead of reading both transaction logs from the first line
      *     on every refresh; the logs are only read when the summary
      *     file is missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_50.
           SELECT parametros-file ASSIGN TO "parametros_generales.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT resumen-file ASSIGN TO "resumen_diario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rd-clave
               FILE STATUS IS ws-resumen-status.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros-file.
       COPY parametros.

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-calc-status==
                              ==:FS-PREFIJO:== BY ==fs-calc==.
                     ==:FS-PREFIJO:== BY ==fs-checkpoint==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-parm-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       COPY transaccion.
       COPY excepcion.
       COPY operador.
       01 ws-encontrada-sw pic x value 'N'.
           88 ws-encontrada value 'Y'.
       01 ws-hora-pantalla pic 9(8).
       01 ws-resumen-leido-sw pic x value 'N'.
           88 ws-resumen-leido value 'Y'.

       SCREEN SECTION.
       01 pantalla-estado.
       calcula-estado.
            ACCEPT ws-hoy FROM DATE YYYYMMDD
            ACCEPT ws-hora-pantalla FROM TIME
            PERFORM cuenta-hoy-resumen
            IF NOT ws-resumen-leido
                PERFORM cuenta-calc-hoy
                PERFORM cuenta-oper-hoy
            END-IF
            PERFORM cuenta-excepciones-hoy
            PERFORM cuenta-sesiones-activas
            PERFORM lee-ultimo-checkpoint.

       cuenta-hoy-resumen.
      * los calculos de hoy salen de las entradas de hoy de
      * resumen_diario.dat; los dos registros de transacciones solo
      * se recorren si el resumen no existe
            MOVE 0 TO ws-calc-hoy
            MOVE 0 TO ws-oper-hoy
            MOVE 'N' TO ws-resumen-leido-sw
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT resumen-file
            IF fs-resumen-ok
                SET ws-resumen-leido TO TRUE
                MOVE LOW-VALUES TO rd-clave
                MOVE ws-hoy TO rd-fecha
                START resumen-file KEY IS NOT LESS THAN rd-clave
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM cuenta-entrada-resumen UNTIL ws-eof
                CLOSE resumen-file
            END-IF.

       cuenta-entrada-resumen.
            READ resumen-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF rd-fecha NOT = ws-hoy
                        SET ws-eof TO TRUE
                    ELSE
                        IF rd-origen-calc
                            ADD rd-conteo TO ws-calc-hoy
                        ELSE
                            ADD rd-conteo TO ws-oper-hoy
                        END-IF
                    END-IF
            END-READ.

       cuenta-calc-hoy.
            MOVE 0 TO ws-calc-hoy
            MOVE 'N' TO ws-eof-sw
