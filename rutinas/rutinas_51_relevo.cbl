      *     calculations each program completed, and the full list
      *     of the window's exceptions - the page the outgoing
      *     operator hands to the incoming one at the shift change.
      *   - the per-program calculation counts now use
      *     resumen_diario.dat (resumen_diario.cpy): a whole-day window
      *     (0000 to 2359) is answered from the day's summary entries
      *     alone, and a partial window, which needs the detail
      *     timestamps, only reads the transaction log that has lines on
      *     that date. Without the summary file both logs are read as
      *     before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_51.
           SELECT informe-file ASSIGN TO "informe_relevo.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.
           SELECT resumen-file ASSIGN TO "resumen_diario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rd-clave
               FILE STATUS IS ws-resumen-status.

       DATA DIVISION.
       FILE SECTION.
       FD  informe-file.
       01  informe-rec pic x(80).

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-operador-status==
                              ==:FS-PREFIJO:== BY ==fs-operador==.
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       COPY operador.
       COPY transaccion.
       COPY excepcion.
       01 ws-conteo-idx pic 9(2).
       01 ws-encontrada-sw pic x value 'N'.
           88 ws-encontrada value 'Y'.
       01 ws-programa-linea pic x(15).
       01 ws-suma-linea pic 9(7).
       01 ws-resumen-leido-sw pic x value 'N'.
           88 ws-resumen-leido value 'Y'.
       01 ws-calc-dia pic 9(7) value 0.
       01 ws-oper-dia pic 9(7) value 0.
       01 ws-dia-completo-sw pic x value 'N'.
           88 ws-dia-completo value 'Y'.
       01 ws-cabecera-linea.
           05 filler pic x(18) value "RELEVO DE TURNO - ".
           05 cb-fecha pic 9(8).

            MOVE "CALCULOS POR PROGRAMA:" TO informe-rec
            WRITE informe-rec
            IF ws-hora-desde = 0 AND ws-hora-hasta >= 2359
                SET ws-dia-completo TO TRUE
            END-IF
            PERFORM mira-resumen-dia
            IF NOT ws-resumen-leido OR NOT ws-dia-completo
                IF NOT ws-resumen-leido OR ws-calc-dia > 0
                    PERFORM acumula-detalle-calc
                END-IF
                IF NOT ws-resumen-leido OR ws-oper-dia > 0
                    PERFORM acumula-detalle-oper
                END-IF
            END-IF
            PERFORM graba-linea-conteo
                VARYING ws-conteo-idx FROM 1 BY 1
                UNTIL ws-conteo-idx > ws-conteo-count
                    END-IF
            END-READ.

       mira-resumen-dia.
      * resumen_diario.dat dice cuantas lineas tiene el dia en cada
      * registro de transacciones: con la ventana del dia entero los
      * conteos por programa salen de ahi; con una ventana parcial
      * hacen falta las horas del detalle, pero solo se recorre el
      * registro que tiene algo ese dia
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT resumen-file
            IF fs-resumen-ok
                SET ws-resumen-leido TO TRUE
                MOVE LOW-VALUES TO rd-clave
                MOVE ws-fecha TO rd-fecha
                START resumen-file KEY IS NOT LESS THAN rd-clave
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM mira-entrada-resumen UNTIL ws-eof
                CLOSE resumen-file
            END-IF.

       mira-entrada-resumen.
            READ resumen-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF rd-fecha NOT = ws-fecha
                        SET ws-eof TO TRUE
                    ELSE
                        IF rd-origen-calc
                            ADD rd-conteo TO ws-calc-dia
                        ELSE
                            ADD rd-conteo TO ws-oper-dia
                        END-IF
                        IF ws-dia-completo
                            MOVE rd-programa TO ws-programa-linea
                            MOVE rd-conteo TO ws-suma-linea
                            PERFORM acumula-por-programa
                        END-IF
                    END-IF
            END-READ.

       acumula-detalle-calc.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT calc-trans-file
            IF tx-fecha = ws-fecha
                    AND ws-hora-linea >= ws-hora-desde
                    AND ws-hora-linea <= ws-hora-hasta
                MOVE tx-programa TO ws-programa-linea
                MOVE 1 TO ws-suma-linea
                PERFORM acumula-por-programa
            END-IF.

            MOVE 1 TO ws-conteo-idx
            PERFORM UNTIL ws-conteo-idx > ws-conteo-count
                    OR ws-encontrada
                IF cp-programa(ws-conteo-idx) = ws-programa-linea
                    SET ws-encontrada TO TRUE
                ELSE
                    ADD 1 TO ws-conteo-idx
                IF ws-conteo-count < 20
                    ADD 1 TO ws-conteo-count
                    MOVE ws-conteo-count TO ws-conteo-idx
                    MOVE ws-programa-linea
                        TO cp-programa(ws-conteo-idx)
                END-IF
            END-IF
            IF ws-conteo-idx <= ws-conteo-count
                ADD ws-suma-linea TO cp-conteo(ws-conteo-idx)
            END-IF.

       graba-linea-conteo.
