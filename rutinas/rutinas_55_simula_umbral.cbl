      *     decided on evidence before rutinas_18 commits it.
      *     Anulacion lines (tx-signo '-') are excluded: they carry
      *     a reversal amount, not a calculation.
      *   - the simulation still replays the individual res values from
      *     calc_transacciones.log, but first asks resumen_diario.dat
      *     (resumen_diario.cpy) how many calculadora calculations the
      *     range holds; an empty range is reported straight away
      *     without reading the log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_55.
           SELECT informe-file ASSIGN TO "informe_simulacion.log"
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
       01  informe-rec pic x(70).

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transaccion-status==
                              ==:FS-PREFIJO:== BY ==fs-parm==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       COPY transaccion.
       01 ws-resumen-leido-sw pic x value 'N'.
           88 ws-resumen-leido value 'Y'.
       01 ws-calc-rango pic 9(7) value 0.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-umbral-hipotetico pic 9(5).

            PERFORM lee-umbral-actual

      * la simulacion necesita cada res suelto, asi que lee el
      * detalle; pero si resumen_diario.dat dice que el rango no
      * tiene ningun calculo, no hace falta recorrerlo
            PERFORM cuenta-rango-resumen
            IF ws-resumen-leido AND ws-calc-rango = 0
                DISPLAY "aviso: segun resumen_diario.dat no hay "
                        "calculos en el rango"
                GO TO graba-informe
            END-IF

            OPEN INPUT transaccion-file
            IF NOT fs-transaccion-ok
                DISPLAY "aviso: no se encontro calc_transacciones."
                GO TO fin-programa
            END-IF
            PERFORM simula-linea UNTIL ws-eof
            CLOSE transaccion-file.

       graba-informe.
            OPEN OUTPUT informe-file
            MOVE ws-fecha-desde TO lt-desde
            MOVE ws-fecha-hasta TO lt-hasta
                CLOSE parametros-file
            END-IF.

       cuenta-rango-resumen.
      * lineas de calculo (no anulaciones) de calculadora en el rango
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT resumen-file
            IF fs-resumen-ok
                SET ws-resumen-leido TO TRUE
                MOVE LOW-VALUES TO rd-clave
                MOVE ws-fecha-desde TO rd-fecha
                START resumen-file KEY IS NOT LESS THAN rd-clave
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM cuenta-entrada-resumen UNTIL ws-eof
                CLOSE resumen-file
            END-IF
            MOVE 'N' TO ws-eof-sw.

       cuenta-entrada-resumen.
            READ resumen-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF rd-fecha > ws-fecha-hasta
                        SET ws-eof TO TRUE
                    ELSE
                        IF rd-origen-calc
                                AND rd-programa = "calculadora"
                            ADD rd-conteo TO ws-calc-rango
                            SUBTRACT rd-anulaciones FROM ws-calc-rango
                        END-IF
                    END-IF
            END-READ.

       simula-linea.
            READ transaccion-file
                AT END
