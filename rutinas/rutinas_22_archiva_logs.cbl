      *     count, see catalogo_archivo.cpy), so the cross-archive
      *     query (rutinas_47) can find the right files without
      *     anyone remembering the naming convention.
      *   - once calc_transacciones.log or operaciones_transacciones.log
      *     is rotated, its entries are deleted from resumen_diario.dat,
      *     which only summarises the live logs; the rotated days no
      *     longer reach rutinas_15 without their totales_mensuales.dat
      *     lines.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_22.
           SELECT catalogo-file ASSIGN TO "catalogo_archivos.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-catalogo-status.
           SELECT resumen-file ASSIGN TO "resumen_diario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rd-clave
               FILE STATUS IS ws-resumen-status.

       DATA DIVISION.
       FILE SECTION.
       FD  catalogo-file.
       01  catalogo-rec pic x(88).

       FD  resumen-file.
       COPY resumen_diario.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY catalogo_archivo.
       01 ws-copiadas pic 9(6) value 0.
       01 ws-cat-origen pic x(25).
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
      * registros de transacciones que esta ejecucion dejo vacios: sus
      * entradas de resumen_diario.dat ya no tienen detalle detras
       01 ws-calc-rotado-sw pic x value 'N'.
           88 ws-calc-rotado value 'Y'.
       01 ws-oper-rotado-sw pic x value 'N'.
           88 ws-oper-rotado value 'Y'.
       01 ws-resumen-eof-sw pic x value 'N'.
           88 ws-resumen-eof value 'Y'.
       01 ws-resumen-borradas pic 9(6) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM archiva-oper-transacciones
            PERFORM archiva-totales
            PERFORM archiva-audit
            IF ws-calc-rotado OR ws-oper-rotado
                PERFORM purga-resumen
            END-IF
            STOP RUN.

       archiva-excepciones.
                CLOSE transaccion-file
                OPEN OUTPUT transaccion-file
                CLOSE transaccion-file
                SET ws-calc-rotado TO TRUE
            ELSE
                DISPLAY "aviso: no se encontro calc_transacciones.log, "
                        "no se archiva"
                CLOSE oper-transaccion-file
                OPEN OUTPUT oper-transaccion-file
                CLOSE oper-transaccion-file
                SET ws-oper-rotado TO TRUE
            ELSE
                DISPLAY "aviso: no se encontro "
                        "operaciones_transacciones.log, no se archiva"
                        "se archiva"
            END-IF.

       purga-resumen.
      * resumen_diario.dat resume solo lo que queda en los registros
      * vivos (rutinas_144 lo rehace de ellos): las entradas del
      * registro que se acaba de archivar se borran, o rutinas_15
      * seguiria viendo dias cuyo totales_mensuales.dat tambien se
      * archivo y los daria por DESCUADRE
            MOVE 0 TO ws-resumen-borradas
            MOVE 'N' TO ws-resumen-eof-sw
            OPEN I-O resumen-file
            IF fs-resumen-ok
                MOVE LOW-VALUES TO rd-clave
                START resumen-file KEY IS NOT LESS THAN rd-clave
                    INVALID KEY
                        SET ws-resumen-eof TO TRUE
                END-START
                PERFORM purga-entrada-resumen UNTIL ws-resumen-eof
                CLOSE resumen-file
                DISPLAY "resumen_diario.dat: " ws-resumen-borradas
                        " entradas de dias archivados borradas"
            ELSE
                DISPLAY "aviso: no se encontro resumen_diario.dat, no "
                        "se purga"
            END-IF.

       purga-entrada-resumen.
            READ resumen-file NEXT RECORD
                AT END
                    SET ws-resumen-eof TO TRUE
                NOT AT END
                    IF (rd-origen-calc AND ws-calc-rotado)
                            OR (rd-origen-oper AND ws-oper-rotado)
                        DELETE resumen-file RECORD
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO ws-resumen-borradas
                        END-DELETE
                    END-IF
            END-READ.

       registra-catalogo.
            MOVE ws-nombre-archivo TO cat-nombre
            MOVE ws-cat-origen TO cat-origen
