      *     informe_seguridad.log. Follows the other reconcilers'
      *     convention of RETURN-CODE 8 when any suspension happened
      *     that day, so the morning script catches it.
      *   - intentos_firma.log now also carries the sign-ons accepted
      *     outside the operator's rostered shift (motivo "fuera de
      *     turno" or "sin turno", see turno.cpy); they are listed with
      *     the day's lines but counted on their own FIRMAS FUERA DE
      *     TURNO line, not as rejections, and do not change the return
      *     code.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_35.
           88 ws-eof value 'Y'.
       01 ws-total-intentos pic 9(5) value 0.
       01 ws-total-suspensiones pic 9(5) value 0.
       01 ws-total-fuera-turno pic 9(5) value 0.
       01 ws-retcode pic 9(2) value 0.
       01 ws-id-tabla.
           05 ws-id-entrada occurs 50 times.
           05 lt-intentos  pic zzzz9.
           05 filler       pic x(16) value "  SUSPENSIONES: ".
           05 lt-suspensiones pic zzzz9.
       01 ws-linea-fuera-turno.
           05 filler       pic x(23) value "FIRMAS FUERA DE TURNO: ".
           05 lf-fuera-turno pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE ws-total-suspensiones TO lt-suspensiones
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            MOVE ws-total-fuera-turno TO lf-fuera-turno
            MOVE ws-linea-fuera-turno TO informe-rec
            WRITE informe-rec
            CLOSE informe-file

            DISPLAY "firmas rechazadas del dia: " ws-total-intentos
            DISPLAY "suspensiones del dia: " ws-total-suspensiones
            DISPLAY "firmas fuera de turno del dia: "
                    ws-total-fuera-turno
            IF ws-total-suspensiones > 0
                MOVE 8 TO ws-retcode
            END-IF.
                    IF if-fecha = ws-fecha-informe
                        MOVE intentos-rec TO informe-rec
                        WRITE informe-rec
      * las firmas fuera de turno se admitieron: se listan y se
      * cuentan aparte, no como rechazos
                        EVALUATE if-motivo
                            WHEN "suspendido"
                                ADD 1 TO ws-total-suspensiones
                            WHEN "fuera de turno"
                            WHEN "sin turno"
                                ADD 1 TO ws-total-fuera-turno
                            WHEN OTHER
                                ADD 1 TO ws-total-intentos
                                PERFORM acumula-por-id
                        END-EVALUATE
                    END-IF
            END-READ.

