      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: nightly step that resubmits the batch lines
      *     corrected in suspense.dat (suspense.cpy). Every CALC or
      *     OPER line left corrected ('C') by the rutinas_43 editor is
      *     appended, in its original record format, to the night's
      *     calc_entrada.dat or operaciones_lote.dat before the
      *     manifest check and the batch steps read them, and marked
      *     resubmitted ('R') with the date and the run number, so
      *     the batch treats it like any other line - a line that
      *     fails again comes back to suspense as a new pending one.
      *     FEED lines are left for the next feed load of rutinas_26,
      *     which resubmits them itself.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_134.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT suspense-file ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sp-id
               FILE STATUS IS ws-suspense-status.
           SELECT calc-entrada-file ASSIGN TO "calc_entrada.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-entrada-status.
           SELECT op-entrada-file ASSIGN TO "operaciones_lote.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-op-entrada-status.
           SELECT ejecuciones-file
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.

       DATA DIVISION.
       FILE SECTION.
       FD  suspense-file.
       COPY suspense.

       FD  calc-entrada-file.
       01  calc-entrada-rec pic x(26).

       FD  op-entrada-file.
       01  op-entrada-rec pic x(11).

       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-suspense-status==
                              ==:FS-PREFIJO:== BY ==fs-suspense==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-entrada-status==
                              ==:FS-PREFIJO:== BY ==fs-entrada==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-op-entrada-status==
                     ==:FS-PREFIJO:== BY ==fs-op-entrada==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-calc-abierto-sw pic x value 'N'.
           88 ws-calc-abierto value 'Y'.
       01 ws-op-abierto-sw pic x value 'N'.
           88 ws-op-abierto value 'Y'.
       01 ws-run-actual pic 9(5) value 0.
       01 ws-fecha-hoy pic 9(8).
       01 ws-reenviadas-calc pic 9(5) value 0.
       01 ws-reenviadas-op pic 9(5) value 0.
       01 ws-feed-esperando pic 9(5) value 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN I-O suspense-file
            IF NOT fs-suspense-ok
                DISPLAY "aviso: no hay suspense.dat, nada que reenviar"
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM lee-numero-ejecucion

            PERFORM reenvia-siguiente UNTIL ws-eof

            CLOSE suspense-file
            IF ws-calc-abierto
                CLOSE calc-entrada-file
            END-IF
            IF ws-op-abierto
                CLOSE op-entrada-file
            END-IF
            DISPLAY "lineas reenviadas a calc_entrada.dat: "
                    ws-reenviadas-calc
            DISPLAY "lineas reenviadas a operaciones_lote.dat: "
                    ws-reenviadas-op
            IF ws-feed-esperando > 0
                DISPLAY "lineas de feed corregidas que esperan a la "
                        "siguiente carga de rutinas_26: "
                        ws-feed-esperando
            END-IF.

       fin-programa.
            STOP RUN.

       reenvia-siguiente.
            READ suspense-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF sp-corregida
                        EVALUATE TRUE
                            WHEN sp-de-calc
                                PERFORM reenvia-calc
                            WHEN sp-de-oper
                                PERFORM reenvia-oper
                            WHEN sp-de-feed
                                ADD 1 TO ws-feed-esperando
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                    END-IF
            END-READ.

       reenvia-calc.
            IF NOT ws-calc-abierto
                OPEN EXTEND calc-entrada-file
                IF fs-entrada-fichero-no-existe
                    OPEN OUTPUT calc-entrada-file
                END-IF
                SET ws-calc-abierto TO TRUE
            END-IF
            MOVE sp-linea(1:26) TO calc-entrada-rec
            WRITE calc-entrada-rec
            ADD 1 TO ws-reenviadas-calc
            PERFORM marca-reenviada.

       reenvia-oper.
            IF NOT ws-op-abierto
                OPEN EXTEND op-entrada-file
                IF fs-op-entrada-fichero-no-existe
                    OPEN OUTPUT op-entrada-file
                END-IF
                SET ws-op-abierto TO TRUE
            END-IF
            MOVE sp-linea(1:11) TO op-entrada-rec
            WRITE op-entrada-rec
            ADD 1 TO ws-reenviadas-op
            PERFORM marca-reenviada.

       marca-reenviada.
            SET sp-reenviada TO TRUE
            MOVE ws-fecha-hoy TO sp-fecha-estado
            MOVE ws-run-actual TO sp-run-reenvio
            REWRITE suspense-rec
                INVALID KEY
                    DISPLAY "aviso: no se pudo marcar reenviada la "
                            "linea " sp-id
            END-REWRITE
            DISPLAY "reenviada linea " sp-id " (" sp-origen ", "
                    sp-campo ")".

       lee-numero-ejecucion.
            MOVE 0 TO ws-run-actual
            OPEN INPUT ejecuciones-file
            IF fs-ejecuciones-ok
                READ ejecuciones-file
                    NOT AT END
                        MOVE ejecuciones-rec TO ws-run-actual
                END-READ
                CLOSE ejecuciones-file
            END-IF.

       END PROGRAM rutinas_134.
