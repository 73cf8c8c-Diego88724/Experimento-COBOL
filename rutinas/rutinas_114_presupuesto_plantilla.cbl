      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: maintenance of presupuesto_plantilla.dat
      *     (presupuesto_plantilla.cpy), the budgeted headcount and
      *     annual salary budget of each department and year. The
      *     department must exist and be active in departamentos.dat.
      *     Every change, including a deletion, is appended to
      *     parametros_historial.log with the old and new value,
      *     the operator and the timestamp, as rutinas_53 does for
      *     the targets, so a budget moved mid-year can be traced.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_114.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presupuesto-file
               ASSIGN TO "presupuesto_plantilla.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pt-clave
               FILE STATUS IS ws-pt-status.
           SELECT departamento-file
               ASSIGN TO "departamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dp-codigo
               FILE STATUS IS ws-dp-status.
           SELECT historial-file ASSIGN TO "parametros_historial.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-historial-status.

       DATA DIVISION.
       FILE SECTION.
       FD  presupuesto-file.
       COPY presupuesto_plantilla.

       FD  departamento-file.
       COPY departamento.

       FD  historial-file.
       01  historial-rec pic x(107).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pt-status==
                              ==:FS-PREFIJO:== BY ==fs-pt==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-dp-status==
                              ==:FS-PREFIJO:== BY ==fs-dp==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-historial-status==
                     ==:FS-PREFIJO:== BY ==fs-historial==.
       COPY historial_parametros.
       01 ws-opcion pic x.
       01 ws-operador pic x(10).
       01 ws-confirmacion pic x.
       01 ws-fecha-hoy pic 9(8).
       01 ws-depto-entrada pic x(4).
       01 ws-anio-entrada pic x(4).
       01 ws-anio-num redefines ws-anio-entrada pic 9(4).
       01 ws-plantilla-entrada pic x(4).
       01 ws-plantilla-num redefines ws-plantilla-entrada pic 9(4).
       01 ws-salario-entrada pic x(9).
       01 ws-salario-num redefines ws-salario-entrada pic 9(9).
       01 ws-valido-sw pic x value 'N'.
           88 ws-valido value 'Y'.
       01 ws-existe-sw pic x value 'N'.
           88 ws-existe value 'Y'.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-listados pic 9(4).
       01 ws-plantilla-anterior pic 9(4).
       01 ws-salario-anterior pic 9(9).
       01 ws-salario-edit pic zzz,zzz,zz9.99.
       01 ws-plantilla-edit pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "operador: "
            ACCEPT ws-operador
            IF ws-operador = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            PERFORM pide-opcion-menu
            PERFORM procesa-opcion UNTIL ws-opcion = "4".

       fin-programa.
            STOP RUN.

       procesa-opcion.
            EVALUATE ws-opcion
                WHEN "1"
                    PERFORM fija-presupuesto
                WHEN "2"
                    PERFORM lista-presupuestos
                WHEN "3"
                    PERFORM baja-presupuesto
                WHEN OTHER
                    DISPLAY "opcion invalida"
            END-EVALUATE
            PERFORM pide-opcion-menu.

       pide-opcion-menu.
            DISPLAY "1) fijar presupuesto  2) listar ano  "
                    "3) borrar presupuesto  4) salir"
            ACCEPT ws-opcion.

       abre-presupuesto.
            OPEN I-O presupuesto-file
            IF fs-pt-fichero-no-existe
                OPEN OUTPUT presupuesto-file
                CLOSE presupuesto-file
                OPEN I-O presupuesto-file
            END-IF.

       pide-anio.
            DISPLAY "ano (AAAA): "
            ACCEPT ws-anio-entrada
            MOVE 'N' TO ws-valido-sw
            IF ws-anio-entrada IS NUMERIC
                IF ws-anio-num >= 1900
                    SET ws-valido TO TRUE
                END-IF
            END-IF
            IF NOT ws-valido
                DISPLAY "ERROR: ano no valido (AAAA)"
            END-IF.

       pide-depto.
            DISPLAY "departamento: "
            ACCEPT ws-depto-entrada
            INSPECT ws-depto-entrada CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       valida-depto.
      * el departamento ha de existir y estar activo; sin
      * departamentos.dat no hay contra que validar
            MOVE 'N' TO ws-valido-sw
            IF ws-depto-entrada = SPACES
                DISPLAY "ERROR: hace falta el departamento"
            ELSE
                SET ws-valido TO TRUE
                OPEN INPUT departamento-file
                IF fs-dp-ok
                    MOVE ws-depto-entrada TO dp-codigo
                    READ departamento-file
                        INVALID KEY
                            MOVE 'N' TO ws-valido-sw
                        NOT INVALID KEY
                            IF dp-inactivo
                                MOVE 'N' TO ws-valido-sw
                            END-IF
                    END-READ
                    CLOSE departamento-file
                    IF NOT ws-valido
                        DISPLAY "ERROR: el departamento no existe o "
                                "esta dado de baja"
                    END-IF
                END-IF
            END-IF.

       fija-presupuesto.
            PERFORM pide-datos-presupuesto
            IF ws-valido
                PERFORM abre-presupuesto
                MOVE ws-depto-entrada TO pt-depto
                MOVE ws-anio-num TO pt-anio
                READ presupuesto-file
                    INVALID KEY
                        MOVE 'N' TO ws-existe-sw
                        MOVE 0 TO ws-plantilla-anterior
                        MOVE 0 TO ws-salario-anterior
                    NOT INVALID KEY
                        SET ws-existe TO TRUE
                        MOVE pt-plantilla TO ws-plantilla-anterior
                        MOVE pt-salario-anual TO ws-salario-anterior
                END-READ
                MOVE ws-depto-entrada TO pt-depto
                MOVE ws-anio-num TO pt-anio
                MOVE ws-plantilla-num TO pt-plantilla
                MOVE ws-salario-num TO pt-salario-anual
                MOVE ws-operador TO pt-operador
                MOVE ws-fecha-hoy TO pt-fecha-alta
                IF ws-existe
                    REWRITE presupuesto-plantilla-rec
                        INVALID KEY
                            DISPLAY "ERROR: no se pudo grabar"
                            MOVE 'N' TO ws-valido-sw
                    END-REWRITE
                ELSE
                    WRITE presupuesto-plantilla-rec
                        INVALID KEY
                            DISPLAY "ERROR: no se pudo grabar"
                            MOVE 'N' TO ws-valido-sw
                    END-WRITE
                END-IF
                CLOSE presupuesto-file
                IF ws-valido
                    PERFORM registra-cambios
                    DISPLAY "presupuesto guardado"
                END-IF
            END-IF.

       pide-datos-presupuesto.
      * deja ws-valido a 'Y' solo si el presupuesto se puede grabar;
      * valida-depto y pide-anio ya lo dejan
            PERFORM pide-depto
            PERFORM valida-depto
            IF ws-valido
                PERFORM pide-anio
            END-IF
            IF ws-valido
                DISPLAY "plantilla presupuestada (cuatro digitos): "
                ACCEPT ws-plantilla-entrada
                IF ws-plantilla-entrada NOT NUMERIC
                    DISPLAY "ERROR: plantilla no valida"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF
            IF ws-valido
                DISPLAY "coste salarial anual presupuestado (nueve "
                        "digitos, euros enteros): "
                ACCEPT ws-salario-entrada
                IF ws-salario-entrada NOT NUMERIC
                    DISPLAY "ERROR: importe no valido"
                    MOVE 'N' TO ws-valido-sw
                END-IF
            END-IF.

       registra-cambios.
            IF ws-plantilla-num NOT = ws-plantilla-anterior
                MOVE SPACES TO hc-campo
                STRING ws-depto-entrada " " ws-anio-num " plantilla"
                    DELIMITED BY SIZE INTO hc-campo
                MOVE ws-plantilla-anterior TO hc-anterior
                MOVE ws-plantilla-num TO hc-nuevo
                PERFORM graba-historial
            END-IF
            IF ws-salario-num NOT = ws-salario-anterior
                MOVE SPACES TO hc-campo
                STRING ws-depto-entrada " " ws-anio-num " salario"
                    DELIMITED BY SIZE INTO hc-campo
                MOVE ws-salario-anterior TO hc-anterior
                MOVE ws-salario-num TO hc-nuevo
                PERFORM graba-historial
            END-IF.

       graba-historial.
            MOVE "presupuesto_plantilla" TO hc-fichero
            MOVE ws-operador TO hc-operador
            ACCEPT hc-fecha FROM DATE YYYYMMDD
            ACCEPT hc-hora FROM TIME
            MOVE ws-historial-linea TO historial-rec
            OPEN EXTEND historial-file
            IF NOT fs-historial-ok
                OPEN OUTPUT historial-file
            END-IF
            WRITE historial-rec
            CLOSE historial-file.

       baja-presupuesto.
            PERFORM pide-depto
            PERFORM pide-anio
            IF ws-valido AND ws-depto-entrada NOT = SPACES
                PERFORM abre-presupuesto
                MOVE ws-depto-entrada TO pt-depto
                MOVE ws-anio-num TO pt-anio
                READ presupuesto-file
                    INVALID KEY
                        DISPLAY "ERROR: no hay presupuesto para ese "
                                "departamento y ano"
                    NOT INVALID KEY
                        PERFORM borra-presupuesto-leido
                END-READ
                CLOSE presupuesto-file
            END-IF.

       borra-presupuesto-leido.
            PERFORM muestra-presupuesto
            DISPLAY "borrar el presupuesto (S/N): "
            ACCEPT ws-confirmacion
            IF ws-confirmacion = "S" OR ws-confirmacion = "s"
                MOVE pt-salario-anual TO ws-salario-anterior
                MOVE pt-plantilla TO ws-plantilla-anterior
                DELETE presupuesto-file
                    INVALID KEY
                        DISPLAY "ERROR: no se pudo borrar"
                    NOT INVALID KEY
                        MOVE 0 TO ws-plantilla-num
                        MOVE 0 TO ws-salario-num
                        PERFORM registra-cambios
                        DISPLAY "presupuesto borrado"
                END-DELETE
            END-IF.

       lista-presupuestos.
            PERFORM pide-anio
            IF ws-valido
                MOVE 0 TO ws-listados
                OPEN INPUT presupuesto-file
                IF fs-pt-ok
                    MOVE 'N' TO ws-eof-sw
                    PERFORM lista-linea-presupuesto UNTIL ws-eof
                    CLOSE presupuesto-file
                END-IF
                IF ws-listados = 0
                    DISPLAY "no hay presupuestos para " ws-anio-num
                END-IF
            END-IF.

       lista-linea-presupuesto.
            READ presupuesto-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF pt-anio = ws-anio-num
                        ADD 1 TO ws-listados
                        PERFORM muestra-presupuesto
                    END-IF
            END-READ.

       muestra-presupuesto.
            MOVE pt-plantilla TO ws-plantilla-edit
            MOVE pt-salario-anual TO ws-salario-edit
            DISPLAY pt-depto " " pt-anio " plantilla "
                    ws-plantilla-edit " coste anual " ws-salario-edit
                    " op " pt-operador " " pt-fecha-alta.

       END PROGRAM rutinas_114.
