      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: monthly department budget-versus-actual
      *     report. For an operator-given period (AAAAMM) it takes
      *     the budgets of that year from presupuesto_plantilla.dat
      *     (rutinas_114), the actual active headcount per
      *     department from empleados.dat and the paid salary cost
      *     (gross, or the whole pay on lines older than the
      *     deductions; reimbursed expenses are not salary) from the
      *     nomina_AAAAMM.dat of the month and of every month of the
      *     year up to it. Per department it prints budgeted and
      *     actual headcount, the month cost against a twelfth of the
      *     annual budget and the year-to-date cost against the
      *     budget prorated to the month, with the deviation and a
      *     flag when headcount or cost is over budget or when a
      *     department with staff or cost has no budget. Written to
      *     presupuesto_real_AAAAMM.log.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_115.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presupuesto-file
               ASSIGN TO "presupuesto_plantilla.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pt-clave
               FILE STATUS IS ws-pt-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT nomina-file ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  presupuesto-file.
       COPY presupuesto_plantilla.

       FD  empleados-file.
       COPY empleado.

       FD  nomina-file.
       01  nomina-rec pic x(171).

       FD  informe-file.
       01  informe-rec pic x(112).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pt-status==
                              ==:FS-PREFIJO:== BY ==fs-pt==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nomina-status==
                              ==:FS-PREFIJO:== BY ==fs-nomina==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY nomina_detalle.
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-periodo-nomina.
           05 pn-aaaa pic 9(4).
           05 pn-mm   pic 9(2).
       01 ws-mes pic 9(2).
       01 ws-nombre-nomina pic x(40).
       01 ws-nombre-informe pic x(40).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-encontrado-sw pic x value 'N'.
           88 ws-encontrado value 'Y'.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-depto-buscar pic x(4).
       01 ws-coste-num pic 9(7)v99.
       01 ws-nominas-leidas pic 9(2) value 0.
       01 ws-nominas-faltan pic 9(2) value 0.
       01 ws-depto-tabla.
           05 ws-depto-entrada occurs 200 times.
               10 dt-depto        pic x(4).
               10 dt-presupuesto-sw pic x(1).
                   88 dt-con-presupuesto value 'S'.
               10 dt-plantilla-pres pic 9(4).
               10 dt-salario-anual  pic 9(9)v99.
               10 dt-plantilla-real pic 9(4).
               10 dt-coste-mes      pic 9(9)v99.
               10 dt-coste-acum     pic 9(9)v99.
       01 ws-depto-temp pic x(46).
       01 ws-depto-count pic 9(3) value 0.
       01 ws-depto-idx pic 9(3).
       01 ws-depto-idx2 pic 9(3).
       01 ws-depto-limite pic 9(3).
       01 ws-pres-mes pic 9(9)v99.
       01 ws-pres-acum pic 9(9)v99.
       01 ws-pct pic s9(5)v99.
       01 ws-exceso-plantilla-sw pic x.
           88 ws-exceso-plantilla value 'S'.
       01 ws-exceso-coste-sw pic x.
           88 ws-exceso-coste value 'S'.
       01 ws-marcados pic 9(3) value 0.
       01 ws-tot-plantilla-pres pic 9(6) value 0.
       01 ws-tot-plantilla-real pic 9(6) value 0.
       01 ws-tot-coste-mes pic 9(9)v99 value 0.
       01 ws-tot-pres-mes pic 9(9)v99 value 0.
       01 ws-tot-coste-acum pic 9(9)v99 value 0.
       01 ws-tot-pres-acum pic 9(9)v99 value 0.
       01 ws-titulo-linea.
           05 filler      pic x(34)
               value "PRESUPUESTO DE PERSONAL FRENTE A ".
           05 filler      pic x(14) value "REAL, PERIODO ".
           05 lt-periodo  pic 9(6).
       01 ws-cabecera-linea.
           05 filler pic x(10) value "DEPTO".
           05 filler pic x(5)  value "PRES".
           05 filler pic x(5)  value "REAL".
           05 filler pic x(6)  value "  DIF".
           05 filler pic x(14) value "    COSTE MES".
           05 filler pic x(14) value "  PRESUP. MES".
           05 filler pic x(15) value "   COSTE ACUM.".
           05 filler pic x(15) value " PRESUP. ACUM.".
           05 filler pic x(10) value "  DESV. %".
           05 filler pic x(6)  value "MARCAS".
       01 ws-linea-depto.
           05 ld-depto       pic x(9).
           05 filler         pic x(1) value SPACE.
           05 ld-plant-pres  pic zzz9.
           05 filler         pic x(1) value SPACE.
           05 ld-plant-real  pic zzz9.
           05 filler         pic x(1) value SPACE.
           05 ld-plant-dif   pic -(4)9.
           05 filler         pic x(1) value SPACE.
           05 ld-coste-mes   pic zz,zzz,zz9.99.
           05 filler         pic x(1) value SPACE.
           05 ld-pres-mes    pic zz,zzz,zz9.99.
           05 filler         pic x(1) value SPACE.
           05 ld-coste-acum  pic zzz,zzz,zz9.99.
           05 filler         pic x(1) value SPACE.
           05 ld-pres-acum   pic zzz,zzz,zz9.99.
           05 filler         pic x(1) value SPACE.
           05 ld-desv        pic -(4)9.99.
           05 filler         pic x(2) value "% ".
           05 ld-marca       pic x(18).
       01 ws-linea-resumen.
           05 filler         pic x(32)
               value "departamentos sobre presupuesto ".
           05 lr-marcados    pic zz9.
           05 filler         pic x(25)
               value "   nominas del ano leidas".
           05 lr-leidas      pic z9.
           05 filler         pic x(17)
               value "   no encontradas".
           05 lr-faltan      pic z9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "periodo del informe (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM carga-presupuestos
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "ERROR: no se encontro empleados.dat"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            MOVE 'N' TO ws-eof-sw
            PERFORM cuenta-empleado UNTIL ws-eof
            CLOSE empleados-file
            PERFORM acumula-nomina-mes
                VARYING ws-mes FROM 1 BY 1
                UNTIL ws-mes > wp-mm
            PERFORM ordena-deptos
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "presupuesto_real_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-periodo TO lt-periodo
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-depto
                VARYING ws-depto-idx FROM 1 BY 1
                UNTIL ws-depto-idx > ws-depto-count
            PERFORM graba-linea-total
            MOVE ws-marcados TO lr-marcados
            MOVE ws-nominas-leidas TO lr-leidas
            MOVE ws-nominas-faltan TO lr-faltan
            MOVE ws-linea-resumen TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "departamentos sobre presupuesto: " ws-marcados
                    ", informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       carga-presupuestos.
            OPEN INPUT presupuesto-file
            IF NOT fs-pt-ok
                DISPLAY "aviso: no se encontro "
                        "presupuesto_plantilla.dat, todos los "
                        "departamentos salen sin presupuesto"
            ELSE
                MOVE 'N' TO ws-eof-sw
                PERFORM carga-linea-presupuesto UNTIL ws-eof
                CLOSE presupuesto-file
            END-IF.

       carga-linea-presupuesto.
            READ presupuesto-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF pt-anio = wp-aaaa
                        MOVE pt-depto TO ws-depto-buscar
                        PERFORM localiza-depto
                        IF ws-encontrado
                            MOVE 'S' TO dt-presupuesto-sw(ws-depto-idx)
                            MOVE pt-plantilla
                                TO dt-plantilla-pres(ws-depto-idx)
                            MOVE pt-salario-anual
                                TO dt-salario-anual(ws-depto-idx)
                        END-IF
                    END-IF
            END-READ.

       localiza-depto.
      * deja ws-depto-idx en la entrada de ws-depto-buscar, dandola
      * de alta si no estaba; ws-encontrado a 'N' si la tabla esta
      * llena
            MOVE 'N' TO ws-encontrado-sw
            MOVE 1 TO ws-depto-idx
            PERFORM compara-depto
                UNTIL ws-encontrado OR ws-depto-idx > ws-depto-count
            IF NOT ws-encontrado
                IF ws-depto-count < 200
                    ADD 1 TO ws-depto-count
                    MOVE ws-depto-count TO ws-depto-idx
                    MOVE ws-depto-buscar TO dt-depto(ws-depto-idx)
                    MOVE 'N' TO dt-presupuesto-sw(ws-depto-idx)
                    MOVE 0 TO dt-plantilla-pres(ws-depto-idx)
                    MOVE 0 TO dt-salario-anual(ws-depto-idx)
                    MOVE 0 TO dt-plantilla-real(ws-depto-idx)
                    MOVE 0 TO dt-coste-mes(ws-depto-idx)
                    MOVE 0 TO dt-coste-acum(ws-depto-idx)
                    SET ws-encontrado TO TRUE
                ELSE
                    PERFORM avisa-tabla-llena
                END-IF
            END-IF.

       compara-depto.
            IF dt-depto(ws-depto-idx) = ws-depto-buscar
                SET ws-encontrado TO TRUE
            ELSE
                ADD 1 TO ws-depto-idx
            END-IF.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       cuenta-empleado.
      * la plantilla real es la de hoy en empleados.dat
            READ empleados-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF emp-activo
                        MOVE emp-depto TO ws-depto-buscar
                        PERFORM localiza-depto
                        IF ws-encontrado
                            ADD 1 TO dt-plantilla-real(ws-depto-idx)
                        END-IF
                    END-IF
            END-READ.

       acumula-nomina-mes.
            MOVE wp-aaaa TO pn-aaaa
            MOVE ws-mes TO pn-mm
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-periodo-nomina ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina
            OPEN INPUT nomina-file
            IF NOT fs-nomina-ok
                ADD 1 TO ws-nominas-faltan
                DISPLAY "aviso: no se encontro " ws-nombre-nomina
            ELSE
                ADD 1 TO ws-nominas-leidas
                MOVE 'N' TO ws-eof-sw
                PERFORM acumula-linea-nomina UNTIL ws-eof
                CLOSE nomina-file
            END-IF.

       acumula-linea-nomina.
            READ nomina-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE nomina-rec TO ws-detalle-nomina
      * una nomina anterior a las deducciones no trae bruto: lo
      * cobrado es nd-paga
                    IF nd-bruto = SPACES
                        MOVE nd-paga TO ws-coste-num
                    ELSE
                        MOVE nd-bruto TO ws-coste-num
                    END-IF
                    IF ws-coste-num > 0
                        MOVE nd-depto TO ws-depto-buscar
                        PERFORM localiza-depto
                        IF ws-encontrado
                            ADD ws-coste-num
                                TO dt-coste-acum(ws-depto-idx)
                            IF ws-mes = wp-mm
                                ADD ws-coste-num
                                    TO dt-coste-mes(ws-depto-idx)
                            END-IF
                        END-IF
                    END-IF
            END-READ.

       ordena-deptos.
            PERFORM ordena-pasada
                VARYING ws-depto-idx FROM 1 BY 1
                UNTIL ws-depto-idx >= ws-depto-count.

       ordena-pasada.
            COMPUTE ws-depto-limite = ws-depto-count - ws-depto-idx
            PERFORM compara-intercambia
                VARYING ws-depto-idx2 FROM 1 BY 1
                UNTIL ws-depto-idx2 > ws-depto-limite.

       compara-intercambia.
            IF dt-depto(ws-depto-idx2) > dt-depto(ws-depto-idx2 + 1)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-depto-entrada(ws-depto-idx2) TO ws-depto-temp
            MOVE ws-depto-entrada(ws-depto-idx2 + 1)
                TO ws-depto-entrada(ws-depto-idx2)
            MOVE ws-depto-temp
                TO ws-depto-entrada(ws-depto-idx2 + 1).

       graba-linea-depto.
      * el presupuesto del mes es la doceava parte del anual y el
      * acumulado, el anual prorrateado hasta el mes del informe
            COMPUTE ws-pres-mes ROUNDED =
                dt-salario-anual(ws-depto-idx) / 12
            COMPUTE ws-pres-acum ROUNDED =
                dt-salario-anual(ws-depto-idx) * wp-mm / 12
            IF dt-depto(ws-depto-idx) = SPACES
                MOVE "SIN-DEPTO" TO ld-depto
            ELSE
                MOVE dt-depto(ws-depto-idx) TO ld-depto
            END-IF
            MOVE dt-plantilla-pres(ws-depto-idx) TO ld-plant-pres
            MOVE dt-plantilla-real(ws-depto-idx) TO ld-plant-real
            COMPUTE ld-plant-dif = dt-plantilla-real(ws-depto-idx)
                - dt-plantilla-pres(ws-depto-idx)
            MOVE dt-coste-mes(ws-depto-idx) TO ld-coste-mes
            MOVE ws-pres-mes TO ld-pres-mes
            MOVE dt-coste-acum(ws-depto-idx) TO ld-coste-acum
            MOVE ws-pres-acum TO ld-pres-acum
            IF ws-pres-acum > 0
                COMPUTE ws-pct ROUNDED =
                    (dt-coste-acum(ws-depto-idx) - ws-pres-acum)
                    * 100 / ws-pres-acum
            ELSE
                MOVE 0 TO ws-pct
            END-IF
            MOVE ws-pct TO ld-desv
            MOVE 'N' TO ws-exceso-plantilla-sw
            MOVE 'N' TO ws-exceso-coste-sw
            IF dt-plantilla-real(ws-depto-idx)
                    > dt-plantilla-pres(ws-depto-idx)
                SET ws-exceso-plantilla TO TRUE
            END-IF
            IF dt-coste-acum(ws-depto-idx) > ws-pres-acum
                SET ws-exceso-coste TO TRUE
            END-IF
            MOVE SPACES TO ld-marca
            EVALUATE TRUE
                WHEN NOT dt-con-presupuesto(ws-depto-idx)
                    MOVE "SIN PRESUPUESTO" TO ld-marca
                WHEN ws-exceso-plantilla AND ws-exceso-coste
                    MOVE "EXCESO PLANT+COSTE" TO ld-marca
                WHEN ws-exceso-plantilla
                    MOVE "EXCESO PLANTILLA" TO ld-marca
                WHEN ws-exceso-coste
                    MOVE "EXCESO COSTE" TO ld-marca
            END-EVALUATE
            IF ld-marca NOT = SPACES
                ADD 1 TO ws-marcados
            END-IF
            ADD dt-plantilla-pres(ws-depto-idx)
                TO ws-tot-plantilla-pres
            ADD dt-plantilla-real(ws-depto-idx)
                TO ws-tot-plantilla-real
            ADD dt-coste-mes(ws-depto-idx) TO ws-tot-coste-mes
            ADD ws-pres-mes TO ws-tot-pres-mes
            ADD dt-coste-acum(ws-depto-idx) TO ws-tot-coste-acum
            ADD ws-pres-acum TO ws-tot-pres-acum
            MOVE ws-linea-depto TO informe-rec
            WRITE informe-rec.

       graba-linea-total.
            MOVE "TOTAL" TO ld-depto
            MOVE ws-tot-plantilla-pres TO ld-plant-pres
            MOVE ws-tot-plantilla-real TO ld-plant-real
            COMPUTE ld-plant-dif =
                ws-tot-plantilla-real - ws-tot-plantilla-pres
            MOVE ws-tot-coste-mes TO ld-coste-mes
            MOVE ws-tot-pres-mes TO ld-pres-mes
            MOVE ws-tot-coste-acum TO ld-coste-acum
            MOVE ws-tot-pres-acum TO ld-pres-acum
            IF ws-tot-pres-acum > 0
                COMPUTE ws-pct ROUNDED =
                    (ws-tot-coste-acum - ws-tot-pres-acum)
                    * 100 / ws-tot-pres-acum
            ELSE
                MOVE 0 TO ws-pct
            END-IF
            MOVE ws-pct TO ld-desv
            MOVE SPACES TO ld-marca
            MOVE ws-linea-depto TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_115.
