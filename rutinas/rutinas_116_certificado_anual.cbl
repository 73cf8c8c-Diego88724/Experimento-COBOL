      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: year-end earnings and withholding
      *     certificates. For the year keyed (AAAA) it reads the
      *     twelve nomina_AAAAMM.dat of the year (nomina_detalle.cpy,
      *     older layouts read as rutinas_96 does) and totals per
      *     employee the gross earned, the income-tax withholding,
      *     the social-security contribution, the reimbursed
      *     expenses and the net paid. Employees who left during
      *     the year are included with their leaving date. The
      *     certificates, one per employee in emp-dni order (or only
      *     the one of a DNI keyed), go to certificados_AAAA.log;
      *     a full run also writes the fixed-format annual summary
      *     resumen_anual_AAAA.dat (resumen_anual.cpy), one record
      *     per employee and a control record with the count and
      *     totals. Months without a nomina file are reported and
      *     skipped.
      *   - an employee that does not fit the 2000-entry table now stops
      *     the run with return code 8 before any certificate or summary
      *     is written, instead of being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_116.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT nomina-file ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT certificados-file
               ASSIGN DYNAMIC ws-nombre-certificados
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-certificados-status.
           SELECT resumen-file ASSIGN DYNAMIC ws-nombre-resumen
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-resumen-status.

       DATA DIVISION.
       FILE SECTION.
       FD  nomina-file.
       01  nomina-rec pic x(171).

       FD  empleados-file.
       COPY empleado.

       FD  certificados-file.
       01  certificados-rec pic x(80).

       FD  resumen-file.
       01  resumen-rec pic x(130).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nomina-status==
                              ==:FS-PREFIJO:== BY ==fs-nomina==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-certificados-status==
                     ==:FS-PREFIJO:== BY ==fs-certificados==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-resumen-status==
                              ==:FS-PREFIJO:== BY ==fs-resumen==.
       COPY nomina_detalle.
       COPY resumen_anual.
       01 ws-nombre-nomina pic x(40).
       01 ws-nombre-certificados pic x(40).
       01 ws-nombre-resumen pic x(40).
       01 ws-anio-entrada pic x(4).
       01 ws-anio redefines ws-anio-entrada pic 9(4).
       01 ws-dni-filtro pic x(9).
       01 ws-periodo-lectura pic 9(6).
       01 ws-periodo-lectura-partes redefines ws-periodo-lectura.
           05 pl-aaaa pic 9(4).
           05 pl-mm   pic 9(2).
       01 ws-mes-idx pic 9(2).
       01 ws-nominas-leidas pic 9(2) value 0.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-entrada-encontrada-sw pic x value 'N'.
           88 ws-entrada-encontrada value 'Y'.
       01 ws-empleados-abierto-sw pic x value 'N'.
           88 ws-empleados-abierto value 'Y'.
      * un empleado que no cabe en la tabla detiene el ejercicio: no
      * se entrega a Hacienda un resumen al que le falta gente
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
      * importes de la linea de nomina leida
       01 ws-bruto-num pic 9(7)v99.
       01 ws-irpf-num pic 9(7)v99.
       01 ws-ss-num pic 9(7)v99.
       01 ws-gastos-num pic 9(7)v99.
       01 ws-neto-num pic 9(7)v99.
      * un empleado por entrada, con el DNI y el emp-id al principio
      * para ordenar
       01 ws-cert-max pic 9(4) value 2000.
       01 ws-cert-count pic 9(4) value 0.
       01 ws-cert-idx pic 9(4).
       01 ws-cert-idx2 pic 9(4).
       01 ws-cert-limite pic 9(4).
       01 ws-cert-tabla.
           05 ws-cert-entrada occurs 2000 times.
               10 ce-dni         pic x(9).
               10 ce-emp-id      pic 9(6).
               10 ce-apellido    pic x(20).
               10 ce-nombre      pic x(15).
               10 ce-depto       pic x(4).
               10 ce-baja-sw     pic x(1).
                   88 ce-baja-en-anio value 'S'.
               10 ce-fecha-baja  pic 9(8).
               10 ce-meses       pic 9(2).
               10 ce-ultimo-mes  pic 9(2).
               10 ce-bruto       pic 9(9)v99.
               10 ce-irpf        pic 9(9)v99.
               10 ce-ss          pic 9(9)v99.
               10 ce-gastos      pic 9(9)v99.
               10 ce-neto        pic 9(9)v99.
       01 ws-cert-temp pic x(122).
       01 ws-impresos pic 9(4) value 0.
       01 ws-sin-dni pic 9(4) value 0.
       01 ws-tot-bruto pic 9(11)v99 value 0.
       01 ws-tot-irpf pic 9(11)v99 value 0.
       01 ws-tot-ss pic 9(11)v99 value 0.
       01 ws-tot-gastos pic 9(11)v99 value 0.
       01 ws-tot-neto pic 9(11)v99 value 0.
       01 ws-pct pic 9(3)v99.
       01 ws-linea-separador pic x(80) value all "=".
       01 ws-cabecera-cert.
           05 filler       pic x(38)
               value "CERTIFICADO DE RENDIMIENTOS DEL TRABAJ".
           05 filler       pic x(26)
               value "O Y RETENCIONES - EJERCICI".
           05 filler       pic x(2) value "O ".
           05 ch-anio      pic 9(4).
       01 ws-linea-perceptor.
           05 filler       pic x(5) value "DNI: ".
           05 ch-dni       pic x(9).
           05 filler       pic x(2) value SPACES.
           05 ch-apellido  pic x(20).
           05 filler       pic x(1) value SPACE.
           05 ch-nombre    pic x(15).
           05 filler       pic x(12) value "  EMPLEADO: ".
           05 ch-emp-id    pic 9(6).
       01 ws-linea-situacion.
           05 filler       pic x(7) value "DEPTO: ".
           05 ch-depto     pic x(4).
           05 filler       pic x(17) value "  MESES COBRADOS:".
           05 ch-meses     pic z9.
           05 filler       pic x(2) value SPACES.
           05 ch-baja      pic x(16).
           05 ch-fecha-baja pic x(8).
       01 ws-linea-concepto.
           05 cl-concepto  pic x(40).
           05 cl-importe   pic z(10)9.99.
       01 ws-linea-total.
           05 filler       pic x(26)
               value "TOTAL CERTIFICADOS       ".
           05 lt-impresos  pic zzz9.
           05 filler       pic x(15) value "   SIN DNI:    ".
           05 lt-sin-dni   pic zzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "ejercicio (AAAA): "
            ACCEPT ws-anio-entrada
            IF ws-anio-entrada NOT NUMERIC OR ws-anio < 1900
                DISPLAY "ERROR: ano no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            DISPLAY "DNI del empleado (en blanco, todos): "
            ACCEPT ws-dni-filtro
            INSPECT ws-dni-filtro CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

            PERFORM acumula-mes
                VARYING ws-mes-idx FROM 1 BY 1
                UNTIL ws-mes-idx > 12
            IF ws-nominas-leidas = 0
                DISPLAY "ERROR: no hay ninguna nomina del ano "
                        ws-anio
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            IF ws-tabla-llena
                DISPLAY "ERROR: los certificados del ano " ws-anio
                        " no se generan, revise los errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

      * el DNI y la baja salen del maestro; el empleado que ya no
      * esta en el se certifica con los datos de su ultima nomina
            OPEN INPUT empleados-file
            IF fs-emp-ok
                SET ws-empleados-abierto TO TRUE
            ELSE
                DISPLAY "aviso: no se encontro empleados.dat, los "
                        "certificados salen sin DNI"
            END-IF
            PERFORM completa-empleado
                VARYING ws-cert-idx FROM 1 BY 1
                UNTIL ws-cert-idx > ws-cert-count
            IF ws-empleados-abierto
                CLOSE empleados-file
            END-IF
            PERFORM ordena-cert

            MOVE SPACES TO ws-nombre-certificados
            STRING "certificados_" ws-anio ".log"
                DELIMITED BY SIZE INTO ws-nombre-certificados
            OPEN OUTPUT certificados-file
            PERFORM imprime-certificado
                VARYING ws-cert-idx FROM 1 BY 1
                UNTIL ws-cert-idx > ws-cert-count
            MOVE ws-impresos TO lt-impresos
            MOVE ws-sin-dni TO lt-sin-dni
            MOVE ws-linea-total TO certificados-rec
            WRITE certificados-rec
            CLOSE certificados-file
            DISPLAY ws-impresos " certificados en "
                    ws-nombre-certificados

      * el resumen para Hacienda es siempre del ano completo: con un
      * DNI pedido solo se reimprime su certificado
            IF ws-dni-filtro = SPACES
                PERFORM graba-resumen
            ELSE
                IF ws-impresos = 0
                    DISPLAY "aviso: ningun empleado con DNI "
                            ws-dni-filtro " cobro en " ws-anio
                END-IF
            END-IF.

       fin-programa.
            STOP RUN.

       acumula-mes.
            MOVE ws-anio TO pl-aaaa
            MOVE ws-mes-idx TO pl-mm
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-periodo-lectura ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina
            OPEN INPUT nomina-file
            IF fs-nomina-ok
                ADD 1 TO ws-nominas-leidas
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-linea-nomina UNTIL ws-eof
                CLOSE nomina-file
            ELSE
                DISPLAY "aviso: no se encontro " ws-nombre-nomina
            END-IF.

       lee-linea-nomina.
            READ nomina-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE nomina-rec TO ws-detalle-nomina
                    PERFORM desglosa-linea-nomina
                    PERFORM acumula-empleado
            END-READ.

       desglosa-linea-nomina.
      * una nomina anterior a las deducciones no trae bruto: lo
      * cobrado es nd-paga, sin retenciones ni gastos
            IF nd-bruto = SPACES
                MOVE nd-paga TO ws-bruto-num
                MOVE 0 TO ws-irpf-num
                MOVE 0 TO ws-ss-num
                MOVE 0 TO ws-gastos-num
                MOVE ws-bruto-num TO ws-neto-num
            ELSE
                MOVE nd-bruto TO ws-bruto-num
                MOVE nd-irpf TO ws-irpf-num
                MOVE nd-ss TO ws-ss-num
                MOVE nd-neto TO ws-neto-num
                IF nd-gastos = SPACES
                    MOVE 0 TO ws-gastos-num
                ELSE
                    MOVE nd-gastos TO ws-gastos-num
                END-IF
            END-IF.

       acumula-empleado.
            MOVE 'N' TO ws-entrada-encontrada-sw
            MOVE 1 TO ws-cert-idx
            PERFORM compara-empleado
                UNTIL ws-entrada-encontrada
                   OR ws-cert-idx > ws-cert-count
            IF NOT ws-entrada-encontrada
                IF ws-cert-count < ws-cert-max
                    ADD 1 TO ws-cert-count
                    MOVE ws-cert-count TO ws-cert-idx
                    PERFORM inicia-empleado
                ELSE
                    DISPLAY "ERROR: el empleado " nd-id
                            " no cabe en la tabla de " ws-cert-max
                            " empleados"
                    SET ws-tabla-llena TO TRUE
                END-IF
            END-IF
            IF ws-cert-idx <= ws-cert-count
      * los datos personales quedan los de la ultima nomina del ano
                MOVE nd-apellido TO ce-apellido(ws-cert-idx)
                MOVE nd-nombre TO ce-nombre(ws-cert-idx)
                MOVE nd-depto TO ce-depto(ws-cert-idx)
                IF ce-ultimo-mes(ws-cert-idx) NOT = ws-mes-idx
                    ADD 1 TO ce-meses(ws-cert-idx)
                    MOVE ws-mes-idx TO ce-ultimo-mes(ws-cert-idx)
                END-IF
                ADD ws-bruto-num TO ce-bruto(ws-cert-idx)
                ADD ws-irpf-num TO ce-irpf(ws-cert-idx)
                ADD ws-ss-num TO ce-ss(ws-cert-idx)
                ADD ws-gastos-num TO ce-gastos(ws-cert-idx)
                ADD ws-neto-num TO ce-neto(ws-cert-idx)
            END-IF.

       compara-empleado.
            IF ce-emp-id(ws-cert-idx) = nd-id
                SET ws-entrada-encontrada TO TRUE
            ELSE
                ADD 1 TO ws-cert-idx
            END-IF.

       inicia-empleado.
            MOVE SPACES TO ce-dni(ws-cert-idx)
            MOVE nd-id TO ce-emp-id(ws-cert-idx)
            MOVE 'N' TO ce-baja-sw(ws-cert-idx)
            MOVE 0 TO ce-fecha-baja(ws-cert-idx)
            MOVE 0 TO ce-meses(ws-cert-idx)
            MOVE 0 TO ce-ultimo-mes(ws-cert-idx)
            MOVE 0 TO ce-bruto(ws-cert-idx)
            MOVE 0 TO ce-irpf(ws-cert-idx)
            MOVE 0 TO ce-ss(ws-cert-idx)
            MOVE 0 TO ce-gastos(ws-cert-idx)
            MOVE 0 TO ce-neto(ws-cert-idx).

       completa-empleado.
            IF ws-empleados-abierto
                MOVE ce-emp-id(ws-cert-idx) TO emp-id
                READ empleados-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE emp-dni TO ce-dni(ws-cert-idx)
                        IF emp-inactivo
                                AND emp-fecha-baja(1:4) = ws-anio
                            MOVE 'S' TO ce-baja-sw(ws-cert-idx)
                            MOVE emp-fecha-baja
                                TO ce-fecha-baja(ws-cert-idx)
                        END-IF
                END-READ
            END-IF.

       ordena-cert.
            PERFORM ordena-pasada
                VARYING ws-cert-idx FROM 1 BY 1
                UNTIL ws-cert-idx >= ws-cert-count.

       ordena-pasada.
            COMPUTE ws-cert-limite = ws-cert-count - ws-cert-idx
            PERFORM compara-intercambia
                VARYING ws-cert-idx2 FROM 1 BY 1
                UNTIL ws-cert-idx2 > ws-cert-limite.

       compara-intercambia.
      * orden por DNI y, sin DNI, por empleado (los dos van seguidos
      * al principio de la entrada)
            IF ws-cert-entrada(ws-cert-idx2)(1:15)
                    > ws-cert-entrada(ws-cert-idx2 + 1)(1:15)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-cert-entrada(ws-cert-idx2) TO ws-cert-temp
            MOVE ws-cert-entrada(ws-cert-idx2 + 1)
                TO ws-cert-entrada(ws-cert-idx2)
            MOVE ws-cert-temp
                TO ws-cert-entrada(ws-cert-idx2 + 1).

       imprime-certificado.
            IF ws-dni-filtro = SPACES
                    OR ce-dni(ws-cert-idx) = ws-dni-filtro
                ADD 1 TO ws-impresos
                IF ce-dni(ws-cert-idx) = SPACES
                    ADD 1 TO ws-sin-dni
                END-IF
                MOVE ws-linea-separador TO certificados-rec
                WRITE certificados-rec
                MOVE ws-anio TO ch-anio
                MOVE ws-cabecera-cert TO certificados-rec
                WRITE certificados-rec
                IF ce-dni(ws-cert-idx) = SPACES
                    MOVE "SIN DNI" TO ch-dni
                ELSE
                    MOVE ce-dni(ws-cert-idx) TO ch-dni
                END-IF
                MOVE ce-apellido(ws-cert-idx) TO ch-apellido
                MOVE ce-nombre(ws-cert-idx) TO ch-nombre
                MOVE ce-emp-id(ws-cert-idx) TO ch-emp-id
                MOVE ws-linea-perceptor TO certificados-rec
                WRITE certificados-rec
                MOVE ce-depto(ws-cert-idx) TO ch-depto
                MOVE ce-meses(ws-cert-idx) TO ch-meses
                IF ce-baja-en-anio(ws-cert-idx)
                    MOVE "BAJA EL DIA:" TO ch-baja
                    MOVE ce-fecha-baja(ws-cert-idx) TO ch-fecha-baja
                ELSE
                    MOVE SPACES TO ch-baja
                    MOVE SPACES TO ch-fecha-baja
                END-IF
                MOVE ws-linea-situacion TO certificados-rec
                WRITE certificados-rec
                MOVE SPACES TO certificados-rec
                WRITE certificados-rec
                PERFORM imprime-conceptos
                MOVE SPACES TO certificados-rec
                WRITE certificados-rec
            END-IF.

       imprime-conceptos.
            MOVE "RENDIMIENTOS INTEGROS DEL TRABAJO" TO cl-concepto
            MOVE ce-bruto(ws-cert-idx) TO cl-importe
            MOVE ws-linea-concepto TO certificados-rec
            WRITE certificados-rec
            MOVE "RETENCIONES IRPF PRACTICADAS" TO cl-concepto
            MOVE ce-irpf(ws-cert-idx) TO cl-importe
            MOVE ws-linea-concepto TO certificados-rec
            WRITE certificados-rec
            IF ce-bruto(ws-cert-idx) > 0
                COMPUTE ws-pct ROUNDED =
                    ce-irpf(ws-cert-idx) * 100 / ce-bruto(ws-cert-idx)
            ELSE
                MOVE 0 TO ws-pct
            END-IF
            MOVE "  TIPO MEDIO DE RETENCION (%)" TO cl-concepto
            MOVE ws-pct TO cl-importe
            MOVE ws-linea-concepto TO certificados-rec
            WRITE certificados-rec
            MOVE "COTIZACIONES A LA SEGURIDAD SOCIAL" TO cl-concepto
            MOVE ce-ss(ws-cert-idx) TO cl-importe
            MOVE ws-linea-concepto TO certificados-rec
            WRITE certificados-rec
            MOVE "GASTOS REEMBOLSADOS (NO RENDIMIENTO)" TO cl-concepto
            MOVE ce-gastos(ws-cert-idx) TO cl-importe
            MOVE ws-linea-concepto TO certificados-rec
            WRITE certificados-rec
            MOVE "LIQUIDO TOTAL PERCIBIDO" TO cl-concepto
            MOVE ce-neto(ws-cert-idx) TO cl-importe
            MOVE ws-linea-concepto TO certificados-rec
            WRITE certificados-rec.

       graba-resumen.
            MOVE SPACES TO ws-nombre-resumen
            STRING "resumen_anual_" ws-anio ".dat"
                DELIMITED BY SIZE INTO ws-nombre-resumen
            OPEN OUTPUT resumen-file
            PERFORM graba-linea-resumen
                VARYING ws-cert-idx FROM 1 BY 1
                UNTIL ws-cert-idx > ws-cert-count
            MOVE SPACES TO ws-resumen-linea
            SET ra-control TO TRUE
            MOVE ws-anio TO ra-anio
            MOVE ws-cert-count TO ra-registros
            MOVE ws-tot-bruto TO ra-tot-bruto
            MOVE ws-tot-irpf TO ra-tot-irpf
            MOVE ws-tot-ss TO ra-tot-ss
            MOVE ws-tot-gastos TO ra-tot-gastos
            MOVE ws-tot-neto TO ra-tot-neto
            MOVE ws-resumen-linea TO resumen-rec
            WRITE resumen-rec
            CLOSE resumen-file
            DISPLAY ws-cert-count " empleados en el resumen "
                    ws-nombre-resumen.

       graba-linea-resumen.
            MOVE SPACES TO ws-resumen-linea
            SET ra-detalle TO TRUE
            MOVE ws-anio TO ra-anio
            MOVE ce-dni(ws-cert-idx) TO ra-dni
            MOVE ce-emp-id(ws-cert-idx) TO ra-emp-id
            MOVE ce-apellido(ws-cert-idx) TO ra-apellido
            MOVE ce-nombre(ws-cert-idx) TO ra-nombre
            MOVE ce-bruto(ws-cert-idx) TO ra-bruto
            MOVE ce-irpf(ws-cert-idx) TO ra-irpf
            MOVE ce-ss(ws-cert-idx) TO ra-ss
            MOVE ce-gastos(ws-cert-idx) TO ra-gastos
            MOVE ce-neto(ws-cert-idx) TO ra-neto
            MOVE ce-meses(ws-cert-idx) TO ra-meses
            MOVE ce-baja-sw(ws-cert-idx) TO ra-baja-sw
            MOVE ce-fecha-baja(ws-cert-idx) TO ra-fecha-baja
            MOVE ws-resumen-linea TO resumen-rec
            WRITE resumen-rec
            ADD ce-bruto(ws-cert-idx) TO ws-tot-bruto
            ADD ce-irpf(ws-cert-idx) TO ws-tot-irpf
            ADD ce-ss(ws-cert-idx) TO ws-tot-ss
            ADD ce-gastos(ws-cert-idx) TO ws-tot-gastos
            ADD ce-neto(ws-cert-idx) TO ws-tot-neto.

       END PROGRAM rutinas_116.
