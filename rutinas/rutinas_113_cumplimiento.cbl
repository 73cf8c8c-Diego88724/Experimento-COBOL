      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: qualifications compliance report for HR.
      *     Every training certificate and work permit of an active
      *     employee in cualificaciones.dat (rutinas_111) is listed
      *     grouped by department (sorted by department, employee
      *     and type) with its expiry date, the days left and its
      *     status: VIGENTE, CADUCA PRONTO (60 days or fewer, the
      *     window of the nightly alerts of rutinas_112) or
      *     CADUCADO. Each department closes with its count per
      *     status and the trailer gives the totals. Written to
      *     cumplimiento_AAAAMMDD.log.
      *   - an entry that does not fit the work tables now stops the
      *     report with return code 8 before it is written, instead of
      *     being left out with a warning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_113.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cualificaciones-file
               ASSIGN TO "cualificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cq-clave
               FILE STATUS IS ws-cq-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cualificaciones-file.
       COPY cualificacion.

       FD  empleados-file.
       COPY empleado.

       FD  informe-file.
       01  informe-rec pic x(100).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cq-status==
                              ==:FS-PREFIJO:== BY ==fs-cq==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       01 ws-cq-eof-sw pic x value 'N'.
           88 ws-cq-eof value 'Y'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-nombre-informe pic x(40).
       01 ws-fecha-calculo pic 9(8).
       01 ws-fecha-calculo-partes redefines ws-fecha-calculo.
           05 fc-aaaa pic 9(4).
           05 fc-mm   pic 9(2).
           05 fc-dd   pic 9(2).
       01 ws-dias-fecha pic 9(7).
       01 ws-dias-hoy pic 9(7).
       01 ws-cualif-tabla.
           05 ws-cualif-entrada occurs 2000 times.
               10 ci-depto       pic x(4).
               10 ci-emp-id      pic 9(6).
               10 ci-tipo        pic x(10).
               10 ci-apellido    pic x(20).
               10 ci-referencia  pic x(20).
               10 ci-caducidad   pic 9(8).
               10 ci-dias        pic s9(7).
       01 ws-cualif-temp pic x(75).
       01 ws-cualif-count pic 9(4) value 0.
       01 ws-tabla-llena-sw pic x value 'N'.
           88 ws-tabla-llena value 'Y'.
       01 ws-cualif-idx pic 9(4).
       01 ws-cualif-idx2 pic 9(4).
       01 ws-cualif-limite pic 9(4).
       01 ws-depto-actual pic x(4).
       01 ws-primer-grupo-sw pic x value 'Y'.
           88 ws-primer-grupo value 'Y'.
       01 ws-sub-vigentes pic 9(4) value 0.
       01 ws-sub-pronto pic 9(4) value 0.
       01 ws-sub-caducados pic 9(4) value 0.
       01 ws-tot-vigentes pic 9(5) value 0.
       01 ws-tot-pronto pic 9(5) value 0.
       01 ws-tot-caducados pic 9(5) value 0.
       01 ws-titulo-linea.
           05 filler      pic x(35)
               value "CUMPLIMIENTO DE CUALIFICACIONES A ".
           05 lt-fecha    pic 9(8).
       01 ws-cabecera-linea.
           05 filler pic x(30) value "EMPLEADO APELLIDO".
           05 filler pic x(11) value "TIPO".
           05 filler pic x(21) value "REFERENCIA".
           05 filler pic x(9)  value "CADUCIDAD".
           05 filler pic x(9)  value "   DIAS".
           05 filler pic x(6)  value "ESTADO".
       01 ws-linea-depto.
           05 filler      pic x(14) value "DEPARTAMENTO: ".
           05 ld-depto    pic x(9).
       01 ws-linea-cualif.
           05 le-emp-id      pic 9(6).
           05 filler         pic x(3) value SPACES.
           05 le-apellido    pic x(20).
           05 filler         pic x(1) value SPACE.
           05 le-tipo        pic x(10).
           05 filler         pic x(1) value SPACE.
           05 le-referencia  pic x(20).
           05 filler         pic x(1) value SPACE.
           05 le-caducidad   pic 9(8).
           05 filler         pic x(1) value SPACE.
           05 le-dias        pic -(6)9.
           05 filler         pic x(2) value SPACES.
           05 le-estado      pic x(13).
       01 ws-linea-subtotal.
           05 filler         pic x(21)
               value "  subtotal: vigentes ".
           05 lu-vigentes    pic zzz9.
           05 filler         pic x(16)
               value "  caducan pronto".
           05 lu-pronto      pic zzz9.
           05 filler         pic x(12)
               value "  caducados ".
           05 lu-caducados   pic zzz9.
       01 ws-linea-total.
           05 filler         pic x(20)
               value "TOTAL     vigentes  ".
           05 lx-vigentes    pic zzzz9.
           05 filler         pic x(16)
               value "  caducan pronto".
           05 lx-pronto      pic zzzz9.
           05 filler         pic x(12)
               value "  caducados ".
           05 lx-caducados   pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy TO ws-fecha-calculo
            PERFORM calcula-dias-fecha
            MOVE ws-dias-fecha TO ws-dias-hoy
            OPEN INPUT cualificaciones-file
            IF NOT fs-cq-ok
                DISPLAY "aviso: no se encontro cualificaciones.dat, "
                        "no hay cualificaciones registradas"
                GO TO fin-programa
            END-IF
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "ERROR: no se encontro empleados.dat"
                CLOSE cualificaciones-file
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            PERFORM lee-cualificacion UNTIL ws-cq-eof
            CLOSE cualificaciones-file
            CLOSE empleados-file
            PERFORM ordena-cualif
            IF ws-tabla-llena
                DISPLAY "ERROR: el informe no se genera, revise los "
                        "errores anteriores"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            MOVE SPACES TO ws-nombre-informe
            STRING "cumplimiento_" ws-fecha-hoy ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe
            OPEN OUTPUT informe-file
            MOVE ws-fecha-hoy TO lt-fecha
            MOVE ws-titulo-linea TO informe-rec
            WRITE informe-rec
            MOVE ws-cabecera-linea TO informe-rec
            WRITE informe-rec
            PERFORM graba-linea-cualif
                VARYING ws-cualif-idx FROM 1 BY 1
                UNTIL ws-cualif-idx > ws-cualif-count
            IF ws-cualif-count > 0
                PERFORM graba-subtotal-depto
            END-IF
            MOVE ws-tot-vigentes TO lx-vigentes
            MOVE ws-tot-pronto TO lx-pronto
            MOVE ws-tot-caducados TO lx-caducados
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            DISPLAY "cualificaciones: " ws-cualif-count
                    " caducadas: " ws-tot-caducados
                    ", informe en " ws-nombre-informe.

       fin-programa.
            STOP RUN.

       lee-cualificacion.
            READ cualificaciones-file NEXT RECORD
                AT END
                    SET ws-cq-eof TO TRUE
                NOT AT END
                    MOVE cq-emp-id TO emp-id
                    READ empleados-file
                        INVALID KEY
                            MOVE 'N' TO emp-activo-sw
                    END-READ
                    IF emp-activo
                        PERFORM carga-cualif
                    END-IF
            END-READ.

       carga-cualif.
            IF ws-cualif-count >= 2000
                PERFORM avisa-tabla-llena
            ELSE
                ADD 1 TO ws-cualif-count
                MOVE emp-depto TO ci-depto(ws-cualif-count)
                MOVE cq-emp-id TO ci-emp-id(ws-cualif-count)
                MOVE cq-tipo TO ci-tipo(ws-cualif-count)
                MOVE emp-apellido TO ci-apellido(ws-cualif-count)
                MOVE cq-referencia TO ci-referencia(ws-cualif-count)
                MOVE cq-fecha-caducidad
                    TO ci-caducidad(ws-cualif-count)
                MOVE cq-fecha-caducidad TO ws-fecha-calculo
                PERFORM calcula-dias-fecha
                COMPUTE ci-dias(ws-cualif-count) =
                    ws-dias-fecha - ws-dias-hoy
            END-IF.

       calcula-dias-fecha.
      * dias sobre calendario comercial (ano de 360, mes de 30), el
      * mismo que usa el chequeo nocturno de rutinas_112
            COMPUTE ws-dias-fecha =
                fc-aaaa * 360 + fc-mm * 30 + fc-dd.

       avisa-tabla-llena.
            IF NOT ws-tabla-llena
                DISPLAY "ERROR: tabla de trabajo llena, no caben todas "
                        "las entradas del informe"
                SET ws-tabla-llena TO TRUE
            END-IF.

       ordena-cualif.
            PERFORM ordena-pasada
                VARYING ws-cualif-idx FROM 1 BY 1
                UNTIL ws-cualif-idx >= ws-cualif-count.

       ordena-pasada.
            COMPUTE ws-cualif-limite = ws-cualif-count - ws-cualif-idx
            PERFORM compara-intercambia
                VARYING ws-cualif-idx2 FROM 1 BY 1
                UNTIL ws-cualif-idx2 > ws-cualif-limite.

       compara-intercambia.
      * orden por departamento, empleado y tipo (los tres van
      * seguidos al principio de la entrada)
            IF ws-cualif-entrada(ws-cualif-idx2)(1:20)
                    > ws-cualif-entrada(ws-cualif-idx2 + 1)(1:20)
                PERFORM intercambia-entradas
            END-IF.

       intercambia-entradas.
            MOVE ws-cualif-entrada(ws-cualif-idx2) TO ws-cualif-temp
            MOVE ws-cualif-entrada(ws-cualif-idx2 + 1)
                TO ws-cualif-entrada(ws-cualif-idx2)
            MOVE ws-cualif-temp
                TO ws-cualif-entrada(ws-cualif-idx2 + 1).

       graba-linea-cualif.
            IF ws-primer-grupo
                    OR ci-depto(ws-cualif-idx) NOT = ws-depto-actual
                IF NOT ws-primer-grupo
                    PERFORM graba-subtotal-depto
                END-IF
                MOVE 'N' TO ws-primer-grupo-sw
                MOVE ci-depto(ws-cualif-idx) TO ws-depto-actual
                MOVE 0 TO ws-sub-vigentes
                MOVE 0 TO ws-sub-pronto
                MOVE 0 TO ws-sub-caducados
                IF ws-depto-actual = SPACES
                    MOVE "SIN-DEPTO" TO ld-depto
                ELSE
                    MOVE ws-depto-actual TO ld-depto
                END-IF
                MOVE ws-linea-depto TO informe-rec
                WRITE informe-rec
            END-IF
            MOVE ci-emp-id(ws-cualif-idx) TO le-emp-id
            MOVE ci-apellido(ws-cualif-idx) TO le-apellido
            MOVE ci-tipo(ws-cualif-idx) TO le-tipo
            MOVE ci-referencia(ws-cualif-idx) TO le-referencia
            MOVE ci-caducidad(ws-cualif-idx) TO le-caducidad
            MOVE ci-dias(ws-cualif-idx) TO le-dias
            EVALUATE TRUE
                WHEN ci-dias(ws-cualif-idx) < 0
                    MOVE "CADUCADO" TO le-estado
                    ADD 1 TO ws-sub-caducados
                    ADD 1 TO ws-tot-caducados
                WHEN ci-dias(ws-cualif-idx) <= 60
                    MOVE "CADUCA PRONTO" TO le-estado
                    ADD 1 TO ws-sub-pronto
                    ADD 1 TO ws-tot-pronto
                WHEN OTHER
                    MOVE "VIGENTE" TO le-estado
                    ADD 1 TO ws-sub-vigentes
                    ADD 1 TO ws-tot-vigentes
            END-EVALUATE
            MOVE ws-linea-cualif TO informe-rec
            WRITE informe-rec.

       graba-subtotal-depto.
            MOVE ws-sub-vigentes TO lu-vigentes
            MOVE ws-sub-pronto TO lu-pronto
            MOVE ws-sub-caducados TO lu-caducados
            MOVE ws-linea-subtotal TO informe-rec
            WRITE informe-rec.

       END PROGRAM rutinas_113.
