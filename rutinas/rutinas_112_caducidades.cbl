      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: nightly expiry check of the training
      *     certificates and work permits in cualificaciones.dat.
      *     For each qualification of an active employee it pushes
      *     an aviso ('A') into the alertas.dat queue when 60 days
      *     or fewer remain and a critical alert ('C') at 30 days or
      *     fewer (or once expired), each only once per issue; the
      *     sent flags are kept in the record and re-armed when the
      *     qualification is renewed in rutinas_111.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_112.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cualificaciones-file
               ASSIGN TO "cualificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cq-clave
               FILE STATUS IS ws-cq-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT alertas-file ASSIGN TO "alertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS al-id
               FILE STATUS IS ws-alertas-status.
           SELECT alertas-contador-file
               ASSIGN TO "alertas_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-alertas-contador-status.

       DATA DIVISION.
       FILE SECTION.
       FD  cualificaciones-file.
       COPY cualificacion.

       FD  empleados-file.
       COPY empleado.

       FD  alertas-file.
       COPY alerta.

       FD  alertas-contador-file.
       01  alertas-contador-rec pic 9(6).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cq-status==
                              ==:FS-PREFIJO:== BY ==fs-cq==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-alertas-status==
                              ==:FS-PREFIJO:== BY ==fs-alertas==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-alertas-contador-status==
                     ==:FS-PREFIJO:== BY ==fs-alertas-ctr==.
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-fecha-hoy pic 9(8).
       01 ws-fecha-calculo pic 9(8).
       01 ws-fecha-calculo-partes redefines ws-fecha-calculo.
           05 fc-aaaa pic 9(4).
           05 fc-mm   pic 9(2).
           05 fc-dd   pic 9(2).
       01 ws-dias-fecha pic 9(7).
       01 ws-dias-hoy pic 9(7).
       01 ws-dias-restan pic s9(7).
       01 ws-marcar-sw pic x.
           88 ws-marcar value 'Y'.
       01 ws-leidas pic 9(6) value 0.
       01 ws-avisos-60 pic 9(6) value 0.
       01 ws-avisos-30 pic 9(6) value 0.
       01 ws-siguiente-alerta-id pic 9(6) value 0.
       01 ws-alerta-severidad pic x(1).
       01 ws-alerta-texto pic x(40).
       01 ws-texto-caducidad.
           05 tc-emp-id     pic 9(6).
           05 filler        pic x value space.
           05 tc-tipo       pic x(10).
           05 filler        pic x(9) value " caduca  ".
           05 tc-fecha      pic 9(8).
           05 filler        pic x(6) value spaces.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE ws-fecha-hoy TO ws-fecha-calculo
            PERFORM calcula-dias-fecha
            MOVE ws-dias-fecha TO ws-dias-hoy

            OPEN I-O cualificaciones-file
            IF NOT fs-cq-ok
                DISPLAY "rutinas_112: sin cualificaciones registradas"
                GO TO fin-programa
            END-IF
            OPEN INPUT empleados-file
            IF NOT fs-emp-ok
                DISPLAY "ERROR: no se encontro empleados.dat"
                CLOSE cualificaciones-file
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF

            PERFORM revisa-cualificacion UNTIL ws-eof

            CLOSE empleados-file
            CLOSE cualificaciones-file
            DISPLAY "rutinas_112: cualificaciones revisadas: "
                    ws-leidas
            DISPLAY "rutinas_112: avisos a 60 dias: " ws-avisos-60
                    "  a 30 dias: " ws-avisos-30.

       fin-programa.
            STOP RUN.

       revisa-cualificacion.
            READ cualificaciones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-leidas
                    PERFORM comprueba-caducidad
            END-READ.

       comprueba-caducidad.
      * solo cuentan los empleados en activo; al de baja no se le
      * avisa aunque conserve sus cualificaciones
            MOVE cq-emp-id TO emp-id
            READ empleados-file
                INVALID KEY
                    MOVE 'N' TO emp-activo-sw
            END-READ
            IF emp-activo
                PERFORM avisa-caducidad
            END-IF.

       avisa-caducidad.
            MOVE cq-fecha-caducidad TO ws-fecha-calculo
            PERFORM calcula-dias-fecha
            COMPUTE ws-dias-restan = ws-dias-fecha - ws-dias-hoy
            MOVE 'N' TO ws-marcar-sw
            MOVE cq-emp-id TO tc-emp-id
            MOVE cq-tipo TO tc-tipo
            MOVE cq-fecha-caducidad TO tc-fecha
            MOVE ws-texto-caducidad TO ws-alerta-texto
            IF ws-dias-restan <= 30
                IF NOT cq-avisado-30
                    MOVE "C" TO ws-alerta-severidad
                    PERFORM graba-alerta-cola
                    ADD 1 TO ws-avisos-30
                    SET cq-avisado-30 TO TRUE
                    SET cq-avisado-60 TO TRUE
                    SET ws-marcar TO TRUE
                END-IF
            ELSE
                IF ws-dias-restan <= 60 AND NOT cq-avisado-60
                    MOVE "A" TO ws-alerta-severidad
                    PERFORM graba-alerta-cola
                    ADD 1 TO ws-avisos-60
                    SET cq-avisado-60 TO TRUE
                    SET ws-marcar TO TRUE
                END-IF
            END-IF
            IF ws-marcar
                REWRITE cualificacion-rec
                    INVALID KEY
                        DISPLAY "ERROR: no se pudo marcar el aviso de "
                                cq-emp-id " " cq-tipo
                END-REWRITE
            END-IF.

       calcula-dias-fecha.
      * dias sobre calendario comercial (ano de 360, mes de 30)
            COMPUTE ws-dias-fecha =
                fc-aaaa * 360 + fc-mm * 30 + fc-dd.

       graba-alerta-cola.
      * la misma cola unica de alertas que alimentan rutinas_14,
      * rutinas_24, rutinas_28, rutinas_30 y rutinas_67
            PERFORM siguiente-alerta-id
            MOVE ws-siguiente-alerta-id TO al-id
            ACCEPT al-fecha FROM DATE YYYYMMDD
            ACCEPT al-hora FROM TIME
            MOVE "rutinas_112" TO al-origen
            MOVE ws-alerta-severidad TO al-severidad
            MOVE ws-alerta-texto TO al-texto
            SET al-pendiente TO TRUE
            MOVE SPACES TO al-op-reconoce
            MOVE 0 TO al-fecha-reconoce
            MOVE SPACES TO al-nota
            OPEN I-O alertas-file
            IF fs-alertas-fichero-no-existe
                OPEN OUTPUT alertas-file
                CLOSE alertas-file
                OPEN I-O alertas-file
            END-IF
            WRITE alerta-rec
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE alertas-file.

       siguiente-alerta-id.
            OPEN INPUT alertas-contador-file
            IF fs-alertas-ctr-ok
                READ alertas-contador-file
                    NOT AT END
                        MOVE alertas-contador-rec
                            TO ws-siguiente-alerta-id
                END-READ
                CLOSE alertas-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-alerta-id
            END-IF
            ADD 1 TO ws-siguiente-alerta-id
            OPEN OUTPUT alertas-contador-file
            MOVE ws-siguiente-alerta-id TO alertas-contador-rec
            WRITE alertas-contador-rec
            CLOSE alertas-contador-file.

       END PROGRAM rutinas_112.
