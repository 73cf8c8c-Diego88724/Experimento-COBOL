      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: bank transfer file for the monthly nomina.
      *     For the period keyed (AAAAMM) the first run puts the
      *     nomina up for approval: a pending NOMINA request in
      *     aprobaciones.dat with the number of employees and the
      *     net total of nomina_AAAAMM.dat, approved by a second
      *     operator in rutinas_57. Once approved, the next run
      *     writes transferencias_nomina_AAAAMM.dat
      *     (fichero_transferencias.cpy): a header, one transfer
      *     per employee with a net to pay to the account held in
      *     cuentas_bancarias_empleado.dat, and a trailer with the
      *     record count and the total. An employee without a bank
      *     account is left out of the file and listed, with the
      *     amount, on transferencias_excepciones_AAAAMM.log and in
      *     excepciones.log, and the run ends with return code 4,
      *     so no payment is skipped silently. A
      *     period without nomina, still pending approval, or whose
      *     transfer file already exists is refused with return
      *     code 8.
      *   - reads the wider nomina line (171) that carries the salary
      *     review arrears; they are part of the net transferred.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_98.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT nomina-file ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-nomina-status.
           SELECT cuentas-file
               ASSIGN TO "cuentas_bancarias_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bc-emp-id
               FILE STATUS IS ws-bc-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS apr-id
               FILE STATUS IS ws-aprobaciones-status.
           SELECT aprobaciones-contador-file
               ASSIGN TO "aprobaciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-apr-ctr-status.
           SELECT transferencias-file
               ASSIGN DYNAMIC ws-nombre-transferencias
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-transferencias-status.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.
           SELECT excepcion-file ASSIGN TO "excepciones.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-excepcion-status.

       DATA DIVISION.
       FILE SECTION.
       FD  nomina-file.
       01  nomina-rec pic x(171).

       FD  cuentas-file.
       COPY cuenta_bancaria_empleado.

       FD  aprobaciones-file.
       COPY aprobacion.

       FD  aprobaciones-contador-file.
       01  aprobaciones-contador-rec pic 9(6).

       FD  transferencias-file.
       01  transferencias-rec pic x(80).

       FD  informe-file.
       01  informe-rec pic x(80).

       FD  excepcion-file.
       01  excepcion-rec pic x(89).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-nomina-status==
                              ==:FS-PREFIJO:== BY ==fs-nomina==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-bc-status==
                              ==:FS-PREFIJO:== BY ==fs-bc==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-aprobaciones-status==
                     ==:FS-PREFIJO:== BY ==fs-aprobaciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-apr-ctr-status==
                              ==:FS-PREFIJO:== BY ==fs-apr-ctr==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-transferencias-status==
                     ==:FS-PREFIJO:== BY ==fs-transferencias==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-excepcion-status==
                              ==:FS-PREFIJO:== BY ==fs-excepcion==.
       COPY nomina_detalle.
       COPY fichero_transferencias.
       COPY excepcion.
       01 ws-exc-campo pic x(15).
       01 ws-exc-valor pic x(20).
       01 ws-operador-id pic x(10).
       01 ws-nombre-nomina pic x(40).
       01 ws-nombre-transferencias pic x(40).
       01 ws-nombre-informe pic x(50).
       01 ws-periodo-entrada pic x(6).
       01 ws-periodo redefines ws-periodo-entrada pic 9(6).
       01 ws-periodo-partes redefines ws-periodo-entrada.
           05 wp-aaaa pic 9(4).
           05 wp-mm   pic 9(2).
       01 ws-fecha-hoy pic 9(8).
       01 ws-eof-sw pic x value 'N'.
           88 ws-eof value 'Y'.
       01 ws-cuentas-abierto-sw pic x value 'N'.
           88 ws-cuentas-abierto value 'Y'.
       01 ws-cuenta-valida-sw pic x value 'N'.
           88 ws-cuenta-valida value 'Y'.
      * ultima solicitud NOMINA del periodo en aprobaciones.dat
       01 ws-solicitud-id pic 9(6) value 0.
       01 ws-solicitud-estado pic x(1) value SPACE.
           88 ws-sin-solicitud        value SPACE.
           88 ws-solicitud-pendiente  value 'P'.
           88 ws-solicitud-aprobada   value 'A'.
           88 ws-solicitud-rechazada  value 'R'.
       01 ws-solicitud-aprueba pic x(10).
       01 ws-siguiente-apr-id pic 9(6) value 0.
       01 ws-neto-num pic 9(7)v99.
       01 ws-empleados pic 9(5) value 0.
       01 ws-total-neto pic 9(9)v99 value 0.
       01 ws-transferidos pic 9(6) value 0.
       01 ws-total-transferido pic 9(9)v99 value 0.
       01 ws-excluidos pic 9(5) value 0.
       01 ws-total-excluido pic 9(9)v99 value 0.
       01 ws-total-edit pic z(8)9.99.
       01 ws-cabecera-informe.
           05 filler pic x(37) value
               "EMPLEADOS SIN CUENTA BANCARIA - NOMIN".
           05 filler pic x(2) value "A ".
           05 ci-periodo pic 9(6).
       01 ws-titulos-informe.
           05 filler pic x(44) value
               "EMP-ID APELLIDO             NOMBRE".
           05 filler pic x(10) value "      NETO".
       01 ws-linea-informe.
           05 li-emp-id   pic 9(6).
           05 filler      pic x(1) value space.
           05 li-apellido pic x(20).
           05 filler      pic x(1) value space.
           05 li-nombre   pic x(15).
           05 filler      pic x(1) value space.
           05 li-neto     pic z(6)9.99.
       01 ws-linea-total.
           05 filler pic x(24) value "EMPLEADOS SIN TRANSFERIR".
           05 filler pic x(2) value ": ".
           05 lt-excluidos pic zzzz9.
           05 filler pic x(10) value "  IMPORTE:".
           05 lt-total pic z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "identificador de operador: "
            ACCEPT ws-operador-id
            IF ws-operador-id = SPACES
                DISPLAY "ERROR: hace falta el operador"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            DISPLAY "periodo de nomina a transferir (AAAAMM): "
            ACCEPT ws-periodo-entrada
            IF ws-periodo-entrada NOT NUMERIC
                    OR wp-mm = 0 OR wp-mm > 12
                DISPLAY "ERROR: periodo no valido"
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            MOVE SPACES TO ws-nombre-nomina
            STRING "nomina_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-nomina
            MOVE SPACES TO ws-nombre-transferencias
            STRING "transferencias_nomina_" ws-periodo ".dat"
                DELIMITED BY SIZE INTO ws-nombre-transferencias
            MOVE SPACES TO ws-nombre-informe
            STRING "transferencias_excepciones_" ws-periodo ".log"
                DELIMITED BY SIZE INTO ws-nombre-informe

      * idempotencia: una nomina se transfiere una sola vez
            OPEN INPUT transferencias-file
            IF fs-transferencias-ok
                CLOSE transferencias-file
                DISPLAY "ERROR: las transferencias del periodo "
                        ws-periodo " ya se generaron ("
                        ws-nombre-transferencias "), no se repiten"
                MOVE "transferencias" TO ws-exc-campo
                MOVE "periodo ya generado" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            OPEN INPUT nomina-file
            IF NOT fs-nomina-ok
                DISPLAY "ERROR: no se encontro " ws-nombre-nomina
                        ", la nomina del periodo no se ha generado"
                MOVE "transferencias" TO ws-exc-campo
                MOVE "periodo sin nomina" TO ws-exc-valor
                PERFORM graba-excepcion
                MOVE 8 TO RETURN-CODE
                GO TO fin-programa
            END-IF
            CLOSE nomina-file

            PERFORM busca-solicitud-nomina
            EVALUATE TRUE
                WHEN ws-solicitud-pendiente
                    DISPLAY "ERROR: la solicitud " ws-solicitud-id
                            " de la nomina " ws-periodo " sigue "
                            "pendiente de aprobacion"
                    MOVE 8 TO RETURN-CODE
                WHEN ws-solicitud-aprobada
                    PERFORM genera-transferencias
                WHEN OTHER
      * sin solicitud, o con la anterior rechazada, se pide una nueva
                    PERFORM suma-nomina
                    IF ws-empleados = 0
                        DISPLAY "aviso: la nomina del periodo no tiene "
                                "netos que transferir"
                    ELSE
                        PERFORM graba-solicitud-aprobacion
                        MOVE ws-total-neto TO ws-total-edit
                        DISPLAY "nomina " ws-periodo ": "
                                ws-empleados " empleados, neto "
                                ws-total-edit
                        DISPLAY "pendiente de aprobacion, solicitud "
                                apr-id "; una vez aprobada, volver "
                                "a lanzar para generar el fichero"
                    END-IF
            END-EVALUATE.

       fin-programa.
            STOP RUN.

       busca-solicitud-nomina.
      * vale la ultima solicitud NOMINA del periodo
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT aprobaciones-file
            IF fs-aprobaciones-ok
                MOVE LOW-VALUES TO apr-id
                START aprobaciones-file KEY IS NOT LESS THAN apr-id
                    INVALID KEY
                        SET ws-eof TO TRUE
                END-START
                PERFORM lee-aprobacion UNTIL ws-eof
                CLOSE aprobaciones-file
            END-IF
            MOVE 'N' TO ws-eof-sw.

       lee-aprobacion.
            READ aprobaciones-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF apr-tipo = "NOMINA"
                            AND apr-detalle1(1:6) = ws-periodo-entrada
                        MOVE apr-id TO ws-solicitud-id
                        MOVE apr-estado-sw TO ws-solicitud-estado
                        MOVE apr-aprueba TO ws-solicitud-aprueba
                    END-IF
            END-READ.

       desglosa-linea-nomina.
      * una nomina anterior a las deducciones no trae neto: se
      * transfiere lo cobrado, nd-paga
            MOVE nomina-rec TO ws-detalle-nomina
            IF nd-bruto = SPACES
                MOVE nd-paga TO ws-neto-num
            ELSE
                MOVE nd-neto TO ws-neto-num
            END-IF.

       suma-nomina.
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT nomina-file
            PERFORM suma-linea-nomina UNTIL ws-eof
            CLOSE nomina-file.

       suma-linea-nomina.
            READ nomina-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    PERFORM desglosa-linea-nomina
                    IF ws-neto-num > 0
                        ADD 1 TO ws-empleados
                        ADD ws-neto-num TO ws-total-neto
                    END-IF
            END-READ.

       graba-solicitud-aprobacion.
      * la transferencia no se hace sin el visto bueno de un segundo
      * operador en rutinas_57
            PERFORM siguiente-apr-id
            MOVE ws-siguiente-apr-id TO apr-id
            MOVE "NOMINA" TO apr-tipo
            MOVE ws-operador-id TO apr-solicita
            ACCEPT apr-fecha-sol FROM DATE YYYYMMDD
            ACCEPT apr-hora-sol FROM TIME
            MOVE ws-periodo-entrada TO apr-detalle1
            MOVE SPACES TO apr-detalle2
            STRING ws-empleados " empleados"
                DELIMITED BY SIZE INTO apr-detalle2
            MOVE ws-total-neto TO ws-total-edit
            MOVE ws-total-edit TO apr-detalle3
            SET apr-pendiente TO TRUE
            MOVE SPACES TO apr-aprueba
            MOVE 0 TO apr-fecha-apr
            MOVE SPACES TO apr-nota
            OPEN I-O aprobaciones-file
            IF fs-aprobaciones-fichero-no-existe
                OPEN OUTPUT aprobaciones-file
                CLOSE aprobaciones-file
                OPEN I-O aprobaciones-file
            END-IF
            WRITE aprobacion-rec
                INVALID KEY
                    CONTINUE
            END-WRITE
            CLOSE aprobaciones-file.

       siguiente-apr-id.
            OPEN INPUT aprobaciones-contador-file
            IF fs-apr-ctr-ok
                READ aprobaciones-contador-file
                    NOT AT END
                        MOVE aprobaciones-contador-rec
                            TO ws-siguiente-apr-id
                END-READ
                CLOSE aprobaciones-contador-file
            ELSE
                MOVE 0 TO ws-siguiente-apr-id
            END-IF
            ADD 1 TO ws-siguiente-apr-id
            OPEN OUTPUT aprobaciones-contador-file
            MOVE ws-siguiente-apr-id TO aprobaciones-contador-rec
            WRITE aprobaciones-contador-rec
            CLOSE aprobaciones-contador-file.

       genera-transferencias.
            OPEN INPUT cuentas-file
            IF fs-bc-ok
                SET ws-cuentas-abierto TO TRUE
            ELSE
                DISPLAY "aviso: no se encontro cuentas_bancarias_"
                        "empleado.dat, ningun empleado tiene cuenta"
            END-IF
            OPEN OUTPUT transferencias-file
            OPEN OUTPUT informe-file
            MOVE ws-periodo TO ci-periodo
            MOVE ws-cabecera-informe TO informe-rec
            WRITE informe-rec
            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-titulos-informe TO informe-rec
            WRITE informe-rec

            MOVE SPACES TO ws-transferencia-linea
            SET tf-cabecera TO TRUE
            MOVE ws-periodo TO tf-periodo
            MOVE ws-fecha-hoy TO tf-fecha
            MOVE ws-solicitud-aprueba TO tf-aprueba
            MOVE ws-transferencia-linea TO transferencias-rec
            WRITE transferencias-rec

            MOVE 'N' TO ws-eof-sw
            OPEN INPUT nomina-file
            PERFORM transfiere-linea-nomina UNTIL ws-eof
            CLOSE nomina-file

            MOVE SPACES TO ws-transferencia-linea
            SET tf-cola TO TRUE
            MOVE ws-transferidos TO tf-registros
            MOVE ws-total-transferido TO tf-total
            MOVE ws-transferencia-linea TO transferencias-rec
            WRITE transferencias-rec
            CLOSE transferencias-file

            MOVE SPACES TO informe-rec
            WRITE informe-rec
            MOVE ws-excluidos TO lt-excluidos
            MOVE ws-total-excluido TO lt-total
            MOVE ws-linea-total TO informe-rec
            WRITE informe-rec
            CLOSE informe-file
            IF ws-cuentas-abierto
                CLOSE cuentas-file
            END-IF

            MOVE ws-total-transferido TO ws-total-edit
            DISPLAY "nomina " ws-periodo ": " ws-transferidos
                    " transferencias por " ws-total-edit " en "
                    ws-nombre-transferencias
            IF ws-excluidos > 0
                MOVE ws-total-excluido TO ws-total-edit
                DISPLAY "ATENCION: " ws-excluidos " empleados sin "
                        "cuenta bancaria por " ws-total-edit
                        ", ver " ws-nombre-informe
                MOVE 4 TO RETURN-CODE
            END-IF.

       transfiere-linea-nomina.
            READ nomina-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    PERFORM desglosa-linea-nomina
                    IF ws-neto-num > 0
                        PERFORM transfiere-empleado
                    END-IF
            END-READ.

       transfiere-empleado.
            MOVE 'N' TO ws-cuenta-valida-sw
            IF ws-cuentas-abierto
                MOVE nd-id TO bc-emp-id
                READ cuentas-file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF bc-iban NOT = SPACES
                            SET ws-cuenta-valida TO TRUE
                        END-IF
                END-READ
            END-IF
            IF ws-cuenta-valida
                MOVE SPACES TO ws-transferencia-linea
                SET tf-detalle TO TRUE
                MOVE nd-id TO tf-emp-id
                MOVE nd-apellido TO tf-nombre
                MOVE bc-iban TO tf-iban
                MOVE SPACES TO tf-concepto
                STRING "NOMINA " ws-periodo
                    DELIMITED BY SIZE INTO tf-concepto
                MOVE ws-neto-num TO tf-importe
                MOVE ws-transferencia-linea TO transferencias-rec
                WRITE transferencias-rec
                ADD 1 TO ws-transferidos
                ADD ws-neto-num TO ws-total-transferido
            ELSE
                MOVE nd-id TO li-emp-id
                MOVE nd-apellido TO li-apellido
                MOVE nd-nombre TO li-nombre
                MOVE ws-neto-num TO li-neto
                MOVE ws-linea-informe TO informe-rec
                WRITE informe-rec
                ADD 1 TO ws-excluidos
                ADD ws-neto-num TO ws-total-excluido
                MOVE "sin cuenta banco" TO ws-exc-campo
                MOVE nd-id TO ws-exc-valor
                PERFORM graba-excepcion
            END-IF.

       graba-excepcion.
            ACCEPT exc-fecha FROM DATE YYYYMMDD
            ACCEPT exc-hora FROM TIME
            MOVE ws-operador-id TO exc-operador
            MOVE "rutinas_98" TO exc-programa
            MOVE ws-exc-campo TO exc-campo
            MOVE ws-exc-valor TO exc-valor

            OPEN EXTEND excepcion-file
            IF fs-excepcion-fichero-no-existe
                OPEN OUTPUT excepcion-file
            END-IF
            MOVE ws-excepcion-linea TO excepcion-rec
            WRITE excepcion-rec
            CLOSE excepcion-file.

       END PROGRAM rutinas_98.
