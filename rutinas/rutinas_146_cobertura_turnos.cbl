      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: shift coverage report for the coming week,
      *     from the roster in turnos.dat (turno.cpy, maintained with
      *     rutinas_145). For the seven days from a given date (blank
      *     = tomorrow) it counts the active operators rostered on
      *     each day's manana, tarde and noche shifts and marks every
      *     manana or tarde shift of a business day that nobody
      *     covers as SIN CUBRIR, to cobertura_turnos.log. Business
      *     days follow the rutinas_72 rule (Monday to Friday,
      *     corrected by calendario.dat); a holiday needs no cover
      *     and suspends the roster, as at sign-on. The night shift
      *     is shown but never required, the nightly chain runs
      *     unattended. Operators suspended or dropped in
      *     operadores_maestro.dat do not count. Return code 4 when
      *     any shift is left uncovered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_146.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT turnos-file ASSIGN TO "turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tu-id
               FILE STATUS IS ws-turnos-status.
           SELECT operador-maestro-file
               ASSIGN TO "operadores_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS om-id
               FILE STATUS IS ws-om-status.
           SELECT calendario-file ASSIGN TO "calendario.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-calendario-status.
           SELECT informe-file ASSIGN TO "cobertura_turnos.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.

       DATA DIVISION.
       FILE SECTION.
       FD  turnos-file.
       COPY turno.

       FD  operador-maestro-file.
       COPY operador_maestro.

       FD  calendario-file.
       01  calendario-rec pic x(29).

       FD  informe-file.
       01  informe-rec pic x(80).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-turnos-status==
                              ==:FS-PREFIJO:== BY ==fs-turnos==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-om-status==
                              ==:FS-PREFIJO:== BY ==fs-om==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-calendario-status==
                     ==:FS-PREFIJO:== BY ==fs-calendario==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY calendario.

       01 ws-fecha-entrada     pic x(8).
       01 ws-fecha-desde       pic 9(8).
       01 ws-retcode           pic 9(2) value 0.
       01 ws-eof-sw            pic x(1) value 'N'.
           88 ws-eof value 'S'.
       01 ws-maestro-sw        pic x(1) value 'N'.
           88 ws-hay-maestro value 'S'.
       01 ws-operador-activo-sw pic x(1) value 'S'.
           88 ws-operador-activo value 'S'.
       01 ws-operadores        pic 9(5) value 0.
       01 ws-sin-cubrir        pic 9(3) value 0.

      * los siete dias del informe, el primero ws-fecha-desde
       01 ws-dias-informe      pic 9(1) value 7.
       01 ws-tabla-dias.
           05 ws-dia OCCURS 7 TIMES.
               10 wd-fecha      pic 9(8).
               10 wd-dia-semana pic 9(1).
               10 wd-habil-sw   pic x(1).
                   88 wd-habil value 'S'.
               10 wd-festivo-sw pic x(1).
                   88 wd-festivo value 'S'.
               10 wd-manana     pic 9(3).
               10 wd-tarde      pic 9(3).
               10 wd-noche      pic 9(3).
       01 ws-i                 pic 9(1).

       01 ws-fecha-calc        pic 9(8).
       01 ws-fecha-calc-partes redefines ws-fecha-calc.
           05 fc-aaaa pic 9(4).
           05 fc-mm   pic 9(2).
           05 fc-dd   pic 9(2).
       01 ws-dia-semana-calc   pic 9(1).

       01 ws-dias-meses-valores pic x(24)
           value "312831303130313130313031".
       01 ws-dias-meses redefines ws-dias-meses-valores.
           05 ws-dias-mes occurs 12 times pic 9(2).
       01 ws-ultimo-dia        pic 9(2).
       01 ws-resto-bisiesto    pic 9(3).
       01 ws-cociente-bisiesto pic 9(4).

       01 ws-fecha-zeller pic 9(8).
       01 ws-fecha-zeller-partes redefines ws-fecha-zeller.
           05 fz-aaaa pic 9(4).
           05 fz-mm   pic 9(2).
           05 fz-dd   pic 9(2).
       01 ws-zeller-anio pic 9(4).
       01 ws-zeller-mes  pic 9(2).
       01 ws-zeller-k pic 9(2).
       01 ws-zeller-j pic 9(2).
       01 ws-zeller-t pic 9(4).
       01 ws-zeller-suma pic 9(5).
       01 ws-zeller-coc pic 9(5).
       01 ws-zeller-h pic 9(1).

       01 ws-nombres-dia-valores pic x(21)
           value "lunmarmiejueviesabdom".
       01 ws-nombres-dia redefines ws-nombres-dia-valores.
           05 ws-nombre-dia occurs 7 times pic x(3).

       01 ws-linea-titulo.
           05 filler pic x(33)
               value "COBERTURA DE TURNOS, 7 DIAS DESDE".
           05 filler pic x(1) value SPACE.
           05 lt-fecha pic 9(8).
       01 ws-linea-cabecera pic x(80)
           value "FECHA    DIA HABIL    MANANA TARDE NOCHE".
       01 ws-linea-dia.
           05 ld-fecha       pic 9(8).
           05 filler         pic x(1) value SPACE.
           05 ld-nombre-dia  pic x(3).
           05 filler         pic x(1) value SPACE.
           05 ld-habil       pic x(8).
           05 filler         pic x(1) value SPACE.
           05 ld-manana      pic zz9.
           05 filler         pic x(3) value SPACE.
           05 ld-tarde       pic zz9.
           05 filler         pic x(3) value SPACE.
           05 ld-noche       pic zz9.
           05 filler         pic x(2) value SPACE.
           05 ld-aviso       pic x(30).
       01 ws-linea-resumen.
           05 filler pic x(30) value "operadores con turnos: ".
           05 lr-operadores pic zzzz9.
           05 filler pic x(24) value "   turnos sin cubrir: ".
           05 lr-sin-cubrir pic zz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "primer dia del informe (AAAAMMDD, blanco = "
                    "manana): "
            ACCEPT ws-fecha-entrada
            IF ws-fecha-entrada = SPACES OR ws-fecha-entrada = "0"
                ACCEPT ws-fecha-calc FROM DATE YYYYMMDD
                PERFORM suma-un-dia
                MOVE ws-fecha-calc TO ws-fecha-desde
            ELSE
                MOVE ws-fecha-entrada TO ws-fecha-desde
            END-IF

            OPEN INPUT turnos-file
            IF NOT fs-turnos-ok
                DISPLAY "aviso: no se encontro turnos.dat, no hay "
                        "cuadrante del que sacar la cobertura"
                GO TO fin-programa
            END-IF
            PERFORM prepara-dias
            OPEN INPUT operador-maestro-file
            IF fs-om-ok
                SET ws-hay-maestro TO TRUE
            END-IF
            MOVE 'N' TO ws-eof-sw
            PERFORM lee-turno UNTIL ws-eof
            IF ws-hay-maestro
                CLOSE operador-maestro-file
            END-IF
            CLOSE turnos-file

            OPEN OUTPUT informe-file
            MOVE ws-fecha-desde TO lt-fecha
            MOVE ws-linea-titulo TO informe-rec
            WRITE informe-rec
            MOVE ws-linea-cabecera TO informe-rec
            WRITE informe-rec
            PERFORM graba-dia
                VARYING ws-i FROM 1 BY 1
                UNTIL ws-i > ws-dias-informe
            MOVE ws-operadores TO lr-operadores
            MOVE ws-sin-cubrir TO lr-sin-cubrir
            MOVE ws-linea-resumen TO informe-rec
            WRITE informe-rec
            CLOSE informe-file

            DISPLAY "turnos sin cubrir en la semana: " ws-sin-cubrir
            IF ws-sin-cubrir > 0
                MOVE 4 TO ws-retcode
            END-IF.

       fin-programa.
            MOVE ws-retcode TO RETURN-CODE
            STOP RUN.

       prepara-dias.
      * el dia de la semana del primero sale de Zeller; los demas
      * rotandolo, como en la ventana de rutinas_141
            MOVE ws-fecha-desde TO ws-fecha-calc
            MOVE ws-fecha-calc TO ws-fecha-zeller
            PERFORM calcula-dia-semana
      * h de Zeller: 0 = sabado, 1 = domingo, 2 = lunes ...
            IF ws-zeller-h < 2
                COMPUTE ws-dia-semana-calc = ws-zeller-h + 6
            ELSE
                COMPUTE ws-dia-semana-calc = ws-zeller-h - 1
            END-IF
            PERFORM llena-dia
                VARYING ws-i FROM 1 BY 1
                UNTIL ws-i > ws-dias-informe
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT calendario-file
            IF fs-calendario-ok
                PERFORM lee-calendario UNTIL ws-eof
                CLOSE calendario-file
            END-IF.

       llena-dia.
            MOVE ws-fecha-calc TO wd-fecha(ws-i)
            MOVE ws-dia-semana-calc TO wd-dia-semana(ws-i)
            IF ws-dia-semana-calc > 5
                MOVE 'N' TO wd-habil-sw(ws-i)
            ELSE
                SET wd-habil(ws-i) TO TRUE
            END-IF
            MOVE 'N' TO wd-festivo-sw(ws-i)
            MOVE 0 TO wd-manana(ws-i)
            MOVE 0 TO wd-tarde(ws-i)
            MOVE 0 TO wd-noche(ws-i)
            PERFORM suma-un-dia
            IF ws-dia-semana-calc = 7
                MOVE 1 TO ws-dia-semana-calc
            ELSE
                ADD 1 TO ws-dia-semana-calc
            END-IF.

       lee-calendario.
            READ calendario-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE calendario-rec TO ws-calendario-linea
                    IF ca-fecha >= wd-fecha(1)
                       AND ca-fecha <= wd-fecha(ws-dias-informe)
                        PERFORM aplica-calendario
                            VARYING ws-i FROM 1 BY 1
                            UNTIL ws-i > ws-dias-informe
                    END-IF
            END-READ.

       aplica-calendario.
            IF wd-fecha(ws-i) = ca-fecha
                IF ca-festivo
                    MOVE 'N' TO wd-habil-sw(ws-i)
                    SET wd-festivo(ws-i) TO TRUE
                END-IF
                IF ca-laborable
                    SET wd-habil(ws-i) TO TRUE
                END-IF
            END-IF.

       lee-turno.
            READ turnos-file NEXT RECORD
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    PERFORM verifica-operador-activo
                    IF ws-operador-activo
                        ADD 1 TO ws-operadores
                        PERFORM cuenta-turno-dia
                            VARYING ws-i FROM 1 BY 1
                            UNTIL ws-i > ws-dias-informe
                    END-IF
            END-READ.

       verifica-operador-activo.
      * sin operadores_maestro.dat cuenta todo el cuadrante
            SET ws-operador-activo TO TRUE
            IF ws-hay-maestro
                MOVE tu-id TO om-id
                READ operador-maestro-file
                    INVALID KEY
                        MOVE 'N' TO ws-operador-activo-sw
                    NOT INVALID KEY
                        IF om-inactivo
                            MOVE 'N' TO ws-operador-activo-sw
                        END-IF
                END-READ
            END-IF.

       cuenta-turno-dia.
      * un festivo deja a todos libres, como en la firma
            IF NOT wd-festivo(ws-i)
                EVALUATE TRUE
                    WHEN tu-manana(wd-dia-semana(ws-i))
                        ADD 1 TO wd-manana(ws-i)
                    WHEN tu-tarde(wd-dia-semana(ws-i))
                        ADD 1 TO wd-tarde(ws-i)
                    WHEN tu-dia-completo(wd-dia-semana(ws-i))
                        ADD 1 TO wd-manana(ws-i)
                        ADD 1 TO wd-tarde(ws-i)
                    WHEN tu-noche(wd-dia-semana(ws-i))
                        ADD 1 TO wd-noche(ws-i)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

       graba-dia.
            MOVE wd-fecha(ws-i) TO ld-fecha
            MOVE ws-nombre-dia(wd-dia-semana(ws-i)) TO ld-nombre-dia
            EVALUATE TRUE
                WHEN wd-festivo(ws-i)
                    MOVE "festivo" TO ld-habil
                WHEN wd-habil(ws-i)
                    MOVE "habil" TO ld-habil
                WHEN OTHER
                    MOVE "no habil" TO ld-habil
            END-EVALUATE
            MOVE wd-manana(ws-i) TO ld-manana
            MOVE wd-tarde(ws-i) TO ld-tarde
            MOVE wd-noche(ws-i) TO ld-noche
            MOVE SPACES TO ld-aviso
            IF wd-habil(ws-i)
                EVALUATE TRUE
                    WHEN wd-manana(ws-i) = 0 AND wd-tarde(ws-i) = 0
                        MOVE "SIN CUBRIR: MANANA Y TARDE" TO ld-aviso
                        ADD 2 TO ws-sin-cubrir
                    WHEN wd-manana(ws-i) = 0
                        MOVE "SIN CUBRIR: MANANA" TO ld-aviso
                        ADD 1 TO ws-sin-cubrir
                    WHEN wd-tarde(ws-i) = 0
                        MOVE "SIN CUBRIR: TARDE" TO ld-aviso
                        ADD 1 TO ws-sin-cubrir
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            MOVE ws-linea-dia TO informe-rec
            WRITE informe-rec.

       suma-un-dia.
            PERFORM calcula-ultimo-dia
            IF fc-dd < ws-ultimo-dia
                ADD 1 TO fc-dd
            ELSE
                MOVE 1 TO fc-dd
                IF fc-mm = 12
                    MOVE 1 TO fc-mm
                    ADD 1 TO fc-aaaa
                ELSE
                    ADD 1 TO fc-mm
                END-IF
            END-IF.

       calcula-ultimo-dia.
      * numero de dias del mes, con febrero de 29 en los bisiestos
            MOVE ws-dias-mes(fc-mm) TO ws-ultimo-dia
            IF fc-mm = 2
                DIVIDE fc-aaaa BY 4 GIVING ws-cociente-bisiesto
                    REMAINDER ws-resto-bisiesto
                IF ws-resto-bisiesto = 0
                    MOVE 29 TO ws-ultimo-dia
                    DIVIDE fc-aaaa BY 100 GIVING ws-cociente-bisiesto
                        REMAINDER ws-resto-bisiesto
                    IF ws-resto-bisiesto = 0
                        DIVIDE fc-aaaa BY 400
                            GIVING ws-cociente-bisiesto
                            REMAINDER ws-resto-bisiesto
                        IF ws-resto-bisiesto NOT = 0
                            MOVE 28 TO ws-ultimo-dia
                        END-IF
                    END-IF
                END-IF
            END-IF.

       calcula-dia-semana.
      * congruencia de Zeller, la misma de rutinas_29 y rutinas_100
      * (h = 0 sabado, 1 domingo, 2 lunes...)
            MOVE fz-aaaa TO ws-zeller-anio
            MOVE fz-mm TO ws-zeller-mes
            IF ws-zeller-mes <= 2
                ADD 12 TO ws-zeller-mes
                SUBTRACT 1 FROM ws-zeller-anio
            END-IF
            COMPUTE ws-zeller-j = ws-zeller-anio / 100
            COMPUTE ws-zeller-k = ws-zeller-anio
                - ws-zeller-j * 100
            COMPUTE ws-zeller-t = 13 * (ws-zeller-mes + 1) / 5
            COMPUTE ws-zeller-suma = fz-dd + ws-zeller-t
                + ws-zeller-k + 5 * ws-zeller-j
            COMPUTE ws-zeller-coc = ws-zeller-k / 4
            ADD ws-zeller-coc TO ws-zeller-suma
            COMPUTE ws-zeller-coc = ws-zeller-j / 4
            ADD ws-zeller-coc TO ws-zeller-suma
            COMPUTE ws-zeller-coc = ws-zeller-suma / 7
            COMPUTE ws-zeller-h = ws-zeller-suma
                - ws-zeller-coc * 7.

       END PROGRAM rutinas_146.
