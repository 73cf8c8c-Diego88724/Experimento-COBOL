      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: report spool. Each run of a report used to
      *     overwrite the previous one under the same name, and the
      *     printouts went to whoever picked them up. Option A files a
      *     report: it is copied to spool_<name>_AAAAMMDD_<run>.log,
      *     registered in spool_indice.dat (spool_indice.cpy: report
      *     name - the file name without its extension or trailing
      *     date, so feeds_ausentes_AAAAMMDD.log is feeds_ausentes -
      *     run number, date and time, pages of 60 lines as in
      *     rutinas_52, and lines), and one copy per recipient listed
      *     for it in distribucion_informes.dat
      *     (distribucion_informe.cpy) is queued in
      *     cola_impresion_AAAAMMDD.log, each starting with a banner
      *     page naming the role and the person it goes to. Option R
      *     reprints a report by name and date from the spool (the
      *     last run of that day) into reimpresion_<name>_AAAAMMDD.log,
      *     for every recipient or only for the role asked, with the
      *     banner marked as a reprint. RETURN-CODE 4 when the report
      *     to file does not exist, 8 when it cannot be filed or the
      *     report asked for is not in the spool.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_142.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT informe-file ASSIGN DYNAMIC ws-nombre-informe
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-informe-status.
           SELECT spool-file ASSIGN DYNAMIC ws-nombre-spool
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-spool-status.
           SELECT indice-file ASSIGN TO "spool_indice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-indice-status.
           SELECT distribucion-file
               ASSIGN TO "distribucion_informes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-distribucion-status.
           SELECT cola-file ASSIGN DYNAMIC ws-nombre-cola
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-cola-status.
           SELECT ejecuciones-file
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.

       DATA DIVISION.
       FILE SECTION.
       FD  informe-file.
       01  informe-rec pic x(200).

       FD  spool-file.
       01  spool-rec pic x(200).

       FD  indice-file.
       01  indice-rec pic x(128).

       FD  distribucion-file.
       01  distribucion-rec pic x(77).

       FD  cola-file.
       01  cola-rec pic x(200).

       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-informe-status==
                              ==:FS-PREFIJO:== BY ==fs-informe==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-spool-status==
                              ==:FS-PREFIJO:== BY ==fs-spool==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-indice-status==
                              ==:FS-PREFIJO:== BY ==fs-indice==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-distribucion-status==
                     ==:FS-PREFIJO:== BY ==fs-distribucion==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cola-status==
                              ==:FS-PREFIJO:== BY ==fs-cola==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       COPY spool_indice.
       COPY distribucion_informe.

       01 ws-opcion            pic x(1).
       01 ws-nombre-informe    pic x(60).
       01 ws-nombre-spool      pic x(60).
       01 ws-nombre-cola       pic x(60).
       01 ws-informe           pic x(60).
       01 ws-base              pic x(40).
       01 ws-largo-base        pic 9(2).
       01 ws-pos               pic 9(2).
       01 ws-fecha-hoy         pic 9(8).
       01 ws-hora-actual       pic 9(8).
       01 ws-run-actual        pic 9(5) value 0.
       01 ws-fecha-pedida      pic x(8).
       01 ws-rol-pedido        pic x(15).
       01 ws-retcode           pic 9(2) value 0.
       01 ws-eof-sw            pic x(1) value 'N'.
           88 ws-eof value 'S'.
       01 ws-fin-spool-sw      pic x(1) value 'N'.
           88 ws-fin-spool value 'S'.
       01 ws-encontrado-sw     pic x(1) value 'N'.
           88 ws-encontrado value 'S'.
       01 ws-reimpresion-sw    pic x(1) value 'N'.
           88 ws-reimpresion value 'S'.

      * contadores del informe que se archiva o se reimprime
       01 ws-lineas            pic 9(7) value 0.
       01 ws-paginas           pic 9(4) value 0.
       01 ws-lineas-por-pagina pic 9(2) value 60.
       01 ws-lineas-en-pagina  pic 9(2) value 0.
       01 ws-copias            pic 9(3) value 0.

      * entrada del indice que se reimprime (la ultima del dia)
       01 ws-spool-elegido     pic x(128).

       01 ws-linea-asteriscos  pic x(60) value ALL "*".
       01 ws-fin-pagina-linea pic x(60)
           value "---------------------- fin de pagina -------------".
       01 ws-linea-vacia.
           05 filler pic x(1) value "*".
       01 ws-banner-informe.
           05 filler pic x(18) value "*  INFORME      : ".
           05 bn-informe pic x(30).
       01 ws-banner-ejecucion.
           05 filler pic x(18) value "*  EJECUCION    : ".
           05 bn-run pic 9(5).
           05 filler pic x(6) value "  DEL ".
           05 bn-fecha pic 9(8).
           05 filler pic x(7) value " A LAS ".
           05 bn-hora pic 9(6).
       01 ws-banner-paginas.
           05 filler pic x(18) value "*  PAGINAS      : ".
           05 bn-paginas pic zzz9.
           05 filler pic x(10) value "   LINEAS ".
           05 bn-lineas pic z(6)9.
       01 ws-banner-destinatario.
           05 filler pic x(18) value "*  DESTINATARIO : ".
           05 bn-destinatario pic x(30).
       01 ws-banner-rol.
           05 filler pic x(18) value "*  ROL          : ".
           05 bn-rol pic x(15).
       01 ws-banner-copia.
           05 filler pic x(18) value "*  COPIA        : ".
           05 bn-copia pic x(16).
           05 bn-fecha-copia pic x(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "A) archivar un informe en el spool"
            DISPLAY "R) reimprimir un informe por nombre y fecha"
            DISPLAY "elige una opcion: "
            ACCEPT ws-opcion
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            ACCEPT ws-hora-actual FROM TIME
            EVALUATE ws-opcion
                WHEN "A"
                WHEN "a"
                    PERFORM archiva-informe
                WHEN "R"
                WHEN "r"
                    PERFORM reimprime-informe
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE ws-retcode TO RETURN-CODE
            STOP RUN.

       archiva-informe.
            DISPLAY "informe a archivar (fichero): "
            ACCEPT ws-informe
            IF ws-informe NOT = SPACES
                PERFORM archiva-copia
            END-IF.

       archiva-copia.
            PERFORM lee-numero-ejecucion
            PERFORM calcula-base
            MOVE ws-informe TO ws-nombre-informe
            OPEN INPUT informe-file
            IF NOT fs-informe-ok
                DISPLAY "aviso: no existe el informe " ws-informe
                MOVE 4 TO ws-retcode
            END-IF
            IF ws-retcode = 0
                MOVE SPACES TO ws-nombre-spool
                STRING "spool_" DELIMITED BY SIZE
                       ws-base DELIMITED BY SPACE
                       "_" DELIMITED BY SIZE
                       ws-fecha-hoy DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       ws-run-actual DELIMITED BY SIZE
                       ".log" DELIMITED BY SIZE
                    INTO ws-nombre-spool
                END-STRING
                OPEN OUTPUT spool-file
                IF NOT fs-spool-ok
                    DISPLAY "ERROR: no se puede crear " ws-nombre-spool
                    CLOSE informe-file
                    MOVE 8 TO ws-retcode
                END-IF
            END-IF
            IF ws-retcode = 0
                MOVE 0 TO ws-lineas
                MOVE 'N' TO ws-eof-sw
                PERFORM copia-a-spool UNTIL ws-eof
                CLOSE informe-file
                CLOSE spool-file
                PERFORM calcula-paginas
      * la entrada del indice se graba cuando la copia ya esta hecha
                MOVE ws-base TO si-informe
                MOVE ws-run-actual TO si-run
                MOVE ws-fecha-hoy TO si-fecha
                MOVE ws-hora-actual TO si-hora
                MOVE ws-paginas TO si-paginas
                MOVE ws-lineas TO si-lineas
                MOVE ws-nombre-spool TO si-fichero
                OPEN EXTEND indice-file
                IF fs-indice-fichero-no-existe
                    OPEN OUTPUT indice-file
                END-IF
                IF NOT fs-indice-ok
                    DISPLAY "ERROR: no se puede anotar en "
                            "spool_indice.dat"
                    MOVE 8 TO ws-retcode
                END-IF
            END-IF
            IF ws-retcode = 0
                MOVE ws-spool-linea TO indice-rec
                WRITE indice-rec
                CLOSE indice-file
                DISPLAY "informe archivado: " ws-nombre-spool
                DISPLAY "  paginas: " ws-paginas
                        "  lineas: " ws-lineas
      * una copia para cada destinatario, a la cola de impresion
                MOVE SPACES TO ws-nombre-cola
                STRING "cola_impresion_" DELIMITED BY SIZE
                       ws-fecha-hoy DELIMITED BY SIZE
                       ".log" DELIMITED BY SIZE
                    INTO ws-nombre-cola
                END-STRING
                OPEN EXTEND cola-file
                IF fs-cola-fichero-no-existe
                    OPEN OUTPUT cola-file
                END-IF
                IF NOT fs-cola-ok
                    DISPLAY "ERROR: no se puede abrir " ws-nombre-cola
                    MOVE 8 TO ws-retcode
                END-IF
            END-IF
            IF ws-retcode = 0
                MOVE 'N' TO ws-reimpresion-sw
                MOVE SPACES TO ws-rol-pedido
                PERFORM distribuye
                CLOSE cola-file
                IF ws-copias = 0
                    DISPLAY "aviso: sin destinatarios en "
                            "distribucion_informes.dat: " ws-base
                ELSE
                    DISPLAY "  copias a la cola de impresion: "
                            ws-copias
                END-IF
            END-IF.

       copia-a-spool.
            READ informe-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE informe-rec TO spool-rec
                    WRITE spool-rec
                    ADD 1 TO ws-lineas
            END-READ.

       calcula-paginas.
      * paginas de 60 lineas, como el paquete semanal (rutinas_52);
      * un informe vacio ocupa igualmente una pagina
            COMPUTE ws-paginas =
                (ws-lineas + ws-lineas-por-pagina - 1)
                / ws-lineas-por-pagina
            IF ws-paginas = 0
                MOVE 1 TO ws-paginas
            END-IF.

       calcula-base.
      * el nombre del informe es el del fichero sin la extension ni
      * la fecha o el periodo del final (feeds_ausentes_AAAAMMDD.log
      * es feeds_ausentes), que es como lo conoce la distribucion
            MOVE SPACES TO ws-base
            UNSTRING ws-informe DELIMITED BY ".log" OR ".dat" OR SPACE
                INTO ws-base
            END-UNSTRING
            MOVE 0 TO ws-largo-base
            INSPECT ws-base TALLYING ws-largo-base
                FOR CHARACTERS BEFORE INITIAL SPACE
      * ws-pos queda a cero si no habia fecha que quitar
            MOVE 0 TO ws-pos
            IF ws-largo-base > 9
                COMPUTE ws-pos = ws-largo-base - 8
                IF ws-base(ws-pos:1) = "_"
                   AND ws-base(ws-pos + 1:8) IS NUMERIC
                    MOVE SPACES TO ws-base(ws-pos:9)
                ELSE
                    MOVE 0 TO ws-pos
                END-IF
            END-IF
            IF ws-pos = 0 AND ws-largo-base > 7
                COMPUTE ws-pos = ws-largo-base - 6
                IF ws-base(ws-pos:1) = "_"
                   AND ws-base(ws-pos + 1:6) IS NUMERIC
                    MOVE SPACES TO ws-base(ws-pos:7)
                END-IF
            END-IF.

       reimprime-informe.
            DISPLAY "informe a reimprimir: "
            ACCEPT ws-informe
            DISPLAY "fecha de la ejecucion (AAAAMMDD): "
            ACCEPT ws-fecha-pedida
            DISPLAY "rol destinatario (en blanco, todos): "
            ACCEPT ws-rol-pedido
            IF ws-informe = SPACES OR ws-fecha-pedida IS NOT NUMERIC
                DISPLAY "ERROR: informe o fecha no validos"
                MOVE 8 TO ws-retcode
            END-IF
            IF ws-retcode = 0
                PERFORM calcula-base
      * la ultima ejecucion de ese dia es la que vale
                MOVE 'N' TO ws-encontrado-sw
                MOVE 'N' TO ws-eof-sw
                OPEN INPUT indice-file
                IF fs-indice-ok
                    PERFORM busca-en-indice UNTIL ws-eof
                    CLOSE indice-file
                END-IF
                IF NOT ws-encontrado
                    DISPLAY "ERROR: no esta en el spool, del "
                            ws-fecha-pedida ": " ws-base
                    MOVE 8 TO ws-retcode
                END-IF
            END-IF
            IF ws-retcode = 0
                MOVE ws-spool-elegido TO ws-spool-linea
                MOVE si-lineas TO ws-lineas
                MOVE si-paginas TO ws-paginas
                MOVE si-fichero TO ws-nombre-spool
                OPEN INPUT spool-file
                IF NOT fs-spool-ok
                    DISPLAY "ERROR: falta la copia del spool "
                            ws-nombre-spool
                    MOVE 8 TO ws-retcode
                END-IF
            END-IF
            IF ws-retcode = 0
                CLOSE spool-file
                MOVE SPACES TO ws-nombre-cola
                STRING "reimpresion_" DELIMITED BY SIZE
                       ws-base DELIMITED BY SPACE
                       "_" DELIMITED BY SIZE
                       ws-fecha-pedida DELIMITED BY SIZE
                       ".log" DELIMITED BY SIZE
                    INTO ws-nombre-cola
                END-STRING
                OPEN OUTPUT cola-file
                IF NOT fs-cola-ok
                    DISPLAY "ERROR: no se puede crear " ws-nombre-cola
                    MOVE 8 TO ws-retcode
                END-IF
            END-IF
            IF ws-retcode = 0
                SET ws-reimpresion TO TRUE
                PERFORM distribuye
      * un rol que no esta en la distribucion, o un informe sin
      * destinatarios, se reimprime igualmente a nombre del rol
                IF ws-copias = 0
                    MOVE ws-rol-pedido TO di-rol
                    MOVE SPACES TO di-destinatario
                    IF ws-rol-pedido = SPACES
                        MOVE "SIN DISTRIBUCION" TO di-destinatario
                    END-IF
                    PERFORM imprime-copia
                END-IF
                CLOSE cola-file
                DISPLAY "copias reimpresas: " ws-copias
                DISPLAY "  en " ws-nombre-cola
            END-IF.

       busca-en-indice.
            READ indice-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE indice-rec TO ws-spool-linea
                    IF si-informe = ws-base
                       AND si-fecha = ws-fecha-pedida
                        MOVE indice-rec TO ws-spool-elegido
                        SET ws-encontrado TO TRUE
                    END-IF
            END-READ.

       distribuye.
            MOVE 0 TO ws-copias
            MOVE 'N' TO ws-eof-sw
            OPEN INPUT distribucion-file
            IF fs-distribucion-ok
                PERFORM lee-distribucion UNTIL ws-eof
                CLOSE distribucion-file
            END-IF.

       lee-distribucion.
            READ distribucion-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE distribucion-rec TO ws-distribucion-linea
                    IF distribucion-rec NOT = SPACES
                       AND distribucion-rec(1:1) NOT = "*"
                       AND di-informe = ws-base
                       AND (ws-rol-pedido = SPACES
                            OR di-rol = ws-rol-pedido)
                        PERFORM imprime-copia
                    END-IF
            END-READ.

       imprime-copia.
      * hoja de cabecera con el destinatario y, en pagina aparte,
      * el informe tal como quedo en el spool
            MOVE ws-linea-asteriscos TO cola-rec
            WRITE cola-rec
            MOVE ws-linea-vacia TO cola-rec
            WRITE cola-rec
            MOVE ws-base TO bn-informe
            MOVE ws-banner-informe TO cola-rec
            WRITE cola-rec
            MOVE si-run TO bn-run
            MOVE si-fecha TO bn-fecha
            MOVE si-hora(1:6) TO bn-hora
            MOVE ws-banner-ejecucion TO cola-rec
            WRITE cola-rec
            MOVE ws-paginas TO bn-paginas
            MOVE ws-lineas TO bn-lineas
            MOVE ws-banner-paginas TO cola-rec
            WRITE cola-rec
            MOVE di-destinatario TO bn-destinatario
            MOVE ws-banner-destinatario TO cola-rec
            WRITE cola-rec
            MOVE di-rol TO bn-rol
            MOVE ws-banner-rol TO cola-rec
            WRITE cola-rec
            IF ws-reimpresion
                MOVE "REIMPRESION DEL " TO bn-copia
                MOVE ws-fecha-hoy TO bn-fecha-copia
            ELSE
                MOVE "ORIGINAL" TO bn-copia
                MOVE SPACES TO bn-fecha-copia
            END-IF
            MOVE ws-banner-copia TO cola-rec
            WRITE cola-rec
            MOVE ws-linea-vacia TO cola-rec
            WRITE cola-rec
            MOVE ws-linea-asteriscos TO cola-rec
            WRITE cola-rec
            MOVE ws-fin-pagina-linea TO cola-rec
            WRITE cola-rec
            MOVE 0 TO ws-lineas-en-pagina
            MOVE 'N' TO ws-fin-spool-sw
            OPEN INPUT spool-file
            IF fs-spool-ok
                PERFORM copia-a-cola UNTIL ws-fin-spool
                CLOSE spool-file
            END-IF
            MOVE ws-fin-pagina-linea TO cola-rec
            WRITE cola-rec
            ADD 1 TO ws-copias.

       copia-a-cola.
            READ spool-file
                AT END
                    SET ws-fin-spool TO TRUE
                NOT AT END
                    IF ws-lineas-en-pagina >= ws-lineas-por-pagina
                        MOVE ws-fin-pagina-linea TO cola-rec
                        WRITE cola-rec
                        MOVE 0 TO ws-lineas-en-pagina
                    END-IF
                    MOVE spool-rec TO cola-rec
                    WRITE cola-rec
                    ADD 1 TO ws-lineas-en-pagina
            END-READ.

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

       END PROGRAM rutinas_142.
