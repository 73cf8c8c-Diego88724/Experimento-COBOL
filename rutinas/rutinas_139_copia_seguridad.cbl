      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      * Modification history:
      *   - new program: nightly backup set and point-in-time
      *     restore. Option C runs in the nightly chain before the
      *     first posting step and copies every master, counter and
      *     control file into a set dated that night: each indexed
      *     master as a flat image in key order, each sequential
      *     file line for line, all as copia_AAAAMMDD_<file>, with
      *     copia_AAAAMMDD_manifiesto.dat (copia_manifiesto.cpy)
      *     listing every file, whether it was copied or absent that
      *     night, and its record count. Option R brings a whole set
      *     back for a chosen night: it first recounts every copy
      *     against the manifest and refuses to touch anything when
      *     one is missing or short, then rebuilds the indexed
      *     masters through OPEN OUTPUT and WRITE (the rutinas_41
      *     reload approach) and rewrites the sequential files.
      *     job_control.log is copied but never restored, being the
      *     running history of the chain itself; the restore is
      *     recorded there as step restaura_AAAAMMDD, event RESTAU,
      *     with its return code. RETURN-CODE 8 when a copy or a
      *     restore could not be completed.
      *   - partidas_abiertas.dat is now saved and restored with its
      *     payment-plan key (customer, transaction and instalment, 16
      *     bytes).
      *   - mensajes.dat, turnos.dat and resumen_diario.dat (indexed)
      *     and spool_indice.dat join the set, so a restored night
      *     brings back the daily summary that matches its restored
      *     transaction logs. A manifest with more entries than the
      *     restore table holds is treated as a discrepancy and nothing
      *     is restored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_139.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT fichero-file ASSIGN DYNAMIC ws-nombre-fichero
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-fichero-status.
           SELECT copia-file ASSIGN DYNAMIC ws-nombre-copia
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-copia-status.
           SELECT manifiesto-file ASSIGN DYNAMIC ws-nombre-manifiesto
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-manifiesto-status.
           SELECT control-file ASSIGN TO "job_control.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-control-status.
           SELECT ejecuciones-file
               ASSIGN TO "ejecuciones_contador.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ejecuciones-status.
           SELECT marca-file ASSIGN TO "batch_en_curso.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-marca-status.
      * los maestros indexados se declaran con una vista generica,
      * solo la clave y el resto del registro: la copia no necesita
      * los campos, y asi el programa no depende de cada copybook
           SELECT activos-file ASSIGN TO "activos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS activos-clave
               FILE STATUS IS ws-maestro-status.
           SELECT alertas-file ASSIGN TO "alertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS alertas-clave
               FILE STATUS IS ws-maestro-status.
           SELECT aprobaciones-file ASSIGN TO "aprobaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS aprobaciones-clave
               FILE STATUS IS ws-maestro-status.
           SELECT articulos-file ASSIGN TO "articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS articulos-clave
               FILE STATUS IS ws-maestro-status.
           SELECT atrasos-file ASSIGN TO "atrasos_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS atrasos-clave
               FILE STATUS IS ws-maestro-status.
           SELECT ausencias-file ASSIGN TO "ausencias.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ausencias-clave
               FILE STATUS IS ws-maestro-status.
           SELECT bandas-file ASSIGN TO "bandas_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS bandas-clave
               FILE STATUS IS ws-maestro-status.
           SELECT cambios-file ASSIGN TO "cambios_divisa.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cambios-clave
               FILE STATUS IS ws-maestro-status.
           SELECT clientes-file ASSIGN TO "clientes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS clientes-clave
               FILE STATUS IS ws-maestro-status.
           SELECT cualificaciones-file ASSIGN TO "cualificaciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cualificaciones-clave
               FILE STATUS IS ws-maestro-status.
           SELECT cuentas-empleado-file
               ASSIGN TO "cuentas_bancarias_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cuentas-empleado-clave
               FILE STATUS IS ws-maestro-status.
           SELECT deducciones-file ASSIGN TO "deducciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS deducciones-clave
               FILE STATUS IS ws-maestro-status.
           SELECT departamentos-file ASSIGN TO "departamentos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS departamentos-clave
               FILE STATUS IS ws-maestro-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS empleados-clave
               ALTERNATE RECORD KEY IS empleados-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-maestro-status.
           SELECT historico-file ASSIGN TO "empleados_historico.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS historico-clave
               FILE STATUS IS ws-maestro-status.
           SELECT facturas-prov-file ASSIGN TO "facturas_proveedor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS facturas-prov-clave
               FILE STATUS IS ws-maestro-status.
           SELECT feeds-file ASSIGN TO "feeds_recibidos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS feeds-clave
               FILE STATUS IS ws-maestro-status.
           SELECT fichajes-file ASSIGN TO "fichajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fichajes-clave
               FILE STATUS IS ws-maestro-status.
           SELECT gastos-file ASSIGN TO "gastos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gastos-clave
               FILE STATUS IS ws-maestro-status.
           SELECT grados-file ASSIGN TO "grados_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS grados-clave
               FILE STATUS IS ws-maestro-status.
           SELECT movimientos-banco-file
               ASSIGN TO "movimientos_banco.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS movimientos-banco-clave
               FILE STATUS IS ws-maestro-status.
           SELECT operadores-maestro-file
               ASSIGN TO "operadores_maestro.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS operadores-maestro-clave
               FILE STATUS IS ws-maestro-status.
           SELECT ordenes-file ASSIGN TO "ordenes_permanentes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ordenes-clave
               FILE STATUS IS ws-maestro-status.
           SELECT partidas-file ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS partidas-clave
               FILE STATUS IS ws-maestro-status.
           SELECT plan-file ASSIGN TO "plan_cuentas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS plan-clave
               FILE STATUS IS ws-maestro-status.
           SELECT plantilla-file ASSIGN TO "presupuesto_plantilla.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS plantilla-clave
               FILE STATUS IS ws-maestro-status.
           SELECT proveedores-file ASSIGN TO "proveedores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS proveedores-clave
               FILE STATUS IS ws-maestro-status.
           SELECT proyectos-file ASSIGN TO "proyectos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS proyectos-clave
               FILE STATUS IS ws-maestro-status.
           SELECT responsables-file
               ASSIGN TO "responsables_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS responsables-clave
               FILE STATUS IS ws-maestro-status.
           SELECT retenciones-file ASSIGN TO "retenciones_empleado.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS retenciones-clave
               FILE STATUS IS ws-maestro-status.
           SELECT revisiones-file ASSIGN TO "revisiones_salariales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS revisiones-clave
               FILE STATUS IS ws-maestro-status.
           SELECT saldos-file ASSIGN TO "saldos_mayor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS saldos-clave
               FILE STATUS IS ws-maestro-status.
           SELECT stock-file ASSIGN TO "stock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS stock-clave
               FILE STATUS IS ws-maestro-status.
           SELECT sucursales-file ASSIGN TO "sucursales.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucursales-clave
               FILE STATUS IS ws-maestro-status.
           SELECT suspense-file ASSIGN TO "suspense.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS suspense-clave
               FILE STATUS IS ws-maestro-status.
           SELECT tasas-file ASSIGN TO "tasas_comision.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tasas-clave
               FILE STATUS IS ws-maestro-status.
           SELECT tipos-iva-file ASSIGN TO "tipos_iva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tipos-iva-clave
               FILE STATUS IS ws-maestro-status.
           SELECT transacciones-file ASSIGN TO "transacciones.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS transacciones-clave
               ALTERNATE RECORD KEY IS transacciones-fecha
                   WITH DUPLICATES
               FILE STATUS IS ws-maestro-status.
           SELECT traspasos-file ASSIGN TO "traspasos_sucursal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS traspasos-clave
               FILE STATUS IS ws-maestro-status.
           SELECT vacaciones-file ASSIGN TO "vacaciones_derecho.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS vacaciones-clave
               FILE STATUS IS ws-maestro-status.
           SELECT mensajes-file ASSIGN TO "mensajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mensajes-clave
               FILE STATUS IS ws-maestro-status.
           SELECT resumen-file ASSIGN TO "resumen_diario.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS resumen-clave
               FILE STATUS IS ws-maestro-status.
           SELECT turnos-file ASSIGN TO "turnos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS turnos-clave
               FILE STATUS IS ws-maestro-status.

       DATA DIVISION.
       FILE SECTION.
       FD  fichero-file.
       01  fichero-rec pic x(300).

       FD  copia-file.
       01  copia-rec pic x(300).

       FD  manifiesto-file.
       01  manifiesto-rec pic x(77).

       FD  control-file.
       01  control-rec pic x(62).

       FD  ejecuciones-file.
       01  ejecuciones-rec pic 9(5).

       FD  marca-file.
       01  marca-rec pic x(29).

       FD  activos-file.
       01  activos-rec.
           05 activos-clave pic x(6).
           05 filler pic x(148).

       FD  alertas-file.
       01  alertas-rec.
           05 alertas-clave pic x(6).
           05 filler pic x(118).

       FD  aprobaciones-file.
       01  aprobaciones-rec.
           05 aprobaciones-clave pic x(6).
           05 filler pic x(147).

       FD  articulos-file.
       01  articulos-rec.
           05 articulos-clave pic x(6).
           05 filler pic x(49).

       FD  atrasos-file.
       01  atrasos-rec.
           05 atrasos-clave pic x(14).
           05 filler pic x(62).

       FD  ausencias-file.
       01  ausencias-rec.
           05 ausencias-clave pic x(14).
           05 filler pic x(57).

       FD  bandas-file.
       01  bandas-rec.
           05 bandas-clave pic x(10).
           05 filler pic x(56).

       FD  cambios-file.
       01  cambios-rec.
           05 cambios-clave pic x(11).
           05 filler pic x(37).

       FD  clientes-file.
       01  clientes-rec.
           05 clientes-clave pic x(6).
           05 filler pic x(104).

       FD  cualificaciones-file.
       01  cualificaciones-rec.
           05 cualificaciones-clave pic x(16).
           05 filler pic x(76).

       FD  cuentas-empleado-file.
       01  cuentas-empleado-rec.
           05 cuentas-empleado-clave pic x(6).
           05 filler pic x(62).

       FD  deducciones-file.
       01  deducciones-rec.
           05 deducciones-clave pic x(11).
           05 filler pic x(53).

       FD  departamentos-file.
       01  departamentos-rec.
           05 departamentos-clave pic x(4).
           05 filler pic x(21).

       FD  empleados-file.
       01  empleados-rec.
           05 empleados-clave pic x(6).
           05 filler pic x(15).
           05 empleados-apellido pic x(20).
           05 filler pic x(49).

       FD  historico-file.
       01  historico-rec.
           05 historico-clave pic x(6).
           05 filler pic x(84).

       FD  facturas-prov-file.
       01  facturas-prov-rec.
           05 facturas-prov-clave pic x(18).
           05 filler pic x(92).

       FD  feeds-file.
       01  feeds-rec.
           05 feeds-clave pic x(12).
           05 filler pic x(42).

       FD  fichajes-file.
       01  fichajes-rec.
           05 fichajes-clave pic x(18).
           05 filler pic x(32).

       FD  gastos-file.
       01  gastos-rec.
           05 gastos-clave pic x(6).
           05 filler pic x(107).

       FD  grados-file.
       01  grados-rec.
           05 grados-clave pic x(6).
           05 filler pic x(40).

       FD  movimientos-banco-file.
       01  movimientos-banco-rec.
           05 movimientos-banco-clave pic x(6).
           05 filler pic x(110).

       FD  operadores-maestro-file.
       01  operadores-maestro-rec.
           05 operadores-maestro-clave pic x(10).
           05 filler pic x(38).

       FD  ordenes-file.
       01  ordenes-rec.
           05 ordenes-clave pic x(6).
           05 filler pic x(99).

       FD  partidas-file.
       01  partidas-rec.
           05 partidas-clave pic x(16).
           05 filler pic x(59).

       FD  plan-file.
       01  plan-rec.
           05 plan-clave pic x(8).
           05 filler pic x(80).

       FD  plantilla-file.
       01  plantilla-rec.
           05 plantilla-clave pic x(8).
           05 filler pic x(53).

       FD  proveedores-file.
       01  proveedores-rec.
           05 proveedores-clave pic x(6).
           05 filler pic x(97).

       FD  proyectos-file.
       01  proyectos-rec.
           05 proyectos-clave pic x(6).
           05 filler pic x(63).

       FD  responsables-file.
       01  responsables-rec.
           05 responsables-clave pic x(6).
           05 filler pic x(44).

       FD  retenciones-file.
       01  retenciones-rec.
           05 retenciones-clave pic x(6).
           05 filler pic x(32).

       FD  revisiones-file.
       01  revisiones-rec.
           05 revisiones-clave pic x(15).
           05 filler pic x(53).

       FD  saldos-file.
       01  saldos-rec.
           05 saldos-clave pic x(14).
           05 filler pic x(48).

       FD  stock-file.
       01  stock-rec.
           05 stock-clave pic x(6).
           05 filler pic x(39).

       FD  sucursales-file.
       01  sucursales-rec.
           05 sucursales-clave pic x(4).
           05 filler pic x(66).

       FD  suspense-file.
       01  suspense-rec.
           05 suspense-clave pic x(6).
           05 filler pic x(194).

       FD  tasas-file.
       01  tasas-rec.
           05 tasas-clave pic x(7).
           05 filler pic x(32).

       FD  tipos-iva-file.
       01  tipos-iva-rec.
           05 tipos-iva-clave pic x(9).
           05 filler pic x(34).

       FD  transacciones-file.
       01  transacciones-rec.
           05 transacciones-clave pic x(8).
           05 transacciones-fecha pic x(8).
           05 filler pic x(84).

       FD  traspasos-file.
       01  traspasos-rec.
           05 traspasos-clave pic x(8).
           05 filler pic x(99).

       FD  vacaciones-file.
       01  vacaciones-rec.
           05 vacaciones-clave pic x(10).
           05 filler pic x(41).

       FD  mensajes-file.
       01  mensajes-rec.
           05 mensajes-clave pic x(6).
           05 filler pic x(80).

       FD  resumen-file.
       01  resumen-rec.
           05 resumen-clave pic x(39).
           05 filler pic x(23).

       FD  turnos-file.
       01  turnos-rec.
           05 turnos-clave pic x(10).
           05 filler pic x(25).

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-fichero-status==
                              ==:FS-PREFIJO:== BY ==fs-fichero==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-copia-status==
                              ==:FS-PREFIJO:== BY ==fs-copia==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-manifiesto-status==
                     ==:FS-PREFIJO:== BY ==fs-manifiesto==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-control-status==
                              ==:FS-PREFIJO:== BY ==fs-control==.
       COPY fstatus
           REPLACING ==:FS-CAMPO:== BY ==ws-ejecuciones-status==
                     ==:FS-PREFIJO:== BY ==fs-ejecuciones==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-marca-status==
                              ==:FS-PREFIJO:== BY ==fs-marca==.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-maestro-status==
                              ==:FS-PREFIJO:== BY ==fs-maestro==.
       COPY copia_manifiesto.
       COPY control_pasos.
       COPY marca_batch.

       01 ws-nombre-fichero    pic x(60).
       01 ws-nombre-copia      pic x(60).
       01 ws-nombre-manifiesto pic x(60).
       01 ws-registro          pic x(300).
       01 ws-opcion            pic x(1).
       01 ws-respuesta         pic x(1).
       01 ws-fecha-hoy         pic 9(8).
       01 ws-hora-actual       pic 9(8).
       01 ws-fecha-copia       pic x(8).
       01 ws-run-actual        pic 9(5) value 0.
       01 ws-retcode           pic 9(2) value 0.
       01 ws-eof-sw            pic x(1) value 'N'.
           88 ws-eof value 'S'.
       01 ws-encontrado-sw     pic x(1) value 'N'.
           88 ws-encontrado value 'S'.
       01 ws-restaurar-sw      pic x(1) value 'N'.
           88 ws-restaurar value 'S'.

       01 ws-fic-idx           pic 9(3).
       01 ws-mi                pic 9(3).
       01 ws-conteo            pic 9(8).
       01 ws-errores-fichero   pic 9(8).
       01 ws-copiados          pic 9(3) value 0.
       01 ws-ausentes          pic 9(3) value 0.
       01 ws-fallidos          pic 9(3) value 0.
       01 ws-restaurados       pic 9(3) value 0.
       01 ws-discrepancias     pic 9(3) value 0.
       01 ws-total-registros   pic 9(9) value 0.

      * ficheros que forman la copia: nombre y tipo ('I' = maestro
      * indexado, 'S' = secuencial). Los indexados van primero y en
      * el mismo orden que los WHEN de abre-indexado-entrada y
      * compania; un maestro nuevo se anade en los dos sitios
       01 ws-total-ficheros    pic 9(3) value 109.
       01 ws-tabla-ficheros-valores.
           05 filler pic x(31) value "activos.dat                   I".
           05 filler pic x(31) value "alertas.dat                   I".
           05 filler pic x(31) value "aprobaciones.dat              I".
           05 filler pic x(31) value "articulos.dat                 I".
           05 filler pic x(31) value "atrasos_salariales.dat        I".
           05 filler pic x(31) value "ausencias.dat                 I".
           05 filler pic x(31) value "bandas_salariales.dat         I".
           05 filler pic x(31) value "cambios_divisa.dat            I".
           05 filler pic x(31) value "clientes.dat                  I".
           05 filler pic x(31) value "cualificaciones.dat           I".
           05 filler pic x(31) value "cuentas_bancarias_empleado.datI".
           05 filler pic x(31) value "deducciones.dat               I".
           05 filler pic x(31) value "departamentos.dat             I".
           05 filler pic x(31) value "empleados.dat                 I".
           05 filler pic x(31) value "empleados_historico.dat       I".
           05 filler pic x(31) value "facturas_proveedor.dat        I".
           05 filler pic x(31) value "feeds_recibidos.dat           I".
           05 filler pic x(31) value "fichajes.dat                  I".
           05 filler pic x(31) value "gastos.dat                    I".
           05 filler pic x(31) value "grados_empleado.dat           I".
           05 filler pic x(31) value "movimientos_banco.dat         I".
           05 filler pic x(31) value "operadores_maestro.dat        I".
           05 filler pic x(31) value "ordenes_permanentes.dat       I".
           05 filler pic x(31) value "partidas_abiertas.dat         I".
           05 filler pic x(31) value "plan_cuentas.dat              I".
           05 filler pic x(31) value "presupuesto_plantilla.dat     I".
           05 filler pic x(31) value "proveedores.dat               I".
           05 filler pic x(31) value "proyectos.dat                 I".
           05 filler pic x(31) value "responsables_empleado.dat     I".
           05 filler pic x(31) value "retenciones_empleado.dat      I".
           05 filler pic x(31) value "revisiones_salariales.dat     I".
           05 filler pic x(31) value "saldos_mayor.dat              I".
           05 filler pic x(31) value "stock.dat                     I".
           05 filler pic x(31) value "sucursales.dat                I".
           05 filler pic x(31) value "suspense.dat                  I".
           05 filler pic x(31) value "tasas_comision.dat            I".
           05 filler pic x(31) value "tipos_iva.dat                 I".
           05 filler pic x(31) value "transacciones.dat             I".
           05 filler pic x(31) value "traspasos_sucursal.dat        I".
           05 filler pic x(31) value "vacaciones_derecho.dat        I".
           05 filler pic x(31) value "mensajes.dat                  I".
           05 filler pic x(31) value "resumen_diario.dat            I".
           05 filler pic x(31) value "turnos.dat                    I".
           05 filler pic x(31) value "apuntes_mayor.dat             S".
           05 filler pic x(31) value "arqueos_caja.dat              S".
           05 filler pic x(31) value "avisos.dat                    S".
           05 filler pic x(31) value "calendario.dat                S".
           05 filler pic x(31) value "catalogo_archivos.dat         S".
           05 filler pic x(31) value "catalogo_retornos.dat         S".
           05 filler pic x(31) value "cobros.dat                    S".
           05 filler pic x(31) value "cuentas_contables.dat         S".
           05 filler pic x(31) value "cuentas_nomina.dat            S".
           05 filler pic x(31) value "facturas.dat                  S".
           05 filler pic x(31) value "fichajes_terminal.dat         S".
           05 filler pic x(31) value "journal_transacciones.dat     S".
           05 filler pic x(31) value "mayor_contabilizados.dat      S".
           05 filler pic x(31) value "objetivos.dat                 S".
           05 filler pic x(31) value "parametros_generales.dat      S".
           05 filler pic x(31) value "parametros_pendientes.dat     S".
           05 filler pic x(31) value "periodos_cerrados.dat         S".
           05 filler pic x(31) value "presupuestos.dat              S".
           05 filler pic x(31) value "propuestas_pago.dat           S".
           05 filler pic x(31) value "recargas_maestro.dat          S".
           05 filler pic x(31) value "revisiones_propuesta.dat      S".
           05 filler pic x(31) value "rutina6_parametros.dat        S".
           05 filler pic x(31) value "stock_movimientos.dat         S".
           05 filler pic x(31) value "totales_cierre.dat            S".
           05 filler pic x(31) value "totales_mensuales.dat         S".
           05 filler pic x(31) value "capacidad_anterior.dat        S".
           05 filler pic x(31) value "pasos_duracion.dat            S".
           05 filler pic x(31) value "spool_indice.dat              S".
           05 filler pic x(31) value "abonos_contador.dat           S".
           05 filler pic x(31) value "alertas_contador.dat          S".
           05 filler pic x(31) value "aprobaciones_contador.dat     S".
           05 filler pic x(31) value "cobros_contador.dat           S".
           05 filler pic x(31) value "ejecuciones_contador.dat      S".
           05 filler pic x(31) value "empleados_contador.dat        S".
           05 filler pic x(31) value "facturas_contador.dat         S".
           05 filler pic x(31) value "gastos_contador.dat           S".
           05 filler pic x(31) value "journal_runs_contador.dat     S".
           05 filler pic x(31) value "movimientos_banco_contador.datS".
           05 filler pic x(31) value "presupuestos_contador.dat     S".
           05 filler pic x(31) value "propuestas_pago_contador.dat  S".
           05 filler pic x(31) value "suspense_contador.dat         S".
           05 filler pic x(31) value "transacciones_contador.dat    S".
           05 filler pic x(31) value "traspasos_contador.dat        S".
           05 filler pic x(31) value "rutina1_secuencia.dat         S".
           05 filler pic x(31) value "batch_checkpoint.dat          S".
           05 filler pic x(31) value "calc_batch_checkpoint.dat     S".
           05 filler pic x(31) value "oper_batch_checkpoint.dat     S".
           05 filler pic x(31) value "batch_en_curso.dat            S".
           05 filler pic x(31) value "cadena_control.dat            S".
           05 filler pic x(31) value "rutina5_checkpoint.dat        S".
           05 filler pic x(31) value "rutina1_tiempos.dat           S".
           05 filler pic x(31) value "calc_transacciones.log        S".
           05 filler pic x(31) value "operaciones_transacciones.log S".
           05 filler pic x(31) value "operadores.log                S".
           05 filler pic x(31) value "excepciones.log               S".
           05 filler pic x(31) value "audit_rutinas2.log            S".
           05 filler pic x(31) value "parametros_historial.log      S".
           05 filler pic x(31) value "empleados_historial.log       S".
           05 filler pic x(31) value "empleados_bajas.log           S".
           05 filler pic x(31) value "intentos_firma.log            S".
           05 filler pic x(31) value "accesos_salario.log           S".
           05 filler pic x(31) value "solicitudes_acceso.log        S".
           05 filler pic x(31) value "retenciones_transacciones.log S".
           05 filler pic x(31) value "conciliaciones_banco.log      S".
           05 filler pic x(31) value "secuencia_cambios.log         S".
           05 filler pic x(31) value "job_control.log               S".
       01 ws-tabla-ficheros REDEFINES ws-tabla-ficheros-valores.
           05 ws-fichero OCCURS 109 TIMES.
               10 ws-fic-nombre pic x(30).
               10 ws-fic-tipo   pic x(1).
                   88 ws-fic-indexado value 'I'.

      * el manifiesto de la noche a restaurar, cargado en memoria
      * para comprobar todas las copias antes de restaurar ninguna
       01 ws-mi-total          pic 9(3) value 0.
       01 ws-tabla-manifiesto.
           05 ws-mi-entrada OCCURS 150 TIMES.
               10 ws-mi-nombre  pic x(30).
               10 ws-mi-tipo    pic x(1).
               10 ws-mi-estado  pic x(1).
               10 ws-mi-conteo  pic 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "C) copia de seguridad de todos los ficheros"
            DISPLAY "R) restaurar la copia de una noche"
            DISPLAY "elige una opcion: "
            ACCEPT ws-opcion
            EVALUATE ws-opcion
                WHEN "C"
                WHEN "c"
                    PERFORM copia-completa
                WHEN "R"
                WHEN "r"
                    PERFORM restaura-copia
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            MOVE ws-retcode TO RETURN-CODE
            STOP RUN.

       copia-completa.
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            ACCEPT ws-hora-actual FROM TIME
            PERFORM lee-numero-ejecucion
            MOVE ws-fecha-hoy TO ws-fecha-copia
            PERFORM compone-nombre-manifiesto
            OPEN OUTPUT manifiesto-file
            IF NOT fs-manifiesto-ok
                DISPLAY "ERROR: no se puede crear "
                        ws-nombre-manifiesto " estado "
                        ws-manifiesto-status
                MOVE 8 TO ws-retcode
            ELSE
                PERFORM copia-fichero
                    VARYING ws-fic-idx FROM 1 BY 1
                    UNTIL ws-fic-idx > ws-total-ficheros
                CLOSE manifiesto-file
                DISPLAY "copia de seguridad " ws-fecha-copia
                        ": copiados " ws-copiados
                        ", ausentes " ws-ausentes
                        ", fallidos " ws-fallidos
                        ", registros " ws-total-registros
                IF ws-fallidos > 0
                    MOVE 8 TO ws-retcode
                END-IF
            END-IF.

       copia-fichero.
            MOVE ws-fic-nombre(ws-fic-idx) TO mf-nombre
            MOVE ws-fic-tipo(ws-fic-idx) TO mf-tipo
            MOVE ws-fecha-hoy TO mf-fecha
            MOVE ws-hora-actual TO mf-hora
            MOVE ws-run-actual TO mf-run
            MOVE 0 TO ws-conteo
            MOVE 0 TO ws-errores-fichero
            PERFORM compone-nombre-copia
            IF ws-fic-indexado(ws-fic-idx)
                PERFORM copia-indexado
            ELSE
                PERFORM copia-secuencial
            END-IF
            MOVE ws-conteo TO mf-conteo
            EVALUATE TRUE
                WHEN mf-copiado
                    ADD 1 TO ws-copiados
                    ADD ws-conteo TO ws-total-registros
                WHEN mf-ausente
                    ADD 1 TO ws-ausentes
                WHEN OTHER
                    ADD 1 TO ws-fallidos
            END-EVALUATE
            MOVE ws-manifiesto-linea TO manifiesto-rec
            WRITE manifiesto-rec.

       copia-indexado.
            PERFORM abre-indexado-entrada
            IF fs-maestro-fichero-no-existe
                SET mf-ausente TO TRUE
            ELSE
                IF NOT fs-maestro-ok
                    DISPLAY "ERROR: " mf-nombre " no abre, estado "
                            ws-maestro-status
                    SET mf-fallido TO TRUE
                ELSE
                    OPEN OUTPUT copia-file
                    IF NOT fs-copia-ok
                        DISPLAY "ERROR: no se puede crear "
                                ws-nombre-copia
                        SET mf-fallido TO TRUE
                    ELSE
                        MOVE 'N' TO ws-eof-sw
                        PERFORM vuelca-indexado UNTIL ws-eof
                        CLOSE copia-file
                        IF ws-errores-fichero > 0
                            SET mf-fallido TO TRUE
                        ELSE
                            SET mf-copiado TO TRUE
                        END-IF
                    END-IF
                    PERFORM cierra-indexado
                END-IF
            END-IF.

       vuelca-indexado.
            PERFORM lee-indexado
            IF NOT ws-eof
                IF ws-maestro-status(1:1) NOT = "0"
      * un registro ilegible deja la copia incompleta: mejor
      * saberlo esta noche que el dia que haga falta restaurarla
                    DISPLAY "ERROR: " mf-nombre " lectura con estado "
                            ws-maestro-status " tras "
                            ws-conteo " registros"
                    ADD 1 TO ws-errores-fichero
                    SET ws-eof TO TRUE
                ELSE
                    MOVE ws-registro TO copia-rec
                    WRITE copia-rec
                    ADD 1 TO ws-conteo
                END-IF
            END-IF.

       copia-secuencial.
            MOVE mf-nombre TO ws-nombre-fichero
            OPEN INPUT fichero-file
            IF fs-fichero-fichero-no-existe
                SET mf-ausente TO TRUE
            ELSE
                IF NOT fs-fichero-ok
                    DISPLAY "ERROR: " mf-nombre " no abre, estado "
                            ws-fichero-status
                    SET mf-fallido TO TRUE
                ELSE
                    OPEN OUTPUT copia-file
                    IF NOT fs-copia-ok
                        DISPLAY "ERROR: no se puede crear "
                                ws-nombre-copia
                        SET mf-fallido TO TRUE
                    ELSE
                        MOVE 'N' TO ws-eof-sw
                        PERFORM vuelca-secuencial UNTIL ws-eof
                        CLOSE copia-file
                        SET mf-copiado TO TRUE
                    END-IF
                    CLOSE fichero-file
                END-IF
            END-IF.

       vuelca-secuencial.
            READ fichero-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE fichero-rec TO copia-rec
                    WRITE copia-rec
                    ADD 1 TO ws-conteo
            END-READ.

       restaura-copia.
            SET ws-restaurar TO TRUE
            DISPLAY "fecha de la copia a restaurar (AAAAMMDD): "
            ACCEPT ws-fecha-copia
            ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD
            ACCEPT ws-hora-actual FROM TIME
            PERFORM lee-numero-ejecucion
            IF ws-fecha-copia NOT NUMERIC
                DISPLAY "ERROR: fecha no valida"
                MOVE 8 TO ws-retcode
                MOVE 'N' TO ws-restaurar-sw
            END-IF

            IF ws-restaurar
                PERFORM carga-manifiesto
                IF ws-mi-total = 0
                    DISPLAY "ERROR: no hay copia de " ws-fecha-copia
                            " (falta su manifiesto)"
                    MOVE 8 TO ws-retcode
                    PERFORM registra-restauracion
                    MOVE 'N' TO ws-restaurar-sw
                END-IF
            END-IF

      * primero se recuenta cada copia contra el manifiesto; si una
      * falta o no cuadra no se restaura nada, para no dejar los
      * ficheros vivos a medias entre dos noches
            IF ws-restaurar
                PERFORM comprueba-copia
                    VARYING ws-mi FROM 1 BY 1
                    UNTIL ws-mi > ws-mi-total
                IF ws-discrepancias > 0
                    DISPLAY "ERROR: " ws-discrepancias
                            " copias no cuadran con el manifiesto; "
                            "no se restaura nada"
                    MOVE 8 TO ws-retcode
                    PERFORM registra-restauracion
                    MOVE 'N' TO ws-restaurar-sw
                END-IF
            END-IF

            IF ws-restaurar
                PERFORM comprueba-marca
                IF be-abierta
                    DISPLAY "AVISO: batch_en_curso.dat indica la "
                            "cadena nocturna en curso desde " be-fecha
                            "-" be-hora
                    DISPLAY "restaurar solo si esa cadena esta muerta. "
                            "continuar? (S/N): "
                    ACCEPT ws-respuesta
                    IF ws-respuesta NOT = "S" AND ws-respuesta NOT = "s"
                        DISPLAY "restauracion cancelada"
                        MOVE 'N' TO ws-restaurar-sw
                    END-IF
                END-IF
            END-IF

            IF ws-restaurar
                DISPLAY "se sobrescribiran los ficheros vivos con la "
                        "copia de " ws-fecha-copia
                        ". continuar? (S/N): "
                ACCEPT ws-respuesta
                IF ws-respuesta NOT = "S" AND ws-respuesta NOT = "s"
                    DISPLAY "restauracion cancelada"
                    MOVE 'N' TO ws-restaurar-sw
                END-IF
            END-IF

            IF ws-restaurar
                PERFORM restaura-fichero
                    VARYING ws-mi FROM 1 BY 1
                    UNTIL ws-mi > ws-mi-total
                DISPLAY "restauracion de " ws-fecha-copia
                        ": restaurados " ws-restaurados
                        ", fallidos " ws-fallidos
                IF ws-fallidos > 0
                    MOVE 8 TO ws-retcode
                END-IF
                PERFORM registra-restauracion
            END-IF.

       carga-manifiesto.
            MOVE 0 TO ws-mi-total
            PERFORM compone-nombre-manifiesto
            OPEN INPUT manifiesto-file
            IF fs-manifiesto-ok
                MOVE 'N' TO ws-eof-sw
                PERFORM lee-manifiesto UNTIL ws-eof
                CLOSE manifiesto-file
            END-IF.

       lee-manifiesto.
            READ manifiesto-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    IF ws-mi-total < 150
                        ADD 1 TO ws-mi-total
                        MOVE manifiesto-rec TO ws-manifiesto-linea
                        MOVE mf-nombre TO ws-mi-nombre(ws-mi-total)
                        MOVE mf-tipo TO ws-mi-tipo(ws-mi-total)
                        MOVE mf-estado TO ws-mi-estado(ws-mi-total)
                        MOVE mf-conteo TO ws-mi-conteo(ws-mi-total)
                    ELSE
      * un manifiesto que no cabe entero no se restaura a medias
                        DISPLAY "ERROR: el manifiesto tiene mas de 150 "
                                "ficheros"
                        ADD 1 TO ws-discrepancias
                        SET ws-eof TO TRUE
                    END-IF
            END-READ.

       comprueba-copia.
            MOVE ws-mi-nombre(ws-mi) TO mf-nombre
            MOVE ws-mi-estado(ws-mi) TO mf-estado
            EVALUATE TRUE
                WHEN mf-ausente
                    CONTINUE
                WHEN mf-copiado
                    PERFORM compone-nombre-copia
                    PERFORM cuenta-copia
                    IF ws-conteo NOT = ws-mi-conteo(ws-mi)
                        DISPLAY "ERROR: copia de " mf-nombre " con "
                                ws-conteo " registros, el manifiesto "
                                "dice " ws-mi-conteo(ws-mi)
                        ADD 1 TO ws-discrepancias
                    END-IF
                WHEN OTHER
                    DISPLAY "ERROR: " mf-nombre " no se copio aquella "
                            "noche; la copia esta incompleta"
                    ADD 1 TO ws-discrepancias
            END-EVALUATE.

       cuenta-copia.
            MOVE 0 TO ws-conteo
            OPEN INPUT copia-file
            IF NOT fs-copia-ok
                DISPLAY "ERROR: falta la copia de " mf-nombre
                ADD 1 TO ws-discrepancias
            ELSE
                MOVE 'N' TO ws-eof-sw
                PERFORM cuenta-registro-copia UNTIL ws-eof
                CLOSE copia-file
            END-IF.

       cuenta-registro-copia.
            READ copia-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    ADD 1 TO ws-conteo
            END-READ.

       comprueba-marca.
            MOVE SPACES TO ws-marca-batch-linea
            OPEN INPUT marca-file
            IF fs-marca-ok
                READ marca-file
                    NOT AT END
                        MOVE marca-rec TO ws-marca-batch-linea
                END-READ
                CLOSE marca-file
            END-IF.

       restaura-fichero.
            MOVE ws-mi-nombre(ws-mi) TO mf-nombre
            MOVE ws-mi-tipo(ws-mi) TO mf-tipo
            MOVE ws-mi-estado(ws-mi) TO mf-estado
            MOVE 0 TO ws-conteo
            MOVE 0 TO ws-errores-fichero
            EVALUATE TRUE
                WHEN mf-nombre = "job_control.log"
      * el historial de la cadena no se restaura: es lo que cuenta
      * lo que paso, incluida esta misma restauracion
                    DISPLAY mf-nombre " historial vivo, no se restaura"
                WHEN mf-ausente
                    DISPLAY mf-nombre " no existia en la copia, "
                            "se deja como esta"
                WHEN mf-indexado
                    PERFORM compone-nombre-copia
                    PERFORM restaura-indexado
                WHEN OTHER
                    PERFORM compone-nombre-copia
                    PERFORM restaura-secuencial
            END-EVALUATE.

       restaura-indexado.
            PERFORM busca-fichero
            IF NOT ws-encontrado
                DISPLAY "ERROR: " mf-nombre " no es un maestro "
                        "conocido por este programa"
                ADD 1 TO ws-fallidos
            ELSE
                OPEN INPUT copia-file
                PERFORM abre-indexado-salida
                IF NOT fs-copia-ok OR NOT fs-maestro-ok
                    DISPLAY "ERROR: " mf-nombre " no se puede "
                            "reconstruir, estado " ws-maestro-status
                    ADD 1 TO ws-fallidos
                ELSE
                    MOVE 'N' TO ws-eof-sw
                    PERFORM recarga-indexado UNTIL ws-eof
                    PERFORM cierra-resultado
                END-IF
                CLOSE copia-file
                PERFORM cierra-indexado
            END-IF.

       recarga-indexado.
            READ copia-file INTO ws-registro
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    PERFORM graba-indexado
                    ADD 1 TO ws-conteo
            END-READ.

       restaura-secuencial.
            MOVE mf-nombre TO ws-nombre-fichero
            OPEN INPUT copia-file
            OPEN OUTPUT fichero-file
            IF NOT fs-copia-ok OR NOT fs-fichero-ok
                DISPLAY "ERROR: " mf-nombre " no se puede "
                        "reescribir, estado " ws-fichero-status
                ADD 1 TO ws-fallidos
            ELSE
                MOVE 'N' TO ws-eof-sw
                PERFORM recarga-secuencial UNTIL ws-eof
                PERFORM cierra-resultado
            END-IF
            CLOSE copia-file
            CLOSE fichero-file.

       recarga-secuencial.
            READ copia-file
                AT END
                    SET ws-eof TO TRUE
                NOT AT END
                    MOVE copia-rec TO fichero-rec
                    WRITE fichero-rec
                    ADD 1 TO ws-conteo
            END-READ.

       cierra-resultado.
            IF ws-errores-fichero > 0
               OR ws-conteo NOT = ws-mi-conteo(ws-mi)
                DISPLAY "ERROR: " mf-nombre " restaurado con "
                        ws-conteo " registros de "
                        ws-mi-conteo(ws-mi) ", rechazados "
                        ws-errores-fichero
                ADD 1 TO ws-fallidos
            ELSE
                DISPLAY mf-nombre " restaurado, " ws-conteo
                        " registros"
                ADD 1 TO ws-restaurados
            END-IF.

       busca-fichero.
            MOVE 'N' TO ws-encontrado-sw
            PERFORM compara-fichero
                VARYING ws-fic-idx FROM 1 BY 1
                UNTIL ws-fic-idx > ws-total-ficheros
                   OR ws-encontrado.

       compara-fichero.
            IF ws-fic-nombre(ws-fic-idx) = mf-nombre
               AND ws-fic-indexado(ws-fic-idx)
                SET ws-encontrado TO TRUE
      * el VARYING suma uno antes de mirar la condicion
                SUBTRACT 1 FROM ws-fic-idx
            END-IF.

       registra-restauracion.
            MOVE SPACES TO jc-paso
            STRING "restaura_" ws-fecha-copia DELIMITED BY SIZE
                INTO jc-paso
            MOVE "RESTAU" TO jc-evento
            MOVE ws-retcode TO jc-retcode
            ACCEPT jc-fecha FROM DATE YYYYMMDD
            ACCEPT jc-hora FROM TIME
            MOVE ws-run-actual TO jc-run
            OPEN EXTEND control-file
            IF NOT fs-control-ok
                OPEN OUTPUT control-file
            END-IF
            MOVE ws-control-linea TO control-rec
            WRITE control-rec
            CLOSE control-file.

       compone-nombre-manifiesto.
            MOVE SPACES TO ws-nombre-manifiesto
            STRING "copia_" ws-fecha-copia "_manifiesto.dat"
                DELIMITED BY SIZE INTO ws-nombre-manifiesto.

       compone-nombre-copia.
            MOVE SPACES TO ws-nombre-copia
            STRING "copia_" ws-fecha-copia "_" DELIMITED BY SIZE
                   mf-nombre DELIMITED BY SPACE
                INTO ws-nombre-copia.

       lee-numero-ejecucion.
      * numero de ejecucion nocturna vigente, para el manifiesto y
      * para el registro de la restauracion en job_control.log
            MOVE 0 TO ws-run-actual
            OPEN INPUT ejecuciones-file
            IF fs-ejecuciones-ok
                READ ejecuciones-file
                    NOT AT END
                        MOVE ejecuciones-rec TO ws-run-actual
                END-READ
                CLOSE ejecuciones-file
            END-IF.

       abre-indexado-entrada.
            EVALUATE ws-fic-idx
                WHEN 1
                    OPEN INPUT activos-file
                WHEN 2
                    OPEN INPUT alertas-file
                WHEN 3
                    OPEN INPUT aprobaciones-file
                WHEN 4
                    OPEN INPUT articulos-file
                WHEN 5
                    OPEN INPUT atrasos-file
                WHEN 6
                    OPEN INPUT ausencias-file
                WHEN 7
                    OPEN INPUT bandas-file
                WHEN 8
                    OPEN INPUT cambios-file
                WHEN 9
                    OPEN INPUT clientes-file
                WHEN 10
                    OPEN INPUT cualificaciones-file
                WHEN 11
                    OPEN INPUT cuentas-empleado-file
                WHEN 12
                    OPEN INPUT deducciones-file
                WHEN 13
                    OPEN INPUT departamentos-file
                WHEN 14
                    OPEN INPUT empleados-file
                WHEN 15
                    OPEN INPUT historico-file
                WHEN 16
                    OPEN INPUT facturas-prov-file
                WHEN 17
                    OPEN INPUT feeds-file
                WHEN 18
                    OPEN INPUT fichajes-file
                WHEN 19
                    OPEN INPUT gastos-file
                WHEN 20
                    OPEN INPUT grados-file
                WHEN 21
                    OPEN INPUT movimientos-banco-file
                WHEN 22
                    OPEN INPUT operadores-maestro-file
                WHEN 23
                    OPEN INPUT ordenes-file
                WHEN 24
                    OPEN INPUT partidas-file
                WHEN 25
                    OPEN INPUT plan-file
                WHEN 26
                    OPEN INPUT plantilla-file
                WHEN 27
                    OPEN INPUT proveedores-file
                WHEN 28
                    OPEN INPUT proyectos-file
                WHEN 29
                    OPEN INPUT responsables-file
                WHEN 30
                    OPEN INPUT retenciones-file
                WHEN 31
                    OPEN INPUT revisiones-file
                WHEN 32
                    OPEN INPUT saldos-file
                WHEN 33
                    OPEN INPUT stock-file
                WHEN 34
                    OPEN INPUT sucursales-file
                WHEN 35
                    OPEN INPUT suspense-file
                WHEN 36
                    OPEN INPUT tasas-file
                WHEN 37
                    OPEN INPUT tipos-iva-file
                WHEN 38
                    OPEN INPUT transacciones-file
                WHEN 39
                    OPEN INPUT traspasos-file
                WHEN 40
                    OPEN INPUT vacaciones-file
                WHEN 41
                    OPEN INPUT mensajes-file
                WHEN 42
                    OPEN INPUT resumen-file
                WHEN 43
                    OPEN INPUT turnos-file
            END-EVALUATE.

       abre-indexado-salida.
            EVALUATE ws-fic-idx
                WHEN 1
                    OPEN OUTPUT activos-file
                WHEN 2
                    OPEN OUTPUT alertas-file
                WHEN 3
                    OPEN OUTPUT aprobaciones-file
                WHEN 4
                    OPEN OUTPUT articulos-file
                WHEN 5
                    OPEN OUTPUT atrasos-file
                WHEN 6
                    OPEN OUTPUT ausencias-file
                WHEN 7
                    OPEN OUTPUT bandas-file
                WHEN 8
                    OPEN OUTPUT cambios-file
                WHEN 9
                    OPEN OUTPUT clientes-file
                WHEN 10
                    OPEN OUTPUT cualificaciones-file
                WHEN 11
                    OPEN OUTPUT cuentas-empleado-file
                WHEN 12
                    OPEN OUTPUT deducciones-file
                WHEN 13
                    OPEN OUTPUT departamentos-file
                WHEN 14
                    OPEN OUTPUT empleados-file
                WHEN 15
                    OPEN OUTPUT historico-file
                WHEN 16
                    OPEN OUTPUT facturas-prov-file
                WHEN 17
                    OPEN OUTPUT feeds-file
                WHEN 18
                    OPEN OUTPUT fichajes-file
                WHEN 19
                    OPEN OUTPUT gastos-file
                WHEN 20
                    OPEN OUTPUT grados-file
                WHEN 21
                    OPEN OUTPUT movimientos-banco-file
                WHEN 22
                    OPEN OUTPUT operadores-maestro-file
                WHEN 23
                    OPEN OUTPUT ordenes-file
                WHEN 24
                    OPEN OUTPUT partidas-file
                WHEN 25
                    OPEN OUTPUT plan-file
                WHEN 26
                    OPEN OUTPUT plantilla-file
                WHEN 27
                    OPEN OUTPUT proveedores-file
                WHEN 28
                    OPEN OUTPUT proyectos-file
                WHEN 29
                    OPEN OUTPUT responsables-file
                WHEN 30
                    OPEN OUTPUT retenciones-file
                WHEN 31
                    OPEN OUTPUT revisiones-file
                WHEN 32
                    OPEN OUTPUT saldos-file
                WHEN 33
                    OPEN OUTPUT stock-file
                WHEN 34
                    OPEN OUTPUT sucursales-file
                WHEN 35
                    OPEN OUTPUT suspense-file
                WHEN 36
                    OPEN OUTPUT tasas-file
                WHEN 37
                    OPEN OUTPUT tipos-iva-file
                WHEN 38
                    OPEN OUTPUT transacciones-file
                WHEN 39
                    OPEN OUTPUT traspasos-file
                WHEN 40
                    OPEN OUTPUT vacaciones-file
                WHEN 41
                    OPEN OUTPUT mensajes-file
                WHEN 42
                    OPEN OUTPUT resumen-file
                WHEN 43
                    OPEN OUTPUT turnos-file
            END-EVALUATE.

       lee-indexado.
            EVALUATE ws-fic-idx
                WHEN 1
                    READ activos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 2
                    READ alertas-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 3
                    READ aprobaciones-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 4
                    READ articulos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 5
                    READ atrasos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 6
                    READ ausencias-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 7
                    READ bandas-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 8
                    READ cambios-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 9
                    READ clientes-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 10
                    READ cualificaciones-file NEXT RECORD
                        INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 11
                    READ cuentas-empleado-file NEXT RECORD
                        INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 12
                    READ deducciones-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 13
                    READ departamentos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 14
                    READ empleados-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 15
                    READ historico-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 16
                    READ facturas-prov-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 17
                    READ feeds-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 18
                    READ fichajes-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 19
                    READ gastos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 20
                    READ grados-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 21
                    READ movimientos-banco-file NEXT RECORD
                        INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 22
                    READ operadores-maestro-file NEXT RECORD
                        INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 23
                    READ ordenes-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 24
                    READ partidas-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 25
                    READ plan-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 26
                    READ plantilla-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 27
                    READ proveedores-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 28
                    READ proyectos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 29
                    READ responsables-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 30
                    READ retenciones-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 31
                    READ revisiones-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 32
                    READ saldos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 33
                    READ stock-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 34
                    READ sucursales-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 35
                    READ suspense-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 36
                    READ tasas-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 37
                    READ tipos-iva-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 38
                    READ transacciones-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 39
                    READ traspasos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 40
                    READ vacaciones-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 41
                    READ mensajes-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 42
                    READ resumen-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
                WHEN 43
                    READ turnos-file NEXT RECORD INTO ws-registro
                        AT END
                            SET ws-eof TO TRUE
                    END-READ
            END-EVALUATE.

       graba-indexado.
            EVALUATE ws-fic-idx
                WHEN 1
                    WRITE activos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 2
                    WRITE alertas-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 3
                    WRITE aprobaciones-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 4
                    WRITE articulos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 5
                    WRITE atrasos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 6
                    WRITE ausencias-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 7
                    WRITE bandas-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 8
                    WRITE cambios-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 9
                    WRITE clientes-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 10
                    WRITE cualificaciones-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 11
                    WRITE cuentas-empleado-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 12
                    WRITE deducciones-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 13
                    WRITE departamentos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 14
                    WRITE empleados-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 15
                    WRITE historico-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 16
                    WRITE facturas-prov-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 17
                    WRITE feeds-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 18
                    WRITE fichajes-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 19
                    WRITE gastos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 20
                    WRITE grados-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 21
                    WRITE movimientos-banco-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 22
                    WRITE operadores-maestro-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 23
                    WRITE ordenes-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 24
                    WRITE partidas-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 25
                    WRITE plan-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 26
                    WRITE plantilla-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 27
                    WRITE proveedores-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 28
                    WRITE proyectos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 29
                    WRITE responsables-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 30
                    WRITE retenciones-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 31
                    WRITE revisiones-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 32
                    WRITE saldos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 33
                    WRITE stock-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 34
                    WRITE sucursales-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 35
                    WRITE suspense-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 36
                    WRITE tasas-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 37
                    WRITE tipos-iva-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 38
                    WRITE transacciones-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 39
                    WRITE traspasos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 40
                    WRITE vacaciones-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 41
                    WRITE mensajes-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 42
                    WRITE resumen-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
                WHEN 43
                    WRITE turnos-rec FROM ws-registro
                        INVALID KEY
                            ADD 1 TO ws-errores-fichero
                    END-WRITE
            END-EVALUATE.

       cierra-indexado.
            EVALUATE ws-fic-idx
                WHEN 1
                    CLOSE activos-file
                WHEN 2
                    CLOSE alertas-file
                WHEN 3
                    CLOSE aprobaciones-file
                WHEN 4
                    CLOSE articulos-file
                WHEN 5
                    CLOSE atrasos-file
                WHEN 6
                    CLOSE ausencias-file
                WHEN 7
                    CLOSE bandas-file
                WHEN 8
                    CLOSE cambios-file
                WHEN 9
                    CLOSE clientes-file
                WHEN 10
                    CLOSE cualificaciones-file
                WHEN 11
                    CLOSE cuentas-empleado-file
                WHEN 12
                    CLOSE deducciones-file
                WHEN 13
                    CLOSE departamentos-file
                WHEN 14
                    CLOSE empleados-file
                WHEN 15
                    CLOSE historico-file
                WHEN 16
                    CLOSE facturas-prov-file
                WHEN 17
                    CLOSE feeds-file
                WHEN 18
                    CLOSE fichajes-file
                WHEN 19
                    CLOSE gastos-file
                WHEN 20
                    CLOSE grados-file
                WHEN 21
                    CLOSE movimientos-banco-file
                WHEN 22
                    CLOSE operadores-maestro-file
                WHEN 23
                    CLOSE ordenes-file
                WHEN 24
                    CLOSE partidas-file
                WHEN 25
                    CLOSE plan-file
                WHEN 26
                    CLOSE plantilla-file
                WHEN 27
                    CLOSE proveedores-file
                WHEN 28
                    CLOSE proyectos-file
                WHEN 29
                    CLOSE responsables-file
                WHEN 30
                    CLOSE retenciones-file
                WHEN 31
                    CLOSE revisiones-file
                WHEN 32
                    CLOSE saldos-file
                WHEN 33
                    CLOSE stock-file
                WHEN 34
                    CLOSE sucursales-file
                WHEN 35
                    CLOSE suspense-file
                WHEN 36
                    CLOSE tasas-file
                WHEN 37
                    CLOSE tipos-iva-file
                WHEN 38
                    CLOSE transacciones-file
                WHEN 39
                    CLOSE traspasos-file
                WHEN 40
                    CLOSE vacaciones-file
                WHEN 41
                    CLOSE mensajes-file
                WHEN 42
                    CLOSE resumen-file
                WHEN 43
                    CLOSE turnos-file
            END-EVALUATE.

       END PROGRAM rutinas_139.
