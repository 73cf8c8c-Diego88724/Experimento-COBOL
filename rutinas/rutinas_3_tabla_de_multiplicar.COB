      *     quotes file and its counter follow the training
      *     redirection like every other data file, so a trainee's
      *     quote never lands in (or numbers from) production.
      *   - the presupuesto mode now prices from the new articulos.dat
      *     master (articulo.cpy, maintained by rutinas_74): each
      *     presupuesto_lista.dat line carries an article code and a
      *     quantity instead of a hand-typed price, the list price is
      *     looked up, an unknown or de-baja article is refused with
      *     a console warning, and the article code and description
      *     are printed on the presupuesto.log sheet and persisted
      *     (pd-codigo) for rutinas_65's reprint.
      *   - the presupuesto mode now checks the customer's credit
      *     (cliente.cpy): when the quote plus what the customer
      *     still owes in partidas_abiertas.dat goes over
      *     cl-limite-credito the operator gets a console warning,
      *     and a customer on credit hold is flagged as needing a
      *     supervisor to convert the quote. The quote itself is
      *     still produced.
      *   - the presupuesto mode now shows VAT: each line carries
      *     its article's VAT code (ar-tipo-iva), the tax is worked
      *     out per code on that code's base with the rate in force
      *     on the quote date (tipos_iva.dat, tipo_iva.cpy), and the
      *     sheet prints the taxable base, the VAT per rate and the
      *     total to pay. ph-total stays the net base; the VAT goes
      *     to ph-cuota-iva, and the credit check now uses the gross.
      *   - every quote now carries a validity date, the quote date
      *     plus pg-validez-dias (parametros_generales.dat, 30 days
      *     when not set) on the commercial calendar, printed on the
      *     sheet and persisted as ph-fecha-validez with the quote
      *     open (ph-estado) for rutinas_65 and the pipeline report.
      *   - the presupuesto mode now asks for the salesperson: an
      *     active employee's emp-id from empleados.dat, printed on
      *     the sheet and persisted as ph-vendedor, the base of the
      *     monthly sales commission (rutinas_85).
      *   - console messages now come from the mensajes.dat catalogue
      *     (mensaje.cpy, loaded into mensajes_tabla.cpy by
      *     prepara-mensajes) instead of literals, in the language of
      *     the IDIOMA variable set by menu.sh (ES by default); wording
      *     is corrected with rutinas_143 without a recompile.
      *   - the credit check's walk over the customer's open items now
      *     starts from instalment 00 as well, now that an item's key
      *     carries its payment-plan instalment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rutinas_3.
               ASSIGN DYNAMIC ws-nombre-pres-ctr
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-pres-contador-status.
           SELECT articulos-file ASSIGN TO "articulos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ar-codigo
               FILE STATUS IS ws-ar-status.
           SELECT partidas-file ASSIGN TO "partidas_abiertas.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pa-clave
               FILE STATUS IS ws-pa-status.
           SELECT tipos-iva-file ASSIGN TO "tipos_iva.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ti-clave
               FILE STATUS IS ws-ti-status.
           SELECT empleados-file ASSIGN TO "empleados.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-id
               ALTERNATE RECORD KEY IS emp-apellido
                   WITH DUPLICATES
               FILE STATUS IS ws-emp-status.
           SELECT mensajes-file ASSIGN TO "mensajes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ms-clave
               FILE STATUS IS ws-mensajes-status.

       DATA DIVISION.
       FILE SECTION.

       FD  presupuesto-lista-file.
       01  presupuesto-lista-rec.
           05 pl-articulo pic x(6).
           05 pl-cantidad pic x(3).

       FD  presupuesto-file.
       01  presupuesto-rec pic x(80).

       FD  tabla-csv-file.
       01  tabla-csv-rec pic x(20).
       COPY cliente.

       FD  presupuestos-file.
       01  presupuestos-rec pic x(60).

       FD  pres-contador-file.
       01  pres-contador-rec pic 9(6).

       FD  articulos-file.
       COPY articulo.

       FD  partidas-file.
       COPY partida_abierta.

       FD  tipos-iva-file.
       COPY tipo_iva.

       FD  empleados-file.
       COPY empleado.

       FD  mensajes-file.
       COPY mensaje.

       WORKING-STORAGE SECTION.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-mensajes-status==
                              ==:FS-PREFIJO:== BY ==fs-mensajes==.
       COPY mensajes_tabla.
       01 numero pic 9(2)v99.
       01 multiplicador pic 9(3).
       01 resultado pic 9(4)v99.
           05 filler           pic x value ','.
           05 cv-resultado     pic 9(4).99.
       01 ws-fecha-presupuesto pic 9(8).
       01 ws-fecha-pres-partes redefines ws-fecha-presupuesto.
           05 fq-aaaa pic 9(4).
           05 fq-mm   pic 9(2).
           05 fq-dd   pic 9(2).
      * validez del presupuesto: pg-validez-dias o 30 por defecto,
      * contados sobre el calendario comercial (ano de 360, mes de 30)
       01 ws-validez-dias pic 9(3) value 30.
       01 ws-fecha-validez pic 9(8).
       01 ws-fecha-val-partes redefines ws-fecha-validez.
           05 fv-aaaa pic 9(4).
           05 fv-mm   pic 9(2).
           05 fv-dd   pic 9(2).
       01 ws-serial-validez pic 9(7).
       01 ws-resto-validez pic 9(3).
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-cl-status==
                              ==:FS-PREFIJO:== BY ==fs-cl==.
       01 ws-cliente-codigo pic x(6).
       01 ws-linea-numero-pres.
           05 filler pic x(15) value "PRESUPUESTO N. ".
           05 ln-numero pic 9(6).
           05 filler pic x(15) value "  VALIDO HASTA ".
           05 ln-validez pic 9(8).
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-emp-status==
                              ==:FS-PREFIJO:== BY ==fs-emp==.
       01 ws-vendedor-entrada pic x(6).
       01 ws-vendedor redefines ws-vendedor-entrada pic 9(6).
       01 ws-vendedor-valido-sw pic x value 'N'.
           88 ws-vendedor-valido value 'Y'.
       01 ws-linea-vendedor.
           05 filler pic x(10) value "VENDEDOR: ".
           05 lv-vendedor pic 9(6).
           05 filler pic x(1) value spaces.
           05 lv-nombre pic x(15).
           05 filler pic x(1) value spaces.
           05 lv-apellido pic x(20).
       01 ws-linea-cliente.
           05 filler pic x(9) value "CLIENTE: ".
           05 lc-codigo pic x(6).
           05 lc-descuento pic z9.
           05 filler pic x(1) value '%'.
       01 ws-articulo pic 9(3) value 0.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ar-status==
                              ==:FS-PREFIJO:== BY ==fs-ar==.
       01 ws-articulos-abierto-sw pic x value 'N'.
           88 ws-articulos-abierto value 'Y'.
       01 ws-articulo-valido-sw pic x value 'N'.
           88 ws-articulo-valido value 'Y'.
       01 ws-cantidad-pres pic 9(3).
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-pa-status==
                              ==:FS-PREFIJO:== BY ==fs-pa==.
       01 ws-partidas-eof-sw pic x value 'N'.
           88 ws-partidas-eof value 'Y'.
       01 ws-limite-credito pic 9(7)v99 value 0.
       01 ws-cliente-bloqueado-sw pic x value 'N'.
           88 ws-cliente-bloqueado value 'S'.
       01 ws-pendiente-cliente pic 9(9)v99 value 0.
       01 ws-riesgo-cliente pic 9(9)v99 value 0.
       01 ws-riesgo-edit pic z(8)9.99.
       01 ws-limite-edit pic z(6)9.99.
       01 ws-importe-linea pic 9(5)v99.
       COPY fstatus REPLACING ==:FS-CAMPO:== BY ==ws-ti-status==
                              ==:FS-PREFIJO:== BY ==fs-ti==.
      * desglose de IVA del presupuesto, una posicion por codigo en
      * el orden de ws-codigos-iva
       01 ws-codigos-iva pic x(3) value "GRE".
       01 ws-iva-idx pic 9(1).
       01 ws-desglose-iva.
           05 ws-iva-posicion occurs 3 times.
               10 ws-iva-pos-hallado pic x(1).
               10 ws-iva-pos-pct     pic 9(2)v99.
               10 ws-iva-pos-base    pic 9(7)v99.
               10 ws-iva-pos-cuota   pic 9(7)v99.
       01 ws-iva-codigo pic x(1).
       01 ws-iva-fecha pic 9(8).
       01 ws-iva-pct pic 9(2)v99.
       01 ws-iva-hallado-sw pic x value 'N'.
           88 ws-iva-hallado value 'Y'.
       01 ws-iva-eof-sw pic x value 'N'.
           88 ws-iva-eof value 'Y'.
       01 ws-tipos-iva-abierto-sw pic x value 'N'.
           88 ws-tipos-iva-abierto value 'Y'.
       01 ws-cuota-presupuesto pic 9(7)v99 value 0.
       01 ws-bruto-presupuesto pic 9(7)v99 value 0.
       01 ws-total-presupuesto pic 9(7)v99 value 0.
       01 ws-cabecera-presupuesto.
           05 filler pic x(20) value "PRESUPUESTO - FECHA ".
           05 cp-fecha pic 9(8).
       01 ws-titulos-presupuesto.
           05 filler pic x(35) value
               "LIN CODIGO DESCRIPCION".
           05 filler pic x(45) value
               "PRECIO  CANTIDAD      IMPORTE  IVA".
       01 ws-linea-presupuesto.
           05 lp-articulo  pic zz9.
           05 filler       pic x(1) value spaces.
           05 lp-codigo    pic x(6).
           05 filler       pic x(1) value spaces.
           05 lp-descripcion pic x(20).
           05 filler       pic x(2) value spaces.
           05 lp-precio    pic zz9.99.
           05 filler       pic x(5) value spaces.
           05 lp-cantidad  pic zz9.
           05 filler       pic x(4) value spaces.
           05 lp-importe   pic zzzz9.99.
           05 filler       pic x(7) value spaces.
           05 lp-tipo-iva  pic x(1).
       01 ws-linea-base-pres.
           05 filler       pic x(30) value "BASE IMPONIBLE".
           05 tb-importe   pic zzzzzz9.99.
       01 ws-linea-iva-pres.
           05 filler       pic x(4) value "IVA ".
           05 li-codigo    pic x(1).
           05 filler       pic x(1) value spaces.
           05 li-pct       pic z9.99.
           05 filler       pic x(19) value "%".
           05 li-cuota     pic zzzzzz9.99.
           05 filler       pic x(6) value "  S/ ".
           05 li-base      pic zzzzzz9.99.
       01 ws-linea-cuota-pres.
           05 filler       pic x(30) value "TOTAL IVA".
           05 tc-importe   pic zzzzzz9.99.
       01 ws-linea-total-pres.
           05 filler       pic x(5) value "TOTAL".
           05 filler       pic x(25) value spaces.
                                 ws-codigo-retorno.

           inicio.
               PERFORM prepara-mensajes.
               PERFORM configura-ficheros.
               PERFORM lee-parametros.
               IF ws-modo-llamador = SPACE OR LOW-VALUE
                   DISPLAY mt-texto(100)(1:mt-largo(100))
                   ACCEPT ws-modo
               ELSE
                   MOVE ws-modo-llamador TO ws-modo
                           IF pg-tabla-limite > 0
                               MOVE pg-tabla-limite TO ws-tabla-limite
                           END-IF
                           IF pg-validez-dias IS NUMERIC
                                   AND pg-validez-dias > 0
                               MOVE pg-validez-dias TO ws-validez-dias
                           END-IF
                   END-READ
                   CLOSE parametros-file
               ELSE
                   DISPLAY mt-texto(16)(1:mt-largo(16)) " "
                           mt-texto(101)(1:mt-largo(101))
               END-IF.

           modo-interactivo.
               DISPLAY mt-texto(102)(1:mt-largo(102))
               DISPLAY mt-texto(103)(1:mt-largo(103))
               ACCEPT salida.
               IF salida = "salir"
                   PERFORM graba-sesion
                   END-IF.

               pide-orden.
                   DISPLAY mt-texto(104)(1:mt-largo(104))
                   ACCEPT ws-orden.

               pide-rango.
                   MOVE 1 TO ws-rango-inicio
                   MOVE ws-tabla-limite TO ws-rango-fin
                   DISPLAY mt-texto(105)(1:mt-largo(105))
                   ACCEPT ws-rango-entrada
                   IF ws-rango-entrada = SPACES
                       CONTINUE
                               AND ws-rango-entrada > ZEROS
                           MOVE ws-rango-entrada TO ws-rango-inicio
                       ELSE
                           DISPLAY mt-texto(106)(1:mt-largo(106))
                       END-IF
                   END-IF
                   DISPLAY mt-texto(107)(1:mt-largo(107)) " "
                           ws-tabla-limite "): "
                   ACCEPT ws-rango-entrada
                   IF ws-rango-entrada = SPACES
                               AND ws-rango-entrada > ZEROS
                           MOVE ws-rango-entrada TO ws-rango-fin
                       ELSE
                           DISPLAY mt-texto(108)(1:mt-largo(108))
                                   ws-tabla-limite ")"
                       END-IF
                   END-IF
                   IF ws-rango-fin < ws-rango-inicio
                       DISPLAY mt-texto(109)(1:mt-largo(109))
                       MOVE 1 TO ws-rango-inicio
                       MOVE ws-tabla-limite TO ws-rango-fin
                   END-IF.
                   PERFORM pide-numero UNTIL ws-numero-valido.

               pide-numero.
                   DISPLAY mt-texto(110)(1:mt-largo(110))
                   ACCEPT ws-numero-entrada.
                   IF ws-numero-entrada IS NUMERIC
                          AND ws-numero-entrada > "0000"
                       MOVE ws-numero-entrada-num TO numero
                       SET ws-numero-valido TO TRUE
                   ELSE
                       DISPLAY mt-texto(111)(1:mt-largo(111))
                   END-IF.

               mostrar-tabla.
                   MOVE numero TO ws-numero-edit
                   DISPLAY mt-texto(112)(1:mt-largo(112)) " "
                           ws-numero-edit ":"
                   ADD 1 TO ws-sesion-contador
                   PERFORM calculos.


           modo-batch.
               IF ws-sublote-llamador = SPACE OR LOW-VALUE
                   DISPLAY mt-texto(113)(1:mt-largo(113))
                   ACCEPT ws-modo-batch-sw
               ELSE
                   MOVE ws-sublote-llamador TO ws-modo-batch-sw

           genera-presupuesto.
               PERFORM pide-cliente-presupuesto
               PERFORM pide-vendedor-presupuesto
               OPEN INPUT presupuesto-lista-file
               IF fs-preslista-ok
                   PERFORM siguiente-numero-presupuesto
                   OPEN OUTPUT presupuesto-file
                   ACCEPT ws-fecha-presupuesto FROM DATE YYYYMMDD
                   MOVE ws-fecha-presupuesto TO cp-fecha
                   PERFORM calcula-fecha-validez
                   MOVE ws-cabecera-presupuesto TO presupuesto-rec
                   WRITE presupuesto-rec
                   MOVE ws-numero-presupuesto TO ln-numero
                   MOVE ws-fecha-validez TO ln-validez
                   MOVE ws-linea-numero-pres TO presupuesto-rec
                   WRITE presupuesto-rec
                   IF ws-cliente-hallado
                       MOVE ws-linea-cliente TO presupuesto-rec
                       WRITE presupuesto-rec
                   END-IF
                   MOVE ws-linea-vendedor TO presupuesto-rec
                   WRITE presupuesto-rec
                   MOVE ws-titulos-presupuesto TO presupuesto-rec
                   WRITE presupuesto-rec
                   MOVE 0 TO ws-articulo
                   MOVE 0 TO ws-total-presupuesto
                   PERFORM carga-tipos-iva
                   PERFORM abre-articulos
                   PERFORM lee-linea-presupuesto
                       UNTIL ws-preslista-eof
                   IF ws-articulos-abierto
                       CLOSE articulos-file
                   END-IF
                   MOVE ws-total-presupuesto TO tb-importe
                   MOVE ws-linea-base-pres TO presupuesto-rec
                   WRITE presupuesto-rec
                   MOVE 0 TO ws-cuota-presupuesto
                   PERFORM calcula-cuota-iva
                       VARYING ws-iva-idx FROM 1 BY 1
                       UNTIL ws-iva-idx > 3
                   MOVE ws-cuota-presupuesto TO tc-importe
                   MOVE ws-linea-cuota-pres TO presupuesto-rec
                   WRITE presupuesto-rec
                   COMPUTE ws-bruto-presupuesto =
                       ws-total-presupuesto + ws-cuota-presupuesto
                   MOVE ws-bruto-presupuesto TO tp-importe
                   MOVE ws-linea-total-pres TO presupuesto-rec
                   WRITE presupuesto-rec
                   PERFORM verifica-credito-cliente
                   PERFORM graba-cabecera-persistida
                   CLOSE presupuestos-file
                   CLOSE presupuesto-file
                   CLOSE presupuesto-lista-file
               ELSE
                   DISPLAY mt-texto(114)(1:mt-largo(114))
               END-IF.

           lee-linea-presupuesto.
                   AT END
                       SET ws-preslista-eof TO TRUE
                   NOT AT END
                       IF pl-articulo NOT = SPACES
                               AND pl-cantidad IS NUMERIC
                               AND pl-cantidad > "000"
                           PERFORM busca-articulo
                           IF ws-articulo-valido
                               PERFORM graba-linea-presupuesto
                           END-IF
                       ELSE
                           DISPLAY mt-texto(115)(1:mt-largo(115)) " "
                                   presupuesto-lista-rec
                       END-IF
               END-READ.

           abre-articulos.
      * sin maestro de articulos no hay precio de tarifa: todas las
      * lineas se rechazan y el presupuesto sale vacio
               MOVE 'N' TO ws-articulos-abierto-sw
               OPEN INPUT articulos-file
               IF fs-ar-ok
                   SET ws-articulos-abierto TO TRUE
               ELSE
                   DISPLAY mt-texto(116)(1:mt-largo(116))
               END-IF.

           busca-articulo.
      * el precio sale siempre de la tarifa; un articulo desconocido
      * o de baja se rechaza en lugar de presupuestarse a ojo
               MOVE 'N' TO ws-articulo-valido-sw
               IF ws-articulos-abierto
                   MOVE pl-articulo TO ar-codigo
                   READ articulos-file
                       INVALID KEY
                           DISPLAY mt-texto(117)(1:mt-largo(117)) " "
                                   pl-articulo
                       NOT INVALID KEY
                           IF ar-inactivo
                               DISPLAY mt-texto(118)(1:mt-largo(118))
                                       " " pl-articulo
                           ELSE
                               SET ws-articulo-valido TO TRUE
                           END-IF
                   END-READ
               ELSE
                   DISPLAY mt-texto(119)(1:mt-largo(119)) " "
                           pl-articulo
               END-IF.

           graba-linea-presupuesto.
               MOVE ar-precio TO numero
               MOVE pl-cantidad TO ws-cantidad-pres
               COMPUTE ws-importe-linea = numero * ws-cantidad-pres
      * el descuento del tier del cliente se aplica linea a linea,
                       / 100
               END-IF
               ADD ws-importe-linea TO ws-total-presupuesto
      * un articulo sin codigo de IVA valido tributa al general
               IF NOT ar-iva-valido
                   SET ar-iva-general TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN ar-iva-reducido
                       MOVE 2 TO ws-iva-idx
                   WHEN ar-iva-exento
                       MOVE 3 TO ws-iva-idx
                   WHEN OTHER
                       MOVE 1 TO ws-iva-idx
               END-EVALUATE
               ADD ws-importe-linea TO ws-iva-pos-base(ws-iva-idx)
               MOVE ar-tipo-iva TO lp-tipo-iva
               ADD 1 TO ws-articulo
               MOVE ws-articulo TO lp-articulo
               MOVE ar-codigo TO lp-codigo
               MOVE ar-descripcion TO lp-descripcion
               MOVE numero TO lp-precio
               MOVE ws-cantidad-pres TO lp-cantidad
               MOVE ws-importe-linea TO lp-importe
               WRITE presupuesto-rec
               PERFORM graba-detalle-persistido.

           carga-tipos-iva.
      * el porcentaje de cada codigo es el vigente en la fecha del
      * presupuesto; sin tabla de tipos el presupuesto sale sin IVA
               MOVE ws-fecha-presupuesto TO ws-iva-fecha
               MOVE 'N' TO ws-tipos-iva-abierto-sw
               OPEN INPUT tipos-iva-file
               IF fs-ti-ok
                   SET ws-tipos-iva-abierto TO TRUE
               ELSE
                   DISPLAY mt-texto(120)(1:mt-largo(120))
               END-IF
               PERFORM carga-tipo-iva
                   VARYING ws-iva-idx FROM 1 BY 1
                   UNTIL ws-iva-idx > 3
               IF ws-tipos-iva-abierto
                   CLOSE tipos-iva-file
               END-IF.

           carga-tipo-iva.
               MOVE ws-codigos-iva(ws-iva-idx:1) TO ws-iva-codigo
               MOVE 0 TO ws-iva-pct
               MOVE 'N' TO ws-iva-hallado-sw
               IF ws-tipos-iva-abierto
                   PERFORM busca-porcentaje-iva
               END-IF
               IF ws-iva-hallado
                   MOVE 'S' TO ws-iva-pos-hallado(ws-iva-idx)
               ELSE
                   MOVE 'N' TO ws-iva-pos-hallado(ws-iva-idx)
               END-IF
               MOVE ws-iva-pct TO ws-iva-pos-pct(ws-iva-idx)
               MOVE 0 TO ws-iva-pos-base(ws-iva-idx)
               MOVE 0 TO ws-iva-pos-cuota(ws-iva-idx).

           busca-porcentaje-iva.
      * el porcentaje de ws-iva-codigo en ws-iva-fecha es el de la
      * ultima vigencia que no pase de la fecha; el exento va al
      * cero aunque no tenga vigencia
               MOVE 0 TO ws-iva-pct
               MOVE 'N' TO ws-iva-hallado-sw
               IF ws-iva-codigo = 'E'
                   SET ws-iva-hallado TO TRUE
               END-IF
               MOVE 'N' TO ws-iva-eof-sw
               MOVE ws-iva-codigo TO ti-codigo
               MOVE 0 TO ti-fecha-desde
               START tipos-iva-file KEY IS NOT LESS THAN ti-clave
                   INVALID KEY
                       SET ws-iva-eof TO TRUE
               END-START
               PERFORM lee-vigencia-iva UNTIL ws-iva-eof.

           lee-vigencia-iva.
               READ tipos-iva-file NEXT RECORD
                   AT END
                       SET ws-iva-eof TO TRUE
                   NOT AT END
                       IF ti-codigo NOT = ws-iva-codigo
                               OR ti-fecha-desde > ws-iva-fecha
                           SET ws-iva-eof TO TRUE
                       ELSE
                           MOVE ti-porcentaje TO ws-iva-pct
                           SET ws-iva-hallado TO TRUE
                       END-IF
               END-READ.

           calcula-cuota-iva.
      * la cuota se calcula sobre la base de cada codigo, no linea a
      * linea, y solo se imprimen los codigos con base
               IF ws-iva-pos-base(ws-iva-idx) > 0
                   IF ws-iva-pos-hallado(ws-iva-idx) = 'N'
                       DISPLAY mt-texto(121)(1:mt-largo(121)) " "
                               ws-codigos-iva(ws-iva-idx:1)
                               mt-texto(122)(1:mt-largo(122))
                   END-IF
                   COMPUTE ws-iva-pos-cuota(ws-iva-idx) ROUNDED =
                       ws-iva-pos-base(ws-iva-idx)
                       * ws-iva-pos-pct(ws-iva-idx) / 100
                   ADD ws-iva-pos-cuota(ws-iva-idx)
                       TO ws-cuota-presupuesto
                   MOVE ws-codigos-iva(ws-iva-idx:1) TO li-codigo
                   MOVE ws-iva-pos-pct(ws-iva-idx) TO li-pct
                   MOVE ws-iva-pos-cuota(ws-iva-idx) TO li-cuota
                   MOVE ws-iva-pos-base(ws-iva-idx) TO li-base
                   MOVE ws-linea-iva-pres TO presupuesto-rec
                   WRITE presupuesto-rec
               END-IF.

           pide-cliente-presupuesto.
      * un codigo en blanco, desconocido, de baja, o un maestro que
      * aun no existe dejan el presupuesto a tarifa plena
               MOVE 'N' TO ws-cliente-hallado-sw
               MOVE 0 TO ws-descuento-pct
               DISPLAY mt-texto(123)(1:mt-largo(123))
               ACCEPT ws-cliente-codigo
               IF ws-cliente-codigo NOT = SPACES
                   OPEN INPUT clientes-file
                       MOVE ws-cliente-codigo TO cl-codigo
                       READ clientes-file
                           INVALID KEY
                               DISPLAY mt-texto(124)(1:mt-largo(124))
                           NOT INVALID KEY
                               IF cl-inactivo
                                   DISPLAY
                                       mt-texto(125)(1:mt-largo(125))
                               ELSE
                                   SET ws-cliente-hallado TO TRUE
                                   PERFORM guarda-credito-cliente
                                   EVALUATE TRUE
                                       WHEN cl-tier-a
                                           MOVE 10
                   END-IF
               END-IF.

           pide-vendedor-presupuesto.
      * todo presupuesto lleva el emp-id del vendedor, que tiene que
      * ser un empleado activo de empleados.dat; sin maestro de
      * empleados se acepta el numero tal cual
               MOVE 'N' TO ws-vendedor-valido-sw
               PERFORM pide-vendedor UNTIL ws-vendedor-valido.

           pide-vendedor.
               MOVE SPACES TO lv-nombre
               MOVE SPACES TO lv-apellido
               DISPLAY mt-texto(126)(1:mt-largo(126))
               ACCEPT ws-vendedor-entrada
               IF ws-vendedor-entrada NOT NUMERIC
                       OR ws-vendedor = 0
                   DISPLAY mt-texto(127)(1:mt-largo(127))
               ELSE
                   MOVE ws-vendedor TO lv-vendedor
                   OPEN INPUT empleados-file
                   IF NOT fs-emp-ok
                       SET ws-vendedor-valido TO TRUE
                   ELSE
                       MOVE ws-vendedor TO emp-id
                       READ empleados-file
                           INVALID KEY
                               DISPLAY mt-texto(34)(1:mt-largo(34)) " "
                                       ws-vendedor
                           NOT INVALID KEY
                               IF emp-inactivo
                                   DISPLAY
                                       mt-texto(128)(1:mt-largo(128))
                                       " " ws-vendedor
                                       mt-texto(129)(1:mt-largo(129))
                               ELSE
                                   SET ws-vendedor-valido TO TRUE
                                   MOVE emp-nombre TO lv-nombre
                                   MOVE emp-apellido TO lv-apellido
                               END-IF
                       END-READ
                       CLOSE empleados-file
                   END-IF
               END-IF.

           guarda-credito-cliente.
      * un limite en espacios (registro anterior al campo) cuenta
      * como cero, sin limite
               IF cl-limite-credito IS NUMERIC
                   MOVE cl-limite-credito TO ws-limite-credito
               ELSE
                   MOVE 0 TO ws-limite-credito
               END-IF
               IF cl-bloqueado
                   SET ws-cliente-bloqueado TO TRUE
               ELSE
                   MOVE 'N' TO ws-cliente-bloqueado-sw
               END-IF.

           verifica-credito-cliente.
      * solo avisa  el presupuesto se hace igualmente (la hoja es
      * para el cliente y no lleva el aviso), y es la conversion de
      * rutinas_65 la que exige el supervisor a un cliente bloqueado
               IF ws-cliente-hallado
                   IF ws-cliente-bloqueado
                       DISPLAY mt-texto(130)(1:mt-largo(130)) " "
                               ws-cliente-codigo
                               mt-texto(131)(1:mt-largo(131))
                   END-IF
                   IF ws-limite-credito > 0
                       PERFORM suma-pendiente-cliente
                       COMPUTE ws-riesgo-cliente =
                           ws-pendiente-cliente + ws-bruto-presupuesto
                       IF ws-riesgo-cliente > ws-limite-credito
                           MOVE ws-riesgo-cliente TO ws-riesgo-edit
                           MOVE ws-limite-credito TO ws-limite-edit
                           DISPLAY mt-texto(130)(1:mt-largo(130)) " "
                                   ws-cliente-codigo
                                   mt-texto(132)(1:mt-largo(132)) " "
                                   ws-riesgo-edit
                                   mt-texto(133)(1:mt-largo(133)) " "
                                   ws-limite-edit
                       END-IF
                   END-IF
               END-IF.

           suma-pendiente-cliente.
      * lo pendiente de cobro son las partidas abiertas del cliente;
      * sin partidas_abiertas.dat no hay nada pendiente
               MOVE 0 TO ws-pendiente-cliente
               MOVE 'N' TO ws-partidas-eof-sw
               OPEN INPUT partidas-file
               IF fs-pa-ok
                   MOVE ws-cliente-codigo TO pa-cliente
                   MOVE 0 TO pa-numero
                   MOVE 0 TO pa-plazo
                   START partidas-file KEY IS NOT LESS THAN pa-clave
                       INVALID KEY
                           SET ws-partidas-eof TO TRUE
                   END-START
                   PERFORM suma-partida-cliente UNTIL ws-partidas-eof
                   CLOSE partidas-file
               END-IF.

           suma-partida-cliente.
               READ partidas-file NEXT RECORD
                   AT END
                       SET ws-partidas-eof TO TRUE
                   NOT AT END
                       IF pa-cliente NOT = ws-cliente-codigo
                           SET ws-partidas-eof TO TRUE
                       ELSE
                           IF pa-abierta
                               ADD pa-pendiente TO ws-pendiente-cliente
                           END-IF
                       END-IF
               END-READ.

           siguiente-numero-presupuesto.
               OPEN INPUT pres-contador-file
               IF fs-pres-ctr-ok
               WRITE pres-contador-rec
               CLOSE pres-contador-file.

           calcula-fecha-validez.
      * la fecha del presupuesto mas ws-validez-dias sobre el
      * calendario comercial; un dia 31 cuenta como 30
               IF fq-dd > 30
                   COMPUTE ws-serial-validez =
                       fq-aaaa * 360 + (fq-mm - 1) * 30 + 29
                       + ws-validez-dias
               ELSE
                   COMPUTE ws-serial-validez =
                       fq-aaaa * 360 + (fq-mm - 1) * 30 + fq-dd - 1
                       + ws-validez-dias
               END-IF
               DIVIDE ws-serial-validez BY 360 GIVING fv-aaaa
                   REMAINDER ws-resto-validez
               DIVIDE ws-resto-validez BY 30 GIVING fv-mm
                   REMAINDER fv-dd
               ADD 1 TO fv-mm
               ADD 1 TO fv-dd.

           graba-cabecera-persistida.
               MOVE SPACES TO ws-pres-linea
               SET pr-cabecera TO TRUE
               MOVE ws-cliente-codigo TO ph-cliente
               MOVE ws-descuento-pct TO ph-descuento
               MOVE ws-total-presupuesto TO ph-total
               MOVE ws-cuota-presupuesto TO ph-cuota-iva
               MOVE ws-fecha-validez TO ph-fecha-validez
               SET ph-abierto TO TRUE
               MOVE ws-vendedor TO ph-vendedor
               MOVE ws-pres-linea TO presupuestos-rec
               WRITE presupuestos-rec.

               MOVE numero TO pd-precio
               MOVE ws-cantidad-pres TO pd-cantidad
               MOVE ws-importe-linea TO pd-importe
               MOVE ar-codigo TO pd-codigo
               MOVE ar-tipo-iva TO pd-tipo-iva
               MOVE ws-pres-linea TO presupuestos-rec
               WRITE presupuestos-rec.

                   PERFORM lee-lista UNTIL ws-lista-eof
                   CLOSE lista-file
               ELSE
                   DISPLAY mt-texto(134)(1:mt-largo(134))
               END-IF.

           lee-lista.
                           MOVE ws-numero-entrada-num TO numero
                           PERFORM genera-tabla-batch
                       ELSE
                           DISPLAY mt-texto(135)(1:mt-largo(135)) " "
                                   lista-rec
                       END-IF
               END-READ.
                   SET ws-entrenamiento TO TRUE
               END-IF
               IF ws-entrenamiento
                   DISPLAY mt-texto(136)(1:mt-largo(136))
                    MOVE "ent_tabla_batch.dat"
                        TO ws-nombre-batch
                    MOVE "ent_tabla_sesion.log"
                        TO ws-nombre-pres-ctr
               END-IF.

           prepara-mensajes.
      * idioma inicial de los mensajes: la variable IDIOMA que
      * exporta menu.sh, castellano si no viene o no es valida.
               ACCEPT ws-idioma-entorno FROM ENVIRONMENT "IDIOMA"
                   ON EXCEPTION
                       MOVE SPACES TO ws-idioma-entorno
               END-ACCEPT
               INSPECT ws-idioma-entorno CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF ws-idioma-entorno NOT = SPACES
                       AND ws-idioma-entorno ALPHABETIC
                   MOVE ws-idioma-entorno TO ws-idioma
               END-IF
               PERFORM carga-mensajes.

           carga-mensajes.
      * la tabla se rellena primero en castellano y encima se pone el
      * idioma elegido, asi un texto que aun no este traducido sale
      * en castellano; uno que no este en ninguno de los dos muestra
      * su numero, para darlo de alta con rutinas_143.
               MOVE 3000 TO ws-mensajes-base
               INITIALIZE ws-tabla-mensajes
               MOVE "ES" TO ws-idioma-carga
               PERFORM lee-catalogo-mensajes
               IF ws-idioma NOT = "ES"
                   MOVE ws-idioma TO ws-idioma-carga
                   PERFORM lee-catalogo-mensajes
               END-IF
               PERFORM completa-mensaje
                   VARYING ws-mensaje-idx FROM 1 BY 1
                   UNTIL ws-mensaje-idx > 399.

           lee-catalogo-mensajes.
               OPEN INPUT mensajes-file
               IF fs-mensajes-ok
                   MOVE 'N' TO ws-mensajes-eof-sw
                   PERFORM lee-siguiente-mensaje
                       UNTIL ws-mensajes-eof
                   CLOSE mensajes-file
               END-IF.

           lee-siguiente-mensaje.
               READ mensajes-file NEXT RECORD
                   AT END
                       SET ws-mensajes-eof TO TRUE
                   NOT AT END
                       IF ms-idioma = ws-idioma-carga
                               AND ms-texto NOT = SPACES
                           PERFORM coloca-mensaje
                       END-IF
               END-READ.

           coloca-mensaje.
      * 0001-0099 son los mensajes comunes a todos los programas;
      * los propios de este van de base+100 a base+399.
               MOVE 0 TO ws-mensaje-idx
               IF ms-numero > 0 AND ms-numero < 100
                   MOVE ms-numero TO ws-mensaje-idx
               END-IF
               IF ms-numero > ws-mensajes-base + 99
                       AND ms-numero < ws-mensajes-base + 400
                   COMPUTE ws-mensaje-idx = ms-numero - ws-mensajes-base
               END-IF
               IF ws-mensaje-idx > 0
                   MOVE ms-texto TO mt-texto(ws-mensaje-idx)
               END-IF.

           completa-mensaje.
               IF mt-texto(ws-mensaje-idx) = SPACES
                   IF ws-mensaje-idx < 100
                       MOVE ws-mensaje-idx TO ws-mensaje-numero
                   ELSE
                       COMPUTE ws-mensaje-numero =
                           ws-mensajes-base + ws-mensaje-idx
                   END-IF
                   STRING "(mensaje " ws-mensaje-numero ")"
                       DELIMITED BY SIZE INTO mt-texto(ws-mensaje-idx)
               END-IF
               MOVE 0 TO mt-largo(ws-mensaje-idx)
               PERFORM mide-mensaje
                   VARYING ws-mensaje-pos FROM 80 BY -1
                   UNTIL ws-mensaje-pos < 1
                      OR mt-largo(ws-mensaje-idx) > 0.

           mide-mensaje.
               IF mt-texto(ws-mensaje-idx)(ws-mensaje-pos:1) NOT = SPACE
                   MOVE ws-mensaje-pos TO mt-largo(ws-mensaje-idx)
               END-IF.

       END PROGRAM rutinas_3.
