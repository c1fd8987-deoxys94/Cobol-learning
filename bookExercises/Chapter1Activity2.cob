      * se estampan sus totales de control (cuenta y hash de
      * montos) en CTLTOT via CTLMAST, para la verificacion de
      * maestros de procesodiario.
      * modificado 15/10/2026 - abono periodico de intereses: antes
      * de postear los movimientos, cada cartera recibe el interes
      * de los periodos completos transcurridos desde su ultimo
      * abono, a su frecuencia de capitalizacion (o la del producto
      * en vigor), como movimiento tipo I en INVHIS y en su estado
      * de cuenta. la fecha del ultimo abono viaja en el maestro y
      * solo avanza por periodos completos, asi que repetir la
      * corrida no abona dos veces el mismo periodo. el registro de
      * abonos con su total general sale en INVINT.
      * modificado 15/10/2026 - retencion de impuesto sobre cada
      * abono de intereses, a la tasa en vigor de la categoria RIN
      * de TAXRATE (mantenida con TAXMANT): el abono a la cartera
      * es el interes neto de la retencion, los clientes con
      * certificado vigente en TAXEXM no retienen (tasa cero, como
      * en calcimpuesto), lo retenido se agrega al acumulado de
      * remesa TAXMES para que TAXREMES lo reporte y lo corte con el
      * impuesto de ventas, y cada cliente acumula su constancia
      * anual de retenciones en INVCRT.
      * modificado 15/10/2026 - la corrida nocturna manda a SERIN
      * (via SERKPI) el valor futuro proyectado de todas las
      * carteras, en decenas de miles de pesos, como la serie fija
      * KCAR, para que SERNUM le pase la varianza.
      * modificado 15/10/2026 - la exencion de la retencion se busca
      * por el cliente de TAXCLI de la parte duena de la cartera
      * (PTYCAR y PTYMST, como PTYREL), no por el codigo de la
      * cartera; una cartera sin parte o cuya parte no tiene
      * cliente de TAXCLI retiene y sale en el registro INVINT como
      * no resuelta.
      * modificado 15/10/2026 - el dia del mes al que se anclan los
      * abonos viaja en el maestro: cada periodo cae en ese dia, o
      * en el ultimo del mes si el mes es mas corto (con febrero de
      * 29 dias en anio bisiesto), sin que el dia recortado se
      * vuelva el ancla de los periodos siguientes.

       environment division.
       input-output section.
               organization is sequential.
           select vencimiento-report-file assign to "INVVEN"
               organization is sequential.
           select interes-report-file assign to "INVINT"
               organization is sequential.
           select optional rate-file assign to "TAXRATE"
               organization is sequential.
           select optional exencion-file assign to "TAXEXM"
               organization is sequential.
           select optional remesa-mtd-file assign to "TAXMES"
               organization is sequential.
           select optional constancia-file assign to "INVCRT"
               organization is sequential.
           select optional parte-file assign to "PTYMST"
               organization is sequential.
           select optional parte-cartera-file assign to "PTYCAR"
               organization is sequential.

       data division.
       file section.
       copy PARMSHOP.

      * maestro de carteras: una por cliente, con los mismos datos
      * que pide la captura interactiva, mas la fecha hasta la que
      * ya se abonaron intereses y el dia del mes en que caen los
      * abonos.
       fd  cartera-file.
       01  cartera-record.
           05 car-cliente             pic x(8).
           05 car-inflacion           pic 99v9.
           05 car-producto            pic x(4).
           05 car-fecha-apertura      pic 9(8).
           05 car-fecha-interes       pic 9(8).
           05 car-dia-abono           pic 99.

       fd  proyeccion-file.
       01  proyeccion-record.
           05 mov-monto               pic 9(5).

      * historia permanente de movimientos por cartera, con el
      * saldo antes y despues de cada uno. ademas de depositos (D)
      * y retiros (R), el abono de intereses deja tipo I.
       fd  historia-file.
       01  historia-record.
           05 his-cliente             pic x(8).
       fd  vencimiento-report-file.
       01  vencimiento-report-record  pic x(80).

       fd  interes-report-file.
       01  interes-report-record      pic x(80).

      * tasas de impuesto con vigencia, mantenidas con TAXMANT. aqui
      * solo se usa la categoria de retencion sobre intereses.
       fd  rate-file.
       01  rate-record.
           05 rate-categoria          pic x(3).
           05 rate-porcentaje         pic 9v999.
           05 rate-fecha-desde        pic 9(8).
           05 rate-fecha-hasta        pic 9(8).

      * certificados de exencion de impuesto por cliente.
       fd  exencion-file.
       01  exencion-record.
           05 exm-cliente             pic x(6).
           05 exm-certificado         pic x(10).
           05 exm-fecha-vence         pic 9(8).

      * acumulado de remesa del mes que totaliza y corta TAXREMES.
       fd  remesa-mtd-file.
       01  remesa-mtd-record.
           05 txm-categoria           pic x(3).
           05 txm-tasa                pic 9v999.
           05 txm-facturas            pic 9(6).
           05 txm-ventas              pic s9(8)v99.
           05 txm-impuesto            pic s9(8)v99.

      * constancia anual de retenciones: un registro por cliente y
      * anio con el interes bruto, lo retenido, el neto abonado y el
      * certificado de exencion si lo hubo.
       fd  constancia-file.
       01  constancia-record.
           05 crt-cliente             pic x(8).
           05 crt-anio                pic 9(4).
           05 crt-interes-bruto       pic 9(7).
           05 crt-retencion           pic 9(7).
           05 crt-interes-neto        pic 9(7).
           05 crt-certificado         pic x(10).

      * maestro de partes y liga parte-cartera, mantenidos con
      * PTYMANT: de aqui sale el cliente de TAXCLI de cada cartera
      * para buscar su certificado de exencion.
       fd  parte-file.
       01  parte-record.
           05 pty-parte               pic x(8).
           05 pty-nombre              pic x(30).
           05 pty-rfc                 pic x(13).
           05 pty-domicilio           pic x(40).
           05 pty-ciudad              pic x(20).
           05 pty-codigo-postal       pic x(5).
           05 pty-estado              pic x.
           05 pty-cliente-cxc         pic x(6).

       fd  parte-cartera-file.
       01  parte-cartera-record.
           05 pcr-parte               pic x(8).
           05 pcr-cartera             pic x(8).

       working-storage section.

       01  valores-entrada-usuario.
       77  ws-eof-cartera             pic x value 'n'.
           88 eof-cartera                      value 'y'.
       77  ws-carteras-procesadas     pic 9(6) value 0.
       77  ws-valor-proyectado        pic 9(11)v99 value 0.

      * posteo de movimientos: las carteras viajan a una tabla, los
      * depositos y retiros se aplican ahi, y el maestro se
               10 tca-inflacion       pic 99v9.
               10 tca-producto        pic x(4).
               10 tca-fecha-apertura  pic 9(8).
               10 tca-fecha-interes   pic 9(8).
               10 tca-dia-abono       pic 99.
               10 tca-interes-hoy     pic 9(5).
               10 tca-parte           pic x(8).
               10 tca-cliente-cxc     pic x(6).
               10 tca-sin-resolver    pic x.
                   88 tca-no-resuelta          value 'y'.
       77  ws-eof-movimiento          pic x value 'n'.
           88 eof-movimiento                   value 'y'.
       77  ws-hubo-posteos            pic x value 'n'.
           05 filler                  pic x(02) value ": ".
           05 lef-valor-futuro        pic z,zzz,zzz,zz9.99.
           05 filler                  pic x(17) value spaces.

      * abono de intereses: el fin del periodo en turno es la fecha
      * del ultimo abono mas los meses del periodo (12, 6, 3 o 1);
      * se abona mientras ese fin no pase de la fecha de negocio ni
      * del vencimiento de la cartera. el interes se redondea al
      * peso porque el saldo de la cartera va en pesos enteros.
       01  ws-fecha-abono.
           05 abo-aaaa                pic 9(4).
           05 abo-mm                  pic 9(2).
           05 abo-dd                  pic 9(2).
       01  ws-fecha-abono-num redefines ws-fecha-abono pic 9(8).
       77  ws-meses-periodo           pic 99.
       77  ws-dias-mes                pic 99.
       77  ws-cociente-anio           pic 9(4).
       77  ws-residuo-4               pic 9(3).
       77  ws-residuo-100             pic 9(3).
       77  ws-residuo-400             pic 9(3).
       77  ws-fecha-limite-abono      pic 9(8).
       77  ws-interes-periodo         pic 9(5).
       77  ws-abonos-hechos           pic 9(5) value 0.
       77  ws-total-intereses         pic 9(9) value 0.
       77  ws-sigue-abonando          pic x value 'n'.
           88 sigue-abonando                   value 'y'.
       01  encabezado-interes-4.
           05 filler                  pic x(8) value "CLIENTE".
           05 filler                  pic x(01) value spaces.
           05 filler                  pic x(8) value "PERIODO".
           05 filler                  pic x(01) value spaces.
           05 filler                  pic x(6) value "SALDO".
           05 filler                  pic x(01) value spaces.
           05 filler                  pic x(4) value "TASA".
           05 filler                  pic x(01) value spaces.
           05 filler                  pic x(6) value "INTER.".
           05 filler                  pic x(01) value spaces.
           05 filler                  pic x(6) value "RETEN.".
           05 filler                  pic x(01) value spaces.
           05 filler                  pic x(6) value "NETO".
           05 filler                  pic x(01) value spaces.
           05 filler                  pic x(6) value "NUEVO".
           05 filler                  pic x(01) value spaces.
           05 filler                  pic x(6) value "MARCA".
           05 filler                  pic x(16) value spaces.
       01  linea-interes.
           05 li-cliente              pic x(8).
           05 filler                  pic x(01) value spaces.
           05 li-fecha                pic 9(8).
           05 filler                  pic x(01) value spaces.
           05 li-saldo                pic zz,zz9.
           05 filler                  pic x(01) value spaces.
           05 li-tasa                 pic z9.9.
           05 filler                  pic x(01) value spaces.
           05 li-interes              pic zz,zz9.
           05 filler                  pic x(01) value spaces.
           05 li-retencion            pic zz,zz9.
           05 filler                  pic x(01) value spaces.
           05 li-neto                 pic zz,zz9.
           05 filler                  pic x(01) value spaces.
           05 li-saldo-nuevo          pic zz,zz9.
           05 filler                  pic x(01) value spaces.
           05 li-marca                pic x(6).
           05 filler                  pic x(16) value spaces.
       01  linea-total-intereses.
           05 filler                  pic x(8) value "ABONOS: ".
           05 lti-abonos              pic zz,zz9.
           05 filler                  pic x(11) value "  INTERES: ".
           05 lti-total               pic zzz,zzz,zz9.
           05 filler                  pic x(12) value
               "  RETENIDO: ".
           05 lti-retenido            pic zzz,zzz,zz9.
           05 filler                  pic x(21) value spaces.

      * retencion sobre intereses: la tasa sale de TAXRATE bajo la
      * categoria propia de la retencion, en vigor a la fecha del
      * abono. un cliente con certificado vigente en TAXEXM abona
      * con tasa cero. la retencion se redondea al peso, como el
      * interes, y se acumula por tasa para el renglon de TAXMES.
       77  ws-categoria-retencion     pic x(3) value "RIN".
       77  tasas-retencion-cargadas   pic 99 value 0.
       01  tabla-tasas-retencion.
           05 tasa-retencion-entry occurs 50 times
                   indexed by idx-tasa-ret.
               10 trt-porcentaje      pic 9v999.
               10 trt-desde           pic 9(8).
               10 trt-hasta           pic 9(8).
       77  ws-eof-rate                pic x value 'n'.
           88 eof-rate                         value 'y'.
       77  ws-tasa-retencion          pic 9v999.
       77  ws-tasa-ret-hallada        pic x value 'n'.
           88 tasa-ret-hallada                 value 'y'.
       77  exenciones-cargadas        pic 999 value 0.
       01  tabla-exenciones.
           05 exencion-entry occurs 100 times
                   indexed by idx-exencion.
               10 tex-cliente         pic x(6).
               10 tex-certificado     pic x(10).
               10 tex-vence           pic 9(8).
       77  ws-eof-exencion            pic x value 'n'.
           88 eof-exencion                     value 'y'.
       77  ws-exencion-hallada        pic x value 'n'.
           88 exencion-hallada                 value 'y'.
       77  ws-certificado-uso         pic x(10).
       77  ws-retencion-periodo       pic 9(5).
       77  ws-interes-neto            pic 9(5).
       77  ws-marca-retencion         pic x(6).
       77  ws-total-retenido          pic 9(9) value 0.
       77  ws-abonos-exentos          pic 9(5) value 0.

      * resolucion cartera -> parte -> cliente de TAXCLI. una
      * cartera sin liga en PTYCAR, o cuya parte no trae cliente de
      * TAXCLI, no se evalua como exenta: retiene y se lista al pie
      * del registro de abonos.
       77  ws-eof-parte               pic x value 'n'.
           88 eof-parte                        value 'y'.
       77  ws-eof-liga                pic x value 'n'.
           88 eof-liga                         value 'y'.
       77  ws-carteras-sin-resolver   pic 9(5) value 0.
       01  encabezado-sin-resolver.
           05 filler                  pic x(45) value
               "CARTERAS SIN CLIENTE TAXCLI (EXENCION NO EVAL".
           05 filler                  pic x(35) value
               "UADA, SE RETUVO)".
       01  linea-sin-resolver.
           05 lsr-cliente             pic x(8).
           05 filler                  pic x(02) value spaces.
           05 lsr-parte               pic x(8).
           05 filler                  pic x(02) value spaces.
           05 lsr-motivo              pic x(30).
           05 filler                  pic x(30) value spaces.
       77  remesas-cargadas           pic 99 value 0.
       01  tabla-remesa-retencion.
           05 remesa-ret-entry occurs 20 times
                   indexed by idx-remesa.
               10 trm-tasa            pic 9v999.
               10 trm-abonos          pic 9(6).
               10 trm-interes         pic 9(8)v99.
               10 trm-retencion       pic 9(8)v99.
       77  ws-remesa-hallada          pic x value 'n'.
           88 remesa-hallada                   value 'y'.

      * constancias anuales cargadas de INVCRT, actualizadas con los
      * abonos de la corrida y reescritas al final. la carga deja
      * lugar para dos anios de cada cartera de la tabla; si el
      * archivo no cabe, la corrida no abona intereses.
       77  constancias-cargadas       pic 9(4) value 0.
       77  ws-limite-constancias      pic 9(4) value 1400.
       77  ws-constancias-rebasadas   pic x value 'n'.
           88 constancias-rebasadas            value 'y'.
       01  tabla-constancias.
           05 constancia-entry occurs 2000 times
                   indexed by idx-constancia.
               10 tct-cliente         pic x(8).
               10 tct-anio            pic 9(4).
               10 tct-bruto           pic 9(7).
               10 tct-retencion       pic 9(7).
               10 tct-neto            pic 9(7).
               10 tct-certificado     pic x(10).
       77  ws-eof-constancia          pic x value 'n'.
           88 eof-constancia                   value 'y'.
       77  ws-constancia-hallada      pic x value 'n'.
           88 constancia-hallada               value 'y'.
       77  ws-numero-pagina           pic 999 value 0.
       77  ws-renglones-pagina        pic 99 value 0.
       77  ws-max-renglones           pic 99 value 20.
               "TOTAL APORTACIONES: ".
           05 lt-total-aportado       pic zzz,zzz,zz9.99.
           05 filler                  pic x(14) value spaces.
       copy SERKPI.

       linkage section.
       01  lk-modo-llamada            pic x.
           if llamada-modo-lote
               perform 300-procesar-cartera
               move ws-carteras-procesadas to lk-registros-procesados
               perform 380-alimentar-series
           else
               move 1 to seleccion-usuario
               perform 100-calcular-inversion-futura
           perform 285-cargar-productos.
           perform 290-postear-movimientos.
           move 0 to ws-carteras-procesadas.
           move 0 to ws-valor-proyectado.
           move 0 to vencimientos-cargados.
           move 'n' to ws-eof-cartera.
           open input cartera-file.
           move tve-monto(idx-vence) to lv-monto.
           write vencimiento-report-record from linea-vencimiento.

      * total de la corrida nocturna para la varianza de SERNUM: el
      * valor futuro nominal de las carteras que se proyectaron esta
      * noche, en decenas de miles de pesos.
       380-alimentar-series.
           move "INV" to SKP-FUENTE.
           move 1 to SKP-LECTURAS.
           move "KCAR" to SKP-SERIE(1).
           move ws-valor-proyectado to SKP-IMPORTE(1).
           move 10000 to SKP-DIVISOR(1).
           call "SERKPI" using SERKPI-AREA.

       361-buscar-producto.
           if tpr-producto(idx-producto) = ws-producto-uso
              and ws-fecha-hoy >= tpr-desde(idx-producto)
               set idx-producto up by 1
           end-if.

      * abono de intereses sobre el maestro en memoria, antes de los
      * movimientos del dia: cada cartera recibe un abono por cada
      * periodo completo desde su ultimo abono. una cartera que aun
      * no tiene fecha de abono (recien convertida) empieza a
      * acumular desde la fecha de negocio. sin lugar para las
      * constancias anuales no se abona nada, para no retener sin
      * constancia.
       280-abonar-intereses.
           move 0 to ws-abonos-hechos.
           move 0 to ws-total-intereses.
           move 0 to ws-total-retenido.
           move 0 to ws-abonos-exentos.
           move 0 to ws-carteras-sin-resolver.
           move 0 to remesas-cargadas.
           perform 270-cargar-retencion.
           if constancias-rebasadas
               display "constancias de retencion (INVCRT) rebasan "
                   "la tabla, no se abonan intereses; depurar INVCRT"
           else
               perform 288-abonar-carteras
           end-if.

       288-abonar-carteras.
           open output interes-report-file.
           open extend historia-file.
           move ws-fecha-hoy to RPT-FECHA-CORRIDA.
           move ws-max-renglones to ws-renglones-pagina.
           move 0 to ws-numero-pagina.
           perform 281-abonar-una-cartera
               varying idx-cartera from 1 by 1
               until idx-cartera > carteras-cargadas.
           if ws-numero-pagina = 0
               perform 284-escribir-encabezado-interes
           end-if.
           move ws-abonos-hechos to lti-abonos.
           move ws-total-intereses to lti-total.
           move ws-total-retenido to lti-retenido.
           write interes-report-record from linea-total-intereses.
           if ws-carteras-sin-resolver > 0
               perform 257-listar-sin-resolver
           end-if.
           write interes-report-record from RPT-PIE-LINEA.
           close interes-report-file.
           close historia-file.
           display "abonos de interes: " ws-abonos-hechos
               "  interes bruto: " ws-total-intereses
               "  retenido: " ws-total-retenido
               "  exentos: " ws-abonos-exentos.
           if ws-carteras-sin-resolver > 0
               display "carteras sin cliente TAXCLI (no se evalua "
                   "exencion): " ws-carteras-sin-resolver
           end-if.

      * tasa y frecuencia de la cartera (o del producto en vigor),
      * y el vencimiento como tope: despues de el ya no se abona.
       281-abonar-una-cartera.
           move tca-tasa(idx-cartera) to tasa-interes-anual.
           move tca-frecuencia(idx-cartera)
               to frecuencia-capitalizacion.
           move tca-plazo(idx-cartera) to periodo-tiempo.
           move tca-producto(idx-cartera) to ws-producto-uso.
           perform 360-aplicar-producto.
           perform 130-calcular-periodos-y-tasa.
           compute ws-meses-periodo = 12 / periodos-por-anio.
           move 99999999 to ws-fecha-limite-abono.
           if tca-fecha-apertura(idx-cartera) > 0
               move tca-fecha-apertura(idx-cartera)
                   to ws-fecha-vence-num
               add tca-plazo(idx-cartera) to ven-aaaa
               if ven-mm = 02 and ven-dd = 29
                   move 28 to ven-dd
               end-if
               move ws-fecha-vence-num to ws-fecha-limite-abono
           end-if.
           if tca-fecha-interes(idx-cartera) = 0
               move ws-fecha-hoy to tca-fecha-interes(idx-cartera)
               move ws-fecha-hoy to ws-fecha-abono-num
               move abo-dd to tca-dia-abono(idx-cartera)
               move 'y' to ws-hubo-posteos
           else
               if tca-dia-abono(idx-cartera) = 0
                   move tca-fecha-interes(idx-cartera)
                       to ws-fecha-abono-num
                   move abo-dd to tca-dia-abono(idx-cartera)
                   move 'y' to ws-hubo-posteos
               end-if
               move 'y' to ws-sigue-abonando
               perform 282-abonar-un-periodo
                   until not sigue-abonando
           end-if.

      * un periodo: su fin es el ultimo abono mas los meses del
      * periodo, en el dia ancla de la cartera (si el mes no tiene
      * ese dia, en el ultimo del mes; el ancla no cambia, asi que
      * despues de febrero el abono regresa a su dia). si ya llego,
      * se abona y la fecha avanza; un interes de cero (saldo o
      * tasa en cero) solo avanza la fecha.
       282-abonar-un-periodo.
           move tca-fecha-interes(idx-cartera) to ws-fecha-abono-num.
           add ws-meses-periodo to abo-mm.
           if abo-mm > 12
               subtract 12 from abo-mm
               add 1 to abo-aaaa
           end-if.
           perform 263-dias-del-mes.
           if tca-dia-abono(idx-cartera) < ws-dias-mes
               move tca-dia-abono(idx-cartera) to abo-dd
           else
               move ws-dias-mes to abo-dd
           end-if.
           if ws-fecha-abono-num > ws-fecha-hoy
              or ws-fecha-abono-num > ws-fecha-limite-abono
               move 'n' to ws-sigue-abonando
           else
               compute ws-interes-periodo rounded =
                   tca-monto(idx-cartera) * tasa-periodica
               if tca-monto(idx-cartera) + ws-interes-periodo > 99999
                   display "aviso: el abono de interes rebasa el "
                       "saldo maximo de la cartera, no se abona: "
                       tca-cliente(idx-cartera)
                   move 'n' to ws-sigue-abonando
               else
                   if ws-interes-periodo > 0
                       perform 283-registrar-abono
                   end-if
                   move ws-fecha-abono-num
                       to tca-fecha-interes(idx-cartera)
                   move 'y' to ws-hubo-posteos
               end-if
           end-if.

      * dias del mes abo-mm de abo-aaaa; febrero tiene 29 en anio
      * bisiesto (divisible entre 4 y no entre 100, o entre 400).
       263-dias-del-mes.
           evaluate abo-mm
               when 02
                   divide abo-aaaa by 4 giving ws-cociente-anio
                       remainder ws-residuo-4
                   divide abo-aaaa by 100 giving ws-cociente-anio
                       remainder ws-residuo-100
                   divide abo-aaaa by 400 giving ws-cociente-anio
                       remainder ws-residuo-400
                   if ws-residuo-4 = 0
                      and (ws-residuo-100 not = 0
                           or ws-residuo-400 = 0)
                       move 29 to ws-dias-mes
                   else
                       move 28 to ws-dias-mes
                   end-if
               when 04
               when 06
               when 09
               when 11
                   move 30 to ws-dias-mes
               when other
                   move 31 to ws-dias-mes
           end-evaluate.

      * el abono a la cartera y a la historia es el interes neto
      * de la retencion; el registro muestra bruto, retenido y neto.
       283-registrar-abono.
           perform 274-calcular-retencion.
           compute ws-interes-neto =
               ws-interes-periodo - ws-retencion-periodo.
           move tca-cliente(idx-cartera) to his-cliente.
           move ws-fecha-abono-num to his-fecha.
           move 'I' to his-tipo.
           move ws-interes-neto to his-monto.
           move tca-monto(idx-cartera) to his-saldo-anterior.
           add ws-interes-neto to tca-monto(idx-cartera).
           move tca-monto(idx-cartera) to his-saldo-nuevo.
           write historia-record.
           add ws-interes-neto to tca-interes-hoy(idx-cartera).
           add 1 to ws-abonos-hechos.
           add ws-interes-periodo to ws-total-intereses.
           add ws-retencion-periodo to ws-total-retenido.
           perform 276-acumular-constancia.
           if ws-renglones-pagina >= ws-max-renglones
               perform 284-escribir-encabezado-interes
           end-if.
           move tca-cliente(idx-cartera) to li-cliente.
           move ws-fecha-abono-num to li-fecha.
           move his-saldo-anterior to li-saldo.
           move tasa-interes-anual to li-tasa.
           move ws-interes-periodo to li-interes.
           move ws-retencion-periodo to li-retencion.
           move ws-interes-neto to li-neto.
           move his-saldo-nuevo to li-saldo-nuevo.
           move ws-marca-retencion to li-marca.
           write interes-report-record from linea-interes.
           add 1 to ws-renglones-pagina.

       284-escribir-encabezado-interes.
           add 1 to ws-numero-pagina.
           move 0 to ws-renglones-pagina.
           move "REGISTRO DE ABONO DE INTERESES" to RPT-TITULO.
           move ws-numero-pagina to RPT-NUMERO-PAGINA.
           write interes-report-record from RPT-ENCABEZADO-LINEA-1.
           write interes-report-record from RPT-ENCABEZADO-LINEA-2.
           write interes-report-record from RPT-ENCABEZADO-LINEA-3.
           write interes-report-record from encabezado-interes-4.

      * cartera -> parte por PTYCAR, y parte -> cliente de TAXCLI
      * por PTYMST, como lo arma PTYREL. cada cartera pertenece a una
      * sola parte (PTYMANT no permite ligarla dos veces).
       250-resolver-partes.
           move 'n' to ws-eof-liga.
           open input parte-cartera-file.
           perform 251-leer-liga.
           perform 252-aplicar-liga
               until eof-liga.
           close parte-cartera-file.
           move 'n' to ws-eof-parte.
           open input parte-file.
           perform 254-leer-parte.
           perform 255-aplicar-parte
               until eof-parte.
           close parte-file.

       251-leer-liga.
           read parte-cartera-file
               at end move 'y' to ws-eof-liga
           end-read.

       252-aplicar-liga.
           perform 253-ligar-cartera
               varying idx-cartera from 1 by 1
               until idx-cartera > carteras-cargadas.
           perform 251-leer-liga.

       253-ligar-cartera.
           if tca-cliente(idx-cartera) = pcr-cartera
               move pcr-parte to tca-parte(idx-cartera)
           end-if.

       254-leer-parte.
           read parte-file
               at end move 'y' to ws-eof-parte
           end-read.

       255-aplicar-parte.
           if pty-parte not = spaces
               perform 256-asignar-cliente-cxc
                   varying idx-cartera from 1 by 1
                   until idx-cartera > carteras-cargadas
           end-if.
           perform 254-leer-parte.

       256-asignar-cliente-cxc.
           if tca-parte(idx-cartera) = pty-parte
               move pty-cliente-cxc to tca-cliente-cxc(idx-cartera)
           end-if.

      * al pie del registro de abonos: las carteras que abonaron sin
      * cliente de TAXCLI resuelto, para ligarlas con PTYMANT.
       257-listar-sin-resolver.
           if ws-renglones-pagina >= ws-max-renglones
               perform 284-escribir-encabezado-interes
           end-if.
           write interes-report-record from encabezado-sin-resolver.
           add 1 to ws-renglones-pagina.
           perform 258-escribir-sin-resolver
               varying idx-cartera from 1 by 1
               until idx-cartera > carteras-cargadas.

       258-escribir-sin-resolver.
           if tca-no-resuelta(idx-cartera)
               if ws-renglones-pagina >= ws-max-renglones
                   perform 284-escribir-encabezado-interes
                   write interes-report-record
                       from encabezado-sin-resolver
               end-if
               move tca-cliente(idx-cartera) to lsr-cliente
               move tca-parte(idx-cartera) to lsr-parte
               if tca-parte(idx-cartera) = spaces
                   move "SIN LIGA EN PTYCAR" to lsr-motivo
               else
                   move "PARTE SIN CLIENTE TAXCLI" to lsr-motivo
               end-if
               write interes-report-record from linea-sin-resolver
               add 1 to ws-renglones-pagina
           end-if.

      * carga la tasa de retencion (solo la categoria propia), los
      * certificados de exencion y las constancias anuales, y
      * resuelve el cliente de TAXCLI de cada cartera. los archivos
      * son opcionales: sin TAXRATE no hay tasa y el abono sale sin
      * retencion con aviso; sin TAXEXM nadie es exento; sin
      * PTYCAR/PTYMST ninguna cartera se resuelve y todas retienen.
       270-cargar-retencion.
           move 0 to tasas-retencion-cargadas.
           move 'n' to ws-eof-rate.
           open input rate-file.
           perform 271-leer-tasa.
           perform 272-almacenar-tasa
               until eof-rate.
           close rate-file.
           move 0 to exenciones-cargadas.
           move 'n' to ws-eof-exencion.
           open input exencion-file.
           perform 273-leer-exencion.
           perform 289-almacenar-exencion
               until eof-exencion.
           close exencion-file.
           move 0 to constancias-cargadas.
           move 'n' to ws-constancias-rebasadas.
           move 'n' to ws-eof-constancia.
           open input constancia-file.
           perform 268-leer-constancia.
           perform 269-almacenar-constancia
               until eof-constancia.
           close constancia-file.
           perform 250-resolver-partes.

       268-leer-constancia.
           read constancia-file
               at end move 'y' to ws-eof-constancia
           end-read.

       269-almacenar-constancia.
           if constancias-cargadas < ws-limite-constancias
               add 1 to constancias-cargadas
               set idx-constancia to constancias-cargadas
               move crt-cliente to tct-cliente(idx-constancia)
               move crt-anio to tct-anio(idx-constancia)
               move crt-interes-bruto to tct-bruto(idx-constancia)
               move crt-retencion to tct-retencion(idx-constancia)
               move crt-interes-neto to tct-neto(idx-constancia)
               move crt-certificado
                   to tct-certificado(idx-constancia)
           else
               move 'y' to ws-constancias-rebasadas
           end-if.
           perform 268-leer-constancia.

       271-leer-tasa.
           read rate-file
               at end move 'y' to ws-eof-rate
           end-read.

       272-almacenar-tasa.
           if rate-categoria = ws-categoria-retencion
               if tasas-retencion-cargadas < 50
                   add 1 to tasas-retencion-cargadas
                   set idx-tasa-ret to tasas-retencion-cargadas
                   move rate-porcentaje
                       to trt-porcentaje(idx-tasa-ret)
                   move rate-fecha-desde to trt-desde(idx-tasa-ret)
                   move rate-fecha-hasta to trt-hasta(idx-tasa-ret)
               else
                   display "tabla de tasas de retencion llena (50), "
                       "se ignora la vigente desde " rate-fecha-desde
               end-if
           end-if.
           perform 271-leer-tasa.

       273-leer-exencion.
           read exencion-file
               at end move 'y' to ws-eof-exencion
           end-read.

       289-almacenar-exencion.
           if exenciones-cargadas < 100
               add 1 to exenciones-cargadas
               set idx-exencion to exenciones-cargadas
               move exm-cliente to tex-cliente(idx-exencion)
               move exm-certificado to tex-certificado(idx-exencion)
               move exm-fecha-vence to tex-vence(idx-exencion)
           else
               display "tabla de exenciones llena (100), se ignora "
                   "cliente: " exm-cliente
           end-if.
           perform 273-leer-exencion.

      * retencion del abono en turno: el certificado se busca por
      * el cliente de TAXCLI de la parte duena de la cartera (los
      * codigos de TAXEXM son de 6 posiciones y los de cartera de
      * 8, y no tienen por que coincidir); una cartera sin cliente
      * resuelto no se evalua como exenta. un cliente con certificado
      * vigente a la fecha del abono va a tasa cero (y cuenta como
      * exento en la remesa, como una factura exenta); si no, se
      * retiene a la tasa en vigor. sin tasa en vigor no se retiene
      * y el abono queda marcado en el registro.
       274-calcular-retencion.
           move 0 to ws-retencion-periodo.
           move spaces to ws-marca-retencion.
           move spaces to ws-certificado-uso.
           move 'n' to ws-exencion-hallada.
           if tca-cliente-cxc(idx-cartera) = spaces
               if not tca-no-resuelta(idx-cartera)
                   move 'y' to tca-sin-resolver(idx-cartera)
                   add 1 to ws-carteras-sin-resolver
               end-if
           else
               set idx-exencion to 1
               perform 277-buscar-exencion
                   until idx-exencion > exenciones-cargadas
                      or exencion-hallada
           end-if.
           if exencion-hallada
               move 0 to ws-tasa-retencion
               move "EXENTO" to ws-marca-retencion
               add 1 to ws-abonos-exentos
               perform 275-acumular-remesa
           else
               move 'n' to ws-tasa-ret-hallada
               set idx-tasa-ret to 1
               perform 278-buscar-tasa-retencion
                   until idx-tasa-ret > tasas-retencion-cargadas
                      or tasa-ret-hallada
               if tasa-ret-hallada
                   compute ws-retencion-periodo rounded =
                       ws-interes-periodo * ws-tasa-retencion
                   if tca-no-resuelta(idx-cartera)
                       move "S/PART" to ws-marca-retencion
                   end-if
                   perform 275-acumular-remesa
               else
                   move "S/TASA" to ws-marca-retencion
                   display "aviso: sin tasa " ws-categoria-retencion
                       " vigente al " ws-fecha-abono-num
                       ", no se retiene: " tca-cliente(idx-cartera)
               end-if
           end-if.

       277-buscar-exencion.
           if tex-cliente(idx-exencion) =
                  tca-cliente-cxc(idx-cartera)
              and tex-vence(idx-exencion) >= ws-fecha-abono-num
               move tex-certificado(idx-exencion)
                   to ws-certificado-uso
               move 'y' to ws-exencion-hallada
           else
               set idx-exencion up by 1
           end-if.

       278-buscar-tasa-retencion.
           if ws-fecha-abono-num >= trt-desde(idx-tasa-ret)
              and ws-fecha-abono-num <= trt-hasta(idx-tasa-ret)
               move trt-porcentaje(idx-tasa-ret) to ws-tasa-retencion
               move 'y' to ws-tasa-ret-hallada
           else
               set idx-tasa-ret up by 1
           end-if.

      * acumula el abono en el renglon de remesa de su tasa.
       275-acumular-remesa.
           move 'n' to ws-remesa-hallada.
           set idx-remesa to 1.
           perform 267-buscar-remesa
               until idx-remesa > remesas-cargadas
                  or remesa-hallada.
           if not remesa-hallada
               if remesas-cargadas < 20
                   add 1 to remesas-cargadas
                   set idx-remesa to remesas-cargadas
                   move ws-tasa-retencion to trm-tasa(idx-remesa)
                   move 0 to trm-abonos(idx-remesa)
                   move 0 to trm-interes(idx-remesa)
                   move 0 to trm-retencion(idx-remesa)
                   move 'y' to ws-remesa-hallada
               else
                   display "tabla de remesa de retencion llena (20), "
                       "la remesa omite la tasa: " ws-tasa-retencion
               end-if
           end-if.
           if remesa-hallada
               add 1 to trm-abonos(idx-remesa)
               add ws-interes-periodo to trm-interes(idx-remesa)
               add ws-retencion-periodo to trm-retencion(idx-remesa)
           end-if.

       267-buscar-remesa.
           if trm-tasa(idx-remesa) = ws-tasa-retencion
               move 'y' to ws-remesa-hallada
           else
               set idx-remesa up by 1
           end-if.

      * suma el abono a la constancia del cliente en el anio del
      * abono; la carga dejo lugar para los renglones nuevos.
       276-acumular-constancia.
           move 'n' to ws-constancia-hallada.
           set idx-constancia to 1.
           perform 266-buscar-constancia
               until idx-constancia > constancias-cargadas
                  or constancia-hallada.
           if not constancia-hallada
               if constancias-cargadas < 2000
                   add 1 to constancias-cargadas
                   set idx-constancia to constancias-cargadas
                   move tca-cliente(idx-cartera)
                       to tct-cliente(idx-constancia)
                   move abo-aaaa to tct-anio(idx-constancia)
                   move 0 to tct-bruto(idx-constancia)
                   move 0 to tct-retencion(idx-constancia)
                   move 0 to tct-neto(idx-constancia)
                   move spaces to tct-certificado(idx-constancia)
                   move 'y' to ws-constancia-hallada
               else
                   display "tabla de constancias llena (2000), la "
                       "constancia omite el abono de: "
                       tca-cliente(idx-cartera)
               end-if
           end-if.
           if constancia-hallada
               add ws-interes-periodo to tct-bruto(idx-constancia)
               add ws-retencion-periodo
                   to tct-retencion(idx-constancia)
               add ws-interes-neto to tct-neto(idx-constancia)
               if ws-certificado-uso not = spaces
                   move ws-certificado-uso
                       to tct-certificado(idx-constancia)
               end-if
           end-if.

       266-buscar-constancia.
           if tct-cliente(idx-constancia) = tca-cliente(idx-cartera)
              and tct-anio(idx-constancia) = abo-aaaa
               move 'y' to ws-constancia-hallada
           else
               set idx-constancia up by 1
           end-if.

      * ya reescrito el maestro: agrega los renglones de retencion
      * al acumulado de remesa del mes y reescribe las constancias.
      * como el abono solo avanza por periodos completos, una
      * recorrida no vuelve a retener ni a remesar lo mismo.
       279-escribir-retenciones.
           if remesas-cargadas > 0
               open extend remesa-mtd-file
               perform 265-escribir-remesa
                   varying idx-remesa from 1 by 1
                   until idx-remesa > remesas-cargadas
               close remesa-mtd-file
           end-if.
           open output constancia-file.
           perform 264-escribir-constancia
               varying idx-constancia from 1 by 1
               until idx-constancia > constancias-cargadas.
           close constancia-file.

       265-escribir-remesa.
           move ws-categoria-retencion to txm-categoria.
           move trm-tasa(idx-remesa) to txm-tasa.
           move trm-abonos(idx-remesa) to txm-facturas.
           move trm-interes(idx-remesa) to txm-ventas.
           move trm-retencion(idx-remesa) to txm-impuesto.
           write remesa-mtd-record.

       264-escribir-constancia.
           move tct-cliente(idx-constancia) to crt-cliente.
           move tct-anio(idx-constancia) to crt-anio.
           move tct-bruto(idx-constancia) to crt-interes-bruto.
           move tct-retencion(idx-constancia) to crt-retencion.
           move tct-neto(idx-constancia) to crt-interes-neto.
           move tct-certificado(idx-constancia) to crt-certificado.
           write constancia-record.

      * posteo de movimientos antes de proyectar: los depositos y
      * retiros de INVTRN se aplican al maestro en memoria, cada
      * cliente con movimientos recibe su estado de cuenta en
               move 0 to ws-movimientos-posteados
               move 0 to ws-retiros-rechazados
               move 0 to ws-movs-sin-cartera
               perform 280-abonar-intereses
               open output estado-report-file
               open extend historia-file
               open extend rechazo-file
               if hubo-posteos
                   perform 297-reescribir-maestro
               end-if
               if ws-abonos-hechos > 0
                   perform 279-escribir-retenciones
               end-if
               perform 298-vaciar-movimientos
               display "movimientos posteados: "
                   ws-movimientos-posteados
                   to tca-producto(carteras-cargadas)
               move car-fecha-apertura
                   to tca-fecha-apertura(carteras-cargadas)
               if car-fecha-interes is numeric
                   move car-fecha-interes
                       to tca-fecha-interes(carteras-cargadas)
               else
                   move 0 to tca-fecha-interes(carteras-cargadas)
               end-if
               if car-dia-abono is numeric
                   move car-dia-abono
                       to tca-dia-abono(carteras-cargadas)
               else
                   move 0 to tca-dia-abono(carteras-cargadas)
               end-if
               move 0 to tca-interes-hoy(carteras-cargadas)
               move spaces to tca-parte(carteras-cargadas)
               move spaces to tca-cliente-cxc(carteras-cargadas)
               move 'n' to tca-sin-resolver(carteras-cargadas)
           else
               move 'y' to ws-tabla-rebasada
           end-if.

      * una cartera: recorre el archivo de movimientos buscando los
      * suyos, los aplica en orden de llegada y cierra su pagina de
      * estado de cuenta si tuvo alguno. el interes abonado en la
      * corrida abre la pagina como primer movimiento.
       292-postear-una-cartera.
           move 'n' to ws-cartera-con-movs.
           compute ws-saldo-inicial =
               tca-monto(idx-cartera) - tca-interes-hoy(idx-cartera).
           if tca-interes-hoy(idx-cartera) > 0
               move tca-cliente(idx-cartera) to lec-cliente
               move ws-saldo-inicial to lec-saldo-inicial
               write estado-report-record from linea-estado-cliente
               move 'y' to ws-cartera-con-movs
               move spaces to lem-marca
               move ws-fecha-hoy to lem-fecha
               move "INTERES   " to lem-descripcion
               move tca-interes-hoy(idx-cartera) to lem-monto
               move tca-monto(idx-cartera) to lem-saldo
               write estado-report-record from linea-estado-mov
           end-if.
           move 'n' to ws-eof-movimiento.
           open input movimiento-file.
           perform 293-leer-movimiento.
           move tca-producto(idx-cartera) to car-producto.
           move tca-fecha-apertura(idx-cartera)
               to car-fecha-apertura.
           move tca-fecha-interes(idx-cartera) to car-fecha-interes.
           move tca-dia-abono(idx-cartera) to car-dia-abono.
           write cartera-record.

       298-vaciar-movimientos.
           write proyeccion-record.
           perform 330-escribir-linea-cartera.
           add 1 to ws-carteras-procesadas.
           add valor-futuro to ws-valor-proyectado.
           perform 310-leer-cartera.

       330-escribir-linea-cartera.
