           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hist-clave
           FILE STATUS IS w-fs-hist.
           SELECT CONSUMOS
           ASSIGN TO
           "..\consumoVentas.txt"
           ORGANIZATION is line sequential
           FILE STATUS IS w-fs-con.
           SELECT CHECKPOINT-POSTEO
           ASSIGN TO
           "..\checkpointPosteo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS chk-archivo
           FILE STATUS IS w-fs-chk.
           SELECT FACTURAS-VENTA
           ASSIGN TO
           "..\facturasVentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS fv-clave
           FILE STATUS IS w-fs-fv.
       DATA DIVISION.
       FILE SECTION.
      * TIPO DE DOCUMENTO: F (O EN BLANCO) FACTURA, N NOTA DE CREDITO.
      * LA NOTA DE CREDITO INFORMA LA FACTURA QUE ANULA EN
      * ven-fact-ref Y LAS UNIDADES DEVUELTAS EN ven-cant
       FD  VENTAS.
       01  ven-reg.
           03 ven-factura pic 9(8).
           03 ven-art pic x(3).
           03 ven-cant pic 9(3).
           03 ven-fecha pic 9(8).
           03 ven-tipo-doc pic x.
           03 ven-fact-ref pic 9(8).

       FD  ARTICULOS.
       01  art-reg-cab.
           03 srt-ven-articulo pic x(3).
           03 srt-ven-cant pic 9(3).
           03 srt-ven-fecha pic 9(8).
           03 srt-ven-tipo pic x.

       FD  LISTADO
           LINAGE IS 60 LINES
           03 ctl-unidades pic 9(7).
           03 ctl-componentes pic 9(8).
           03 ctl-excepciones pic 9(4).
           03 ctl-devueltas pic 9(7).

       FD  EXT-REQUERIDOS.
       01  extreq-reg pic x(50).
           03 hist-unidades pic 9(7).
           03 hist-facturas pic 9(5).

      * MISMO DISENO QUE MOVIMIENTOS.TXT, PARA QUE POSTEO-STOCK
      * DESCUENTE EL CONSUMO DE LAS VENTAS
       FD  CONSUMOS.
       01  con-reg.
           03 con-comp pic x(3).
           03 con-tipo pic 9.
           03 con-cant pic 9(6).
           03 con-fecha pic 9(8).
           03 con-doc pic x(10).
           03 con-deposito pic x(2).
           03 con-dep-destino pic x(2).

      * PUNTO DE CONTROL DE POSTEO-STOCK, PARA NO PISAR UN ARCHIVO
      * DE CONSUMOS CUYO POSTEO QUEDO A MEDIO HACER
       FD  CHECKPOINT-POSTEO.
       01  chk-registro.
           03 chk-archivo pic x(30).
           03 chk-ultimo pic 9(6).
           03 chk-fecha pic 9(8).
           03 chk-hora pic 9(6).
           03 chk-estado pic x(10).

      * LINEAS FACTURADAS POR LAS CORRIDAS ANTERIORES, PARA VALIDAR
      * LAS NOTAS DE CREDITO QUE LLEGAN EN LOTES POSTERIORES
       FD  FACTURAS-VENTA.
       01  fv-reg.
           03 fv-clave.
               05 fv-factura pic 9(8).
               05 fv-art pic x(3).
           03 fv-fecha pic 9(8).
           03 fv-vendida pic 9(7).
           03 fv-devuelta pic 9(7).

       WORKING-STORAGE SECTION.
       01  w-flag-sort pic 9.
           88 fin-archivo value 0.
       01  w-cant-registros pic 9(6) value zero.
       01  w-total-unidades pic 9(7) value zero.
       01  w-cant-notas pic 9(6) value zero.
       01  w-total-devueltas pic 9(7) value zero.
       01  w-total-grand-comp pic 9(8) value zero.
       01  w-flag-art PIC 9.
       01  w-fs-art  pic xx.
               05 cl-unidades pic 9(7).
               05 cl-componentes pic 9(8).
               05 cl-excepciones pic 9(4).
               05 cl-devueltas pic 9(7).
       01  w-fs-hist pic xx.
       01  w-hist-hallado pic 9.
       01  w-mes-venta pic 9(6).
               05 tm-aaaamm pic 9(6).
               05 tm-unidades pic 9(7).
               05 tm-facturas pic 9(5).
               05 tm-devueltas pic 9(7).
       01  w-sort-art-ant pic x(3).
       01  w-sort-fecha-ant pic 9(8).
       01  w-sort-cant pic 9(5).
       01  w-sort-devuelta pic 9(5).
       01  w-exp-raiz pic 9(9).
       01  w-explota-devol pic 9 value zero.
       01  w-neto pic s9(9).
       01  w-cant-total pic 9(9).
       01  w-max-nivel pic 9 value 5.
       01  w-header-actual pic x(3).
               05 ta-vig-hasta pic 9(8).
       01  w-busca-art pic x(3).

       01  w-total-cab pic 9(4) value zero.
       01  w-tabla-cab.
           03 hc-entry OCCURS 1 TO 500 TIMES
               DEPENDING ON w-total-cab
               ASCENDING KEY IS hc-cod
               INDEXED BY hc-idx.
               05 hc-cod pic x(3).

       01  w-fs-fv pic xx.
       01  w-hay-registro pic 9 value zero.
       01  w-linea-valida pic 9.
       01  w-fact-hallada pic 9.
       01  w-art-en-factura pic 9.
       01  w-disponible-devol pic s9(9).
       01  w-tv-factura pic 9(8).
       01  w-total-tv pic 9(4) value zero.
       01  tabla-tv.
           03 tv-entry OCCURS 3000 TIMES INDEXED BY tv-idx.
               05 tv-factura  pic 9(8).
               05 tv-art      pic x(3).
               05 tv-fecha    pic 9(8).
               05 tv-vendida  pic 9(7).
               05 tv-devuelta pic 9(7).

       01  w-tope-pila pic 9(4) value zero.
       01  w-pila-explosion.
           03 pe-entry OCCURS 300 TIMES INDEXED BY pe-idx.
       01  w-acum-cod pic x(3).
       01  w-acum-cant pic 9(9).

       01  w-dep-consumo pic x(2) value "01".
       01  w-total-consumos pic 9(6) value zero.
       01  w-total-reingresos pic 9(6) value zero.
       01  w-fs-chk pic xx.
       01  w-fs-con pic xx.
       01  w-flag-con pic 9 value zero.
       01  w-cons-previos pic 9(6) value zero.
       01  w-tipo-cons pic 9.
       01  w-cons-doc pic 9(8).
       01  w-cons-unit pic 9(9).
       01  w-cons-cant pic 9(9).
       01  w-total-gf pic 9(4) value zero.
       01  tabla-gf.
           03 gf-entry OCCURS 500 TIMES INDEXED BY gf-idx.
               05 gf-factura pic 9(8).
               05 gf-cant    pic 9(5).
       01  w-total-gc pic 9(4) value zero.
       01  tabla-gc.
           03 gc-entry OCCURS 500 TIMES INDEXED BY gc-idx.
               05 gc-cod  pic x(3).
               05 gc-cant pic 9(9).
       01  w-total-gn pic 9(4) value zero.
       01  tabla-gn.
           03 gn-entry OCCURS 500 TIMES INDEXED BY gn-idx.
               05 gn-nota pic 9(8).
               05 gn-cant pic 9(5).
       01  w-total-gd pic 9(4) value zero.
       01  tabla-gd.
           03 gd-entry OCCURS 500 TIMES INDEXED BY gd-idx.
               05 gd-cod  pic x(3).
               05 gd-cant pic 9(9).
       01  w-total-fc pic 9(4) value zero.
       01  tabla-fc.
           03 fc-entry OCCURS 3000 TIMES INDEXED BY fc-idx.
               05 fc-tipo    pic 9.
               05 fc-factura pic 9(8).
               05 fc-comp    pic x(3).
               05 fc-fecha   pic 9(8).
               05 fc-cant    pic 9(9).

       01  w-total-comp pic 9(4) value zero.
       01  tabla-comp.
           03 tc-entry OCCURS 2000 TIMES INDEXED BY tc-idx.
               05 tc-cod  pic x(3).
               05 tc-cant pic 9(9).
               05 tc-devuelta pic 9(9).
       01  w-cant-encontrada pic 9(9).
       01  w-busca-comp pic x(3).
       01  w-pos-hallada pic 9(4).
               05 tf-prov       pic x(5).
               05 tf-costo      pic 9(5)v99.
               05 tf-impreso    pic 9.
               05 tf-post-venta pic s9(9).

       01  w-falt-valor pic 9(11)v99.
       01  w-falt-valor-total pic 9(12)v99 value zero.
           03 filler pic x(6) value " FALTA".
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "   VALOR ($)".
           03 filler pic x(8) value "  POST-V".

       01  detallefalt.
           03 filler  pic x(10) value spaces.
           03 lf-falt pic zzzzz9.
           03 filler  pic x(2) value spaces.
           03 lf-valor pic z(8)9,99.
           03 filler  pic x value spaces.
           03 lf-post pic -zzzzz9.

       01  totalfalt.
           03 filler pic x(10) value spaces.
               "LISTADO DE VENTAS RECHAZADAS".

       01  cabeceraexc1.
           03 filler pic x(12) value spaces.
           03 filler pic x(8) value "FACTURA".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "ART".
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "CANTIDAD".
           03 filler pic x(1) value spaces.
           03 filler pic x(8) value "DEVUELTO".
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "MOTIVO DEL RECHAZO".

       01  detalleexc.
           03 filler    pic x(12) value spaces.
           03 le-factura pic z(7)9.
           03 filler    pic x(2) value spaces.
           03 le-art    pic x(3).
           03 filler    pic x(2) value spaces.
           03 le-cant   pic x(8).
           03 filler    pic x(1) value spaces.
           03 le-devuelto pic x(8).
           03 filler    pic x(2) value spaces.
           03 le-motivo pic x(30).

           03 filler pic x(30) value
               "TOTAL COMPONENTES NECESARIOS: ".
           03 lt-componentes pic zzzzzzz9.

       01  detalletr4.
           03 filler pic x(22) value spaces.
           03 filler pic x(30) value
               "MOVIMIENTOS DE CONSUMO:       ".
           03 lt-consumos pic zzzzzzz9.

       01  detalletr5.
           03 filler pic x(22) value spaces.
           03 filler pic x(20) value "UNIDADES DEVUELTAS: ".
           03 lt-devueltas pic zzzzzz9.

       01  detalletr6.
           03 filler pic x(22) value spaces.
           03 filler pic x(22) value "NOTAS DE CREDITO:     ".
           03 lt-notas pic zzzzz9.

       01  detalletr7.
           03 filler pic x(22) value spaces.
           03 filler pic x(30) value
               "MOVIMIENTOS DE REINGRESO:     ".
           03 lt-reingresos pic zzzzzzz9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 40-LEER-RANGO-FECHAS.
           MOVE ZERO TO cl-unidades(cl-idx).
           MOVE ZERO TO cl-componentes(cl-idx).
           MOVE ZERO TO cl-excepciones(cl-idx).
           MOVE ZERO TO cl-devueltas(cl-idx).
           DISPLAY "CORRIDA NRO. " w-nro-corrida.
           PERFORM 49-GRABAR-CONTROL.

               ADD 1 TO w-total-ctl
               SET cl-idx TO w-total-ctl
               MOVE ctl-reg TO cl-entry(cl-idx)
               IF cl-devueltas(cl-idx) IS NOT NUMERIC
                   MOVE ZERO TO cl-devueltas(cl-idx)
               END-IF
               IF ctl-nro > w-nro-corrida
                   MOVE ctl-nro TO w-nro-corrida
               END-IF
                   DISPLAY "FACTURAS " cl-facturas(cl-idx)
                       " UNIDADES " cl-unidades(cl-idx)
                       " COMPONENTES " cl-componentes(cl-idx)
                       " DEVUELTAS " cl-devueltas(cl-idx)
                   DISPLAY "AGREGUE FORZAR PARA REPROCESARLO"
                   STOP RUN
               END-IF
           MOVE w-total-unidades   TO cl-unidades(cl-idx).
           MOVE w-total-grand-comp TO cl-componentes(cl-idx).
           MOVE w-total-exc        TO cl-excepciones(cl-idx).
           MOVE w-total-devueltas  TO cl-devueltas(cl-idx).
           PERFORM 49-GRABAR-CONTROL.

       50-VALIDAR-VENTAS.
           PERFORM 51-CARGAR-PERIODOS.
           PERFORM 56-CARGAR-CABECERAS.
           PERFORM 58-ABRIR-REGISTRO-FACTURAS.
           OPEN INPUT VENTAS.
           OPEN OUTPUT EXCEPCIONES.
           DISPLAY cabeceraexc0.
           END-IF.
           CLOSE VENTAS.
           CLOSE EXCEPCIONES.
           IF w-hay-registro = 1
               CLOSE FACTURAS-VENTA
           END-IF.

       51-CARGAR-PERIODOS.
           OPEN INPUT PERIODOS.
               END-IF
           END-PERFORM.

      * CODIGOS DE ARTICULO DEL MAESTRO, PARA RECHAZAR DEVOLUCIONES
      * DE ARTICULOS INEXISTENTES
       56-CARGAR-CABECERAS.
           OPEN INPUT ARTICULOS.
           IF w-fs-art NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ARTICULOS, FILE STATUS "
                   w-fs-art
               STOP RUN
           END-IF.
           PERFORM 220-LEER-ARTICULO.
           PERFORM UNTIL w-flag-art = 1
               IF art-cab-tiporeg = 1
                   IF w-total-cab < 500
                       ADD 1 TO w-total-cab
                       SET hc-idx TO w-total-cab
                       MOVE art-cab-cod TO hc-cod(hc-idx)
                   ELSE
                       DISPLAY "TABLA DE CABECERAS LLENA, SE DESCARTA "
                           art-cab-cod
                   END-IF
               END-IF
               PERFORM 220-LEER-ARTICULO
           END-PERFORM.
           CLOSE ARTICULOS.
           MOVE ZERO TO w-flag-art.

       57-BUSCAR-CABECERA.
           MOVE ZERO TO w-encontrado.
           IF w-total-cab > 0
               SEARCH ALL hc-entry
                   AT END CONTINUE
                   WHEN hc-cod(hc-idx) = w-busca-art
                       MOVE 1 TO w-encontrado
               END-SEARCH
           END-IF.

       58-ABRIR-REGISTRO-FACTURAS.
           OPEN INPUT FACTURAS-VENTA.
           EVALUATE w-fs-fv
               WHEN "00"
                   MOVE 1 TO w-hay-registro
               WHEN "35"
                   MOVE ZERO TO w-hay-registro
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR FACTURAS-VENTA, "
                       "FILE STATUS " w-fs-fv
                   STOP RUN
           END-EVALUATE.

       55-LEER-VENTA.
           READ VENTAS AT END MOVE 1 TO w-flag-ventas.

                                   TO le-motivo
                               PERFORM 65-REPORTAR-EXCEPCION
                           ELSE
                               PERFORM 66-VALIDAR-DOCUMENTO
                               IF w-linea-valida = 1
                                 MOVE ven-factura TO srt-ven-factura
                                 MOVE ven-art TO srt-ven-articulo
                                 MOVE ven-cant TO srt-ven-cant
                                 MOVE ven-fecha TO srt-ven-fecha
                                 MOVE ven-tipo-doc TO srt-ven-tipo
                                 RELEASE srt-ventas-reg
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           ADD 1 TO w-total-exc.
           MOVE ven-factura TO le-factura.
           MOVE ven-art TO le-art.
           IF ven-tipo-doc = "N"
               MOVE SPACES TO le-cant
               MOVE ven-cant TO le-devuelto
           ELSE
               MOVE ven-cant TO le-cant
               MOVE SPACES TO le-devuelto
           END-IF.
           DISPLAY detalleexc.
           WRITE exc-reg FROM detalleexc.

       66-VALIDAR-DOCUMENTO.
           MOVE ZERO TO w-linea-valida.
           EVALUATE ven-tipo-doc
               WHEN "F"
               WHEN SPACE
                   MOVE "F" TO ven-tipo-doc
                   MOVE 1 TO w-linea-valida
                   MOVE ven-factura TO w-tv-factura
                   PERFORM 69-REGISTRAR-LINEA-LOTE
               WHEN "N"
                   PERFORM 67-VALIDAR-DEVOLUCION
               WHEN OTHER
                   MOVE "TIPO DE DOCUMENTO INVALIDO" TO le-motivo
                   PERFORM 65-REPORTAR-EXCEPCION
           END-EVALUATE.

      * UNA NOTA DE CREDITO SE ACEPTA SI EL ARTICULO EXISTE, LA
      * FACTURA REFERIDA ESTA EN ESTE LOTE O EN EL REGISTRO DE
      * FACTURAS, EL ARTICULO FIGURA EN ELLA Y NO SE DEVUELVE MAS DE
      * LO FACTURADO. SI FACTURA Y NOTA LLEGAN EN EL MISMO LOTE, LA
      * FACTURA DEBE VENIR ANTES. EN UN REPROCESO EL REGISTRO YA
      * INCLUYE EL LOTE Y NO SE CONTROLA LA CANTIDAD
       67-VALIDAR-DEVOLUCION.
           MOVE ven-art TO w-busca-art.
           PERFORM 57-BUSCAR-CABECERA.
           IF w-encontrado = 0
               MOVE "ARTICULO INEXISTENTE" TO le-motivo
               PERFORM 65-REPORTAR-EXCEPCION
           ELSE
               PERFORM 68-BUSCAR-FACTURA-REFERIDA
               IF w-fact-hallada = 0
                   MOVE "FACTURA REFERIDA INEXISTENTE" TO le-motivo
                   PERFORM 65-REPORTAR-EXCEPCION
               ELSE
                   IF w-art-en-factura = 0
                       MOVE "ARTICULO NO ESTA EN LA FACTURA"
                           TO le-motivo
                       PERFORM 65-REPORTAR-EXCEPCION
                   ELSE
                       IF w-lote-reprocesado = 0
                           AND ven-cant > w-disponible-devol
                           MOVE "DEVUELVE MAS DE LO FACTURADO"
                               TO le-motivo
                           PERFORM 65-REPORTAR-EXCEPCION
                       ELSE
                           MOVE 1 TO w-linea-valida
                           MOVE ven-fact-ref TO w-tv-factura
                           PERFORM 69-REGISTRAR-LINEA-LOTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       68-BUSCAR-FACTURA-REFERIDA.
           MOVE ZERO TO w-fact-hallada.
           MOVE ZERO TO w-art-en-factura.
           MOVE ZERO TO w-disponible-devol.
           IF ven-fact-ref IS NUMERIC AND ven-fact-ref > 0
               PERFORM VARYING tv-idx FROM 1 BY 1
                   UNTIL tv-idx > w-total-tv
                   IF tv-factura(tv-idx) = ven-fact-ref
                       MOVE 1 TO w-fact-hallada
                       IF tv-art(tv-idx) = ven-art
                           MOVE 1 TO w-art-en-factura
                           COMPUTE w-disponible-devol =
                               w-disponible-devol + tv-vendida(tv-idx)
                               - tv-devuelta(tv-idx)
                       END-IF
                   END-IF
               END-PERFORM
               IF w-hay-registro = 1
                   PERFORM 68A-BUSCAR-EN-REGISTRO
               END-IF
           END-IF.

       68A-BUSCAR-EN-REGISTRO.
           MOVE ven-fact-ref TO fv-factura.
           MOVE ven-art TO fv-art.
           READ FACTURAS-VENTA
               INVALID KEY
                   IF w-fact-hallada = 0
                       MOVE ven-fact-ref TO fv-factura
                       MOVE LOW-VALUES TO fv-art
                       START FACTURAS-VENTA KEY NOT < fv-clave
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               READ FACTURAS-VENTA NEXT RECORD
                                   NOT AT END
                                       IF fv-factura = ven-fact-ref
                                           MOVE 1 TO w-fact-hallada
                                       END-IF
                               END-READ
                       END-START
                   END-IF
               NOT INVALID KEY
                   MOVE 1 TO w-fact-hallada
                   MOVE 1 TO w-art-en-factura
                   COMPUTE w-disponible-devol = w-disponible-devol
                       + fv-vendida - fv-devuelta
           END-READ.

      * LINEAS ACEPTADAS DEL LOTE POR FACTURA Y ARTICULO; AL FINAL DE
      * LA CORRIDA SE AGREGAN AL REGISTRO DE FACTURAS
       69-REGISTRAR-LINEA-LOTE.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING tv-idx FROM 1 BY 1
               UNTIL tv-idx > w-total-tv OR w-encontrado = 1
               IF tv-factura(tv-idx) = w-tv-factura
                   AND tv-art(tv-idx) = ven-art
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 1
               SET tv-idx DOWN BY 1
           ELSE
               IF w-total-tv < 3000
                   ADD 1 TO w-total-tv
                   SET tv-idx TO w-total-tv
                   MOVE w-tv-factura TO tv-factura(tv-idx)
                   MOVE ven-art      TO tv-art(tv-idx)
                   MOVE ZERO         TO tv-fecha(tv-idx)
                   MOVE ZERO         TO tv-vendida(tv-idx)
                   MOVE ZERO         TO tv-devuelta(tv-idx)
                   MOVE 1 TO w-encontrado
               ELSE
                   DISPLAY "TABLA DE FACTURAS DEL LOTE LLENA, SE "
                       "DESCARTA " w-tv-factura " " ven-art
               END-IF
           END-IF.
           IF w-encontrado = 1
               IF ven-tipo-doc = "N"
                   ADD ven-cant TO tv-devuelta(tv-idx)
               ELSE
                   ADD ven-cant TO tv-vendida(tv-idx)
                   MOVE ven-fecha TO tv-fecha(tv-idx)
               END-IF
           END-IF.

       DATOS-SALIDA.
           PERFORM 10-INICIO-GENERAL.
           PERFORM 100-LEER-SORT.
           OPEN OUTPUT LISTADO.
           OPEN OUTPUT EXT-REQUERIDOS.
           OPEN OUTPUT EXT-FALTANTES.
           IF w-lote-reprocesado = 1
               DISPLAY "LOTE REPROCESADO, NO SE GENERAN CONSUMOS "
                   "DE STOCK"
           ELSE
               PERFORM 11-VERIFICAR-POSTEO-PENDIENTE
               OPEN OUTPUT CONSUMOS
           END-IF.
           PERFORM 115-CARGAR-ARTICULOS.
           PERFORM 117-CARGAR-PROVEEDORES.
           PERFORM 116-CARGAR-EN-PEDIDO.

      * EL ARCHIVO DE CONSUMOS SE RECREA EN CADA CORRIDA. SI TIENE
      * MOVIMIENTOS, SOLO SE PISA CUANDO POSTEO-STOCK LO TERMINO
      * COMPLETO Y CON LA MISMA CANTIDAD DE MOVIMIENTOS; SI NO, SE
      * PERDERIA EL CONSUMO DE LA CORRIDA ANTERIOR O, CON EL POSTEO
      * EN CURSO, LA REANUDACION SALTEARIA MOVIMIENTOS DEL NUEVO
       11-VERIFICAR-POSTEO-PENDIENTE.
           PERFORM 12-CONTAR-CONSUMOS-PREVIOS.
           IF w-cons-previos > 0
               MOVE SPACES TO chk-estado
               MOVE ZERO TO chk-ultimo
               OPEN INPUT CHECKPOINT-POSTEO
               EVALUATE w-fs-chk
                   WHEN "00"
                       MOVE "..\consumoVentas.txt" TO chk-archivo
                       READ CHECKPOINT-POSTEO
                           INVALID KEY MOVE SPACES TO chk-estado
                       END-READ
                       CLOSE CHECKPOINT-POSTEO
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ABRIR CHECKPOINT, "
                           "FILE STATUS " w-fs-chk
                       STOP RUN
               END-EVALUATE
               IF chk-estado NOT = "COMPLETO"
                   OR chk-ultimo NOT = w-cons-previos
                   IF chk-estado = "EN CURSO"
                       DISPLAY "EL POSTEO DE consumoVentas QUEDO EN "
                           "CURSO EN EL MOVIMIENTO " chk-ultimo
                   ELSE
                       DISPLAY "consumoVentas TIENE " w-cons-previos
                           " MOVIMIENTOS SIN POSTEAR"
                   END-IF
                   DISPLAY "CORRA posteoStock consumoVentas ANTES DE "
                       "ESTA CORRIDA"
                   STOP RUN
               END-IF
           END-IF.

       12-CONTAR-CONSUMOS-PREVIOS.
           MOVE ZERO TO w-cons-previos.
           OPEN INPUT CONSUMOS.
           EVALUATE w-fs-con
               WHEN "00"
                   MOVE ZERO TO w-flag-con
                   PERFORM 13-LEER-CONSUMO-PREVIO
                   PERFORM UNTIL w-flag-con = 1
                       ADD 1 TO w-cons-previos
                       PERFORM 13-LEER-CONSUMO-PREVIO
                   END-PERFORM
                   CLOSE CONSUMOS
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR CONSUMOS, FILE STATUS "
                       w-fs-con
                   STOP RUN
           END-EVALUATE.

       13-LEER-CONSUMO-PREVIO.
           READ CONSUMOS AT END MOVE 1 TO w-flag-con.

       116-CARGAR-EN-PEDIDO.
           OPEN INPUT ORDENES.
           EVALUATE w-fs-ord
               AT END
                   MOVE 1 TO w-flag-sort
               NOT AT END
                   IF srt-ven-tipo = "N"
                       ADD 1 TO w-cant-notas
                       ADD srt-ven-cant TO w-total-devueltas
                   ELSE
                       ADD 1 TO w-cant-registros
                       ADD srt-ven-cant TO w-total-unidades
                   END-IF
           END-RETURN.

       110-INICIO-SORT.
           MOVE srt-ven-articulo TO w-sort-art-ant.
           MOVE srt-ven-fecha TO w-sort-fecha-ant.
           move zero to w-sort-cant.
           MOVE ZERO TO w-sort-devuelta.
           MOVE ZERO TO w-total-gf.
           MOVE ZERO TO w-total-gc.
           MOVE ZERO TO w-total-gn.
           MOVE ZERO TO w-total-gd.

      * LAS DEVOLUCIONES NO ENTRAN EN EL REPARTO DE CONSUMO POR
      * FACTURA; SE EXPLOTAN APARTE, SE RESTAN AL FINAL Y SE
      * REPARTEN ENTRE SUS NOTAS DE CREDITO COMO REINGRESO
       120-PROCESO-SORT.
           IF srt-ven-tipo = "N"
               ADD srt-ven-cant TO w-sort-devuelta
               PERFORM 130-ACUMULAR-MES
               PERFORM 126-REGISTRAR-NOTA
           ELSE
               add srt-ven-cant to w-sort-cant
               PERFORM 130-ACUMULAR-MES
               PERFORM 125-REGISTRAR-FACTURA
           END-IF.

      * FACTURAS DEL GRUPO ARTICULO-FECHA, PARA IMPUTARLES EL CONSUMO
       125-REGISTRAR-FACTURA.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING gf-idx FROM 1 BY 1
               UNTIL gf-idx > w-total-gf OR w-encontrado = 1
               IF gf-factura(gf-idx) = srt-ven-factura
                   ADD srt-ven-cant TO gf-cant(gf-idx)
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 0
               IF w-total-gf < 500
                   ADD 1 TO w-total-gf
                   SET gf-idx TO w-total-gf
                   MOVE srt-ven-factura TO gf-factura(gf-idx)
                   MOVE srt-ven-cant    TO gf-cant(gf-idx)
               ELSE
                   DISPLAY "TABLA DE FACTURAS LLENA, SE DESCARTA "
                       srt-ven-factura
               END-IF
           END-IF.

      * NOTAS DE CREDITO DEL GRUPO, PARA IMPUTARLES EL REINGRESO
       126-REGISTRAR-NOTA.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING gn-idx FROM 1 BY 1
               UNTIL gn-idx > w-total-gn OR w-encontrado = 1
               IF gn-nota(gn-idx) = srt-ven-factura
                   ADD srt-ven-cant TO gn-cant(gn-idx)
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 0
               IF w-total-gn < 500
                   ADD 1 TO w-total-gn
                   SET gn-idx TO w-total-gn
                   MOVE srt-ven-factura TO gn-nota(gn-idx)
                   MOVE srt-ven-cant    TO gn-cant(gn-idx)
               ELSE
                   DISPLAY "TABLA DE NOTAS DE CREDITO LLENA, SE "
                       "DESCARTA " srt-ven-factura
               END-IF
           END-IF.

       130-ACUMULAR-MES.
           MOVE srt-ven-fecha(1:6) TO w-mes-venta.
               UNTIL tm-idx > w-total-mes OR w-encontrado = 1
               IF tm-art(tm-idx) = srt-ven-articulo
                   AND tm-aaaamm(tm-idx) = w-mes-venta
                   IF srt-ven-tipo = "N"
                       ADD srt-ven-cant TO tm-devueltas(tm-idx)
                   ELSE
                       ADD srt-ven-cant TO tm-unidades(tm-idx)
                       ADD 1 TO tm-facturas(tm-idx)
                   END-IF
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
                   SET tm-idx TO w-total-mes
                   MOVE srt-ven-articulo TO tm-art(tm-idx)
                   MOVE w-mes-venta   TO tm-aaaamm(tm-idx)
                   IF srt-ven-tipo = "N"
                       MOVE ZERO          TO tm-unidades(tm-idx)
                       MOVE ZERO          TO tm-facturas(tm-idx)
                       MOVE srt-ven-cant  TO tm-devueltas(tm-idx)
                   ELSE
                       MOVE srt-ven-cant  TO tm-unidades(tm-idx)
                       MOVE 1             TO tm-facturas(tm-idx)
                       MOVE ZERO          TO tm-devueltas(tm-idx)
                   END-IF
               ELSE
                   DISPLAY "TABLA DE MESES LLENA, SE DESCARTA "
                       w-mes-venta

       150-FIN-SORT.
            PERFORM 200-BUSCAR-ARTICULO.
            IF w-lote-reprocesado = 0 AND w-sort-cant > 0
                PERFORM 170-GENERAR-CONSUMOS
            END-IF.
            IF w-lote-reprocesado = 0 AND w-sort-devuelta > 0
                PERFORM 171-GENERAR-REINGRESOS
            END-IF.

      * EL CONSUMO DEL GRUPO SE REPARTE ENTRE SUS FACTURAS EN
      * PROPORCION A LAS UNIDADES; SALE COMO EGRESO (TIPO 4) DEL
      * DEPOSITO DE CONSUMO CON LA FACTURA COMO DOCUMENTO
       170-GENERAR-CONSUMOS.
           MOVE 4 TO w-tipo-cons.
           PERFORM VARYING gc-idx FROM 1 BY 1
               UNTIL gc-idx > w-total-gc
               COMPUTE w-cons-unit = gc-cant(gc-idx) / w-sort-cant
               PERFORM VARYING gf-idx FROM 1 BY 1
                   UNTIL gf-idx > w-total-gf
                   PERFORM 175-GRABAR-CONSUMO
               END-PERFORM
           END-PERFORM.

      * LO DEVUELTO SE REPARTE IGUAL ENTRE LAS NOTAS DE CREDITO DEL
      * GRUPO Y VUELVE AL DEPOSITO DE CONSUMO COMO INGRESO (TIPO 3),
      * CON LA NOTA COMO DOCUMENTO
       171-GENERAR-REINGRESOS.
           MOVE 3 TO w-tipo-cons.
           PERFORM VARYING gd-idx FROM 1 BY 1
               UNTIL gd-idx > w-total-gd
               COMPUTE w-cons-unit = gd-cant(gd-idx) / w-sort-devuelta
               PERFORM VARYING gn-idx FROM 1 BY 1
                   UNTIL gn-idx > w-total-gn
                   COMPUTE w-cons-cant = w-cons-unit * gn-cant(gn-idx)
                   MOVE gn-nota(gn-idx) TO w-cons-doc
                   MOVE gd-cod(gd-idx)  TO w-acum-cod
                   PERFORM 176-ACUMULAR-MOVIMIENTO
               END-PERFORM
           END-PERFORM.

      * UNA FACTURA CON VARIOS ARTICULOS QUE COMPARTEN UN COMPONENTE
      * CAE EN VARIOS GRUPOS; EL CONSUMO SE ACUMULA POR FACTURA Y
      * COMPONENTE PARA QUE SALGA UN SOLO MOVIMIENTO POR DOCUMENTO
       175-GRABAR-CONSUMO.
           COMPUTE w-cons-cant = w-cons-unit * gf-cant(gf-idx).
           MOVE gf-factura(gf-idx) TO w-cons-doc.
           MOVE gc-cod(gc-idx)     TO w-acum-cod.
           PERFORM 176-ACUMULAR-MOVIMIENTO.

       176-ACUMULAR-MOVIMIENTO.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING fc-idx FROM 1 BY 1
               UNTIL fc-idx > w-total-fc OR w-encontrado = 1
               IF fc-tipo(fc-idx) = w-tipo-cons
                   AND fc-factura(fc-idx) = w-cons-doc
                   AND fc-comp(fc-idx) = w-acum-cod
                   ADD w-cons-cant TO fc-cant(fc-idx)
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 0
               IF w-total-fc < 3000
                   ADD 1 TO w-total-fc
                   SET fc-idx TO w-total-fc
                   MOVE w-tipo-cons        TO fc-tipo(fc-idx)
                   MOVE w-cons-doc       TO fc-factura(fc-idx)
                   MOVE w-acum-cod         TO fc-comp(fc-idx)
                   MOVE w-sort-fecha-ant   TO fc-fecha(fc-idx)
                   MOVE w-cons-cant        TO fc-cant(fc-idx)
               ELSE
                   DISPLAY "TABLA DE CONSUMOS POR FACTURA LLENA, "
                       "SE DESCARTA " w-acum-cod
                       " DOCUMENTO " w-cons-doc
               END-IF
           END-IF.

       180-VOLCAR-CONSUMOS.
           PERFORM VARYING fc-idx FROM 1 BY 1
               UNTIL fc-idx > w-total-fc
               PERFORM 185-GRABAR-UN-CONSUMO
           END-PERFORM.

       185-GRABAR-UN-CONSUMO.
           IF fc-cant(fc-idx) > 999999
               DISPLAY "CONSUMO FUERA DE RANGO, SE DESCARTA "
                   fc-comp(fc-idx) " FACTURA " fc-factura(fc-idx)
           ELSE
               IF fc-cant(fc-idx) > 0
                   MOVE fc-comp(fc-idx)    TO con-comp
                   MOVE fc-tipo(fc-idx)    TO con-tipo
                   MOVE fc-cant(fc-idx)    TO con-cant
                   MOVE fc-fecha(fc-idx)   TO con-fecha
                   MOVE SPACES             TO con-doc
                   MOVE fc-factura(fc-idx) TO con-doc(1:8)
                   MOVE w-dep-consumo      TO con-deposito
                   MOVE SPACES             TO con-dep-destino
                   WRITE con-reg
                   IF fc-tipo(fc-idx) = 3
                       ADD 1 TO w-total-reingresos
                   ELSE
                       ADD 1 TO w-total-consumos
                   END-IF
               END-IF
           END-IF.

       160-POSTEAR-HISTORICO.
           PERFORM VARYING tm-idx FROM 1 BY 1
               PERFORM 165-POSTEAR-UN-MES
           END-PERFORM.

      * LAS DEVOLUCIONES SE RESTAN DEL MES DE LA NOTA DE CREDITO; SI
      * SUPERAN LO VENDIDO EL MES QUEDA EN CERO
       165-POSTEAR-UN-MES.
           MOVE 1 TO w-hist-hallado.
           MOVE tm-art(tm-idx)    TO hist-art.
               INVALID KEY MOVE ZERO TO w-hist-hallado
           END-READ.
           IF w-hist-hallado = 1
               COMPUTE w-neto = hist-unidades + tm-unidades(tm-idx)
                   - tm-devueltas(tm-idx)
               PERFORM 166-CONTROLAR-NEGATIVO
               MOVE w-neto TO hist-unidades
               ADD tm-facturas(tm-idx) TO hist-facturas
               REWRITE hist-reg
                   INVALID KEY
                           hist-art " " hist-aaaamm
               END-REWRITE
           ELSE
               COMPUTE w-neto = tm-unidades(tm-idx)
                   - tm-devueltas(tm-idx)
               PERFORM 166-CONTROLAR-NEGATIVO
               IF w-neto > 0 OR tm-facturas(tm-idx) > 0
                   MOVE tm-art(tm-idx)      TO hist-art
                   MOVE tm-aaaamm(tm-idx)   TO hist-aaaamm
                   MOVE w-neto              TO hist-unidades
                   MOVE tm-facturas(tm-idx) TO hist-facturas
                   WRITE hist-reg
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR HISTORICO "
                               hist-art " " hist-aaaamm
                   END-WRITE
               END-IF
           END-IF.

       166-CONTROLAR-NEGATIVO.
           IF w-neto < 0
               DISPLAY "DEVOLUCIONES MAYORES A LO VENDIDO, EL "
                   "HISTORICO QUEDA EN CERO " tm-art(tm-idx) " "
                   tm-aaaamm(tm-idx)
               MOVE ZERO TO w-neto
           END-IF.

       167-POSTEAR-FACTURAS.
           OPEN I-O FACTURAS-VENTA.
           IF w-fs-fv = "35"
               OPEN OUTPUT FACTURAS-VENTA
               CLOSE FACTURAS-VENTA
               OPEN I-O FACTURAS-VENTA
           END-IF.
           IF w-fs-fv NOT = "00"
               DISPLAY "NO SE PUDO ABRIR FACTURAS-VENTA, FILE STATUS "
                   w-fs-fv
           ELSE
               PERFORM VARYING tv-idx FROM 1 BY 1
                   UNTIL tv-idx > w-total-tv
                   PERFORM 168-POSTEAR-UNA-FACTURA
               END-PERFORM
               CLOSE FACTURAS-VENTA
           END-IF.

       168-POSTEAR-UNA-FACTURA.
           MOVE tv-factura(tv-idx) TO fv-factura.
           MOVE tv-art(tv-idx)     TO fv-art.
           READ FACTURAS-VENTA
               INVALID KEY
                   MOVE tv-fecha(tv-idx)    TO fv-fecha
                   MOVE tv-vendida(tv-idx)  TO fv-vendida
                   MOVE tv-devuelta(tv-idx) TO fv-devuelta
                   WRITE fv-reg
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR FACTURA "
                               fv-clave
                   END-WRITE
               NOT INVALID KEY
                   ADD tv-vendida(tv-idx)  TO fv-vendida
                   ADD tv-devuelta(tv-idx) TO fv-devuelta
                   IF fv-fecha = 0
                       MOVE tv-fecha(tv-idx) TO fv-fecha
                   END-IF
                   REWRITE fv-reg
                       INVALID KEY
                           DISPLAY "ERROR AL REGRABAR FACTURA "
                               fv-clave
                   END-REWRITE
           END-READ.

       200-BUSCAR-ARTICULO.
           PERFORM 300-PROCESO-ARTICULO.

           MOVE w-sort-art-ant TO w-busca-art.
           PERFORM 250-BUSCAR-PRIMER-DETALLE.
           IF w-encontrado = 0
               IF w-sort-cant > 0
                   PERFORM 310-REGISTRAR-SIN-BOM
               END-IF
           ELSE
               IF w-sort-cant > 0
                   MOVE ZERO TO w-explota-devol
                   MOVE w-sort-cant TO w-exp-raiz
                   PERFORM 320-EXPLOTAR-ARTICULO
               END-IF
               IF w-sort-devuelta > 0
                   MOVE 1 TO w-explota-devol
                   MOVE w-sort-devuelta TO w-exp-raiz
                   PERFORM 320-EXPLOTAR-ARTICULO
               END-IF
           END-IF.

       310-REGISTRAR-SIN-BOM.
           MOVE ZERO TO w-tope-pila.
           ADD 1 TO w-tope-pila.
           MOVE w-sort-art-ant TO pe-cod(w-tope-pila).
           MOVE w-exp-raiz     TO pe-cant(w-tope-pila).
           MOVE 1              TO pe-nivel(w-tope-pila).
           PERFORM UNTIL w-tope-pila = 0
               MOVE pe-cod(w-tope-pila)   TO w-exp-cod
           ELSE
               MOVE ta-comp-cod(ta-idx) TO w-acum-cod
               MOVE w-cant-total        TO w-acum-cant
               IF w-explota-devol = 1
                   PERFORM 309-ACUMULAR-DEVOLUCION
               ELSE
                   PERFORM 305-ACUMULAR-COMPONENTE
                   PERFORM 308-ACUMULAR-CONSUMO-GRUPO
               END-IF
           END-IF.

       309-ACUMULAR-DEVOLUCION.
           PERFORM 311-ACUMULAR-REINGRESO-GRUPO.
           MOVE w-acum-cod TO w-busca-comp.
           PERFORM 306-BUSCAR-POS-COMP.
           IF w-pos-hallada > 0
               ADD w-acum-cant TO tc-devuelta(w-pos-hallada)
           ELSE
               IF w-total-comp < 2000
                   PERFORM 307-INSERTAR-COMP
                   MOVE ZERO        TO tc-cant(w-bin-lo)
                   MOVE w-acum-cant TO tc-devuelta(w-bin-lo)
               ELSE
                   DISPLAY "TABLA DE COMPONENTES LLENA, SE DESCARTA "
                       w-acum-cod
               END-IF
           END-IF.

       308-ACUMULAR-CONSUMO-GRUPO.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING gc-idx FROM 1 BY 1
               UNTIL gc-idx > w-total-gc OR w-encontrado = 1
               IF gc-cod(gc-idx) = w-acum-cod
                   ADD w-acum-cant TO gc-cant(gc-idx)
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 0
               IF w-total-gc < 500
                   ADD 1 TO w-total-gc
                   SET gc-idx TO w-total-gc
                   MOVE w-acum-cod  TO gc-cod(gc-idx)
                   MOVE w-acum-cant TO gc-cant(gc-idx)
               ELSE
                   DISPLAY "TABLA DE CONSUMOS LLENA, SE DESCARTA "
                       w-acum-cod
               END-IF
           END-IF.

       311-ACUMULAR-REINGRESO-GRUPO.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING gd-idx FROM 1 BY 1
               UNTIL gd-idx > w-total-gd OR w-encontrado = 1
               IF gd-cod(gd-idx) = w-acum-cod
                   ADD w-acum-cant TO gd-cant(gd-idx)
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 0
               IF w-total-gd < 500
                   ADD 1 TO w-total-gd
                   SET gd-idx TO w-total-gd
                   MOVE w-acum-cod  TO gd-cod(gd-idx)
                   MOVE w-acum-cant TO gd-cant(gd-idx)
               ELSE
                   DISPLAY "TABLA DE REINGRESOS LLENA, SE DESCARTA "
                       w-acum-cod
               END-IF
           END-IF.

       305-ACUMULAR-COMPONENTE.
           END-PERFORM.
           MOVE w-busca-comp TO tc-cod(w-bin-lo).
           MOVE w-acum-cant  TO tc-cant(w-bin-lo).
           MOVE ZERO         TO tc-devuelta(w-bin-lo).

      * LO DEVUELTO SE DESCUENTA DEL REQUERIMIENTO DE CADA COMPONENTE,
      * SIN BAJAR DE CERO
       190-NETEAR-DEVOLUCIONES.
           PERFORM VARYING tc-idx FROM 1 BY 1
               UNTIL tc-idx > w-total-comp
               IF tc-devuelta(tc-idx) > tc-cant(tc-idx)
                   MOVE ZERO TO tc-cant(tc-idx)
               ELSE
                   SUBTRACT tc-devuelta(tc-idx) FROM tc-cant(tc-idx)
               END-IF
           END-PERFORM.

       400-PROCESO-COMPONENTE.
           MOVE ZERO TO l-nro-pag.
                   MOVE comp-proveedor    TO tf-prov(w-total-falt)
                   MOVE comp-costo-unit   TO tf-costo(w-total-falt)
                   MOVE ZERO              TO tf-impreso(w-total-falt)
                   COMPUTE tf-post-venta(w-total-falt) =
                       comp-cant-stock - w-cant-encontrada
               ELSE
                   DISPLAY "TABLA DE FALTANTES LLENA, SE DESCARTA "
                       comp-cod
           MOVE w-cant-registros   TO lt-facturas.
           MOVE w-total-unidades   TO lt-unidades.
           MOVE w-total-grand-comp TO lt-componentes.
           MOVE w-total-consumos   TO lt-consumos.
           MOVE w-total-reingresos TO lt-reingresos.
           MOVE w-total-devueltas  TO lt-devueltas.
           MOVE w-cant-notas       TO lt-notas.
           DISPLAY cabeceratr.
           DISPLAY detalletr1.
           DISPLAY detalletr2.
           DISPLAY detalletr3.
           DISPLAY detalletr4.
           DISPLAY detalletr5.
           DISPLAY detalletr6.
           DISPLAY detalletr7.
           WRITE lis-reg FROM cabeceratr.
           WRITE lis-reg FROM detalletr1.
           WRITE lis-reg FROM detalletr2.
           WRITE lis-reg FROM detalletr3.
           WRITE lis-reg FROM detalletr4.
           WRITE lis-reg FROM detalletr5.
           WRITE lis-reg FROM detalletr6.
           WRITE lis-reg FROM detalletr7.

       500-MOSTRAR-FALTANTES.
           DISPLAY cabecera2.
                       tf-faltante(tf-idx) * tf-costo(tf-idx)
                   ADD w-falt-valor TO w-falt-valor-total
                   MOVE w-falt-valor TO lf-valor
                   MOVE tf-post-venta(tf-idx) TO lf-post
                   DISPLAY detallefalt
                   WRITE lis-reg FROM detallefalt
                   MOVE tf-cod(tf-idx)        TO wext-falt-cod
           END-IF.

       90-FIN-GENERAL.
           IF w-lote-reprocesado = 0
               PERFORM 180-VOLCAR-CONSUMOS
           END-IF.
           PERFORM 190-NETEAR-DEVOLUCIONES.
           PERFORM 400-PROCESO-COMPONENTE.
           IF w-lote-reprocesado = 0
               PERFORM 160-POSTEAR-HISTORICO
               PERFORM 167-POSTEAR-FACTURAS
           END-IF.
           PERFORM 450-CERRAR-ARCHIVO.

           CLOSE LISTADO.
           CLOSE EXT-REQUERIDOS.
           CLOSE EXT-FALTANTES.
           IF w-lote-reprocesado = 0
               CLOSE CONSUMOS
           END-IF.
       END PROGRAM CECILIA-OLMOS.
