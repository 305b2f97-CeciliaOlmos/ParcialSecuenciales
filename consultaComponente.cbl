      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-COMPONENTE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPONENTES
           ASSIGN TO
           "..\componentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS comp-cod
           FILE STATUS IS w-fs-comp.
           SELECT PROVEEDORES
           ASSIGN TO
           "..\proveedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS prov-cod
           FILE STATUS IS w-fs-prov.
           SELECT STOCK-DEP
           ASSIGN TO
           "..\stockDeposito.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS sd-clave
           FILE STATUS IS w-fs-dep.
           SELECT ORDENES
           ASSIGN TO
           "..\ordenes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ord-nro
           FILE STATUS IS w-fs-ord.
           SELECT ARTICULOS
           ASSIGN TO
           "..\articulos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS art-cab-clave
           FILE STATUS IS w-fs-art.
           SELECT KARDEX
           ASSIGN TO
           "..\kardex.dat"
           ORGANIZATION is line sequential
           FILE STATUS IS w-fs-kar.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPONENTES.
       01  comp-registro.
           03 comp-cod pic x(3).
           03 comp-nombre pic x(20).
           03 comp-cant-stock pic 9(6).
           03 comp-punto-pedido pic 9(6).
           03 comp-lote-compra pic 9(6).
           03 comp-dias-entrega pic 9(3).
           03 comp-proveedor pic x(5).
           03 comp-costo-unit pic 9(5)v99.

       FD  PROVEEDORES.
       01  prov-registro.
           03 prov-cod pic x(5).
           03 prov-razon pic x(30).
           03 prov-dias-entrega pic 9(3).
           03 prov-minimo-compra pic 9(7)v99.
           03 prov-contacto pic x(30).

       FD  STOCK-DEP.
       01  sd-registro.
           03 sd-clave.
               05 sd-comp pic x(3).
               05 sd-deposito pic x(2).
           03 sd-cant pic 9(6).

       FD  ORDENES.
       01  ord-registro.
           03 ord-nro pic 9(6).
           03 ord-comp pic x(3).
           03 ord-prov pic x(5).
           03 ord-cant-pedida pic 9(9).
           03 ord-cant-recibida pic 9(9).
           03 ord-fecha-emision pic 9(8).
           03 ord-fecha-esperada pic 9(8).
           03 ord-estado pic x(10).

       FD  ARTICULOS.
       01  art-reg-cab.
           03 art-cab-tiporeg pic 9.
           03 art-cab-clave.
               05 art-cab-cod  pic x(3).
               05 art-cab-secu pic 9(3).
           03 art-cab-nombre pic x(20).
       01  art-reg-det.
           03 art-det-tiporeg pic 9.
           03 art-det-clave.
               05 art-det-cod  pic x(3).
               05 art-det-secu pic 9(3).
           03 art-det-comp pic x(3).
           03 art-det-cant pic 99.
           03 art-det-tipo-comp pic 9.
           03 art-det-vig-desde pic 9(8).
           03 art-det-vig-hasta pic 9(8).

       FD  KARDEX.
       01  kar-reg.
           03 kar-comp pic x(3).
           03 kar-fecha pic 9(8).
           03 kar-tipo pic 9.
           03 kar-doc pic x(10).
           03 kar-signo pic x.
           03 kar-cant pic 9(6).
           03 kar-stock-ant pic 9(6).
           03 kar-stock-nue pic 9(6).
           03 kar-deposito pic x(2).

       WORKING-STORAGE SECTION.
       01  w-fs-comp pic xx.
       01  w-fs-prov pic xx.
       01  w-fs-dep  pic xx.
       01  w-fs-ord  pic xx.
       01  w-fs-art  pic xx.
       01  w-fs-kar  pic xx.
       01  w-flag-dep pic 9.
       01  w-flag-ord pic 9.
       01  w-flag-art pic 9.
       01  w-flag-kar pic 9.
       01  w-dep-abierto pic 9 value zero.
       01  w-continuar pic 9 value 1.
       01  w-comp-hallado pic 9.
       01  w-prov-hallado pic 9.
       01  w-busca-comp pic x(3).
       01  w-fecha-hoy pic 9(8).
       01  w-header-actual pic x(3).
       01  w-nombre-actual pic x(20).
       01  w-cant-lineas pic 9(4).
       01  w-total-dep pic 9(8).
       01  w-pendiente pic 9(9).
       01  w-total-pend pic 9(9).
       01  w-max-kar pic 99 value 10.
       01  w-cant-kar pic 9(6).
       01  w-pos-kar pic 99.
       01  w-ind-kar pic 99.
       01  w-tabla-kar.
           03 uk-entry OCCURS 10 TIMES.
               05 uk-fecha pic 9(8).
               05 uk-tipo pic 9.
               05 uk-doc pic x(10).
               05 uk-signo pic x.
               05 uk-cant pic 9(6).
               05 uk-stock-nue pic 9(6).
               05 uk-deposito pic x(2).

       01  lc-comp.
           03 filler pic x(13) value "COMPONENTE:  ".
           03 lc-cod pic x(3).
           03 filler pic x(1) value spaces.
           03 lc-nom pic x(20).

       01  lc-prov.
           03 filler pic x(13) value "PROVEEDOR:   ".
           03 lc-prov-cod pic x(5).
           03 filler pic x(1) value spaces.
           03 lc-prov-razon pic x(30).

       01  lc-datos1.
           03 filler pic x(13) value "COSTO UNIT.: ".
           03 lc-costo pic z(4)9,99.
           03 filler pic x(18) value "   STOCK MAESTRO: ".
           03 lc-stock pic zzzzz9.

       01  lc-datos2.
           03 filler pic x(13) value "PUNTO PEDIDO:".
           03 lc-punto pic zzzzz9.
           03 filler pic x(15) value "   LOTE COMPRA:".
           03 lc-lote pic zzzzz9.
           03 filler pic x(17) value "   DIAS ENTREGA: ".
           03 lc-dias pic zz9.

       01  ld-dep.
           03 filler pic x(4) value spaces.
           03 filler pic x(9) value "DEPOSITO ".
           03 ld-deposito pic x(2).
           03 filler pic x(3) value spaces.
           03 ld-cant pic zzzzz9.

       01  ld-dep-total.
           03 filler pic x(4) value spaces.
           03 filler pic x(14) value "TOTAL         ".
           03 ld-total pic zzzzzzz9.

       01  lo-cab.
           03 filler pic x(4) value spaces.
           03 filler pic x(8) value "ORDEN  ".
           03 filler pic x(6) value "PROV  ".
           03 filler pic x(10) value " PENDIENTE".
           03 filler pic x(11) value "  ESPERADA ".

       01  lo-det.
           03 filler pic x(4) value spaces.
           03 lo-nro pic 9(6).
           03 filler pic x(2) value spaces.
           03 lo-prov pic x(5).
           03 filler pic x(1) value spaces.
           03 lo-pend pic z(8)9.
           03 filler pic x(2) value spaces.
           03 lo-fecha pic 9(8).
           03 filler pic x(1) value spaces.
           03 lo-marca pic x(8).

       01  lo-total.
           03 filler pic x(4) value spaces.
           03 filler pic x(16) value "TOTAL PENDIENTE".
           03 lo-tot-pend pic z(8)9.

       01  la-cab.
           03 filler pic x(4) value spaces.
           03 filler pic x(24) value "ART NOMBRE".
           03 filler pic x(5) value " CANT".
           03 filler pic x(5) value " TIPO".
           03 filler pic x(20) value "   VIGENCIA".

       01  la-det.
           03 filler pic x(4) value spaces.
           03 la-art pic x(3).
           03 filler pic x(1) value spaces.
           03 la-nom pic x(20).
           03 la-cant pic zzz9.
           03 filler pic x(1) value spaces.
           03 la-tipo pic x(4).
           03 filler pic x(2) value spaces.
           03 la-desde pic 9(8).
           03 filler pic x(1) value "-".
           03 la-hasta pic 9(8).
           03 filler pic x(1) value spaces.
           03 la-marca pic x(8).

       01  lk-cab.
           03 filler pic x(4) value spaces.
           03 filler pic x(10) value "FECHA".
           03 filler pic x(5) value "TIPO".
           03 filler pic x(11) value "DOCUMENTO".
           03 filler pic x(8) value "  CANT. ".
           03 filler pic x(4) value "DEP".
           03 filler pic x(10) value "  STOCK".

       01  lk-det.
           03 filler pic x(4) value spaces.
           03 lk-fecha pic 9(8).
           03 filler pic x(3) value spaces.
           03 lk-tipo pic 9.
           03 filler pic x(1) value spaces.
           03 lk-doc pic x(10).
           03 filler pic x(1) value spaces.
           03 lk-signo pic x.
           03 lk-cant pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 lk-dep pic x(2).
           03 filler pic x(2) value spaces.
           03 lk-stock pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 05-ABRIR-ARCHIVOS.
           PERFORM UNTIL w-continuar = 0
               PERFORM 10-PEDIR-COMPONENTE
               IF w-continuar = 1
                   PERFORM 20-CONSULTAR
               END-IF
           END-PERFORM.
           CLOSE COMPONENTES.
           CLOSE PROVEEDORES.
           IF w-dep-abierto = 1
               CLOSE STOCK-DEP
           END-IF.
           STOP RUN.

      * CONSULTA DE SOLO LECTURA: TODOS LOS ARCHIVOS SE ABREN COMO
      * ENTRADA Y NINGUN PARRAFO GRABA NI REGRABA
       05-ABRIR-ARCHIVOS.
           OPEN INPUT COMPONENTES.
           IF w-fs-comp NOT = "00"
               DISPLAY "NO SE PUDO ABRIR COMPONENTES, FILE STATUS "
                   w-fs-comp
               STOP RUN
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF w-fs-prov NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PROVEEDORES, FILE STATUS "
                   w-fs-prov
               STOP RUN
           END-IF.
           OPEN INPUT STOCK-DEP.
           IF w-fs-dep = "00"
               MOVE 1 TO w-dep-abierto
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

       10-PEDIR-COMPONENTE.
           DISPLAY " ".
           DISPLAY "CODIGO DE COMPONENTE (VACIO=SALIR): "
               WITH NO ADVANCING.
           MOVE SPACES TO w-busca-comp.
           ACCEPT w-busca-comp.
           IF w-busca-comp = SPACES
               MOVE 0 TO w-continuar
           END-IF.

       20-CONSULTAR.
           MOVE 1 TO w-comp-hallado.
           MOVE w-busca-comp TO comp-cod.
           READ COMPONENTES
               INVALID KEY MOVE ZERO TO w-comp-hallado
           END-READ.
           IF w-comp-hallado = 0
               DISPLAY "EL COMPONENTE NO EXISTE"
           ELSE
               PERFORM 100-MOSTRAR-MAESTRO
               PERFORM 200-MOSTRAR-DEPOSITOS
               PERFORM 300-MOSTRAR-ORDENES
               PERFORM 400-MOSTRAR-ARTICULOS
               PERFORM 500-MOSTRAR-KARDEX
           END-IF.

       100-MOSTRAR-MAESTRO.
           DISPLAY " ".
           MOVE comp-cod          TO lc-cod.
           MOVE comp-nombre       TO lc-nom.
           MOVE comp-proveedor    TO lc-prov-cod.
           MOVE comp-costo-unit   TO lc-costo.
           MOVE comp-cant-stock   TO lc-stock.
           MOVE comp-punto-pedido TO lc-punto.
           MOVE comp-lote-compra  TO lc-lote.
           MOVE comp-dias-entrega TO lc-dias.
           MOVE 1 TO w-prov-hallado.
           MOVE comp-proveedor TO prov-cod.
           READ PROVEEDORES
               INVALID KEY MOVE ZERO TO w-prov-hallado
           END-READ.
           IF w-prov-hallado = 1
               MOVE prov-razon TO lc-prov-razon
           ELSE
               MOVE "(PROVEEDOR INEXISTENTE)" TO lc-prov-razon
           END-IF.
           DISPLAY lc-comp.
           DISPLAY lc-prov.
           DISPLAY lc-datos1.
           DISPLAY lc-datos2.

       200-MOSTRAR-DEPOSITOS.
           DISPLAY " ".
           DISPLAY "STOCK POR DEPOSITO".
           MOVE ZERO TO w-total-dep.
           MOVE ZERO TO w-cant-lineas.
           IF w-dep-abierto = 1
               MOVE 0 TO w-flag-dep
               MOVE w-busca-comp TO sd-comp
               MOVE LOW-VALUES TO sd-deposito
               START STOCK-DEP KEY NOT < sd-clave
                   INVALID KEY MOVE 1 TO w-flag-dep
               END-START
               PERFORM UNTIL w-flag-dep = 1
                   READ STOCK-DEP NEXT RECORD
                       AT END MOVE 1 TO w-flag-dep
                       NOT AT END
                           IF sd-comp NOT = w-busca-comp
                               MOVE 1 TO w-flag-dep
                           ELSE
                               PERFORM 210-MOSTRAR-UBICACION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF w-cant-lineas = 0
               DISPLAY "    SIN STOCK REGISTRADO EN DEPOSITOS"
           ELSE
               MOVE w-total-dep TO ld-total
               DISPLAY ld-dep-total
           END-IF.

       210-MOSTRAR-UBICACION.
           ADD 1 TO w-cant-lineas.
           ADD sd-cant TO w-total-dep.
           MOVE sd-deposito TO ld-deposito.
           MOVE sd-cant     TO ld-cant.
           DISPLAY ld-dep.

       300-MOSTRAR-ORDENES.
           DISPLAY " ".
           DISPLAY "ORDENES DE COMPRA ABIERTAS".
           MOVE ZERO TO w-cant-lineas.
           MOVE ZERO TO w-total-pend.
           OPEN INPUT ORDENES.
           IF w-fs-ord = "00"
               MOVE 0 TO w-flag-ord
               PERFORM 310-LEER-ORDEN
               PERFORM UNTIL w-flag-ord = 1
                   IF ord-comp = w-busca-comp
                       AND ord-estado = "ABIERTA"
                       PERFORM 320-MOSTRAR-ORDEN
                   END-IF
                   PERFORM 310-LEER-ORDEN
               END-PERFORM
               CLOSE ORDENES
           END-IF.
           IF w-cant-lineas = 0
               DISPLAY "    SIN ORDENES ABIERTAS"
           ELSE
               MOVE w-total-pend TO lo-tot-pend
               DISPLAY lo-total
           END-IF.

       310-LEER-ORDEN.
           READ ORDENES AT END MOVE 1 TO w-flag-ord.

       320-MOSTRAR-ORDEN.
           IF w-cant-lineas = 0
               DISPLAY lo-cab
           END-IF.
           ADD 1 TO w-cant-lineas.
           IF ord-cant-pedida > ord-cant-recibida
               COMPUTE w-pendiente =
                   ord-cant-pedida - ord-cant-recibida
           ELSE
               MOVE ZERO TO w-pendiente
           END-IF.
           ADD w-pendiente TO w-total-pend.
           MOVE ord-nro            TO lo-nro.
           MOVE ord-prov           TO lo-prov.
           MOVE w-pendiente        TO lo-pend.
           MOVE ord-fecha-esperada TO lo-fecha.
           IF ord-fecha-esperada < w-fecha-hoy
               MOVE "VENCIDA" TO lo-marca
           ELSE
               MOVE SPACES TO lo-marca
           END-IF.
           DISPLAY lo-det.

      * SE LISTAN LOS ARTICULOS Y SUB-KITS QUE LLEVAN EL COMPONENTE
      * EN SU ESTRUCTURA DIRECTA, CON LA VIGENCIA DE CADA LINEA
       400-MOSTRAR-ARTICULOS.
           DISPLAY " ".
           DISPLAY "ARTICULOS QUE LO UTILIZAN".
           MOVE ZERO TO w-cant-lineas.
           OPEN INPUT ARTICULOS.
           IF w-fs-art = "00"
               MOVE 0 TO w-flag-art
               PERFORM 410-LEER-ARTICULO
               PERFORM UNTIL w-flag-art = 1
                   IF art-cab-tiporeg = 1
                       MOVE art-cab-cod    TO w-header-actual
                       MOVE art-cab-nombre TO w-nombre-actual
                   ELSE
                       IF art-det-comp = w-busca-comp
                           PERFORM 420-MOSTRAR-USO
                       END-IF
                   END-IF
                   PERFORM 410-LEER-ARTICULO
               END-PERFORM
               CLOSE ARTICULOS
           END-IF.
           IF w-cant-lineas = 0
               DISPLAY "    NINGUN ARTICULO LO UTILIZA"
           END-IF.

       410-LEER-ARTICULO.
           READ ARTICULOS AT END MOVE 1 TO w-flag-art.

       420-MOSTRAR-USO.
           IF w-cant-lineas = 0
               DISPLAY la-cab
           END-IF.
           ADD 1 TO w-cant-lineas.
           MOVE w-header-actual   TO la-art.
           MOVE w-nombre-actual   TO la-nom.
           MOVE art-det-cant      TO la-cant.
           IF art-det-tipo-comp = 2
               MOVE "KIT" TO la-tipo
           ELSE
               MOVE "COMP" TO la-tipo
           END-IF.
           MOVE art-det-vig-desde TO la-desde.
           MOVE art-det-vig-hasta TO la-hasta.
           IF w-fecha-hoy < art-det-vig-desde
               MOVE "FUTURA" TO la-marca
           ELSE
               IF w-fecha-hoy > art-det-vig-hasta
                   MOVE "VENCIDA" TO la-marca
               ELSE
                   MOVE "VIGENTE" TO la-marca
               END-IF
           END-IF.
           DISPLAY la-det.

      * EL KARDEX ES SECUENCIAL: SE RECORRE COMPLETO GUARDANDO EN UNA
      * TABLA CIRCULAR LOS ULTIMOS w-max-kar MOVIMIENTOS DEL COMPONENTE
       500-MOSTRAR-KARDEX.
           DISPLAY " ".
           DISPLAY "ULTIMOS MOVIMIENTOS DE KARDEX".
           MOVE ZERO TO w-cant-kar.
           MOVE ZERO TO w-pos-kar.
           OPEN INPUT KARDEX.
           IF w-fs-kar = "00"
               MOVE 0 TO w-flag-kar
               PERFORM 510-LEER-KARDEX
               PERFORM UNTIL w-flag-kar = 1
                   IF kar-comp = w-busca-comp
                       PERFORM 520-GUARDAR-MOVIMIENTO
                   END-IF
                   PERFORM 510-LEER-KARDEX
               END-PERFORM
               CLOSE KARDEX
           END-IF.
           IF w-cant-kar = 0
               DISPLAY "    SIN MOVIMIENTOS REGISTRADOS"
           ELSE
               DISPLAY lk-cab
               IF w-cant-kar < w-max-kar
                   MOVE 1 TO w-ind-kar
               ELSE
                   MOVE w-pos-kar TO w-ind-kar
                   PERFORM 540-AVANZAR-INDICE
               END-IF
               PERFORM 530-MOSTRAR-MOVIMIENTO
               PERFORM UNTIL w-ind-kar = w-pos-kar
                   PERFORM 540-AVANZAR-INDICE
                   PERFORM 530-MOSTRAR-MOVIMIENTO
               END-PERFORM
           END-IF.

       510-LEER-KARDEX.
           READ KARDEX AT END MOVE 1 TO w-flag-kar.

       520-GUARDAR-MOVIMIENTO.
           ADD 1 TO w-cant-kar.
           IF w-pos-kar = w-max-kar
               MOVE 1 TO w-pos-kar
           ELSE
               ADD 1 TO w-pos-kar
           END-IF.
           MOVE kar-fecha     TO uk-fecha(w-pos-kar).
           MOVE kar-tipo      TO uk-tipo(w-pos-kar).
           MOVE kar-doc       TO uk-doc(w-pos-kar).
           MOVE kar-signo     TO uk-signo(w-pos-kar).
           MOVE kar-cant      TO uk-cant(w-pos-kar).
           MOVE kar-stock-nue TO uk-stock-nue(w-pos-kar).
           MOVE kar-deposito  TO uk-deposito(w-pos-kar).

       530-MOSTRAR-MOVIMIENTO.
           MOVE uk-fecha(w-ind-kar)     TO lk-fecha.
           MOVE uk-tipo(w-ind-kar)      TO lk-tipo.
           MOVE uk-doc(w-ind-kar)       TO lk-doc.
           MOVE uk-signo(w-ind-kar)     TO lk-signo.
           MOVE uk-cant(w-ind-kar)      TO lk-cant.
           MOVE uk-deposito(w-ind-kar)  TO lk-dep.
           MOVE uk-stock-nue(w-ind-kar) TO lk-stock.
           DISPLAY lk-det.

       540-AVANZAR-INDICE.
           IF w-ind-kar = w-max-kar
               MOVE 1 TO w-ind-kar
           ELSE
               ADD 1 TO w-ind-kar
           END-IF.
       END PROGRAM CONSULTA-COMPONENTE.
