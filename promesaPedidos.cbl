      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMESA-PEDIDOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS
           ASSIGN TO
           "..\pedidosClientes.txt"
           ORGANIZATION is line sequential
           FILE STATUS IS w-fs-ped.
           SELECT ARTICULOS
           ASSIGN TO
           "..\articulos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS art-cab-clave
           FILE STATUS IS w-fs-art.
           SELECT COMPONENTES
           ASSIGN TO
           "..\componentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS comp-cod
           FILE STATUS IS w-fs-comp.
           SELECT STOCK-DEP
           ASSIGN TO
           "..\stockDeposito.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS sd-clave
           FILE STATUS IS w-fs-dep.
           SELECT ORDENES
           ASSIGN TO
           "..\ordenes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ord-nro
           FILE STATUS IS w-fs-ord.
           SELECT LISTADO
           ASSIGN TO PRINTER,"..\promesaPedidos.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS.
       01  ped-reg.
           03 ped-nro pic 9(8).
           03 ped-art pic x(3).
           03 ped-cant pic 9(5).
           03 ped-fecha pic 9(8).

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

       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-fs-ped  pic xx.
       01  w-fs-art  pic xx.
       01  w-fs-comp pic xx.
       01  w-fs-dep  pic xx.
       01  w-fs-ord  pic xx.
       01  w-flag-ped  pic 9 value zero.
       01  w-flag-art  pic 9 value zero.
       01  w-flag-comp pic 9 value zero.
       01  w-flag-dep  pic 9 value zero.
       01  w-flag-ord  pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-vigencia pic 9(8).
       01  w-encontrado pic 9.
       01  w-busca-comp pic x(3).
       01  w-busca-art pic x(3).
       01  w-header-actual pic x(3).
       01  w-cant-total pic 9(9).
       01  w-max-nivel pic 9 value 5.
       01  w-acum-cod pic x(3).
       01  w-acum-cant pic 9(9).
       01  w-comp-en-maestro pic 9.
       01  w-disponible pic s9(10).
       01  w-base pic s9(10).
       01  w-acumulado pic s9(10).
       01  w-necesario pic 9(10).
       01  w-unidades-posibles pic 9(9).
       01  w-prometido pic 9(9).
       01  w-min-unidades pic 9(9).
       01  w-cuello pic x(3).
       01  w-fecha-comp pic 9(8).
       01  w-fecha-envio pic 9(8).
       01  w-sin-fecha pic 9.
       01  w-total-leidos pic 9(5) value zero.
       01  w-total-completos pic 9(5) value zero.
       01  w-total-parciales pic 9(5) value zero.
       01  w-total-sin-disp pic 9(5) value zero.
       01  w-total-rechazados pic 9(5) value zero.
       01  w-unid-pedidas pic 9(9) value zero.
       01  w-unid-prometidas pic 9(9) value zero.

       01  w-total-art-lineas pic 9(4) value zero.
       01  w-tabla-art.
           03 ta-entry OCCURS 1 TO 1000 TIMES
               DEPENDING ON w-total-art-lineas
               ASCENDING KEY IS ta-art-cod
               INDEXED BY ta-idx.
               05 ta-art-cod   pic x(3).
               05 ta-comp-cod  pic x(3).
               05 ta-comp-cant pic 99.
               05 ta-tipo-comp pic 9.
               05 ta-vig-desde pic 9(8).
               05 ta-vig-hasta pic 9(8).

       01  w-total-comp pic 9(4) value zero.
       01  w-tabla-comp.
           03 tc-entry OCCURS 1 TO 2000 TIMES
               DEPENDING ON w-total-comp
               ASCENDING KEY IS tc-cod
               INDEXED BY tc-idx.
               05 tc-cod          pic x(3).
               05 tc-stock        pic 9(9).
               05 tc-comprometido pic 9(9).

       01  w-total-rec pic 9(4) value zero.
       01  w-tabla-rec.
           03 rc-entry OCCURS 1000 TIMES INDEXED BY rc-idx rc-idx2.
               05 rc-comp  pic x(3).
               05 rc-fecha pic 9(8).
               05 rc-cant  pic 9(9).

       01  w-tope-pila pic 9(4) value zero.
       01  w-pila-explosion.
           03 pe-entry OCCURS 300 TIMES INDEXED BY pe-idx.
               05 pe-cod   pic x(3).
               05 pe-cant  pic 9(9).
               05 pe-nivel pic 9.
       01  w-exp-cod pic x(3).
       01  w-exp-cant pic 9(9).
       01  w-exp-nivel pic 9.

       01  w-total-req pic 9(3) value zero.
       01  w-tabla-req.
           03 rq-entry OCCURS 200 TIMES INDEXED BY rq-idx.
               05 rq-cod       pic x(3).
               05 rq-cant-unit pic 9(9).

       01  cabecera0.
           03 filler pic x(12) value spaces.
           03 filler pic x(50) value
               "DISPONIBLE PARA PROMETER - PEDIDOS DE CLIENTES".

       01  cabecera1.
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 lc-hoy pic 9(8).

       01  cabped1.
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "PEDIDO".
           03 filler pic x(4) value "ART".
           03 filler pic x(6) value "  CANT".
           03 filler pic x(9) value " SOLICIT.".
           03 filler pic x(11) value " RESULTADO".
           03 filler pic x(7) value "PROMET.".
           03 filler pic x(7) value " CUELLO".
           03 filler pic x(12) value " ENVIO DESDE".

       01  detalleped.
           03 filler  pic x(2) value spaces.
           03 lp-nro  pic 9(8).
           03 filler  pic x(1) value spaces.
           03 lp-art  pic x(3).
           03 filler  pic x(1) value spaces.
           03 lp-cant pic zzzz9.
           03 filler  pic x(1) value spaces.
           03 lp-fecha pic 9(8).
           03 filler  pic x(2) value spaces.
           03 lp-resultado pic x(10).
           03 lp-prometido pic zzzzz9.
           03 filler  pic x(3) value spaces.
           03 lp-cuello pic x(3).
           03 filler  pic x(3) value spaces.
           03 lp-envio pic x(10).

       01  cabeceratr.
           03 filler pic x(2) value spaces.
           03 filler pic x(19) value "TOTALES DE CONTROL".

       01  detalletr.
           03 filler pic x(2) value spaces.
           03 lt-texto pic x(30).
           03 lt-cant pic z(8)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 10-INICIO.
           PERFORM 20-LEER-PEDIDO.
           PERFORM UNTIL w-flag-ped = 1
               PERFORM 100-PROCESAR-PEDIDO
               PERFORM 20-LEER-PEDIDO
           END-PERFORM.
           PERFORM 90-FIN.
           STOP RUN.

       10-INICIO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT PEDIDOS.
           IF w-fs-ped NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PEDIDOS, FILE STATUS "
                   w-fs-ped
               STOP RUN
           END-IF.
           PERFORM 15-CARGAR-ARTICULOS.
           PERFORM 30-CARGAR-COMPONENTES.
           PERFORM 35-CARGAR-STOCK.
           PERFORM 45-CARGAR-ORDENES.
           OPEN OUTPUT LISTADO.
           MOVE w-fecha-hoy TO lc-hoy.
           DISPLAY cabecera0.
           DISPLAY cabecera1.
           DISPLAY cabped1.
           WRITE lis-reg FROM cabecera0.
           WRITE lis-reg FROM cabecera1.
           WRITE lis-reg FROM cabped1.

       15-CARGAR-ARTICULOS.
           OPEN INPUT ARTICULOS.
           IF w-fs-art NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ARTICULOS, FILE STATUS "
                   w-fs-art
               STOP RUN
           END-IF.
           PERFORM 16-LEER-ARTICULO.
           PERFORM UNTIL w-flag-art = 1
               IF art-cab-tiporeg = 1
                   MOVE art-cab-cod TO w-header-actual
               ELSE
                   IF w-total-art-lineas < 1000
                       ADD 1 TO w-total-art-lineas
                       SET ta-idx TO w-total-art-lineas
                       MOVE w-header-actual   TO ta-art-cod(ta-idx)
                       MOVE art-det-comp      TO ta-comp-cod(ta-idx)
                       MOVE art-det-cant      TO ta-comp-cant(ta-idx)
                       MOVE art-det-tipo-comp TO ta-tipo-comp(ta-idx)
                       MOVE art-det-vig-desde TO ta-vig-desde(ta-idx)
                       MOVE art-det-vig-hasta TO ta-vig-hasta(ta-idx)
                   ELSE
                       DISPLAY "TABLA DE ARTICULOS LLENA, SE DESCARTA "
                           w-header-actual
                   END-IF
               END-IF
               PERFORM 16-LEER-ARTICULO
           END-PERFORM.
           CLOSE ARTICULOS.

       16-LEER-ARTICULO.
           READ ARTICULOS AT END MOVE 1 TO w-flag-art.

       20-LEER-PEDIDO.
           READ PEDIDOS AT END MOVE 1 TO w-flag-ped.

       30-CARGAR-COMPONENTES.
           OPEN INPUT COMPONENTES.
           IF w-fs-comp NOT = "00"
               DISPLAY "NO SE PUDO ABRIR COMPONENTES, FILE STATUS "
                   w-fs-comp
               STOP RUN
           END-IF.
           PERFORM 31-LEER-COMPONENTE.
           PERFORM UNTIL w-flag-comp = 1
               IF w-total-comp < 2000
                   ADD 1 TO w-total-comp
                   SET tc-idx TO w-total-comp
                   MOVE comp-cod TO tc-cod(tc-idx)
                   MOVE ZERO     TO tc-stock(tc-idx)
                   MOVE ZERO     TO tc-comprometido(tc-idx)
               ELSE
                   DISPLAY "TABLA DE COMPONENTES LLENA, SE DESCARTA "
                       comp-cod
               END-IF
               PERFORM 31-LEER-COMPONENTE
           END-PERFORM.
           CLOSE COMPONENTES.

       31-LEER-COMPONENTE.
           READ COMPONENTES AT END MOVE 1 TO w-flag-comp.

       32-BUSCAR-COMPONENTE.
           MOVE ZERO TO w-encontrado.
           IF w-total-comp > 0
               SEARCH ALL tc-entry
                   AT END CONTINUE
                   WHEN tc-cod(tc-idx) = w-busca-comp
                       MOVE 1 TO w-encontrado
               END-SEARCH
           END-IF.

      * EL DISPONIBLE FISICO ES LA SUMA DE TODOS LOS DEPOSITOS
       35-CARGAR-STOCK.
           OPEN INPUT STOCK-DEP.
           EVALUATE w-fs-dep
               WHEN "00"
                   PERFORM 36-LEER-DEPOSITO
                   PERFORM UNTIL w-flag-dep = 1
                       MOVE sd-comp TO w-busca-comp
                       PERFORM 32-BUSCAR-COMPONENTE
                       IF w-encontrado = 1
                           ADD sd-cant TO tc-stock(tc-idx)
                       END-IF
                       PERFORM 36-LEER-DEPOSITO
                   END-PERFORM
                   CLOSE STOCK-DEP
               WHEN "35"
                   DISPLAY "NO HAY STOCK POR DEPOSITO, SE PARTE DE CERO"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR STOCK-DEP, FILE STATUS "
                       w-fs-dep
                   STOP RUN
           END-EVALUATE.

       36-LEER-DEPOSITO.
           READ STOCK-DEP AT END MOVE 1 TO w-flag-dep.

      * LO PENDIENTE DE RECIBIR DE CADA ORDEN ABIERTA SE CONSIDERA
      * DISPONIBLE A PARTIR DE SU FECHA ESPERADA
       45-CARGAR-ORDENES.
           OPEN INPUT ORDENES.
           EVALUATE w-fs-ord
               WHEN "00"
                   PERFORM 46-LEER-ORDEN
                   PERFORM UNTIL w-flag-ord = 1
                       IF ord-estado = "ABIERTA"
                           AND ord-cant-pedida > ord-cant-recibida
                           PERFORM 47-REGISTRAR-RECEPCION
                       END-IF
                       PERFORM 46-LEER-ORDEN
                   END-PERFORM
                   CLOSE ORDENES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR ORDENES, FILE STATUS "
                       w-fs-ord
                   STOP RUN
           END-EVALUATE.

       46-LEER-ORDEN.
           READ ORDENES AT END MOVE 1 TO w-flag-ord.

       47-REGISTRAR-RECEPCION.
           IF w-total-rec < 1000
               ADD 1 TO w-total-rec
               SET rc-idx TO w-total-rec
               MOVE ord-comp           TO rc-comp(rc-idx)
               MOVE ord-fecha-esperada TO rc-fecha(rc-idx)
               COMPUTE rc-cant(rc-idx) =
                   ord-cant-pedida - ord-cant-recibida
           ELSE
               DISPLAY "TABLA DE ORDENES LLENA, SE DESCARTA "
                   ord-nro
           END-IF.

       100-PROCESAR-PEDIDO.
           ADD 1 TO w-total-leidos.
           MOVE ped-nro   TO lp-nro.
           MOVE ped-art   TO lp-art.
           MOVE ped-cant  TO lp-cant.
           MOVE ped-fecha TO lp-fecha.
           MOVE ZERO      TO lp-prometido.
           MOVE SPACES    TO lp-cuello lp-envio.
           IF ped-cant IS NOT NUMERIC OR ped-cant = 0
               MOVE "CANT.INV." TO lp-resultado
               ADD 1 TO w-total-rechazados
           ELSE
               IF ped-fecha IS NOT NUMERIC OR ped-fecha = 0
                   MOVE "FECHA INV." TO lp-resultado
                   ADD 1 TO w-total-rechazados
               ELSE
                   PERFORM 200-EXPLOTAR-PEDIDO
                   IF w-total-req = 0
                       MOVE "SIN BOM" TO lp-resultado
                       ADD 1 TO w-total-rechazados
                   ELSE
                       ADD ped-cant TO w-unid-pedidas
                       PERFORM 300-EVALUAR-PEDIDO
                   END-IF
               END-IF
           END-IF.
           DISPLAY detalleped.
           WRITE lis-reg FROM detalleped.

      * EXPLOSION POR UNIDAD DEL ARTICULO CON LA MISMA VIGENCIA QUE LA
      * CORRIDA NOCTURNA, TOMANDO LA FECHA SOLICITADA COMO FECHA DE
      * REFERENCIA. LOS SUB-KITS (TIPO 2) SE ABREN HASTA w-max-nivel
       200-EXPLOTAR-PEDIDO.
           MOVE ZERO TO w-total-req.
           MOVE ped-fecha TO w-fecha-vigencia.
           MOVE ZERO TO w-tope-pila.
           ADD 1 TO w-tope-pila.
           MOVE ped-art TO pe-cod(w-tope-pila).
           MOVE 1       TO pe-cant(w-tope-pila).
           MOVE 1       TO pe-nivel(w-tope-pila).
           PERFORM UNTIL w-tope-pila = 0
               MOVE pe-cod(w-tope-pila)   TO w-exp-cod
               MOVE pe-cant(w-tope-pila)  TO w-exp-cant
               MOVE pe-nivel(w-tope-pila) TO w-exp-nivel
               SUBTRACT 1 FROM w-tope-pila
               MOVE w-exp-cod TO w-busca-art
               PERFORM 250-BUSCAR-PRIMER-DETALLE
               IF w-encontrado = 1
                   PERFORM 210-PROCESAR-DETALLES
               END-IF
           END-PERFORM.

       210-PROCESAR-DETALLES.
           PERFORM UNTIL ta-idx > w-total-art-lineas
               OR ta-art-cod(ta-idx) NOT = w-busca-art
               IF w-fecha-vigencia >= ta-vig-desde(ta-idx)
                   AND w-fecha-vigencia <= ta-vig-hasta(ta-idx)
                   PERFORM 220-PROCESAR-UNA-LINEA
               END-IF
               SET ta-idx UP BY 1
           END-PERFORM.

       220-PROCESAR-UNA-LINEA.
           COMPUTE w-cant-total =
               w-exp-cant * ta-comp-cant(ta-idx).
           IF ta-tipo-comp(ta-idx) = 2
               IF w-exp-nivel < w-max-nivel
                   IF w-tope-pila < 300
                       ADD 1 TO w-tope-pila
                       MOVE ta-comp-cod(ta-idx)
                           TO pe-cod(w-tope-pila)
                       MOVE w-cant-total
                           TO pe-cant(w-tope-pila)
                       COMPUTE pe-nivel(w-tope-pila) =
                           w-exp-nivel + 1
                   ELSE
                       DISPLAY
                         "PILA DE EXPLOSION LLENA, SE CORTA EN "
                           ta-comp-cod(ta-idx)
                   END-IF
               ELSE
                   DISPLAY
                     "PROFUNDIDAD MAXIMA, SE DESCARTA"
                     " SUB-KIT " ta-comp-cod(ta-idx)
               END-IF
           ELSE
               IF w-cant-total > 0
                   MOVE ta-comp-cod(ta-idx) TO w-acum-cod
                   MOVE w-cant-total        TO w-acum-cant
                   PERFORM 230-ACUMULAR-REQUERIDO
               END-IF
           END-IF.

       230-ACUMULAR-REQUERIDO.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING rq-idx FROM 1 BY 1
               UNTIL rq-idx > w-total-req OR w-encontrado = 1
               IF rq-cod(rq-idx) = w-acum-cod
                   ADD w-acum-cant TO rq-cant-unit(rq-idx)
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 0
               IF w-total-req < 200
                   ADD 1 TO w-total-req
                   SET rq-idx TO w-total-req
                   MOVE w-acum-cod  TO rq-cod(rq-idx)
                   MOVE w-acum-cant TO rq-cant-unit(rq-idx)
               ELSE
                   DISPLAY "TABLA DE REQUERIDOS LLENA, SE DESCARTA "
                       w-acum-cod
               END-IF
           END-IF.

       250-BUSCAR-PRIMER-DETALLE.
           MOVE ZERO TO w-encontrado.
           IF w-total-art-lineas > 0
               SEARCH ALL ta-entry
                   AT END CONTINUE
                   WHEN ta-art-cod(ta-idx) = w-busca-art
                       MOVE 1 TO w-encontrado
               END-SEARCH
           END-IF.
           IF w-encontrado = 1
               PERFORM UNTIL ta-idx = 1
                   OR ta-art-cod(ta-idx - 1) NOT = w-busca-art
                   SET ta-idx DOWN BY 1
               END-PERFORM
           END-IF.

      * CADA COMPONENTE LIMITA LAS UNIDADES QUE SE PUEDEN PROMETER A
      * LO DISPONIBLE A LA FECHA SOLICITADA (STOCK MAS ORDENES ABIERTAS
      * QUE LLEGAN HASTA ESA FECHA, MENOS LO YA PROMETIDO A PEDIDOS
      * ANTERIORES DEL ARCHIVO). EL QUE MENOS UNIDADES PERMITE ES EL
      * CUELLO DE BOTELLA
       300-EVALUAR-PEDIDO.
           MOVE ped-cant TO w-min-unidades.
           MOVE SPACES TO w-cuello.
           MOVE w-fecha-hoy TO w-fecha-envio.
           MOVE ZERO TO w-sin-fecha.
           PERFORM VARYING rq-idx FROM 1 BY 1
               UNTIL rq-idx > w-total-req
               PERFORM 310-EVALUAR-COMPONENTE
           END-PERFORM.
           MOVE w-min-unidades TO w-prometido.
           MOVE w-prometido TO lp-prometido.
           ADD w-prometido TO w-unid-prometidas.
           IF w-prometido = ped-cant
               MOVE "COMPLETO" TO lp-resultado
               ADD 1 TO w-total-completos
           ELSE
               MOVE w-cuello TO lp-cuello
               IF w-prometido = 0
                   MOVE "SIN DISP." TO lp-resultado
                   ADD 1 TO w-total-sin-disp
               ELSE
                   MOVE "PARCIAL" TO lp-resultado
                   ADD 1 TO w-total-parciales
               END-IF
           END-IF.
           IF w-sin-fecha = 1
               MOVE "SIN FECHA" TO lp-envio
           ELSE
               MOVE w-fecha-envio TO lp-envio
           END-IF.
           IF w-prometido > 0
               PERFORM VARYING rq-idx FROM 1 BY 1
                   UNTIL rq-idx > w-total-req
                   PERFORM 350-COMPROMETER-COMPONENTE
               END-PERFORM
           END-IF.

       310-EVALUAR-COMPONENTE.
           MOVE rq-cod(rq-idx) TO w-busca-comp.
           PERFORM 32-BUSCAR-COMPONENTE.
           MOVE w-encontrado TO w-comp-en-maestro.
           IF w-comp-en-maestro = 1
               COMPUTE w-base =
                   tc-stock(tc-idx) - tc-comprometido(tc-idx)
           ELSE
               MOVE ZERO TO w-base
           END-IF.
           MOVE w-base TO w-disponible.
           PERFORM VARYING rc-idx FROM 1 BY 1
               UNTIL rc-idx > w-total-rec
               IF rc-comp(rc-idx) = w-busca-comp
                   AND rc-fecha(rc-idx) <= ped-fecha
                   ADD rc-cant(rc-idx) TO w-disponible
               END-IF
           END-PERFORM.
           IF w-disponible > 0
               COMPUTE w-unidades-posibles =
                   w-disponible / rq-cant-unit(rq-idx)
           ELSE
               MOVE ZERO TO w-unidades-posibles
           END-IF.
           IF w-unidades-posibles < w-min-unidades
               MOVE w-unidades-posibles TO w-min-unidades
               MOVE w-busca-comp TO w-cuello
           END-IF.
           COMPUTE w-necesario = ped-cant * rq-cant-unit(rq-idx).
           PERFORM 320-FECHA-DISPONIBLE.

      * PRIMERA FECHA EN QUE EL COMPONENTE CUBRE EL PEDIDO COMPLETO:
      * HOY SI ALCANZA CON EL STOCK, SI NO LA FECHA ESPERADA DE LA
      * ORDEN ABIERTA CON LA QUE SE COMPLETA. SI NI CON TODAS LAS
      * ORDENES ALCANZA, EL PEDIDO QUEDA SIN FECHA
       320-FECHA-DISPONIBLE.
           IF w-base >= w-necesario
               MOVE w-fecha-hoy TO w-fecha-comp
           ELSE
               MOVE 99999999 TO w-fecha-comp
               PERFORM VARYING rc-idx FROM 1 BY 1
                   UNTIL rc-idx > w-total-rec
                   IF rc-comp(rc-idx) = w-busca-comp
                       AND rc-fecha(rc-idx) < w-fecha-comp
                       PERFORM 325-PROBAR-FECHA
                   END-IF
               END-PERFORM
               IF w-fecha-comp < w-fecha-hoy
                   MOVE w-fecha-hoy TO w-fecha-comp
               END-IF
           END-IF.
           IF w-fecha-comp = 99999999
               MOVE 1 TO w-sin-fecha
           ELSE
               IF w-fecha-comp > w-fecha-envio
                   MOVE w-fecha-comp TO w-fecha-envio
               END-IF
           END-IF.

       325-PROBAR-FECHA.
           MOVE w-base TO w-acumulado.
           PERFORM VARYING rc-idx2 FROM 1 BY 1
               UNTIL rc-idx2 > w-total-rec
               IF rc-comp(rc-idx2) = w-busca-comp
                   AND rc-fecha(rc-idx2) <= rc-fecha(rc-idx)
                   ADD rc-cant(rc-idx2) TO w-acumulado
               END-IF
           END-PERFORM.
           IF w-acumulado >= w-necesario
               MOVE rc-fecha(rc-idx) TO w-fecha-comp
           END-IF.

       350-COMPROMETER-COMPONENTE.
           MOVE rq-cod(rq-idx) TO w-busca-comp.
           PERFORM 32-BUSCAR-COMPONENTE.
           IF w-encontrado = 1
               COMPUTE tc-comprometido(tc-idx) =
                   tc-comprometido(tc-idx)
                   + w-prometido * rq-cant-unit(rq-idx)
           END-IF.

       90-FIN.
           DISPLAY cabeceratr.
           WRITE lis-reg FROM cabeceratr.
           MOVE "PEDIDOS LEIDOS:" TO lt-texto.
           MOVE w-total-leidos TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "PROMETIDOS COMPLETOS:" TO lt-texto.
           MOVE w-total-completos TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "PROMETIDOS PARCIALES:" TO lt-texto.
           MOVE w-total-parciales TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "SIN DISPONIBILIDAD:" TO lt-texto.
           MOVE w-total-sin-disp TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "RECHAZADOS:" TO lt-texto.
           MOVE w-total-rechazados TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "UNIDADES PEDIDAS:" TO lt-texto.
           MOVE w-unid-pedidas TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "UNIDADES PROMETIDAS:" TO lt-texto.
           MOVE w-unid-prometidas TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           CLOSE PEDIDOS.
           CLOSE LISTADO.

       95-IMPRIMIR-TOTAL.
           DISPLAY detalletr.
           WRITE lis-reg FROM detalletr.
       END PROGRAM PROMESA-PEDIDOS.
