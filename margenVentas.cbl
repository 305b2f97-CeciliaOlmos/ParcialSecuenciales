      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGEN-VENTAS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PRECIOS-VENTA
           ASSIGN TO
           "..\preciosVenta.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS pv-clave
           FILE STATUS IS w-fs-pv.
           SELECT HISTORICO
           ASSIGN TO
           "..\histVentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS hist-clave
           FILE STATUS IS w-fs-hist.
           SELECT LISTADO
           ASSIGN TO PRINTER,"..\margenVentas.dat".
       DATA DIVISION.
       FILE SECTION.
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

       FD  PRECIOS-VENTA.
       01  pv-registro.
           03 pv-clave.
               05 pv-art pic x(3).
               05 pv-vig-desde pic 9(8).
           03 pv-precio pic 9(7)v99.

       FD  HISTORICO.
       01  hist-reg.
           03 hist-clave.
               05 hist-art pic x(3).
               05 hist-aaaamm pic 9(6).
           03 hist-unidades pic 9(7).
           03 hist-facturas pic 9(5).

       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-fs-art  pic xx.
       01  w-fs-comp pic xx.
       01  w-fs-pv   pic xx.
       01  w-fs-hist pic xx.
       01  w-flag-art  pic 9 value zero.
       01  w-flag-comp pic 9 value zero.
       01  w-flag-pv   pic 9 value zero.
       01  w-flag-hist pic 9 value zero.
       01  w-linea-cmd pic x(40).
       01  w-desde-x pic x(6).
       01  w-hasta-x pic x(6).
       01  w-minimo-x pic x(3) JUSTIFIED RIGHT.
       01  w-margen-minimo pic 9(3) value 20.
       01  w-mes-desde pic 9(6).
       01  w-mes-hasta pic 9(6).
       01  w-fecha-hoy pic 9(8).
       01  w-anio-aux pic 9(4).
       01  w-mm-aux pic 9(2).
       01  w-fecha-ref pic 9(8).
       01  w-encontrado pic 9.
       01  w-busca-art pic x(3).
       01  w-busca-comp pic x(3).
       01  w-header-actual pic x(3).
       01  w-precio-hallado pic 9.
       01  w-precio pic 9(7)v99.
       01  w-cant-total pic 9(9).
       01  w-max-nivel pic 9 value 5.
       01  w-costo-venta pic 9(13)v99.
       01  w-ingreso-venta pic 9(13)v99.
       01  w-unid-precio pic 9(9).
       01  w-margen pic s9(15)v99.
       01  w-margen-pct pic s9(5)v9.

       01  w-total-hist-leidos pic 9(7) value zero.
       01  w-total-hist-sin-art pic 9(5) value zero.
       01  w-total-sin-maestro pic 9(5) value zero.
       01  w-total-con-ventas pic 9(5) value zero.
       01  w-total-bajo-costo pic 9(5) value zero.
       01  w-total-margen-bajo pic 9(5) value zero.
       01  w-total-sin-costo pic 9(5) value zero.
       01  w-total-sin-precio pic 9(5) value zero.
       01  w-total-unidades pic 9(11) value zero.
       01  w-total-ingresos pic 9(15)v99 value zero.
       01  w-total-costos pic 9(15)v99 value zero.

       01  w-fecha-calculo.
           03 w-cal-aaaa pic 9(4).
           03 w-cal-mm pic 9(2).
           03 w-cal-dd pic 9(2).
       01  w-dias-del-mes pic 9(2).
       01  w-cociente-bisiesto pic 9(4).
       01  w-resto-bisiesto pic 9(4).

       01  w-total-art pic 9(4) value zero.
       01  w-tabla-art-cab.
           03 tc-entry OCCURS 1 TO 500 TIMES
               DEPENDING ON w-total-art
               ASCENDING KEY IS tc-cod
               INDEXED BY tc-idx.
               05 tc-cod           pic x(3).
               05 tc-nombre        pic x(20).
               05 tc-con-precio    pic 9.
               05 tc-unidades      pic 9(9).
               05 tc-unid-sin-prec pic 9(9).
               05 tc-ingresos      pic 9(13)v99.
               05 tc-costo         pic 9(13)v99.

       01  w-total-art-lineas pic 9(4) value zero.
       01  w-tabla-art.
           03 ta-entry OCCURS 1000 TIMES INDEXED BY ta-idx.
               05 ta-art-cod   pic x(3).
               05 ta-comp-cod  pic x(3).
               05 ta-comp-cant pic 99.
               05 ta-tipo-comp pic 9.
               05 ta-vig-desde pic 9(8).
               05 ta-vig-hasta pic 9(8).

       01  w-total-comp pic 9(4) value zero.
       01  w-tabla-comp.
           03 tk-entry OCCURS 1 TO 2000 TIMES
               DEPENDING ON w-total-comp
               ASCENDING KEY IS tk-cod
               INDEXED BY tk-idx.
               05 tk-cod   pic x(3).
               05 tk-costo pic 9(5)v99.

       01  w-total-precios pic 9(4) value zero.
       01  w-tabla-precios.
           03 tp-entry OCCURS 5000 TIMES INDEXED BY tp-idx.
               05 tp-art    pic x(3).
               05 tp-desde  pic 9(8).
               05 tp-precio pic 9(7)v99.

       01  w-tope-pila pic 9(4) value zero.
       01  w-pila-explosion.
           03 pe-entry OCCURS 300 TIMES INDEXED BY pe-idx.
               05 pe-cod   pic x(3).
               05 pe-cant  pic 9(9).
               05 pe-nivel pic 9.
       01  w-exp-cod pic x(3).
       01  w-exp-cant pic 9(9).
       01  w-exp-nivel pic 9.

       01  cabecera0.
           03 filler pic x(10) value spaces.
           03 filler pic x(50) value
               "MARGEN BRUTO POR ARTICULO".

       01  cabecera1.
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "VENTAS DESDE: ".
           03 lc-desde pic 9(6).
           03 filler pic x(8) value " HASTA: ".
           03 lc-hasta pic 9(6).
           03 filler pic x(20) value "  MARGEN MINIMO %: ".
           03 lc-minimo pic zz9.

       01  cabecera2.
           03 filler pic x(2) value spaces.
           03 filler pic x(70) value
               "PRECIO Y ESTRUCTURA VIGENTES AL ULTIMO DIA DE CADA MES".

       01  cabdet1.
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "ART ".
           03 filler pic x(11) value "NOMBRE".
           03 filler pic x(7) value "  UNID.".
           03 filler pic x(12) value "    INGRESOS".
           03 filler pic x(12) value "       COSTO".
           03 filler pic x(12) value "      MARGEN".
           03 filler pic x(8) value "  MARG.%".
           03 filler pic x(12) value " OBSERVACION".

       01  detallemar.
           03 filler  pic x(2) value spaces.
           03 lr-art  pic x(3).
           03 filler  pic x(1) value spaces.
           03 lr-nom  pic x(11).
           03 lr-unid pic z(6)9.
           03 filler  pic x(1) value spaces.
           03 lr-ingresos pic z(10)9.
           03 filler  pic x(1) value spaces.
           03 lr-costo pic z(10)9.
           03 filler  pic x(1) value spaces.
           03 lr-margen pic -(10)9.
           03 filler  pic x(1) value spaces.
           03 lr-pct  pic -(4)9,9.
           03 filler  pic x(1) value spaces.
           03 lr-obs  pic x(11).

       01  cabsinprecio.
           03 filler pic x(2) value spaces.
           03 filler pic x(50) value
               "ARTICULOS SIN PRECIO DE VENTA".

       01  cabsinprecio2.
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "ART ".
           03 filler pic x(21) value "NOMBRE".
           03 filler pic x(14) value "UNID. VENDIDAS".
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "MOTIVO".

       01  detallesinprecio.
           03 filler  pic x(2) value spaces.
           03 ls-art  pic x(3).
           03 filler  pic x(1) value spaces.
           03 ls-nom  pic x(20).
           03 filler  pic x(5) value spaces.
           03 ls-unid pic z(8)9.
           03 filler  pic x(3) value spaces.
           03 ls-motivo pic x(35).

       01  cabeceratr.
           03 filler pic x(2) value spaces.
           03 filler pic x(19) value "TOTALES DE CONTROL".

       01  detalletr.
           03 filler pic x(2) value spaces.
           03 lt-texto pic x(30).
           03 lt-cant pic zzzz9.

       01  detalletr2.
           03 filler pic x(2) value spaces.
           03 lt2-texto pic x(30).
           03 lt2-importe pic -(14)9,99.

       01  detalletr3.
           03 filler pic x(2) value spaces.
           03 lt3-texto pic x(30).
           03 lt3-cant pic z(10)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 40-LEER-PARAMETROS.
           PERFORM 10-INICIO.
           PERFORM 20-CARGAR-ARTICULOS.
           PERFORM 25-CARGAR-COMPONENTES.
           PERFORM 30-CARGAR-PRECIOS.
           PERFORM 50-PROCESAR-VENTAS.
           PERFORM 100-IMPRIMIR-MARGENES.
           PERFORM 200-IMPRIMIR-SIN-PRECIO.
           PERFORM 90-FIN.
           STOP RUN.

      * PARAMETROS OPCIONALES: MES DESDE Y MES HASTA (AAAAMM) Y EL
      * PORCENTAJE DE MARGEN MINIMO (DEFECTO 20). SIN PERIODO SE TOMAN
      * LOS ULTIMOS 12 MESES COMPLETOS, SIN EL MES EN CURSO
       40-LEER-PARAMETROS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-linea-cmd FROM COMMAND-LINE.
           MOVE SPACES TO w-desde-x w-hasta-x w-minimo-x.
           IF w-linea-cmd NOT = SPACES
               UNSTRING w-linea-cmd DELIMITED BY SPACE
                   INTO w-desde-x w-hasta-x w-minimo-x
               END-UNSTRING
           END-IF.
           MOVE w-fecha-hoy(1:4) TO w-anio-aux.
           MOVE w-fecha-hoy(5:2) TO w-mm-aux.
           PERFORM 46-MES-ANTERIOR.
           COMPUTE w-mes-hasta = w-anio-aux * 100 + w-mm-aux.
           PERFORM 11 TIMES
               PERFORM 46-MES-ANTERIOR
           END-PERFORM.
           COMPUTE w-mes-desde = w-anio-aux * 100 + w-mm-aux.
           IF w-desde-x NOT = SPACES
               IF w-desde-x IS NUMERIC
                   AND w-desde-x(5:2) > "00" AND w-desde-x(5:2) < "13"
                   AND w-hasta-x IS NUMERIC
                   AND w-hasta-x(5:2) > "00" AND w-hasta-x(5:2) < "13"
                   AND w-desde-x NOT > w-hasta-x
                   MOVE w-desde-x TO w-mes-desde
                   MOVE w-hasta-x TO w-mes-hasta
               ELSE
                   DISPLAY "PERIODO INVALIDO, SE USA " w-mes-desde
                       " A " w-mes-hasta
               END-IF
           END-IF.
           IF w-minimo-x NOT = SPACES
               INSPECT w-minimo-x REPLACING LEADING SPACES BY ZERO
               IF w-minimo-x IS NUMERIC
                   MOVE w-minimo-x TO w-margen-minimo
               ELSE
                   DISPLAY "MARGEN MINIMO INVALIDO, SE USA "
                       w-margen-minimo
               END-IF
           END-IF.

       46-MES-ANTERIOR.
           IF w-mm-aux = 1
               MOVE 12 TO w-mm-aux
               SUBTRACT 1 FROM w-anio-aux
           ELSE
               SUBTRACT 1 FROM w-mm-aux
           END-IF.

       10-INICIO.
           OPEN INPUT ARTICULOS.
           IF w-fs-art NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ARTICULOS, FILE STATUS "
                   w-fs-art
               STOP RUN
           END-IF.
           OPEN INPUT COMPONENTES.
           IF w-fs-comp NOT = "00"
               DISPLAY "NO SE PUDO ABRIR COMPONENTES, FILE STATUS "
                   w-fs-comp
               STOP RUN
           END-IF.
           OPEN INPUT HISTORICO.
           IF w-fs-hist NOT = "00"
               DISPLAY "NO SE PUDO ABRIR HISTORICO, FILE STATUS "
                   w-fs-hist
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE w-mes-desde TO lc-desde.
           MOVE w-mes-hasta TO lc-hasta.
           MOVE w-margen-minimo TO lc-minimo.
           DISPLAY cabecera0.
           DISPLAY cabecera1.
           DISPLAY cabecera2.
           WRITE lis-reg FROM cabecera0.
           WRITE lis-reg FROM cabecera1.
           WRITE lis-reg FROM cabecera2.

      * LAS CABECERAS LLEGAN ORDENADAS POR CODIGO, LO QUE PERMITE
      * BUSCARLAS CON SEARCH ALL
       20-CARGAR-ARTICULOS.
           PERFORM 21-LEER-ARTICULO.
           PERFORM UNTIL w-flag-art = 1
               IF art-cab-tiporeg = 1
                   MOVE art-cab-cod TO w-header-actual
                   PERFORM 22-REGISTRAR-CABECERA
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
                       DISPLAY "TABLA DE DETALLES LLENA, SE DESCARTA "
                           w-header-actual
                   END-IF
               END-IF
               PERFORM 21-LEER-ARTICULO
           END-PERFORM.
           CLOSE ARTICULOS.

       21-LEER-ARTICULO.
           READ ARTICULOS AT END MOVE 1 TO w-flag-art.

       22-REGISTRAR-CABECERA.
           IF w-total-art < 500
               ADD 1 TO w-total-art
               SET tc-idx TO w-total-art
               MOVE art-cab-cod    TO tc-cod(tc-idx)
               MOVE art-cab-nombre TO tc-nombre(tc-idx)
               MOVE ZERO TO tc-con-precio(tc-idx)
               MOVE ZERO TO tc-unidades(tc-idx)
               MOVE ZERO TO tc-unid-sin-prec(tc-idx)
               MOVE ZERO TO tc-ingresos(tc-idx)
               MOVE ZERO TO tc-costo(tc-idx)
           ELSE
               DISPLAY "TABLA DE CABECERAS LLENA, SE DESCARTA "
                   art-cab-cod
           END-IF.

       23-BUSCAR-ARTICULO.
           MOVE ZERO TO w-encontrado.
           IF w-total-art > 0
               SEARCH ALL tc-entry
                   AT END CONTINUE
                   WHEN tc-cod(tc-idx) = w-busca-art
                       MOVE 1 TO w-encontrado
               END-SEARCH
           END-IF.

       25-CARGAR-COMPONENTES.
           PERFORM 26-LEER-COMPONENTE.
           PERFORM UNTIL w-flag-comp = 1
               IF w-total-comp < 2000
                   ADD 1 TO w-total-comp
                   SET tk-idx TO w-total-comp
                   MOVE comp-cod        TO tk-cod(tk-idx)
                   MOVE comp-costo-unit TO tk-costo(tk-idx)
               ELSE
                   DISPLAY "TABLA DE COMPONENTES LLENA, SE DESCARTA "
                       comp-cod
               END-IF
               PERFORM 26-LEER-COMPONENTE
           END-PERFORM.
           CLOSE COMPONENTES.

       26-LEER-COMPONENTE.
           READ COMPONENTES AT END MOVE 1 TO w-flag-comp.

       27-BUSCAR-COMPONENTE.
           MOVE ZERO TO w-encontrado.
           IF w-total-comp > 0
               SEARCH ALL tk-entry
                   AT END CONTINUE
                   WHEN tk-cod(tk-idx) = w-busca-comp
                       MOVE 1 TO w-encontrado
               END-SEARCH
           END-IF.

      * LOS PRECIOS QUEDAN ORDENADOS POR ARTICULO Y FECHA DE VIGENCIA.
      * SI EL ARCHIVO NO EXISTE TODOS LOS ARTICULOS SALEN SIN PRECIO
       30-CARGAR-PRECIOS.
           OPEN INPUT PRECIOS-VENTA.
           EVALUATE w-fs-pv
               WHEN "00"
                   PERFORM 31-LEER-PRECIO
                   PERFORM UNTIL w-flag-pv = 1
                       PERFORM 32-REGISTRAR-PRECIO
                       PERFORM 31-LEER-PRECIO
                   END-PERFORM
                   CLOSE PRECIOS-VENTA
               WHEN "35"
                   DISPLAY "NO HAY ARCHIVO DE PRECIOS DE VENTA"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR PRECIOS-VENTA, "
                       "FILE STATUS " w-fs-pv
                   STOP RUN
           END-EVALUATE.

       31-LEER-PRECIO.
           READ PRECIOS-VENTA AT END MOVE 1 TO w-flag-pv.

       32-REGISTRAR-PRECIO.
           IF w-total-precios < 5000
               ADD 1 TO w-total-precios
               SET tp-idx TO w-total-precios
               MOVE pv-art       TO tp-art(tp-idx)
               MOVE pv-vig-desde TO tp-desde(tp-idx)
               MOVE pv-precio    TO tp-precio(tp-idx)
               MOVE pv-art TO w-busca-art
               PERFORM 23-BUSCAR-ARTICULO
               IF w-encontrado = 1
                   MOVE 1 TO tc-con-precio(tc-idx)
               END-IF
           ELSE
               DISPLAY "TABLA DE PRECIOS LLENA, SE DESCARTA "
                   pv-clave
           END-IF.

      * RIGE EL PRECIO DE MAYOR FECHA DE VIGENCIA QUE NO SUPERE LA
      * FECHA DE REFERENCIA
       35-BUSCAR-PRECIO.
           MOVE ZERO TO w-precio-hallado.
           MOVE ZERO TO w-precio.
           PERFORM VARYING tp-idx FROM 1 BY 1
               UNTIL tp-idx > w-total-precios
                   OR tp-art(tp-idx) > w-busca-art
               IF tp-art(tp-idx) = w-busca-art
                   AND tp-desde(tp-idx) NOT > w-fecha-ref
                   MOVE 1 TO w-precio-hallado
                   MOVE tp-precio(tp-idx) TO w-precio
               END-IF
           END-PERFORM.

      * CADA MES DEL HISTORICO SE VALORIZA CON EL PRECIO Y LA
      * ESTRUCTURA VIGENTES AL ULTIMO DIA DEL MES. LAS UNIDADES DE
      * MESES SIN PRECIO VIGENTE NO ENTRAN EN EL MARGEN
       50-PROCESAR-VENTAS.
           PERFORM 51-LEER-HISTORICO.
           PERFORM UNTIL w-flag-hist = 1
               IF hist-aaaamm >= w-mes-desde
                   AND hist-aaaamm <= w-mes-hasta
                   AND hist-unidades > 0
                   ADD 1 TO w-total-hist-leidos
                   PERFORM 55-VALORIZAR-MES
               END-IF
               PERFORM 51-LEER-HISTORICO
           END-PERFORM.
           CLOSE HISTORICO.

       51-LEER-HISTORICO.
           READ HISTORICO AT END MOVE 1 TO w-flag-hist.

       55-VALORIZAR-MES.
           MOVE hist-art TO w-busca-art.
           PERFORM 23-BUSCAR-ARTICULO.
           IF w-encontrado = 0
               ADD 1 TO w-total-hist-sin-art
               DISPLAY "VENTAS DE ARTICULO SIN MAESTRO " hist-art
                   " MES " hist-aaaamm
           ELSE
               ADD hist-unidades TO tc-unidades(tc-idx)
               MOVE hist-aaaamm(1:4) TO w-cal-aaaa
               MOVE hist-aaaamm(5:2) TO w-cal-mm
               PERFORM 176-DIAS-DEL-MES
               COMPUTE w-fecha-ref = hist-aaaamm * 100
                   + w-dias-del-mes
               PERFORM 35-BUSCAR-PRECIO
               IF w-precio-hallado = 0
                   ADD hist-unidades TO tc-unid-sin-prec(tc-idx)
               ELSE
                   COMPUTE w-ingreso-venta = hist-unidades * w-precio
                   ADD w-ingreso-venta TO tc-ingresos(tc-idx)
                   PERFORM 65-COSTEAR-VENTA
                   ADD w-costo-venta TO tc-costo(tc-idx)
               END-IF
           END-IF.

      * EXPLOSION DE LAS UNIDADES VENDIDAS HASTA LOS COMPONENTES,
      * VALORIZADOS AL COSTO ESTANDAR DEL MAESTRO
       65-COSTEAR-VENTA.
           MOVE ZERO TO w-costo-venta.
           MOVE ZERO TO w-tope-pila.
           ADD 1 TO w-tope-pila.
           MOVE hist-art      TO pe-cod(w-tope-pila).
           MOVE hist-unidades TO pe-cant(w-tope-pila).
           MOVE 1             TO pe-nivel(w-tope-pila).
           PERFORM UNTIL w-tope-pila = 0
               MOVE pe-cod(w-tope-pila)   TO w-exp-cod
               MOVE pe-cant(w-tope-pila)  TO w-exp-cant
               MOVE pe-nivel(w-tope-pila) TO w-exp-nivel
               SUBTRACT 1 FROM w-tope-pila
               PERFORM 66-PROCESAR-DETALLES
           END-PERFORM.

       66-PROCESAR-DETALLES.
           PERFORM VARYING ta-idx FROM 1 BY 1
               UNTIL ta-idx > w-total-art-lineas
               IF ta-art-cod(ta-idx) = w-exp-cod
                   AND w-fecha-ref >= ta-vig-desde(ta-idx)
                   AND w-fecha-ref <= ta-vig-hasta(ta-idx)
                   PERFORM 67-PROCESAR-UNA-LINEA
               END-IF
           END-PERFORM.

       67-PROCESAR-UNA-LINEA.
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
               MOVE ta-comp-cod(ta-idx) TO w-busca-comp
               PERFORM 27-BUSCAR-COMPONENTE
               IF w-encontrado = 1
                   COMPUTE w-costo-venta = w-costo-venta
                       + w-cant-total * tk-costo(tk-idx)
               ELSE
                   ADD 1 TO w-total-sin-maestro
                   DISPLAY "COMPONENTE SIN MAESTRO " w-busca-comp
                       " EN ARTICULO " w-exp-cod
               END-IF
           END-IF.

       100-IMPRIMIR-MARGENES.
           DISPLAY cabdet1.
           WRITE lis-reg FROM cabdet1.
           PERFORM VARYING tc-idx FROM 1 BY 1
               UNTIL tc-idx > w-total-art
               COMPUTE w-unid-precio = tc-unidades(tc-idx)
                   - tc-unid-sin-prec(tc-idx)
               IF w-unid-precio > 0
                   PERFORM 110-IMPRIMIR-ARTICULO
               END-IF
           END-PERFORM.

      * SIN COSTO: NINGUN COMPONENTE VALORIZADO EN LA ESTRUCTURA.
      * BAJO COSTO: SE VENDE POR DEBAJO DEL COSTO. MARGEN BAJO: EL
      * PORCENTAJE SOBRE EL INGRESO NO ALCANZA EL MINIMO
       110-IMPRIMIR-ARTICULO.
           ADD 1 TO w-total-con-ventas.
           ADD w-unid-precio TO w-total-unidades.
           ADD tc-ingresos(tc-idx) TO w-total-ingresos.
           ADD tc-costo(tc-idx) TO w-total-costos.
           COMPUTE w-margen = tc-ingresos(tc-idx) - tc-costo(tc-idx).
           MOVE ZERO TO w-margen-pct.
           IF tc-ingresos(tc-idx) > 0
               COMPUTE w-margen-pct ROUNDED =
                   w-margen * 100 / tc-ingresos(tc-idx)
           END-IF.
           MOVE SPACES TO lr-obs.
           IF tc-costo(tc-idx) = 0
               MOVE "SIN COSTO" TO lr-obs
               ADD 1 TO w-total-sin-costo
           ELSE
               IF w-margen < 0
                   MOVE "BAJO COSTO" TO lr-obs
                   ADD 1 TO w-total-bajo-costo
               ELSE
                   IF w-margen-pct < w-margen-minimo
                       MOVE "MARGEN BAJO" TO lr-obs
                       ADD 1 TO w-total-margen-bajo
                   END-IF
               END-IF
           END-IF.
           MOVE tc-cod(tc-idx)      TO lr-art.
           MOVE tc-nombre(tc-idx)   TO lr-nom.
           MOVE w-unid-precio       TO lr-unid.
           MOVE tc-ingresos(tc-idx) TO lr-ingresos.
           MOVE tc-costo(tc-idx)    TO lr-costo.
           MOVE w-margen            TO lr-margen.
           MOVE w-margen-pct        TO lr-pct.
           DISPLAY detallemar.
           WRITE lis-reg FROM detallemar.

      * ARTICULOS SIN NINGUN PRECIO CARGADO Y ARTICULOS CON VENTAS EN
      * MESES ANTERIORES A SU PRIMER PRECIO
       200-IMPRIMIR-SIN-PRECIO.
           DISPLAY cabsinprecio.
           DISPLAY cabsinprecio2.
           WRITE lis-reg FROM cabsinprecio.
           WRITE lis-reg FROM cabsinprecio2.
           PERFORM VARYING tc-idx FROM 1 BY 1
               UNTIL tc-idx > w-total-art
               IF tc-con-precio(tc-idx) = 0
                   OR tc-unid-sin-prec(tc-idx) > 0
                   ADD 1 TO w-total-sin-precio
                   MOVE tc-cod(tc-idx)    TO ls-art
                   MOVE tc-nombre(tc-idx) TO ls-nom
                   MOVE tc-unid-sin-prec(tc-idx) TO ls-unid
                   IF tc-con-precio(tc-idx) = 0
                       MOVE "SIN PRECIO EN ARCHIVO" TO ls-motivo
                   ELSE
                       MOVE "VENTAS ANTERIORES AL PRIMER PRECIO"
                           TO ls-motivo
                   END-IF
                   DISPLAY detallesinprecio
                   WRITE lis-reg FROM detallesinprecio
               END-IF
           END-PERFORM.

       176-DIAS-DEL-MES.
           EVALUATE w-cal-mm
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO w-dias-del-mes
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO w-dias-del-mes
               WHEN 2
                   MOVE 28 TO w-dias-del-mes
                   DIVIDE w-cal-aaaa BY 4
                       GIVING w-cociente-bisiesto
                       REMAINDER w-resto-bisiesto
                   IF w-resto-bisiesto = 0
                       MOVE 29 TO w-dias-del-mes
                       DIVIDE w-cal-aaaa BY 100
                           GIVING w-cociente-bisiesto
                           REMAINDER w-resto-bisiesto
                       IF w-resto-bisiesto = 0
                           MOVE 28 TO w-dias-del-mes
                           DIVIDE w-cal-aaaa BY 400
                               GIVING w-cociente-bisiesto
                               REMAINDER w-resto-bisiesto
                           IF w-resto-bisiesto = 0
                               MOVE 29 TO w-dias-del-mes
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       90-FIN.
           DISPLAY cabeceratr.
           WRITE lis-reg FROM cabeceratr.
           MOVE "MESES-ARTICULO LEIDOS:" TO lt-texto.
           MOVE w-total-hist-leidos TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "VENTAS SIN MAESTRO ARTICULO:" TO lt-texto.
           MOVE w-total-hist-sin-art TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "ARTICULOS CON MARGEN:" TO lt-texto.
           MOVE w-total-con-ventas TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "VENDIDOS BAJO COSTO:" TO lt-texto.
           MOVE w-total-bajo-costo TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "BAJO EL MARGEN MINIMO:" TO lt-texto.
           MOVE w-total-margen-bajo TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "SIN COSTO EN LA ESTRUCTURA:" TO lt-texto.
           MOVE w-total-sin-costo TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "ARTICULOS SIN PRECIO:" TO lt-texto.
           MOVE w-total-sin-precio TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "COMPONENTES SIN MAESTRO:" TO lt-texto.
           MOVE w-total-sin-maestro TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "UNIDADES VALORIZADAS:" TO lt3-texto.
           MOVE w-total-unidades TO lt3-cant.
           DISPLAY detalletr3.
           WRITE lis-reg FROM detalletr3.
           MOVE "INGRESOS TOTALES:" TO lt2-texto.
           MOVE w-total-ingresos TO lt2-importe.
           PERFORM 96-IMPRIMIR-IMPORTE.
           MOVE "COSTO TOTAL:" TO lt2-texto.
           MOVE w-total-costos TO lt2-importe.
           PERFORM 96-IMPRIMIR-IMPORTE.
           COMPUTE w-margen = w-total-ingresos - w-total-costos.
           MOVE "MARGEN BRUTO TOTAL:" TO lt2-texto.
           MOVE w-margen TO lt2-importe.
           PERFORM 96-IMPRIMIR-IMPORTE.
           IF w-total-ingresos > 0
               COMPUTE w-margen-pct ROUNDED =
                   w-margen * 100 / w-total-ingresos
               MOVE "MARGEN BRUTO %:" TO lt2-texto
               MOVE w-margen-pct TO lt2-importe
               PERFORM 96-IMPRIMIR-IMPORTE
           END-IF.
           CLOSE LISTADO.

       95-IMPRIMIR-TOTAL.
           DISPLAY detalletr.
           WRITE lis-reg FROM detalletr.

       96-IMPRIMIR-IMPORTE.
           DISPLAY detalletr2.
           WRITE lis-reg FROM detalletr2.
       END PROGRAM MARGEN-VENTAS.
