      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECALCULO-REPOSICION.
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
           SELECT ARTICULOS
           ASSIGN TO
           "..\articulos.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS art-cab-clave
           FILE STATUS IS w-fs-art.
           SELECT HISTORICO
           ASSIGN TO
           "..\histVentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS hist-clave
           FILE STATUS IS w-fs-hist.
           SELECT KARDEX
           ASSIGN TO
           "..\kardex.dat"
           ORGANIZATION is line sequential
           FILE STATUS IS w-fs-kar.
           SELECT AUDITORIA
           ASSIGN TO
           "..\auditoria.dat"
           ORGANIZATION is line sequential
           FILE STATUS IS w-fs-aud.
           SELECT LISTADO
           ASSIGN TO PRINTER,"..\recalcReposicion.dat".
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

       FD  HISTORICO.
       01  hist-reg.
           03 hist-clave.
               05 hist-art pic x(3).
               05 hist-aaaamm pic 9(6).
           03 hist-unidades pic 9(7).
           03 hist-facturas pic 9(5).

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

       FD  AUDITORIA.
       01  aud-reg.
           03 aud-fecha pic 9(8).
           03 aud-hora pic 9(6).
           03 aud-operador pic x(8).
           03 aud-operacion pic x(2).
           03 aud-clave pic x(6).
           03 aud-antes pic x(60).
           03 aud-despues pic x(60).

       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-fs-comp pic xx.
       01  w-fs-prov pic xx.
       01  w-fs-art  pic xx.
       01  w-fs-hist pic xx.
       01  w-fs-kar  pic xx.
       01  w-fs-aud  pic xx.
       01  w-flag-cscan pic 9 value zero.
       01  w-flag-art  pic 9 value zero.
       01  w-flag-hist pic 9 value zero.
       01  w-flag-kar  pic 9 value zero.
       01  w-linea-cmd pic x(40).
       01  w-meses-x pic x(2) JUSTIFIED RIGHT.
       01  w-seguridad-x pic x(3) JUSTIFIED RIGHT.
       01  w-modo-x pic x(10).
       01  w-meses pic 9(2) value 3.
       01  w-seguridad pic 9(3) value 50.
       01  w-dias-cobertura pic 9(3) value 30.
       01  w-confirmar pic 9 value zero.
       01  w-operador pic x(8) value spaces.
       01  w-hora-sistema pic 9(8).
       01  w-imagen-antes pic x(60).
       01  w-aud-operacion pic x(2).
       01  w-fecha-hoy pic 9(8).
       01  w-anio-aux pic 9(4).
       01  w-mm-aux pic 9(2).
       01  w-mes-actual pic 9(6).
       01  w-mes-desde pic 9(6).
       01  w-fecha-desde pic 9(8).
       01  w-fecha-tope pic 9(8).
       01  w-fecha-vigencia pic 9(8).
       01  w-dias-periodo pic 9(4) value zero.
       01  w-encontrado pic 9.
       01  w-comp-hallado pic 9.
       01  w-prov-hallado pic 9.
       01  w-busca-comp pic x(3).
       01  w-busca-art pic x(3).
       01  w-header-actual pic x(3).
       01  w-cant-total pic 9(9).
       01  w-max-nivel pic 9 value 5.
       01  w-consumo pic 9(9).
       01  w-prom-diario pic 9(7)v9(4).
       01  w-plazo pic 9(3).
       01  w-calculo pic 9(11)v9(4).
       01  w-entero pic 9(11).
       01  w-punto-nuevo pic 9(11).
       01  w-lote-nuevo pic 9(11).
       01  w-total-comp-leidos pic 9(5) value zero.
       01  w-total-sin-consumo pic 9(5) value zero.
       01  w-total-sin-plazo pic 9(5) value zero.
       01  w-total-sin-cambio pic 9(5) value zero.
       01  w-total-propuestos pic 9(5) value zero.
       01  w-total-aplicados pic 9(5) value zero.
       01  w-total-errores pic 9(5) value zero.

       01  w-fecha-calculo.
           03 w-cal-aaaa pic 9(4).
           03 w-cal-mm pic 9(2).
           03 w-cal-dd pic 9(2).
       01  w-dias-del-mes pic 9(2).
       01  w-cociente-bisiesto pic 9(4).
       01  w-resto-bisiesto pic 9(4).

       01  w-total-comp pic 9(4) value zero.
       01  w-tabla-comp.
           03 tc-entry OCCURS 1 TO 2000 TIMES
               DEPENDING ON w-total-comp
               ASCENDING KEY IS tc-cod
               INDEXED BY tc-idx.
               05 tc-cod        pic x(3).
               05 tc-nombre     pic x(20).
               05 tc-punto      pic 9(6).
               05 tc-lote       pic 9(6).
               05 tc-dias       pic 9(3).
               05 tc-proveedor  pic x(5).
               05 tc-costo      pic 9(5)v99.
               05 tc-cons-kar   pic 9(9).
               05 tc-devol-kar  pic 9(9).
               05 tc-cons-ven   pic 9(9).

       01  w-total-art-lineas pic 9(4) value zero.
       01  w-tabla-art.
           03 ta-entry OCCURS 1000 TIMES INDEXED BY ta-idx.
               05 ta-art-cod   pic x(3).
               05 ta-comp-cod  pic x(3).
               05 ta-comp-cant pic 99.
               05 ta-tipo-comp pic 9.
               05 ta-vig-desde pic 9(8).
               05 ta-vig-hasta pic 9(8).

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
               "RECALCULO DE PUNTO DE PEDIDO Y LOTE DE COMPRA".

       01  cabecera1.
           03 filler pic x(2) value spaces.
           03 filler pic x(16) value "CONSUMO DESDE: ".
           03 lc-desde pic 9(6).
           03 filler pic x(8) value " HASTA: ".
           03 lc-hasta pic 9(6).
           03 filler pic x(8) value "  DIAS: ".
           03 lc-dias pic zzz9.

       01  cabecera2.
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "STOCK SEGURIDAD %: ".
           03 lc-seg pic zz9.
           03 filler pic x(22) value "  COBERTURA LOTE DIAS:".
           03 lc-cob pic zzz9.

       01  cabecera3.
           03 filler pic x(2) value spaces.
           03 lc-modo pic x(50).

       01  cabdet1.
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "COM ".
           03 filler pic x(14) value "NOMBRE".
           03 filler pic x(8) value "CONSUMO ".
           03 filler pic x(8) value "PROM/DIA".
           03 filler pic x(4) value " PLZ".
           03 filler pic x(7) value " PP-ACT".
           03 filler pic x(7) value " PP-NUE".
           03 filler pic x(7) value " LT-ACT".
           03 filler pic x(7) value " LT-NUE".
           03 filler pic x(12) value " RESULTADO".

       01  detallerep.
           03 filler  pic x(2) value spaces.
           03 lr-comp pic x(3).
           03 filler  pic x(1) value spaces.
           03 lr-nom  pic x(14).
           03 lr-cons pic z(6)9.
           03 filler  pic x(1) value spaces.
           03 lr-prom pic zzz9,99.
           03 filler  pic x(2) value spaces.
           03 lr-plazo pic zz9.
           03 lr-pp-act pic z(6)9.
           03 lr-pp-nue pic z(6)9.
           03 lr-lote-act pic z(6)9.
           03 lr-lote-nue pic z(6)9.
           03 filler  pic x(1) value spaces.
           03 lr-resultado pic x(11).

       01  cabeceratr.
           03 filler pic x(2) value spaces.
           03 filler pic x(19) value "TOTALES DE CONTROL".

       01  detalletr.
           03 filler pic x(2) value spaces.
           03 lt-texto pic x(30).
           03 lt-cant pic zzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 40-LEER-PARAMETROS.
           PERFORM 10-INICIO.
           PERFORM 20-CARGAR-COMPONENTES.
           PERFORM 30-CARGAR-ARTICULOS.
           PERFORM 50-CONSUMO-KARDEX.
           PERFORM 60-CONSUMO-VENTAS.
           PERFORM 100-RECALCULAR.
           PERFORM 90-FIN.
           STOP RUN.

      * PARAMETROS OPCIONALES: MESES DE HISTORIA (DEFECTO 3, MAXIMO
      * 12), PORCENTAJE DE STOCK DE SEGURIDAD SOBRE EL CONSUMO DEL
      * PLAZO DE ENTREGA (DEFECTO 50) Y LA PALABRA CONFIRMAR PARA
      * GRABAR LOS VALORES PROPUESTOS EN EL MAESTRO
       40-LEER-PARAMETROS.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-linea-cmd FROM COMMAND-LINE.
           MOVE SPACES TO w-meses-x w-seguridad-x w-modo-x.
           IF w-linea-cmd NOT = SPACES
               UNSTRING w-linea-cmd DELIMITED BY SPACE
                   INTO w-meses-x w-seguridad-x w-modo-x
               END-UNSTRING
           END-IF.
           IF w-meses-x NOT = SPACES
               INSPECT w-meses-x REPLACING LEADING SPACES BY ZERO
               IF w-meses-x IS NUMERIC
                   AND w-meses-x > "00" AND w-meses-x NOT > "12"
                   MOVE w-meses-x TO w-meses
               ELSE
                   DISPLAY "CANTIDAD DE MESES INVALIDA, SE USAN "
                       w-meses
               END-IF
           END-IF.
           IF w-seguridad-x NOT = SPACES
               INSPECT w-seguridad-x REPLACING LEADING SPACES BY ZERO
               IF w-seguridad-x IS NUMERIC
                   MOVE w-seguridad-x TO w-seguridad
               ELSE
                   DISPLAY "PORCENTAJE DE SEGURIDAD INVALIDO, SE USA "
                       w-seguridad
               END-IF
           END-IF.
           IF w-modo-x = "CONFIRMAR"
               MOVE 1 TO w-confirmar
               DISPLAY "OPERADOR: " WITH NO ADVANCING
               ACCEPT w-operador
           END-IF.
      * EL PERIODO SON LOS ULTIMOS MESES COMPLETOS, SIN EL MES EN CURSO
           MOVE w-fecha-hoy(1:4) TO w-anio-aux.
           MOVE w-fecha-hoy(5:2) TO w-mm-aux.
           COMPUTE w-mes-actual = w-anio-aux * 100 + w-mm-aux.
           COMPUTE w-fecha-tope = w-mes-actual * 100 + 1.
           PERFORM w-meses TIMES
               PERFORM 46-MES-ANTERIOR
               MOVE w-anio-aux TO w-cal-aaaa
               MOVE w-mm-aux TO w-cal-mm
               PERFORM 176-DIAS-DEL-MES
               ADD w-dias-del-mes TO w-dias-periodo
           END-PERFORM.
           COMPUTE w-mes-desde = w-anio-aux * 100 + w-mm-aux.
           COMPUTE w-fecha-desde = w-mes-desde * 100 + 1.

       46-MES-ANTERIOR.
           IF w-mm-aux = 1
               MOVE 12 TO w-mm-aux
               SUBTRACT 1 FROM w-anio-aux
           ELSE
               SUBTRACT 1 FROM w-mm-aux
           END-IF.

       10-INICIO.
           IF w-confirmar = 1
               OPEN I-O COMPONENTES
           ELSE
               OPEN INPUT COMPONENTES
           END-IF.
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
           IF w-confirmar = 1
               OPEN EXTEND AUDITORIA
               IF w-fs-aud = "35"
                   OPEN OUTPUT AUDITORIA
               END-IF
           END-IF.
           OPEN OUTPUT LISTADO.
           MOVE w-mes-desde TO lc-desde.
           MOVE w-fecha-tope(1:4) TO w-anio-aux.
           MOVE w-fecha-tope(5:2) TO w-mm-aux.
           PERFORM 46-MES-ANTERIOR.
           COMPUTE lc-hasta = w-anio-aux * 100 + w-mm-aux.
           MOVE w-dias-periodo TO lc-dias.
           MOVE w-seguridad TO lc-seg.
           MOVE w-dias-cobertura TO lc-cob.
           IF w-confirmar = 1
               MOVE "CORRIDA CONFIRMADA: SE ACTUALIZA EL MAESTRO"
                   TO lc-modo
           ELSE
               MOVE "*SIMULACION* NO SE MODIFICA EL MAESTRO"
                   TO lc-modo
           END-IF.
           DISPLAY cabecera0.
           DISPLAY cabecera1.
           DISPLAY cabecera2.
           DISPLAY cabecera3.
           WRITE lis-reg FROM cabecera0.
           WRITE lis-reg FROM cabecera1.
           WRITE lis-reg FROM cabecera2.
           WRITE lis-reg FROM cabecera3.

      * SE TOMA UNA FOTO DEL MAESTRO ANTES DE PROPONER CAMBIO ALGUNO
       20-CARGAR-COMPONENTES.
           MOVE LOW-VALUES TO comp-cod.
           START COMPONENTES KEY NOT < comp-cod
               INVALID KEY MOVE 1 TO w-flag-cscan
           END-START.
           PERFORM UNTIL w-flag-cscan = 1
               READ COMPONENTES NEXT RECORD
                   AT END MOVE 1 TO w-flag-cscan
                   NOT AT END
                       PERFORM 21-REGISTRAR-COMPONENTE
               END-READ
           END-PERFORM.

       21-REGISTRAR-COMPONENTE.
           IF w-total-comp < 2000
               ADD 1 TO w-total-comp
               SET tc-idx TO w-total-comp
               MOVE comp-cod          TO tc-cod(tc-idx)
               MOVE comp-nombre       TO tc-nombre(tc-idx)
               MOVE comp-punto-pedido TO tc-punto(tc-idx)
               MOVE comp-lote-compra  TO tc-lote(tc-idx)
               MOVE comp-dias-entrega TO tc-dias(tc-idx)
               MOVE comp-proveedor    TO tc-proveedor(tc-idx)
               MOVE comp-costo-unit   TO tc-costo(tc-idx)
               MOVE ZERO              TO tc-cons-kar(tc-idx)
               MOVE ZERO              TO tc-devol-kar(tc-idx)
               MOVE ZERO              TO tc-cons-ven(tc-idx)
           ELSE
               DISPLAY "TABLA DE COMPONENTES LLENA, SE DESCARTA "
                   comp-cod
           END-IF.

       25-BUSCAR-COMPONENTE.
           MOVE ZERO TO w-encontrado.
           IF w-total-comp > 0
               SEARCH ALL tc-entry
                   AT END CONTINUE
                   WHEN tc-cod(tc-idx) = w-busca-comp
                       MOVE 1 TO w-encontrado
               END-SEARCH
           END-IF.

       30-CARGAR-ARTICULOS.
           OPEN INPUT ARTICULOS.
           IF w-fs-art NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ARTICULOS, FILE STATUS "
                   w-fs-art
               STOP RUN
           END-IF.
           PERFORM 31-LEER-ARTICULO.
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
               PERFORM 31-LEER-ARTICULO
           END-PERFORM.
           CLOSE ARTICULOS.

       31-LEER-ARTICULO.
           READ ARTICULOS AT END MOVE 1 TO w-flag-art.

      * CONSUMO REAL: EGRESOS (TIPO 4) DEL KARDEX DENTRO DEL PERIODO,
      * NETO DE LOS REINGRESOS POR DEVOLUCION DE CLIENTES (TIPO 3 CON
      * LA NOTA DE CREDITO NUMERICA EN EL DOCUMENTO), SIN BAJAR DE
      * CERO. LOS TRASLADOS ENTRE DEPOSITOS NO CONSUMEN EL COMPONENTE
      * Y LOS AJUSTES DE INVENTARIO (DOCUMENTO INV...) NO SE RESTAN
       50-CONSUMO-KARDEX.
           OPEN INPUT KARDEX.
           EVALUATE w-fs-kar
               WHEN "00"
                   PERFORM 51-LEER-KARDEX
                   PERFORM UNTIL w-flag-kar = 1
                       IF kar-tipo = 4 AND kar-signo = "-"
                           AND kar-fecha >= w-fecha-desde
                           AND kar-fecha < w-fecha-tope
                           MOVE kar-comp TO w-busca-comp
                           PERFORM 25-BUSCAR-COMPONENTE
                           IF w-encontrado = 1
                               ADD kar-cant TO tc-cons-kar(tc-idx)
                           END-IF
                       END-IF
                       IF kar-tipo = 3 AND kar-signo = "+"
                           AND kar-doc(1:8) IS NUMERIC
                           AND kar-fecha >= w-fecha-desde
                           AND kar-fecha < w-fecha-tope
                           MOVE kar-comp TO w-busca-comp
                           PERFORM 25-BUSCAR-COMPONENTE
                           IF w-encontrado = 1
                               ADD kar-cant TO tc-devol-kar(tc-idx)
                           END-IF
                       END-IF
                       PERFORM 51-LEER-KARDEX
                   END-PERFORM
                   CLOSE KARDEX
                   PERFORM 52-NETEAR-DEVOLUCIONES
               WHEN "35"
                   DISPLAY "NO HAY KARDEX, SE USA SOLO EL HISTORICO "
                       "DE VENTAS"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR KARDEX, FILE STATUS "
                       w-fs-kar
                   STOP RUN
           END-EVALUATE.

       51-LEER-KARDEX.
           READ KARDEX AT END MOVE 1 TO w-flag-kar.

       52-NETEAR-DEVOLUCIONES.
           PERFORM VARYING tc-idx FROM 1 BY 1
               UNTIL tc-idx > w-total-comp
               IF tc-devol-kar(tc-idx) > tc-cons-kar(tc-idx)
                   MOVE ZERO TO tc-cons-kar(tc-idx)
               ELSE
                   SUBTRACT tc-devol-kar(tc-idx)
                       FROM tc-cons-kar(tc-idx)
               END-IF
           END-PERFORM.

      * CONSUMO TEORICO: UNIDADES VENDIDAS EN EL PERIODO EXPLOTADAS
      * CON LA ESTRUCTURA VIGENTE AL PRIMER DIA DE CADA MES
       60-CONSUMO-VENTAS.
           OPEN INPUT HISTORICO.
           EVALUATE w-fs-hist
               WHEN "00"
                   PERFORM 61-LEER-HISTORICO
                   PERFORM UNTIL w-flag-hist = 1
                       IF hist-aaaamm >= w-mes-desde
                           AND hist-aaaamm < w-mes-actual
                           AND hist-unidades > 0
                           PERFORM 65-EXPLOTAR-VENTA
                       END-IF
                       PERFORM 61-LEER-HISTORICO
                   END-PERFORM
                   CLOSE HISTORICO
               WHEN "35"
                   DISPLAY "NO HAY HISTORICO DE VENTAS, SE USA SOLO "
                       "EL KARDEX"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR HISTORICO, FILE STATUS "
                       w-fs-hist
                   STOP RUN
           END-EVALUATE.

       61-LEER-HISTORICO.
           READ HISTORICO AT END MOVE 1 TO w-flag-hist.

       65-EXPLOTAR-VENTA.
           COMPUTE w-fecha-vigencia = hist-aaaamm * 100 + 1.
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
               MOVE w-exp-cod TO w-busca-art
               PERFORM 66-PROCESAR-DETALLES
           END-PERFORM.

       66-PROCESAR-DETALLES.
           PERFORM VARYING ta-idx FROM 1 BY 1
               UNTIL ta-idx > w-total-art-lineas
               IF ta-art-cod(ta-idx) = w-busca-art
                   AND w-fecha-vigencia >= ta-vig-desde(ta-idx)
                   AND w-fecha-vigencia <= ta-vig-hasta(ta-idx)
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
               PERFORM 25-BUSCAR-COMPONENTE
               IF w-encontrado = 1
                   ADD w-cant-total TO tc-cons-ven(tc-idx)
               END-IF
           END-IF.

       100-RECALCULAR.
           DISPLAY cabdet1.
           WRITE lis-reg FROM cabdet1.
           PERFORM VARYING tc-idx FROM 1 BY 1
               UNTIL tc-idx > w-total-comp
               PERFORM 110-RECALCULAR-COMPONENTE
           END-PERFORM.

      * SE TOMA EL MAYOR ENTRE EL CONSUMO REGISTRADO EN EL KARDEX Y EL
      * QUE SURGE DE LAS VENTAS, PARA NO SUBESTIMAR CUANDO LOS EGRESOS
      * NO SE POSTEARON O EL KARDEX FUE DEPURADO. EL PLAZO ES EL DEL
      * PROVEEDOR Y, SI NO TIENE, EL DEL COMPONENTE
       110-RECALCULAR-COMPONENTE.
           ADD 1 TO w-total-comp-leidos.
           IF tc-cons-kar(tc-idx) > tc-cons-ven(tc-idx)
               MOVE tc-cons-kar(tc-idx) TO w-consumo
           ELSE
               MOVE tc-cons-ven(tc-idx) TO w-consumo
           END-IF.
           COMPUTE w-prom-diario = w-consumo / w-dias-periodo.
           MOVE tc-dias(tc-idx) TO w-plazo.
           MOVE 1 TO w-prov-hallado.
           MOVE tc-proveedor(tc-idx) TO prov-cod.
           READ PROVEEDORES
               INVALID KEY MOVE ZERO TO w-prov-hallado
           END-READ.
           IF w-prov-hallado = 1 AND prov-dias-entrega > 0
               MOVE prov-dias-entrega TO w-plazo
           END-IF.
           MOVE tc-cod(tc-idx)    TO lr-comp.
           MOVE tc-nombre(tc-idx) TO lr-nom.
           MOVE w-consumo         TO lr-cons.
           MOVE w-prom-diario     TO lr-prom.
           MOVE w-plazo           TO lr-plazo.
           MOVE tc-punto(tc-idx)  TO lr-pp-act.
           MOVE tc-lote(tc-idx)   TO lr-lote-act.
           IF w-consumo = 0
               MOVE tc-punto(tc-idx) TO lr-pp-nue
               MOVE tc-lote(tc-idx)  TO lr-lote-nue
               MOVE "SIN CONSUMO" TO lr-resultado
               ADD 1 TO w-total-sin-consumo
           ELSE
               IF w-plazo = 0
                   MOVE tc-punto(tc-idx) TO lr-pp-nue
                   MOVE tc-lote(tc-idx)  TO lr-lote-nue
                   MOVE "SIN PLAZO" TO lr-resultado
                   ADD 1 TO w-total-sin-plazo
               ELSE
                   PERFORM 120-CALCULAR-PROPUESTA
                   MOVE w-punto-nuevo TO lr-pp-nue
                   MOVE w-lote-nuevo  TO lr-lote-nue
                   IF w-punto-nuevo = tc-punto(tc-idx)
                       AND w-lote-nuevo = tc-lote(tc-idx)
                       MOVE "SIN CAMBIOS" TO lr-resultado
                       ADD 1 TO w-total-sin-cambio
                   ELSE
                       ADD 1 TO w-total-propuestos
                       IF w-confirmar = 1
                           PERFORM 130-APLICAR-CAMBIO
                       ELSE
                           MOVE "PROPUESTO" TO lr-resultado
                       END-IF
                   END-IF
               END-IF
           END-IF.
           DISPLAY detallerep.
           WRITE lis-reg FROM detallerep.

      * PUNTO DE PEDIDO = CONSUMO DURANTE EL PLAZO DE ENTREGA MAS EL
      * PORCENTAJE DE SEGURIDAD. LOTE = CONSUMO DE LOS DIAS DE
      * COBERTURA, LLEVADO AL MINIMO DE COMPRA DEL PROVEEDOR.
      * AMBOS SE REDONDEAN HACIA ARRIBA
       120-CALCULAR-PROPUESTA.
           COMPUTE w-calculo = w-prom-diario * w-plazo
               * (100 + w-seguridad) / 100.
           PERFORM 125-REDONDEAR-ARRIBA.
           MOVE w-entero TO w-punto-nuevo.
           COMPUTE w-calculo = w-prom-diario * w-dias-cobertura.
           PERFORM 125-REDONDEAR-ARRIBA.
           MOVE w-entero TO w-lote-nuevo.
           IF w-prov-hallado = 1 AND prov-minimo-compra > 0
               AND tc-costo(tc-idx) > 0
               IF w-lote-nuevo * tc-costo(tc-idx) < prov-minimo-compra
                   COMPUTE w-calculo =
                       prov-minimo-compra / tc-costo(tc-idx)
                   PERFORM 125-REDONDEAR-ARRIBA
                   MOVE w-entero TO w-lote-nuevo
               END-IF
           END-IF.
           IF w-punto-nuevo > 999999
               MOVE 999999 TO w-punto-nuevo
           END-IF.
           IF w-lote-nuevo > 999999
               MOVE 999999 TO w-lote-nuevo
           END-IF.

       125-REDONDEAR-ARRIBA.
           MOVE w-calculo TO w-entero.
           IF w-calculo > w-entero
               ADD 1 TO w-entero
           END-IF.

       130-APLICAR-CAMBIO.
           MOVE 1 TO w-comp-hallado.
           MOVE tc-cod(tc-idx) TO comp-cod.
           READ COMPONENTES
               INVALID KEY MOVE ZERO TO w-comp-hallado
           END-READ.
           IF w-comp-hallado = 0
               MOVE "ERR LECTURA" TO lr-resultado
               ADD 1 TO w-total-errores
           ELSE
               MOVE comp-registro TO w-imagen-antes
               MOVE w-punto-nuevo TO comp-punto-pedido
               MOVE w-lote-nuevo  TO comp-lote-compra
               REWRITE comp-registro
                   INVALID KEY
                       MOVE "ERR GRABAR" TO lr-resultado
                       ADD 1 TO w-total-errores
                   NOT INVALID KEY
                       MOVE "APLICADO" TO lr-resultado
                       ADD 1 TO w-total-aplicados
                       MOVE "RR" TO w-aud-operacion
                       PERFORM 800-GRABAR-AUDITORIA
               END-REWRITE
           END-IF.

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

       800-GRABAR-AUDITORIA.
           ACCEPT aud-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-sistema FROM TIME.
           MOVE w-hora-sistema(1:6) TO aud-hora.
           MOVE w-operador       TO aud-operador.
           MOVE w-aud-operacion  TO aud-operacion.
           MOVE comp-cod         TO aud-clave.
           MOVE w-imagen-antes   TO aud-antes.
           MOVE comp-registro    TO aud-despues.
           WRITE aud-reg.

       90-FIN.
           DISPLAY cabeceratr.
           WRITE lis-reg FROM cabeceratr.
           MOVE "COMPONENTES EVALUADOS:" TO lt-texto.
           MOVE w-total-comp-leidos TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "SIN CONSUMO EN EL PERIODO:" TO lt-texto.
           MOVE w-total-sin-consumo TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "SIN PLAZO DE ENTREGA:" TO lt-texto.
           MOVE w-total-sin-plazo TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "SIN CAMBIOS:" TO lt-texto.
           MOVE w-total-sin-cambio TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "CAMBIOS PROPUESTOS:" TO lt-texto.
           MOVE w-total-propuestos TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "CAMBIOS APLICADOS:" TO lt-texto.
           MOVE w-total-aplicados TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "ERRORES AL APLICAR:" TO lt-texto.
           MOVE w-total-errores TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           CLOSE COMPONENTES.
           CLOSE PROVEEDORES.
           IF w-confirmar = 1
               CLOSE AUDITORIA
           END-IF.
           CLOSE LISTADO.

       95-IMPRIMIR-TOTAL.
           DISPLAY detalletr.
           WRITE lis-reg FROM detalletr.
       END PROGRAM RECALCULO-REPOSICION.
