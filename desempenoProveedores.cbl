      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESEMPENO-PROVEEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDENES
           ASSIGN TO
           "..\ordenes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ord-nro
           FILE STATUS IS w-fs-ord.
           SELECT PROVEEDORES
           ASSIGN TO
           "..\proveedores.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS prov-cod
           FILE STATUS IS w-fs-prov.
           SELECT KARDEX
           ASSIGN TO
           "..\kardex.dat"
           ORGANIZATION is line sequential
           FILE STATUS IS w-fs-kar.
           SELECT LISTADO
           ASSIGN TO PRINTER,"..\desempProv.dat".
       DATA DIVISION.
       FILE SECTION.
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

       FD  PROVEEDORES.
       01  prov-registro.
           03 prov-cod pic x(5).
           03 prov-razon pic x(30).
           03 prov-dias-entrega pic 9(3).
           03 prov-minimo-compra pic 9(7)v99.
           03 prov-contacto pic x(30).

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

       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-fs-ord  pic xx.
       01  w-fs-prov pic xx.
       01  w-fs-kar  pic xx.
       01  w-flag-ord pic 9 value zero.
       01  w-flag-prov pic 9 value zero.
       01  w-flag-kar pic 9 value zero.
       01  w-fecha-hoy pic 9(8).
       01  w-linea-cmd pic x(40).
       01  w-fecha-desde-x pic x(8).
       01  w-fecha-hasta-x pic x(8).
       01  w-fecha-desde pic 9(8) value zero.
       01  w-fecha-hasta pic 9(8) value 99999999.
       01  w-encontrado pic 9.
       01  w-doc-nro-x pic x(6).
       01  w-busca-ord pic 9(6).
       01  w-fecha-entrega pic 9(8).
       01  w-total-recepciones pic 9(6) value zero.
       01  w-total-evaluadas pic 9(5) value zero.
       01  w-total-pendientes pic 9(5) value zero.

       01  w-total-ord pic 9(4) value zero.
       01  w-tabla-ord.
           03 to-entry OCCURS 1 TO 3000 TIMES
               DEPENDING ON w-total-ord
               ASCENDING KEY IS to-nro
               INDEXED BY to-idx.
               05 to-nro       pic 9(6).
               05 to-prov      pic x(5).
               05 to-comp      pic x(3).
               05 to-pedida    pic 9(9).
               05 to-recibida  pic 9(9).
               05 to-emision   pic 9(8).
               05 to-esperada  pic 9(8).
               05 to-estado    pic x(10).
               05 to-ult-recep pic 9(8).

       01  w-total-prov pic 9(3) value zero.
       01  w-tabla-prov.
           03 tp-entry OCCURS 200 TIMES INDEXED BY tp-idx.
               05 tp-cod       pic x(5).
               05 tp-razon     pic x(30).
               05 tp-ordenes   pic 9(5).
               05 tp-a-tiempo  pic 9(5).
               05 tp-tarde     pic 9(5).
               05 tp-cortas    pic 9(5).
               05 tp-dias-tarde pic 9(7).
               05 tp-pedida    pic 9(11).
               05 tp-recibida  pic 9(11).
               05 tp-plazo-sum pic 9(7).
               05 tp-plazo-cnt pic 9(5).
               05 tp-prom-sum  pic 9(7).
               05 tp-prom-cnt  pic 9(5).

       01  w-prom-atraso pic 9(5)v9.
       01  w-fill-rate pic 9(3)v9.
       01  w-plazo-real pic 9(5)v9.
       01  w-plazo-prom pic 9(5)v9.
       01  w-desvio pic s9(5)v9.
       01  w-gen-ordenes pic 9(5) value zero.
       01  w-gen-a-tiempo pic 9(5) value zero.
       01  w-gen-tarde pic 9(5) value zero.
       01  w-gen-cortas pic 9(5) value zero.
       01  w-gen-pedida pic 9(11) value zero.
       01  w-gen-recibida pic 9(11) value zero.

      * CALCULO DE DIAS ENTRE DOS FECHAS, DIA POR DIA
       01  w-fecha-calculo.
           03 w-cal-aaaa pic 9(4).
           03 w-cal-mm pic 9(2).
           03 w-cal-dd pic 9(2).
       01  w-fecha-resultado REDEFINES w-fecha-calculo pic 9(8).
       01  w-fecha-ini pic 9(8).
       01  w-fecha-fin pic 9(8).
       01  w-dias-entre pic 9(5).
       01  w-dias-del-mes pic 9(2).
       01  w-cociente-bisiesto pic 9(4).
       01  w-resto-bisiesto pic 9(4).

       01  cabecera0.
           03 filler pic x(14) value spaces.
           03 filler pic x(44) value
               "DESEMPENO DE ENTREGA POR PROVEEDOR".

       01  cabecera1.
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "ENTREGA ESPERADA DEL".
           03 filler pic x(1) value spaces.
           03 lc-desde pic 9(8).
           03 filler pic x(4) value " AL ".
           03 lc-hasta pic 9(8).
           03 filler pic x(8) value "  HOY : ".
           03 lc-hoy pic 9(8).

       01  cabecera2.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "PROV  ".
           03 filler pic x(5) value "  ORD".
           03 filler pic x(5) value " ATIE".
           03 filler pic x(5) value " TARD".
           03 filler pic x(5) value " CORT".
           03 filler pic x(7) value "  ATRAS".
           03 filler pic x(6) value " %CUMP".
           03 filler pic x(7) value "  PLAZO".
           03 filler pic x(5) value " PROM".
           03 filler pic x(8) value " DESVIO".

       01  detalle1.
           03 filler     pic x(2) value spaces.
           03 lp-prov    pic x(5).
           03 filler     pic x(1) value spaces.
           03 lp-ordenes pic zzzz9.
           03 lp-a-tiempo pic zzzz9.
           03 lp-tarde   pic zzzz9.
           03 lp-cortas  pic zzzz9.
           03 filler     pic x(1) value spaces.
           03 lp-atraso  pic zzz9,9.
           03 filler     pic x(1) value spaces.
           03 lp-cumpl   pic zz9,9.
           03 filler     pic x(1) value spaces.
           03 lp-plazo   pic zzz9,9.
           03 filler     pic x(2) value spaces.
           03 lp-prom    pic zz9.
           03 filler     pic x(1) value spaces.
           03 lp-desvio  pic -zzz9,9.

       01  detalle2.
           03 filler    pic x(8) value spaces.
           03 lp-razon  pic x(30).

       01  sinordenes.
           03 filler pic x(2) value spaces.
           03 filler pic x(40) value
               "SIN ORDENES VENCIDAS O RECIBIDAS".

       01  cabeceratr.
           03 filler pic x(2) value spaces.
           03 filler pic x(19) value "TOTALES DE CONTROL".

       01  detalletr.
           03 filler pic x(2) value spaces.
           03 lt-texto pic x(30).
           03 lt-cant pic zzzzzzzzz9.

       01  detalletr-cumpl.
           03 filler pic x(2) value spaces.
           03 filler pic x(30) value "CUMPLIMIENTO GENERAL (%):".
           03 lt-cumpl pic zzzzzz9,9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 40-LEER-PARAMETROS.
           PERFORM 10-INICIO.
           PERFORM 20-CARGAR-PROVEEDORES.
           PERFORM 30-CARGAR-ORDENES.
           PERFORM 50-LEER-RECEPCIONES.
           PERFORM VARYING to-idx FROM 1 BY 1
               UNTIL to-idx > w-total-ord
               PERFORM 100-EVALUAR-ORDEN
           END-PERFORM.
           PERFORM 200-IMPRIMIR-PROVEEDORES.
           PERFORM 90-FIN.
           STOP RUN.

      * EL PERIODO SE TOMA SOBRE LA FECHA DE ENTREGA ESPERADA DE LA
      * ORDEN; SIN PARAMETROS SE EVALUAN TODAS LAS ORDENES
       40-LEER-PARAMETROS.
           ACCEPT w-linea-cmd FROM COMMAND-LINE.
           IF w-linea-cmd NOT = SPACES
               UNSTRING w-linea-cmd DELIMITED BY SPACE
                   INTO w-fecha-desde-x w-fecha-hasta-x
               END-UNSTRING
               IF w-fecha-desde-x NOT = SPACES
                   MOVE w-fecha-desde-x TO w-fecha-desde
               END-IF
               IF w-fecha-hasta-x NOT = SPACES
                   MOVE w-fecha-hasta-x TO w-fecha-hasta
               END-IF
           END-IF.

       10-INICIO.
           OPEN INPUT ORDENES.
           IF w-fs-ord NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ORDENES, FILE STATUS "
                   w-fs-ord
               STOP RUN
           END-IF.
           OPEN INPUT PROVEEDORES.
           IF w-fs-prov NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PROVEEDORES, FILE STATUS "
                   w-fs-prov
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-desde TO lc-desde.
           MOVE w-fecha-hasta TO lc-hasta.
           MOVE w-fecha-hoy   TO lc-hoy.
           DISPLAY cabecera0.
           DISPLAY cabecera1.
           WRITE lis-reg FROM cabecera0.
           WRITE lis-reg FROM cabecera1.

       20-CARGAR-PROVEEDORES.
           PERFORM 21-LEER-PROVEEDOR.
           PERFORM UNTIL w-flag-prov = 1
               IF w-total-prov < 200
                   ADD 1 TO w-total-prov
                   SET tp-idx TO w-total-prov
                   MOVE prov-cod          TO tp-cod(tp-idx)
                   MOVE prov-razon        TO tp-razon(tp-idx)
                   PERFORM 25-INICIALIZAR-ACUMULADOS
               ELSE
                   DISPLAY "TABLA DE PROVEEDORES LLENA, "
                       "SE DESCARTA " prov-cod
               END-IF
               PERFORM 21-LEER-PROVEEDOR
           END-PERFORM.
           CLOSE PROVEEDORES.

       21-LEER-PROVEEDOR.
           READ PROVEEDORES AT END MOVE 1 TO w-flag-prov.

       25-INICIALIZAR-ACUMULADOS.
           MOVE ZERO TO tp-ordenes(tp-idx).
           MOVE ZERO TO tp-a-tiempo(tp-idx).
           MOVE ZERO TO tp-tarde(tp-idx).
           MOVE ZERO TO tp-cortas(tp-idx).
           MOVE ZERO TO tp-dias-tarde(tp-idx).
           MOVE ZERO TO tp-pedida(tp-idx).
           MOVE ZERO TO tp-recibida(tp-idx).
           MOVE ZERO TO tp-plazo-sum(tp-idx).
           MOVE ZERO TO tp-plazo-cnt(tp-idx).
           MOVE ZERO TO tp-prom-sum(tp-idx).
           MOVE ZERO TO tp-prom-cnt(tp-idx).

      * LAS ORDENES SE LEEN POR NUMERO, ASI LA TABLA QUEDA ORDENADA
      * PARA BUSCAR LAS RECEPCIONES CON SEARCH ALL
       30-CARGAR-ORDENES.
           PERFORM 31-LEER-ORDEN.
           PERFORM UNTIL w-flag-ord = 1
               IF ord-fecha-esperada >= w-fecha-desde
                   AND ord-fecha-esperada <= w-fecha-hasta
                   IF w-total-ord < 3000
                       ADD 1 TO w-total-ord
                       SET to-idx TO w-total-ord
                       MOVE ord-nro            TO to-nro(to-idx)
                       MOVE ord-prov           TO to-prov(to-idx)
                       MOVE ord-comp           TO to-comp(to-idx)
                       MOVE ord-cant-pedida    TO to-pedida(to-idx)
                       MOVE ord-cant-recibida  TO to-recibida(to-idx)
                       MOVE ord-fecha-emision  TO to-emision(to-idx)
                       MOVE ord-fecha-esperada TO to-esperada(to-idx)
                       MOVE ord-estado         TO to-estado(to-idx)
                       MOVE ZERO               TO to-ult-recep(to-idx)
                   ELSE
                       DISPLAY "TABLA DE ORDENES LLENA, SE DESCARTA "
                           ord-nro
                   END-IF
               END-IF
               PERFORM 31-LEER-ORDEN
           END-PERFORM.
           CLOSE ORDENES.

       31-LEER-ORDEN.
           READ ORDENES AT END MOVE 1 TO w-flag-ord.

      * LAS RECEPCIONES (TIPO 1) TRAEN EL NUMERO DE ORDEN EN LAS
      * PRIMERAS SEIS POSICIONES DEL DOCUMENTO; COMO EN POSTEO-STOCK,
      * SOLO CUENTAN SI SON DEL COMPONENTE DE LA ORDEN
       50-LEER-RECEPCIONES.
           OPEN INPUT KARDEX.
           EVALUATE w-fs-kar
               WHEN "00"
                   PERFORM 51-LEER-KARDEX
                   PERFORM UNTIL w-flag-kar = 1
                       IF kar-tipo = 1 AND kar-signo = "+"
                           PERFORM 55-IMPUTAR-RECEPCION
                       END-IF
                       PERFORM 51-LEER-KARDEX
                   END-PERFORM
                   CLOSE KARDEX
               WHEN "35"
                   DISPLAY "NO HAY KARDEX, SE EVALUA SOLO CON ORDENES"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR KARDEX, FILE STATUS "
                       w-fs-kar
                   STOP RUN
           END-EVALUATE.

       51-LEER-KARDEX.
           READ KARDEX AT END MOVE 1 TO w-flag-kar.

       55-IMPUTAR-RECEPCION.
           MOVE kar-doc(1:6) TO w-doc-nro-x.
           IF w-doc-nro-x IS NUMERIC AND w-total-ord > 0
               MOVE w-doc-nro-x TO w-busca-ord
               MOVE ZERO TO w-encontrado
               SEARCH ALL to-entry
                   AT END CONTINUE
                   WHEN to-nro(to-idx) = w-busca-ord
                       MOVE 1 TO w-encontrado
               END-SEARCH
               IF w-encontrado = 1
                   AND kar-comp = to-comp(to-idx)
                   ADD 1 TO w-total-recepciones
                   IF kar-fecha > to-ult-recep(to-idx)
                       MOVE kar-fecha TO to-ult-recep(to-idx)
                   END-IF
               END-IF
           END-IF.

      * UNA ORDEN SE EVALUA CUANDO ESTA CERRADA O CUANDO YA VENCIO;
      * UNA ABIERTA DENTRO DE PLAZO QUEDA PENDIENTE AUNQUE TENGA
      * ENTREGAS PARCIALES. LA FECHA DE ENTREGA ES LA DE LA ULTIMA
      * RECEPCION; LA ORDEN ES CORTA SI AL VENCER NO SE RECIBIO TODO
      * LO PEDIDO
       100-EVALUAR-ORDEN.
           IF to-estado(to-idx) = "ABIERTA"
               AND to-esperada(to-idx) >= w-fecha-hoy
               ADD 1 TO w-total-pendientes
           ELSE
               ADD 1 TO w-total-evaluadas
               PERFORM 110-BUSCAR-PROVEEDOR
               ADD 1 TO tp-ordenes(tp-idx)
               ADD to-pedida(to-idx)   TO tp-pedida(tp-idx)
               ADD to-recibida(to-idx) TO tp-recibida(tp-idx)
               IF to-recibida(to-idx) < to-pedida(to-idx)
                   AND to-esperada(to-idx) < w-fecha-hoy
                   ADD 1 TO tp-cortas(tp-idx)
               END-IF
               IF to-ult-recep(to-idx) = ZERO
                   MOVE w-fecha-hoy TO w-fecha-entrega
               ELSE
                   MOVE to-ult-recep(to-idx) TO w-fecha-entrega
                   PERFORM 120-MEDIR-PLAZO
               END-IF
               IF w-fecha-entrega > to-esperada(to-idx)
                   ADD 1 TO tp-tarde(tp-idx)
                   MOVE to-esperada(to-idx) TO w-fecha-ini
                   MOVE w-fecha-entrega     TO w-fecha-fin
                   PERFORM 170-DIAS-ENTRE-FECHAS
                   ADD w-dias-entre TO tp-dias-tarde(tp-idx)
               ELSE
                   ADD 1 TO tp-a-tiempo(tp-idx)
               END-IF
           END-IF.

       110-BUSCAR-PROVEEDOR.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING tp-idx FROM 1 BY 1
               UNTIL tp-idx > w-total-prov OR w-encontrado = 1
               IF tp-cod(tp-idx) = to-prov(to-idx)
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 1
               SET tp-idx DOWN BY 1
           ELSE
               IF w-total-prov < 200
                   ADD 1 TO w-total-prov
                   SET tp-idx TO w-total-prov
                   MOVE to-prov(to-idx) TO tp-cod(tp-idx)
                   MOVE "(SIN MAESTRO)" TO tp-razon(tp-idx)
                   PERFORM 25-INICIALIZAR-ACUMULADOS
               ELSE
                   SET tp-idx TO w-total-prov
                   DISPLAY "TABLA DE PROVEEDORES LLENA, SE ACUMULA EN "
                       tp-cod(tp-idx)
               END-IF
           END-IF.

      * PLAZO REAL: DESDE LA EMISION HASTA LA ULTIMA RECEPCION.
      * PLAZO PROMETIDO: DESDE LA EMISION HASTA LA FECHA ESPERADA DE
      * LA MISMA ORDEN, QUE GENERADOR-ORDENES ARMA CON EL PLAZO DEL
      * PROVEEDOR O, SI ES CERO, CON EL DEL COMPONENTE
       120-MEDIR-PLAZO.
           IF to-emision(to-idx) > ZERO
               AND to-emision(to-idx) <= w-fecha-entrega
               AND to-emision(to-idx) <= to-esperada(to-idx)
               MOVE to-emision(to-idx) TO w-fecha-ini
               MOVE w-fecha-entrega    TO w-fecha-fin
               PERFORM 170-DIAS-ENTRE-FECHAS
               ADD w-dias-entre TO tp-plazo-sum(tp-idx)
               ADD 1 TO tp-plazo-cnt(tp-idx)
               MOVE to-emision(to-idx)  TO w-fecha-ini
               MOVE to-esperada(to-idx) TO w-fecha-fin
               PERFORM 170-DIAS-ENTRE-FECHAS
               ADD w-dias-entre TO tp-prom-sum(tp-idx)
               ADD 1 TO tp-prom-cnt(tp-idx)
           END-IF.

       170-DIAS-ENTRE-FECHAS.
           MOVE ZERO TO w-dias-entre.
           MOVE w-fecha-ini TO w-fecha-resultado.
           PERFORM UNTIL w-fecha-resultado >= w-fecha-fin
               OR w-dias-entre = 99999
               PERFORM 175-SUMAR-UN-DIA
               ADD 1 TO w-dias-entre
           END-PERFORM.

       175-SUMAR-UN-DIA.
           ADD 1 TO w-cal-dd.
           PERFORM 176-DIAS-DEL-MES.
           IF w-cal-dd > w-dias-del-mes
               MOVE 1 TO w-cal-dd
               ADD 1 TO w-cal-mm
               IF w-cal-mm > 12
                   MOVE 1 TO w-cal-mm
                   ADD 1 TO w-cal-aaaa
               END-IF
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
               WHEN OTHER
                   MOVE 31 TO w-dias-del-mes
           END-EVALUATE.

       200-IMPRIMIR-PROVEEDORES.
           DISPLAY cabecera2.
           WRITE lis-reg FROM cabecera2.
           IF w-total-evaluadas = 0
               DISPLAY sinordenes
               WRITE lis-reg FROM sinordenes
           ELSE
               PERFORM VARYING tp-idx FROM 1 BY 1
                   UNTIL tp-idx > w-total-prov
                   IF tp-ordenes(tp-idx) > 0
                       PERFORM 210-IMPRIMIR-UN-PROVEEDOR
                   END-IF
               END-PERFORM
           END-IF.

      * EL DESVIO ES EL PLAZO REAL PROMEDIO MENOS EL PROMETIDO
      * PROMEDIO DE LAS MISMAS ORDENES;
      * POSITIVO SIGNIFICA QUE EL PROVEEDOR ENTREGA MAS TARDE
       210-IMPRIMIR-UN-PROVEEDOR.
           MOVE ZERO TO w-prom-atraso.
           IF tp-tarde(tp-idx) > 0
               COMPUTE w-prom-atraso ROUNDED =
                   tp-dias-tarde(tp-idx) / tp-tarde(tp-idx)
           END-IF.
           MOVE ZERO TO w-fill-rate.
           IF tp-pedida(tp-idx) > 0
               COMPUTE w-fill-rate ROUNDED =
                   tp-recibida(tp-idx) * 100 / tp-pedida(tp-idx)
           END-IF.
           MOVE ZERO TO w-plazo-real.
           MOVE ZERO TO w-plazo-prom.
           MOVE ZERO TO w-desvio.
           IF tp-plazo-cnt(tp-idx) > 0
               COMPUTE w-plazo-real ROUNDED =
                   tp-plazo-sum(tp-idx) / tp-plazo-cnt(tp-idx)
               COMPUTE w-plazo-prom ROUNDED =
                   tp-prom-sum(tp-idx) / tp-prom-cnt(tp-idx)
               COMPUTE w-desvio = w-plazo-real - w-plazo-prom
           END-IF.
           MOVE tp-cod(tp-idx)       TO lp-prov.
           MOVE tp-ordenes(tp-idx)   TO lp-ordenes.
           MOVE tp-a-tiempo(tp-idx)  TO lp-a-tiempo.
           MOVE tp-tarde(tp-idx)     TO lp-tarde.
           MOVE tp-cortas(tp-idx)    TO lp-cortas.
           MOVE w-prom-atraso        TO lp-atraso.
           MOVE w-fill-rate          TO lp-cumpl.
           MOVE w-plazo-real         TO lp-plazo.
           MOVE w-plazo-prom         TO lp-prom.
           MOVE w-desvio             TO lp-desvio.
           MOVE tp-razon(tp-idx)     TO lp-razon.
           DISPLAY detalle1.
           DISPLAY detalle2.
           WRITE lis-reg FROM detalle1.
           WRITE lis-reg FROM detalle2.
           ADD tp-ordenes(tp-idx)  TO w-gen-ordenes.
           ADD tp-a-tiempo(tp-idx) TO w-gen-a-tiempo.
           ADD tp-tarde(tp-idx)    TO w-gen-tarde.
           ADD tp-cortas(tp-idx)   TO w-gen-cortas.
           ADD tp-pedida(tp-idx)   TO w-gen-pedida.
           ADD tp-recibida(tp-idx) TO w-gen-recibida.

       90-FIN.
           DISPLAY cabeceratr.
           WRITE lis-reg FROM cabeceratr.
           MOVE "ORDENES EVALUADAS:" TO lt-texto.
           MOVE w-gen-ordenes TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "ENTREGADAS A TIEMPO:" TO lt-texto.
           MOVE w-gen-a-tiempo TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "ENTREGADAS TARDE:" TO lt-texto.
           MOVE w-gen-tarde TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "ENTREGAS CORTAS:" TO lt-texto.
           MOVE w-gen-cortas TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "ORDENES AUN NO VENCIDAS:" TO lt-texto.
           MOVE w-total-pendientes TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "RECEPCIONES EN KARDEX:" TO lt-texto.
           MOVE w-total-recepciones TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE ZERO TO w-fill-rate.
           IF w-gen-pedida > 0
               COMPUTE w-fill-rate ROUNDED =
                   w-gen-recibida * 100 / w-gen-pedida
           END-IF.
           MOVE w-fill-rate TO lt-cumpl.
           DISPLAY detalletr-cumpl.
           WRITE lis-reg FROM detalletr-cumpl.
           CLOSE LISTADO.

       95-IMPRIMIR-TOTAL.
           DISPLAY detalletr.
           WRITE lis-reg FROM detalletr.
       END PROGRAM DESEMPENO-PROVEEDORES.
