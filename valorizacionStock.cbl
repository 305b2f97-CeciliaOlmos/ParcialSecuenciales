      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALORIZACION-STOCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-DEP
           ASSIGN TO
           "..\stockDeposito.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS sd-clave
           FILE STATUS IS w-fs-dep.
           SELECT COMPONENTES
           ASSIGN TO
           "..\componentes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS comp-cod
           FILE STATUS IS w-fs-comp.
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
           SELECT LISTADO
           ASSIGN TO PRINTER,"..\valorStock.dat".
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-DEP.
       01  sd-registro.
           03 sd-clave.
               05 sd-comp pic x(3).
               05 sd-deposito pic x(2).
           03 sd-cant pic 9(6).

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

       FD  LISTADO
           LINAGE IS 60 LINES
           with FOOTING AT 50
           lines at top 1
           lines at BOTTOM 1.
       01  lis-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-fs-dep  pic xx.
       01  w-fs-comp pic xx.
       01  w-fs-art  pic xx.
       01  w-fs-kar  pic xx.
       01  w-flag-dep pic 9 value zero.
       01  w-flag-comp pic 9 value zero.
       01  w-flag-art pic 9 value zero.
       01  w-flag-kar pic 9 value zero.
       01  w-linea-cmd pic x(40).
       01  w-dias-x pic x(4) JUSTIFIED RIGHT.
       01  w-dias-sin-salida pic 9(4) value 90.
       01  w-fecha-hoy pic 9(8).
       01  w-fecha-corte pic 9(8).
       01  w-encontrado pic 9.
       01  w-busca-comp pic x(3).
       01  w-comp-actual pic x(3).
       01  w-costo-actual pic 9(5)v99.
       01  w-cant-comp pic 9(8).
       01  w-valor pic 9(11)v99.
       01  w-valor-comp pic 9(11)v99.
       01  w-valor-general pic 9(12)v99 value zero.
       01  w-unid-general pic 9(9) value zero.
       01  w-valor-lento pic 9(12)v99 value zero.
       01  w-valor-obsoleto pic 9(12)v99 value zero.
       01  w-total-ubicaciones pic 9(5) value zero.
       01  w-total-lentos pic 9(5) value zero.
       01  w-total-obsoletos pic 9(5) value zero.
       01  w-total-sin-maestro pic 9(5) value zero.

       01  w-total-comp pic 9(4) value zero.
       01  w-tabla-comp.
           03 tc-entry OCCURS 1 TO 2000 TIMES
               DEPENDING ON w-total-comp
               ASCENDING KEY IS tc-cod
               INDEXED BY tc-idx.
               05 tc-cod       pic x(3).
               05 tc-nombre    pic x(20).
               05 tc-stock     pic 9(6).
               05 tc-costo     pic 9(5)v99.
               05 tc-ult-salida pic 9(8).
               05 tc-en-bom    pic 9.

       01  w-total-dep pic 9(3) value zero.
       01  w-tabla-dep.
           03 td-entry OCCURS 100 TIMES INDEXED BY td-idx.
               05 td-dep   pic x(2).
               05 td-cant  pic 9(9).
               05 td-valor pic 9(12)v99.

      * CALCULO DE LA FECHA DE CORTE, DIA POR DIA HACIA ATRAS
       01  w-fecha-calculo.
           03 w-cal-aaaa pic 9(4).
           03 w-cal-mm pic 9(2).
           03 w-cal-dd pic 9(2).
       01  w-fecha-resultado REDEFINES w-fecha-calculo pic 9(8).
       01  w-dias-restantes pic 9(4).
       01  w-dias-del-mes pic 9(2).
       01  w-cociente-bisiesto pic 9(4).
       01  w-resto-bisiesto pic 9(4).

       01  cabecera0.
           03 filler pic x(14) value spaces.
           03 filler pic x(44) value
               "VALORIZACION DE STOCK A COSTO ESTANDAR".

       01  cabecera1.
           03 filler pic x(2) value spaces.
           03 filler pic x(7) value "FECHA: ".
           03 lc-hoy pic 9(8).

       01  cabcomp.
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "COMPONENTE: ".
           03 lv-comp pic x(3).
           03 filler pic x(2) value spaces.
           03 lv-nom pic x(20).
           03 filler pic x(8) value "  COSTO ".
           03 lv-costo pic zzzz9,99.

       01  detalledep.
           03 filler   pic x(6) value spaces.
           03 filler   pic x(10) value "DEPOSITO ".
           03 lv-dep   pic x(2).
           03 filler   pic x(2) value spaces.
           03 lv-cant  pic z(7)9.
           03 filler   pic x(4) value spaces.
           03 lv-valor pic z(10)9,99.

       01  totalcomp.
           03 filler    pic x(6) value spaces.
           03 filler    pic x(12) value "TOTAL COMP. ".
           03 filler    pic x(2) value spaces.
           03 lv-tcant  pic z(7)9.
           03 filler    pic x(4) value spaces.
           03 lv-tvalor pic z(10)9,99.

       01  cabecera2.
           03 filler pic x(2) value spaces.
           03 filler pic x(40) value
               "RESUMEN POR DEPOSITO".

       01  detallerdep.
           03 filler    pic x(6) value spaces.
           03 filler    pic x(10) value "DEPOSITO ".
           03 lr-dep    pic x(2).
           03 filler    pic x(2) value spaces.
           03 lr-cant   pic z(8)9.
           03 filler    pic x(3) value spaces.
           03 lr-valor  pic z(11)9,99.

       01  totalgeneral.
           03 filler    pic x(6) value spaces.
           03 filler    pic x(14) value "TOTAL GENERAL ".
           03 lr-gcant  pic z(8)9.
           03 filler    pic x(3) value spaces.
           03 lr-gvalor pic z(11)9,99.

       01  cabecera3.
           03 filler pic x(2) value spaces.
           03 filler pic x(34) value
               "COMPONENTES SIN SALIDAS DESDE EL ".
           03 lc-corte pic 9(8).
           03 filler pic x(2) value " (".
           03 lc-dias pic zzz9.
           03 filler pic x(6) value " DIAS)".

       01  cablento.
           03 filler pic x(2) value spaces.
           03 filler pic x(5) value "COMP ".
           03 filler pic x(20) value "NOMBRE".
           03 filler pic x(7) value "  STOCK".
           03 filler pic x(15) value "          VALOR".
           03 filler pic x(11) value " ULT.SALIDA".
           03 filler pic x(10) value "  OBSOLETO".

       01  detallelento.
           03 filler    pic x(2) value spaces.
           03 ll-comp   pic x(3).
           03 filler    pic x(2) value spaces.
           03 ll-nom    pic x(20).
           03 filler    pic x(1) value spaces.
           03 ll-stock  pic z(5)9.
           03 filler    pic x(1) value spaces.
           03 ll-valor  pic z(10)9,99.
           03 filler    pic x(1) value spaces.
           03 ll-fecha  pic x(10).
           03 filler    pic x(2) value spaces.
           03 ll-marca  pic x(10).

       01  cabecera4.
           03 filler pic x(2) value spaces.
           03 filler pic x(50) value
               "COMPONENTES OBSOLETOS (SIN USO EN BOM VIGENTE)".

       01  sindatos.
           03 filler pic x(2) value spaces.
           03 filler pic x(32) value
               "SIN STOCK POR DEPOSITO CARGADO".

       01  sinlentos.
           03 filler pic x(2) value spaces.
           03 filler pic x(40) value
               "SIN COMPONENTES DE LENTO MOVIMIENTO".

       01  sinobsoletos.
           03 filler pic x(2) value spaces.
           03 filler pic x(40) value
               "SIN COMPONENTES OBSOLETOS".

       01  totalsecc.
           03 filler    pic x(6) value spaces.
           03 filler    pic x(26) value "VALOR INMOVILIZADO: ".
           03 lr-svalor pic z(11)9,99.

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
           PERFORM 30-MARCAR-USO-EN-BOM.
           PERFORM 50-BUSCAR-ULTIMAS-SALIDAS.
           PERFORM 100-VALORIZAR-DEPOSITOS.
           PERFORM 200-RESUMEN-DEPOSITOS.
           PERFORM 300-LISTAR-LENTO-MOVIMIENTO.
           PERFORM 400-LISTAR-OBSOLETOS.
           PERFORM 90-FIN.
           STOP RUN.

      * PARAMETRO OPCIONAL: CANTIDAD DE DIAS SIN SALIDAS PARA
      * CONSIDERAR UN COMPONENTE DE LENTO MOVIMIENTO (DEFECTO 90)
       40-LEER-PARAMETROS.
           ACCEPT w-linea-cmd FROM COMMAND-LINE.
           IF w-linea-cmd NOT = SPACES
               UNSTRING w-linea-cmd DELIMITED BY SPACE
                   INTO w-dias-x
               END-UNSTRING
               INSPECT w-dias-x REPLACING LEADING SPACES BY ZERO
               IF w-dias-x IS NUMERIC
                   MOVE w-dias-x TO w-dias-sin-salida
               ELSE
                   DISPLAY "CANTIDAD DE DIAS INVALIDA, SE USAN "
                       w-dias-sin-salida
               END-IF
           END-IF.

       10-INICIO.
           OPEN INPUT COMPONENTES.
           IF w-fs-comp NOT = "00"
               DISPLAY "NO SE PUDO ABRIR COMPONENTES, FILE STATUS "
                   w-fs-comp
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           MOVE w-fecha-hoy TO w-fecha-resultado.
           MOVE w-dias-sin-salida TO w-dias-restantes.
           PERFORM UNTIL w-dias-restantes = 0
               PERFORM 175-RESTAR-UN-DIA
           END-PERFORM.
           MOVE w-fecha-resultado TO w-fecha-corte.
           MOVE w-fecha-hoy TO lc-hoy.
           DISPLAY cabecera0.
           DISPLAY cabecera1.
           WRITE lis-reg FROM cabecera0.
           WRITE lis-reg FROM cabecera1.

       20-CARGAR-COMPONENTES.
           PERFORM 21-LEER-COMPONENTE.
           PERFORM UNTIL w-flag-comp = 1
               IF w-total-comp < 2000
                   ADD 1 TO w-total-comp
                   SET tc-idx TO w-total-comp
                   MOVE comp-cod        TO tc-cod(tc-idx)
                   MOVE comp-nombre     TO tc-nombre(tc-idx)
                   MOVE comp-cant-stock TO tc-stock(tc-idx)
                   MOVE comp-costo-unit TO tc-costo(tc-idx)
                   MOVE ZERO            TO tc-ult-salida(tc-idx)
                   MOVE ZERO            TO tc-en-bom(tc-idx)
               ELSE
                   DISPLAY "TABLA DE COMPONENTES LLENA, SE DESCARTA "
                       comp-cod
               END-IF
               PERFORM 21-LEER-COMPONENTE
           END-PERFORM.
           CLOSE COMPONENTES.

       21-LEER-COMPONENTE.
           READ COMPONENTES AT END MOVE 1 TO w-flag-comp.

       25-BUSCAR-COMPONENTE.
           MOVE ZERO TO w-encontrado.
           IF w-total-comp > 0
               SEARCH ALL tc-entry
                   AT END CONTINUE
                   WHEN tc-cod(tc-idx) = w-busca-comp
                       MOVE 1 TO w-encontrado
               END-SEARCH
           END-IF.

      * UN COMPONENTE ESTA EN USO SI ALGUNA LINEA DE BOM LO REFERENCIA
      * Y SU VIGENCIA NO TERMINO (VIGENTE HOY O A FUTURO)
       30-MARCAR-USO-EN-BOM.
           OPEN INPUT ARTICULOS.
           IF w-fs-art NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ARTICULOS, FILE STATUS "
                   w-fs-art
               STOP RUN
           END-IF.
           PERFORM 31-LEER-ARTICULO.
           PERFORM UNTIL w-flag-art = 1
               IF art-det-tiporeg = 2
                   AND art-det-tipo-comp NOT = 2
                   AND art-det-vig-hasta >= w-fecha-hoy
                   MOVE art-det-comp TO w-busca-comp
                   PERFORM 25-BUSCAR-COMPONENTE
                   IF w-encontrado = 1
                       MOVE 1 TO tc-en-bom(tc-idx)
                   END-IF
               END-IF
               PERFORM 31-LEER-ARTICULO
           END-PERFORM.
           CLOSE ARTICULOS.

       31-LEER-ARTICULO.
           READ ARTICULOS AT END MOVE 1 TO w-flag-art.

      * SOLO LOS EGRESOS (TIPO 4) CUENTAN COMO SALIDA; LOS TRASLADOS
      * ENTRE DEPOSITOS NO CONSUMEN EL COMPONENTE
       50-BUSCAR-ULTIMAS-SALIDAS.
           OPEN INPUT KARDEX.
           EVALUATE w-fs-kar
               WHEN "00"
                   PERFORM 51-LEER-KARDEX
                   PERFORM UNTIL w-flag-kar = 1
                       IF kar-tipo = 4 AND kar-signo = "-"
                           MOVE kar-comp TO w-busca-comp
                           PERFORM 25-BUSCAR-COMPONENTE
                           IF w-encontrado = 1
                               AND kar-fecha > tc-ult-salida(tc-idx)
                               MOVE kar-fecha TO tc-ult-salida(tc-idx)
                           END-IF
                       END-IF
                       PERFORM 51-LEER-KARDEX
                   END-PERFORM
                   CLOSE KARDEX
               WHEN "35"
                   DISPLAY "NO HAY KARDEX, NINGUN COMPONENTE TIENE "
                       "SALIDAS REGISTRADAS"
               WHEN OTHER
                   DISPLAY "NO SE PUDO ABRIR KARDEX, FILE STATUS "
                       w-fs-kar
                   STOP RUN
           END-EVALUATE.

       51-LEER-KARDEX.
           READ KARDEX AT END MOVE 1 TO w-flag-kar.

       100-VALORIZAR-DEPOSITOS.
           OPEN INPUT STOCK-DEP.
           IF w-fs-dep NOT = "00"
               DISPLAY sindatos
               WRITE lis-reg FROM sindatos
           ELSE
               PERFORM 20-LEER-DEPOSITO
               PERFORM UNTIL w-flag-dep = 1
                   PERFORM 110-INICIAR-COMPONENTE
                   PERFORM UNTIL w-flag-dep = 1
                       OR sd-comp NOT = w-comp-actual
                       PERFORM 120-VALORIZAR-UBICACION
                       PERFORM 20-LEER-DEPOSITO
                   END-PERFORM
                   PERFORM 130-CERRAR-COMPONENTE
               END-PERFORM
               IF w-total-ubicaciones = 0
                   DISPLAY sindatos
                   WRITE lis-reg FROM sindatos
               END-IF
               CLOSE STOCK-DEP
           END-IF.

       20-LEER-DEPOSITO.
           READ STOCK-DEP AT END MOVE 1 TO w-flag-dep.

       110-INICIAR-COMPONENTE.
           MOVE sd-comp TO w-comp-actual.
           MOVE ZERO TO w-cant-comp.
           MOVE ZERO TO w-valor-comp.
           MOVE sd-comp TO w-busca-comp.
           PERFORM 25-BUSCAR-COMPONENTE.
           MOVE w-comp-actual TO lv-comp.
           IF w-encontrado = 1
               MOVE tc-nombre(tc-idx) TO lv-nom
               MOVE tc-costo(tc-idx)  TO w-costo-actual
           ELSE
               MOVE "(SIN MAESTRO)" TO lv-nom
               MOVE ZERO TO w-costo-actual
               ADD 1 TO w-total-sin-maestro
           END-IF.
           MOVE w-costo-actual TO lv-costo.
           DISPLAY cabcomp.
           WRITE lis-reg FROM cabcomp.

       120-VALORIZAR-UBICACION.
           ADD 1 TO w-total-ubicaciones.
           COMPUTE w-valor = sd-cant * w-costo-actual.
           ADD sd-cant TO w-cant-comp.
           ADD w-valor TO w-valor-comp.
           MOVE sd-deposito TO lv-dep.
           MOVE sd-cant     TO lv-cant.
           MOVE w-valor     TO lv-valor.
           DISPLAY detalledep.
           WRITE lis-reg FROM detalledep.
           PERFORM 125-ACUMULAR-DEPOSITO.

       125-ACUMULAR-DEPOSITO.
           MOVE ZERO TO w-encontrado.
           PERFORM VARYING td-idx FROM 1 BY 1
               UNTIL td-idx > w-total-dep OR w-encontrado = 1
               IF td-dep(td-idx) = sd-deposito
                   ADD sd-cant TO td-cant(td-idx)
                   ADD w-valor TO td-valor(td-idx)
                   MOVE 1 TO w-encontrado
               END-IF
           END-PERFORM.
           IF w-encontrado = 0
               IF w-total-dep < 100
                   ADD 1 TO w-total-dep
                   SET td-idx TO w-total-dep
                   MOVE sd-deposito TO td-dep(td-idx)
                   MOVE sd-cant     TO td-cant(td-idx)
                   MOVE w-valor     TO td-valor(td-idx)
               ELSE
                   DISPLAY "TABLA DE DEPOSITOS LLENA, SE DESCARTA "
                       sd-deposito
               END-IF
           END-IF.

       130-CERRAR-COMPONENTE.
           MOVE w-cant-comp  TO lv-tcant.
           MOVE w-valor-comp TO lv-tvalor.
           DISPLAY totalcomp.
           WRITE lis-reg FROM totalcomp.
           ADD w-cant-comp  TO w-unid-general.
           ADD w-valor-comp TO w-valor-general.

       200-RESUMEN-DEPOSITOS.
           DISPLAY cabecera2.
           WRITE lis-reg FROM cabecera2.
           PERFORM VARYING td-idx FROM 1 BY 1
               UNTIL td-idx > w-total-dep
               MOVE td-dep(td-idx)   TO lr-dep
               MOVE td-cant(td-idx)  TO lr-cant
               MOVE td-valor(td-idx) TO lr-valor
               DISPLAY detallerdep
               WRITE lis-reg FROM detallerdep
           END-PERFORM.
           MOVE w-unid-general  TO lr-gcant.
           MOVE w-valor-general TO lr-gvalor.
           DISPLAY totalgeneral.
           WRITE lis-reg FROM totalgeneral.

      * LENTO MOVIMIENTO: CON STOCK Y SIN EGRESOS DESDE LA FECHA DE
      * CORTE. SE VALORIZA EL STOCK DEL MAESTRO
       300-LISTAR-LENTO-MOVIMIENTO.
           MOVE w-fecha-corte TO lc-corte.
           MOVE w-dias-sin-salida TO lc-dias.
           DISPLAY cabecera3.
           DISPLAY cablento.
           WRITE lis-reg FROM cabecera3.
           WRITE lis-reg FROM cablento.
           PERFORM VARYING tc-idx FROM 1 BY 1
               UNTIL tc-idx > w-total-comp
               IF tc-stock(tc-idx) > 0
                   AND tc-ult-salida(tc-idx) < w-fecha-corte
                   ADD 1 TO w-total-lentos
                   PERFORM 310-LISTAR-COMPONENTE
                   ADD w-valor TO w-valor-lento
               END-IF
           END-PERFORM.
           IF w-total-lentos = 0
               DISPLAY sinlentos
               WRITE lis-reg FROM sinlentos
           ELSE
               MOVE w-valor-lento TO lr-svalor
               DISPLAY totalsecc
               WRITE lis-reg FROM totalsecc
           END-IF.

       310-LISTAR-COMPONENTE.
           COMPUTE w-valor = tc-stock(tc-idx) * tc-costo(tc-idx).
           MOVE tc-cod(tc-idx)    TO ll-comp.
           MOVE tc-nombre(tc-idx) TO ll-nom.
           MOVE tc-stock(tc-idx)  TO ll-stock.
           MOVE w-valor           TO ll-valor.
           IF tc-ult-salida(tc-idx) = ZERO
               MOVE "SIN SALIDA" TO ll-fecha
           ELSE
               MOVE tc-ult-salida(tc-idx) TO ll-fecha
           END-IF.
           IF tc-en-bom(tc-idx) = 0
               MOVE "*OBSOLETO*" TO ll-marca
           ELSE
               MOVE SPACES TO ll-marca
           END-IF.
           DISPLAY detallelento.
           WRITE lis-reg FROM detallelento
               AT END-OF-PAGE
                   WRITE lis-reg FROM cablento AFTER ADVANCING PAGE
           END-WRITE.

       400-LISTAR-OBSOLETOS.
           DISPLAY cabecera4.
           DISPLAY cablento.
           WRITE lis-reg FROM cabecera4.
           WRITE lis-reg FROM cablento.
           PERFORM VARYING tc-idx FROM 1 BY 1
               UNTIL tc-idx > w-total-comp
               IF tc-en-bom(tc-idx) = 0
                   ADD 1 TO w-total-obsoletos
                   PERFORM 310-LISTAR-COMPONENTE
                   ADD w-valor TO w-valor-obsoleto
               END-IF
           END-PERFORM.
           IF w-total-obsoletos = 0
               DISPLAY sinobsoletos
               WRITE lis-reg FROM sinobsoletos
           ELSE
               MOVE w-valor-obsoleto TO lr-svalor
               DISPLAY totalsecc
               WRITE lis-reg FROM totalsecc
           END-IF.

       175-RESTAR-UN-DIA.
           IF w-cal-dd > 1
               SUBTRACT 1 FROM w-cal-dd
           ELSE
               IF w-cal-mm > 1
                   SUBTRACT 1 FROM w-cal-mm
               ELSE
                   MOVE 12 TO w-cal-mm
                   SUBTRACT 1 FROM w-cal-aaaa
               END-IF
               PERFORM 176-DIAS-DEL-MES
               MOVE w-dias-del-mes TO w-cal-dd
           END-IF.
           SUBTRACT 1 FROM w-dias-restantes.

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
           MOVE "UBICACIONES VALORIZADAS:" TO lt-texto.
           MOVE w-total-ubicaciones TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "UBICACIONES SIN MAESTRO:" TO lt-texto.
           MOVE w-total-sin-maestro TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "COMPONENTES LENTO MOVIMIENTO:" TO lt-texto.
           MOVE w-total-lentos TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           MOVE "COMPONENTES OBSOLETOS:" TO lt-texto.
           MOVE w-total-obsoletos TO lt-cant.
           PERFORM 95-IMPRIMIR-TOTAL.
           CLOSE LISTADO.

       95-IMPRIMIR-TOTAL.
           DISPLAY detalletr.
           WRITE lis-reg FROM detalletr.
       END PROGRAM VALORIZACION-STOCK.
