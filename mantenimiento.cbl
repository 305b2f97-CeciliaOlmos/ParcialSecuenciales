           "..\auditoria.dat"
           ORGANIZATION is line sequential
           FILE STATUS IS w-fs-aud.
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
           SELECT HISTORICO
           ASSIGN TO
           "..\histVentas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS hist-clave
           FILE STATUS IS w-fs-hist.
           SELECT PRECIOS-VENTA
           ASSIGN TO
           "..\preciosVenta.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS pv-clave
           FILE STATUS IS w-fs-pv.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTICULOS.
           03 aud-antes pic x(60).
           03 aud-despues pic x(60).

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

       FD  HISTORICO.
       01  hist-reg.
           03 hist-clave.
               05 hist-art pic x(3).
               05 hist-aaaamm pic 9(6).
           03 hist-unidades pic 9(7).
           03 hist-facturas pic 9(5).

       FD  PRECIOS-VENTA.
       01  pv-registro.
           03 pv-clave.
               05 pv-art pic x(3).
               05 pv-vig-desde pic 9(8).
           03 pv-precio pic 9(7)v99.

       WORKING-STORAGE SECTION.
       01  w-fs-art  pic xx.
       01  w-fs-comp pic xx.
       01  w-fs-prov pic xx.
       01  w-fs-aud  pic xx.
       01  w-fs-dep  pic xx.
       01  w-fs-ord  pic xx.
       01  w-fs-hist pic xx.
       01  w-fs-pv   pic xx.
       01  w-opcion  pic 99.
       01  w-continuar pic 9 value 1.
       01  w-cod-articulo-actual pic x(3).
       01  w-secu-actual pic 9(3).
       01  w-vig-hasta-x pic x(8).
       01  w-prov-hallado pic 9.
       01  w-abandona-carga pic 9.
       01  w-confirma pic 9.
       01  w-solo-subkit pic 9.
       01  w-fin-lectura pic 9.
       01  w-referencias pic 9(5).
       01  w-busca-cod pic x(3).
       01  w-busca-prov pic x(5).
       01  w-art-usa pic x(3).
       01  w-baja-cod pic x(3).
       01  w-fecha-hoy pic 9(8).
       01  w-meses-recientes pic 99 value 12.
       01  w-anio-aux pic 9(4).
       01  w-mm-aux pic 9(2).
       01  w-mes-corte pic 9(6).
       01  w-detalles-baja pic 9(3).
       01  w-precios-baja pic 9(3).
       01  w-precio-nuevo pic 9(7)v99.
       01  w-precio-vigente pic 9(7)v99.
       01  w-desde-vigente pic 9(8).
       01  w-precio-edit pic z(6)9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CLOSE COMPONENTES.
           CLOSE PROVEEDORES.
           CLOSE AUDITORIA.
           CLOSE PRECIOS-VENTA.
           STOP RUN.

       05-ABRIR-ARCHIVOS.
               CLOSE PROVEEDORES
               OPEN I-O PROVEEDORES
           END-IF.
           OPEN I-O PRECIOS-VENTA.
           IF w-fs-pv = "35"
               OPEN OUTPUT PRECIOS-VENTA
               CLOSE PRECIOS-VENTA
               OPEN I-O PRECIOS-VENTA
           END-IF.
           OPEN EXTEND AUDITORIA.
           IF w-fs-aud = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.

       10-MOSTRAR-MENU.
           DISPLAY " ".
           DISPLAY "5 - CORREGIR NOMBRE DE ARTICULO".
           DISPLAY "6 - ALTA DE PROVEEDOR".
           DISPLAY "7 - CORREGIR PROVEEDOR".
           DISPLAY "8 - BAJA DE ARTICULO".
           DISPLAY "9 - BAJA DE COMPONENTE".
           DISPLAY "10 - BAJA DE PROVEEDOR".
           DISPLAY "11 - PRECIO DE VENTA DE ARTICULO".
           DISPLAY "0 - SALIR".
           DISPLAY "OPCION: " WITH NO ADVANCING.
           ACCEPT w-opcion.

               WHEN 5 PERFORM 500-CORREGIR-ARTICULO
               WHEN 6 PERFORM 600-ALTA-PROVEEDOR
               WHEN 7 PERFORM 700-CORREGIR-PROVEEDOR
               WHEN 8 PERFORM 900-BAJA-ARTICULO
               WHEN 9 PERFORM 920-BAJA-COMPONENTE
               WHEN 10 PERFORM 940-BAJA-PROVEEDOR
               WHEN 11 PERFORM 970-PRECIO-ARTICULO
               WHEN 0 MOVE 0 TO w-continuar
               WHEN OTHER DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

           MOVE w-imagen-antes   TO aud-antes.
           MOVE w-imagen-despues TO aud-despues.
           WRITE aud-reg.

      * UN ARTICULO NO SE DA DE BAJA SI TUVO VENTAS EN LOS ULTIMOS
      * w-meses-recientes MESES O SI OTRO ARTICULO LO USA COMO SUB-KIT.
      * SE BORRAN LA CABECERA Y TODOS SUS DETALLES
       900-BAJA-ARTICULO.
           DISPLAY "CODIGO DE ARTICULO A DAR DE BAJA: "
               WITH NO ADVANCING.
           ACCEPT art-cab-cod.
           MOVE art-cab-cod TO w-baja-cod.
           MOVE 0 TO art-cab-secu.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY "EL ARTICULO NO EXISTE"
               NOT INVALID KEY
                   MOVE art-reg-cab TO w-imagen-antes
                   DISPLAY "ARTICULO: " art-cab-cod " " art-cab-nombre
                   PERFORM 905-VERIFICAR-VENTAS-RECIENTES
                   IF w-referencias > 0
                       DISPLAY "NO SE PUEDE DAR DE BAJA, TIENE VENTAS "
                           "DESDE " w-mes-corte " EN EL HISTORICO"
                   ELSE
                       MOVE w-baja-cod TO w-busca-cod
                       MOVE 1 TO w-solo-subkit
                       PERFORM 950-BUSCAR-USO-EN-BOM
                       IF w-referencias > 0
                           DISPLAY "NO SE PUEDE DAR DE BAJA, ES "
                               "SUB-KIT DEL ARTICULO " w-art-usa
                       ELSE
                           PERFORM 960-CONFIRMAR-BAJA
                           IF w-confirma = 1
                               PERFORM 910-BORRAR-ARTICULO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       905-VERIFICAR-VENTAS-RECIENTES.
           MOVE ZERO TO w-referencias.
           MOVE w-fecha-hoy(1:4) TO w-anio-aux.
           MOVE w-fecha-hoy(5:2) TO w-mm-aux.
           PERFORM 906-MES-ANTERIOR w-meses-recientes TIMES.
           PERFORM 907-MES-SIGUIENTE.
           COMPUTE w-mes-corte = w-anio-aux * 100 + w-mm-aux.
           OPEN INPUT HISTORICO.
           IF w-fs-hist = "00"
               MOVE w-baja-cod  TO hist-art
               MOVE w-mes-corte TO hist-aaaamm
               MOVE ZERO TO w-fin-lectura
               START HISTORICO KEY NOT < hist-clave
                   INVALID KEY MOVE 1 TO w-fin-lectura
               END-START
               PERFORM UNTIL w-fin-lectura = 1
                   READ HISTORICO NEXT RECORD
                       AT END MOVE 1 TO w-fin-lectura
                       NOT AT END
                           IF hist-art NOT = w-baja-cod
                               MOVE 1 TO w-fin-lectura
                           ELSE
                               IF hist-unidades > 0
                                   ADD 1 TO w-referencias
                                   MOVE 1 TO w-fin-lectura
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORICO
           END-IF.

       906-MES-ANTERIOR.
           IF w-mm-aux = 1
               MOVE 12 TO w-mm-aux
               SUBTRACT 1 FROM w-anio-aux
           ELSE
               SUBTRACT 1 FROM w-mm-aux
           END-IF.

       907-MES-SIGUIENTE.
           IF w-mm-aux = 12
               MOVE 1 TO w-mm-aux
               ADD 1 TO w-anio-aux
           ELSE
               ADD 1 TO w-mm-aux
           END-IF.

       910-BORRAR-ARTICULO.
           MOVE w-baja-cod TO art-cab-cod.
           MOVE 0 TO art-cab-secu.
           DELETE ARTICULOS
               INVALID KEY
                   DISPLAY "ERROR AL DAR DE BAJA EL ARTICULO"
               NOT INVALID KEY
                   MOVE "EA" TO w-aud-operacion
                   MOVE SPACES TO w-imagen-despues
                   MOVE w-baja-cod TO w-clave-afectada
                   MOVE ZERO TO w-clave-afectada(4:3)
                   PERFORM 800-GRABAR-AUDITORIA
                   PERFORM 915-BORRAR-DETALLES
                   PERFORM 918-BORRAR-PRECIOS
                   DISPLAY "ARTICULO DADO DE BAJA CON "
                       w-detalles-baja " DETALLES Y "
                       w-precios-baja " PRECIOS"
           END-DELETE.

       915-BORRAR-DETALLES.
           MOVE ZERO TO w-detalles-baja.
           MOVE ZERO TO w-fin-lectura.
           MOVE w-baja-cod TO art-cab-cod.
           MOVE 0 TO art-cab-secu.
           START ARTICULOS KEY > art-cab-clave
               INVALID KEY MOVE 1 TO w-fin-lectura
           END-START.
           PERFORM UNTIL w-fin-lectura = 1
               READ ARTICULOS NEXT RECORD
                   AT END MOVE 1 TO w-fin-lectura
                   NOT AT END
                       IF art-det-cod NOT = w-baja-cod
                           MOVE 1 TO w-fin-lectura
                       ELSE
                           MOVE art-reg-det TO w-imagen-antes
                           MOVE art-det-clave TO w-clave-afectada
                           DELETE ARTICULOS
                               INVALID KEY
                                   DISPLAY "ERROR AL BORRAR EL DETALLE "
                                       art-det-clave
                               NOT INVALID KEY
                                   ADD 1 TO w-detalles-baja
                                   MOVE "ED" TO w-aud-operacion
                                   MOVE SPACES TO w-imagen-despues
                                   PERFORM 800-GRABAR-AUDITORIA
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       918-BORRAR-PRECIOS.
           MOVE ZERO TO w-precios-baja.
           MOVE ZERO TO w-fin-lectura.
           MOVE w-baja-cod TO pv-art.
           MOVE ZERO TO pv-vig-desde.
           START PRECIOS-VENTA KEY NOT < pv-clave
               INVALID KEY MOVE 1 TO w-fin-lectura
           END-START.
           PERFORM UNTIL w-fin-lectura = 1
               READ PRECIOS-VENTA NEXT RECORD
                   AT END MOVE 1 TO w-fin-lectura
                   NOT AT END
                       IF pv-art NOT = w-baja-cod
                           MOVE 1 TO w-fin-lectura
                       ELSE
                           MOVE pv-registro TO w-imagen-antes
                           DELETE PRECIOS-VENTA
                               INVALID KEY
                                   DISPLAY "ERROR AL BORRAR EL PRECIO "
                                       pv-clave
                               NOT INVALID KEY
                                   ADD 1 TO w-precios-baja
                                   MOVE "EV" TO w-aud-operacion
                                   MOVE SPACES TO w-imagen-despues
                                   MOVE w-baja-cod TO w-clave-afectada
                                   PERFORM 800-GRABAR-AUDITORIA
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      * UN COMPONENTE NO SE DA DE BAJA MIENTRAS FIGURE EN ALGUN
      * DETALLE DE ARTICULOS, TENGA STOCK O TENGA ORDENES ABIERTAS
       920-BAJA-COMPONENTE.
           DISPLAY "CODIGO DE COMPONENTE A DAR DE BAJA: "
               WITH NO ADVANCING.
           ACCEPT comp-cod.
           MOVE comp-cod TO w-baja-cod.
           READ COMPONENTES
               INVALID KEY
                   DISPLAY "EL COMPONENTE NO EXISTE"
               NOT INVALID KEY
                   MOVE comp-registro TO w-imagen-antes
                   DISPLAY "COMPONENTE: " comp-cod " " comp-nombre
                   PERFORM 925-VERIFICAR-COMPONENTE
                   IF w-referencias = 0
                       PERFORM 960-CONFIRMAR-BAJA
                       IF w-confirma = 1
                           PERFORM 930-BORRAR-COMPONENTE
                       END-IF
                   END-IF
           END-READ.

       925-VERIFICAR-COMPONENTE.
           MOVE w-baja-cod TO w-busca-cod.
           MOVE ZERO TO w-solo-subkit.
           PERFORM 950-BUSCAR-USO-EN-BOM.
           IF w-referencias > 0
               DISPLAY "NO SE PUEDE DAR DE BAJA, LO USA EL ARTICULO "
                   w-art-usa
           ELSE
               IF comp-cant-stock > 0
                   MOVE 1 TO w-referencias
                   DISPLAY "NO SE PUEDE DAR DE BAJA, TIENE STOCK "
                       comp-cant-stock
               ELSE
                   PERFORM 926-VERIFICAR-DEPOSITOS
                   IF w-referencias > 0
                       DISPLAY "NO SE PUEDE DAR DE BAJA, TIENE STOCK "
                           "EN EL DEPOSITO " sd-deposito
                   ELSE
                       PERFORM 927-VERIFICAR-ORDENES
                       IF w-referencias > 0
                           DISPLAY "NO SE PUEDE DAR DE BAJA, TIENE LA "
                               "ORDEN ABIERTA " ord-nro
                       END-IF
                   END-IF
               END-IF
           END-IF.

       926-VERIFICAR-DEPOSITOS.
           MOVE ZERO TO w-referencias.
           OPEN INPUT STOCK-DEP.
           IF w-fs-dep = "00"
               MOVE w-baja-cod TO sd-comp
               MOVE LOW-VALUES TO sd-deposito
               MOVE ZERO TO w-fin-lectura
               START STOCK-DEP KEY NOT < sd-clave
                   INVALID KEY MOVE 1 TO w-fin-lectura
               END-START
               PERFORM UNTIL w-fin-lectura = 1
                   READ STOCK-DEP NEXT RECORD
                       AT END MOVE 1 TO w-fin-lectura
                       NOT AT END
                           IF sd-comp NOT = w-baja-cod
                               MOVE 1 TO w-fin-lectura
                           ELSE
                               IF sd-cant > 0
                                   ADD 1 TO w-referencias
                                   MOVE 1 TO w-fin-lectura
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-DEP
           END-IF.

       927-VERIFICAR-ORDENES.
           MOVE ZERO TO w-referencias.
           OPEN INPUT ORDENES.
           IF w-fs-ord = "00"
               MOVE ZERO TO w-fin-lectura
               PERFORM UNTIL w-fin-lectura = 1
                   READ ORDENES
                       AT END MOVE 1 TO w-fin-lectura
                       NOT AT END
                           IF ord-comp = w-baja-cod
                               AND ord-estado = "ABIERTA"
                               ADD 1 TO w-referencias
                               MOVE 1 TO w-fin-lectura
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDENES
           END-IF.

       930-BORRAR-COMPONENTE.
           MOVE w-baja-cod TO comp-cod.
           DELETE COMPONENTES
               INVALID KEY
                   DISPLAY "ERROR AL DAR DE BAJA EL COMPONENTE"
               NOT INVALID KEY
                   MOVE "EC" TO w-aud-operacion
                   MOVE SPACES TO w-imagen-despues
                   MOVE w-baja-cod TO w-clave-afectada
                   PERFORM 800-GRABAR-AUDITORIA
                   DISPLAY "COMPONENTE DADO DE BAJA"
           END-DELETE.

      * UN PROVEEDOR NO SE DA DE BAJA MIENTRAS ALGUN COMPONENTE LO
      * TENGA COMO PROVEEDOR HABITUAL
       940-BAJA-PROVEEDOR.
           DISPLAY "CODIGO DE PROVEEDOR A DAR DE BAJA: "
               WITH NO ADVANCING.
           ACCEPT prov-cod.
           MOVE prov-cod TO w-busca-prov.
           READ PROVEEDORES
               INVALID KEY
                   DISPLAY "EL PROVEEDOR NO EXISTE"
               NOT INVALID KEY
                   MOVE prov-registro TO w-imagen-antes
                   DISPLAY "PROVEEDOR: " prov-cod " " prov-razon
                   PERFORM 945-VERIFICAR-PROVEEDOR
                   IF w-referencias > 0
                       DISPLAY "NO SE PUEDE DAR DE BAJA, ES PROVEEDOR "
                           "DE " w-referencias " COMPONENTE(S), EJ. "
                           w-art-usa
                   ELSE
                       PERFORM 960-CONFIRMAR-BAJA
                       IF w-confirma = 1
                           MOVE w-busca-prov TO prov-cod
                           DELETE PROVEEDORES
                               INVALID KEY
                                   DISPLAY "ERROR AL DAR DE BAJA EL "
                                       "PROVEEDOR"
                               NOT INVALID KEY
                                   MOVE "EP" TO w-aud-operacion
                                   MOVE SPACES TO w-imagen-despues
                                   MOVE w-busca-prov
                                       TO w-clave-afectada
                                   PERFORM 800-GRABAR-AUDITORIA
                                   DISPLAY "PROVEEDOR DADO DE BAJA"
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       945-VERIFICAR-PROVEEDOR.
           MOVE ZERO TO w-referencias.
           MOVE SPACES TO w-art-usa.
           MOVE ZERO TO w-fin-lectura.
           MOVE LOW-VALUES TO comp-cod.
           START COMPONENTES KEY NOT < comp-cod
               INVALID KEY MOVE 1 TO w-fin-lectura
           END-START.
           PERFORM UNTIL w-fin-lectura = 1
               READ COMPONENTES NEXT RECORD
                   AT END MOVE 1 TO w-fin-lectura
                   NOT AT END
                       IF comp-proveedor = w-busca-prov
                           ADD 1 TO w-referencias
                           IF w-art-usa = SPACES
                               MOVE comp-cod TO w-art-usa
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * RECORRE LOS DETALLES DE ARTICULOS BUSCANDO w-busca-cod. CON
      * w-solo-subkit EN 1 SOLO CUENTAN LOS USOS COMO SUB-KIT DE OTRO
      * ARTICULO; EN CERO CUENTA CUALQUIER DETALLE
       950-BUSCAR-USO-EN-BOM.
           MOVE ZERO TO w-referencias.
           MOVE SPACES TO w-art-usa.
           MOVE ZERO TO w-fin-lectura.
           MOVE LOW-VALUES TO art-cab-clave.
           START ARTICULOS KEY NOT < art-cab-clave
               INVALID KEY MOVE 1 TO w-fin-lectura
           END-START.
           PERFORM UNTIL w-fin-lectura = 1
               READ ARTICULOS NEXT RECORD
                   AT END MOVE 1 TO w-fin-lectura
                   NOT AT END
                       IF art-det-tiporeg = 2
                           AND art-det-comp = w-busca-cod
                           AND art-det-cod NOT = w-busca-cod
                           AND (w-solo-subkit = 0
                               OR art-det-tipo-comp = 2)
                           ADD 1 TO w-referencias
                           MOVE art-det-cod TO w-art-usa
                           MOVE 1 TO w-fin-lectura
                       END-IF
               END-READ
           END-PERFORM.

       960-CONFIRMAR-BAJA.
           DISPLAY "CONFIRMA LA BAJA (1=SI 0=NO): " WITH NO ADVANCING.
           ACCEPT w-confirma.
           IF w-confirma NOT = 1
               DISPLAY "NO SE DA DE BAJA"
           END-IF.

      * EL PRECIO DE VENTA SE GUARDA POR ARTICULO Y FECHA DE VIGENCIA;
      * RIGE EL DE MAYOR FECHA QUE NO SUPERE LA FECHA CONSULTADA. SI YA
      * HAY UN PRECIO CON LA MISMA FECHA SE CORRIGE, SI NO SE AGREGA
       970-PRECIO-ARTICULO.
           DISPLAY "CODIGO DE ARTICULO: " WITH NO ADVANCING.
           ACCEPT art-cab-cod.
           MOVE art-cab-cod TO w-cod-articulo-actual.
           MOVE 0 TO art-cab-secu.
           READ ARTICULOS
               INVALID KEY
                   DISPLAY "EL ARTICULO NO EXISTE"
               NOT INVALID KEY
                   DISPLAY "ARTICULO: " art-cab-cod " " art-cab-nombre
                   PERFORM 975-MOSTRAR-PRECIOS
                   PERFORM 980-CARGAR-PRECIO
           END-READ.

       975-MOSTRAR-PRECIOS.
           MOVE ZERO TO w-precio-vigente.
           MOVE ZERO TO w-desde-vigente.
           MOVE ZERO TO w-fin-lectura.
           MOVE w-cod-articulo-actual TO pv-art.
           MOVE ZERO TO pv-vig-desde.
           START PRECIOS-VENTA KEY NOT < pv-clave
               INVALID KEY MOVE 1 TO w-fin-lectura
           END-START.
           PERFORM UNTIL w-fin-lectura = 1
               READ PRECIOS-VENTA NEXT RECORD
                   AT END MOVE 1 TO w-fin-lectura
                   NOT AT END
                       IF pv-art NOT = w-cod-articulo-actual
                           MOVE 1 TO w-fin-lectura
                       ELSE
                           MOVE pv-precio TO w-precio-edit
                           DISPLAY "  DESDE " pv-vig-desde
                               " PRECIO " w-precio-edit
                           IF pv-vig-desde NOT > w-fecha-hoy
                               MOVE pv-precio TO w-precio-vigente
                               MOVE pv-vig-desde TO w-desde-vigente
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF w-desde-vigente = 0
               DISPLAY "SIN PRECIO VIGENTE A LA FECHA"
           ELSE
               MOVE w-precio-vigente TO w-precio-edit
               DISPLAY "PRECIO VIGENTE: " w-precio-edit
                   " DESDE " w-desde-vigente
           END-IF.

       980-CARGAR-PRECIO.
           DISPLAY "VIGENTE DESDE (AAAAMMDD, VACIO=HOY): "
               WITH NO ADVANCING.
           ACCEPT w-vig-desde-x.
           IF w-vig-desde-x = SPACES
               MOVE w-fecha-hoy TO w-vig-desde-x
           END-IF.
           IF w-vig-desde-x IS NOT NUMERIC
               OR w-vig-desde-x(5:2) < "01" OR w-vig-desde-x(5:2) > "12"
               OR w-vig-desde-x(7:2) < "01" OR w-vig-desde-x(7:2) > "31"
               DISPLAY "FECHA INVALIDA, NO SE GRABA EL PRECIO"
           ELSE
               DISPLAY "PRECIO DE VENTA: " WITH NO ADVANCING
               ACCEPT w-precio-nuevo
               IF w-precio-nuevo = 0
                   DISPLAY "EL PRECIO DEBE SER MAYOR QUE CERO, NO SE "
                       "GRABA"
               ELSE
                   PERFORM 985-GRABAR-PRECIO
               END-IF
           END-IF.

       985-GRABAR-PRECIO.
           MOVE w-cod-articulo-actual TO pv-art.
           MOVE w-vig-desde-x TO pv-vig-desde.
           MOVE w-cod-articulo-actual TO w-clave-afectada.
           READ PRECIOS-VENTA
               INVALID KEY
                   MOVE w-precio-nuevo TO pv-precio
                   WRITE pv-registro
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL PRECIO"
                       NOT INVALID KEY
                           MOVE "AV" TO w-aud-operacion
                           MOVE SPACES TO w-imagen-antes
                           MOVE pv-registro TO w-imagen-despues
                           PERFORM 800-GRABAR-AUDITORIA
                           DISPLAY "PRECIO AGREGADO"
                   END-WRITE
               NOT INVALID KEY
                   MOVE pv-registro TO w-imagen-antes
                   MOVE w-precio-nuevo TO pv-precio
                   REWRITE pv-registro
                       INVALID KEY
                           DISPLAY "ERROR AL CORREGIR EL PRECIO"
                       NOT INVALID KEY
                           MOVE "CV" TO w-aud-operacion
                           MOVE pv-registro TO w-imagen-despues
                           PERFORM 800-GRABAR-AUDITORIA
                           DISPLAY "PRECIO CORREGIDO"
                   END-REWRITE
           END-READ.
       END PROGRAM MANTENEDOR-MAESTROS.
