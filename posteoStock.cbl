       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS
           ASSIGN TO w-nombre-mov
           ORGANIZATION is line sequential
           FILE STATUS IS w-fs-mov.
           SELECT COMPONENTES
           ASSIGN TO
           "..\componentes.dat"
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS per-aaaamm
           FILE STATUS IS w-fs-per.
           SELECT CHECKPOINT
           ASSIGN TO
           "..\checkpointPosteo.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS chk-archivo
           FILE STATUS IS w-fs-chk.
           SELECT ARCH-SORT-KARDEX
           ASSIGN TO "sortwork".
           SELECT RECHAZOS
           ASSIGN TO PRINTER,"..\rechazosMov.dat".
       DATA DIVISION.
           03 per-fecha-cambio pic 9(8).
           03 per-operador pic x(8).

       FD  CHECKPOINT.
       01  chk-registro.
           03 chk-archivo pic x(30).
           03 chk-ultimo pic 9(6).
           03 chk-fecha pic 9(8).
           03 chk-hora pic 9(6).
           03 chk-estado pic x(10).

       SD  ARCH-SORT-KARDEX.
       01  srt-kar-reg.
           03 srt-kar-comp pic x(3).
           03 srt-kar-fecha pic 9(8).
           03 srt-kar-tipo pic 9.
           03 srt-kar-doc pic x(10).
           03 srt-kar-signo pic x.
           03 srt-kar-cant pic 9(6).
           03 srt-kar-stock-ant pic 9(6).
           03 srt-kar-stock-nue pic 9(6).
           03 srt-kar-deposito pic x(2).

       FD  RECHAZOS
           LINAGE IS 60 LINES
           with FOOTING AT 50
       01  rec-reg pic x(80).

       WORKING-STORAGE SECTION.
       01  w-fs-mov  pic xx.
       01  w-nombre-mov pic x(30) value "..\movimientos.txt".
       01  w-linea-cmd pic x(40).
       01  w-archivo-x pic x(20).
       01  w-archivo-may pic x(20).
       01  w-fs-comp pic xx.
       01  w-fs-kar  pic xx.
       01  w-fs-ord  pic xx.
       01  w-total-leidos pic 9(6) value zero.
       01  w-total-aceptados pic 9(6) value zero.
       01  w-total-rechazados pic 9(6) value zero.
       01  w-total-salteados pic 9(6) value zero.
       01  w-total-duplicados pic 9(6) value zero.
       01  w-fs-chk pic xx.
       01  w-chk-hallado pic 9.
       01  w-nro-mov pic 9(6) value zero.
       01  w-reanudar-desde pic 9(6) value zero.
       01  w-hora-sistema pic 9(8).
       01  w-flag-srt-kar pic 9 value zero.
       01  w-ya-posteado pic 9.
       01  w-clave-mov.
           03 w-cm-comp pic x(3).
           03 w-cm-doc pic x(10).
           03 w-cm-tipo pic 9.

      * CLAVES COMPONENTE+DOCUMENTO+TIPO YA ASENTADAS EN EL KARDEX
      * (ORDENADAS) Y LAS QUE SE VAN POSTEANDO EN ESTA CORRIDA
       01  w-total-kar pic 9(5) value zero.
       01  w-tabla-kar.
           03 tk-entry OCCURS 1 TO 20000 TIMES
               DEPENDING ON w-total-kar
               ASCENDING KEY IS tk-clave
               INDEXED BY tk-idx.
               05 tk-clave pic x(14).
       01  w-total-nue pic 9(4) value zero.
       01  w-tabla-nue.
           03 tn-clave OCCURS 5000 TIMES INDEXED BY tn-idx pic x(14).

       01  cabecerarec0.
           03 filler pic x(20) value spaces.
           03 filler pic x(23) value "MOVIMIENTOS RECHAZADOS:".
           03 lt-rechazados pic zzzzz9.

       01  detalletr4.
           03 filler pic x(22) value spaces.
           03 filler pic x(23) value "  DE ELLOS YA POSTEADOS".
           03 lt-duplicados pic zzzzz9.

       01  detalletr5.
           03 filler pic x(22) value spaces.
           03 filler pic x(23) value "SALTEADOS (REANUDACION)".
           03 lt-salteados pic zzzzz9.

       01  detallereanuda.
           03 filler pic x(11) value spaces.
           03 filler pic x(38) value
               "REANUDACION: SE CONTINUA DESPUES DEL ".
           03 filler pic x(11) value "MOVIMIENTO ".
           03 lr-reanuda pic zzzzz9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 40-LEER-PARAMETROS.
           PERFORM 10-INICIO.
           PERFORM 20-LEER-MOVIMIENTO.
           PERFORM UNTIL w-flag-mov = 1
               ADD 1 TO w-nro-mov
               IF w-nro-mov > w-reanudar-desde
                   PERFORM 67-CONTROLAR-TABLA-POSTEOS
                   PERFORM 100-PROCESAR-MOVIMIENTO
                   PERFORM 55-GRABAR-CHECKPOINT
               ELSE
                   ADD 1 TO w-total-salteados
               END-IF
               PERFORM 20-LEER-MOVIMIENTO
           END-PERFORM.
           PERFORM 90-FIN.
           STOP RUN.

      * SIN PARAMETRO SE POSTEA MOVIMIENTOS.TXT; SI SE INDICA OTRO
      * NOMBRE (P.EJ. CONSUMOVENTAS) SE POSTEA ..\<NOMBRE>.TXT
       40-LEER-PARAMETROS.
           ACCEPT w-linea-cmd FROM COMMAND-LINE.
           IF w-linea-cmd NOT = SPACES
               UNSTRING w-linea-cmd DELIMITED BY SPACE
                   INTO w-archivo-x
               END-UNSTRING
               PERFORM 41-NORMALIZAR-NOMBRE
               MOVE SPACES TO w-nombre-mov
               STRING "..\" DELIMITED BY SIZE
                   w-archivo-x DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO w-nombre-mov
               END-STRING
           END-IF.
           DISPLAY "ARCHIVO DE MOVIMIENTOS: " w-nombre-mov.

      * EL NOMBRE ES LA CLAVE DEL PUNTO DE CONTROL; EL ARCHIVO DE LA
      * CORRIDA NOCTURNA SE NOMBRA SIEMPRE IGUAL, SE ESCRIBA COMO SE
      * ESCRIBA EN EL PARAMETRO, PARA QUE CECILIA-OLMOS LO ENCUENTRE
       41-NORMALIZAR-NOMBRE.
           MOVE w-archivo-x TO w-archivo-may.
           INSPECT w-archivo-may CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF w-archivo-may = "CONSUMOVENTAS"
               MOVE "consumoVentas" TO w-archivo-x
           END-IF.

       10-INICIO.
           OPEN INPUT MOVIMIENTOS.
           IF w-fs-mov NOT = "00"
               DISPLAY "NO SE PUDO ABRIR " w-nombre-mov
                   ", FILE STATUS " w-fs-mov
               STOP RUN
           END-IF.
           OPEN I-O COMPONENTES.
           IF w-fs-comp NOT = "00"
               DISPLAY "NO SE PUDO ABRIR COMPONENTES, FILE STATUS "
           IF w-fs-ord = "00"
               MOVE 1 TO w-ord-abierto
           END-IF.
           PERFORM 60-CARGAR-CLAVES-KARDEX.
           OPEN EXTEND KARDEX.
           IF w-fs-kar = "35"
               OPEN OUTPUT KARDEX
           END-IF.
           PERFORM 15-CARGAR-PERIODOS.
           PERFORM 50-ABRIR-CHECKPOINT.
           OPEN OUTPUT RECHAZOS.
           DISPLAY cabecerarec0.
           WRITE rec-reg FROM cabecerarec0.
           IF w-reanudar-desde > 0
               MOVE w-reanudar-desde TO lr-reanuda
               DISPLAY detallereanuda
               WRITE rec-reg FROM detallereanuda
           END-IF.
           DISPLAY cabecerarec1.
           WRITE rec-reg FROM cabecerarec1.

      * EL PUNTO DE CONTROL GUARDA, POR ARCHIVO DE MOVIMIENTOS, EL
      * NUMERO DEL ULTIMO MOVIMIENTO PROCESADO. SI LA CORRIDA ANTERIOR
      * DEL MISMO ARCHIVO NO TERMINO SE REANUDA DESPUES DE ESE
      * MOVIMIENTO; SI TERMINO, EL ARCHIVO SE PROCESA DESDE EL INICIO
       50-ABRIR-CHECKPOINT.
           OPEN I-O CHECKPOINT.
           IF w-fs-chk = "35"
               OPEN OUTPUT CHECKPOINT
               CLOSE CHECKPOINT
               OPEN I-O CHECKPOINT
           END-IF.
           IF w-fs-chk NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CHECKPOINT, FILE STATUS "
                   w-fs-chk
               STOP RUN
           END-IF.
           MOVE 1 TO w-chk-hallado.
           MOVE w-nombre-mov TO chk-archivo.
           READ CHECKPOINT
               INVALID KEY MOVE ZERO TO w-chk-hallado
           END-READ.
           IF w-chk-hallado = 1 AND chk-estado = "EN CURSO"
               MOVE chk-ultimo TO w-reanudar-desde
               DISPLAY "CORRIDA ANTERIOR INCOMPLETA, SE REANUDA "
                   "DESPUES DEL MOVIMIENTO " w-reanudar-desde
           ELSE
               MOVE w-nombre-mov TO chk-archivo
               MOVE ZERO TO chk-ultimo
               MOVE "EN CURSO" TO chk-estado
               PERFORM 56-REGRABAR-CHECKPOINT
           END-IF.

       55-GRABAR-CHECKPOINT.
           MOVE w-nro-mov TO chk-ultimo.
           PERFORM 56-REGRABAR-CHECKPOINT.

       56-REGRABAR-CHECKPOINT.
           ACCEPT chk-fecha FROM DATE YYYYMMDD.
           ACCEPT w-hora-sistema FROM TIME.
           MOVE w-hora-sistema(1:6) TO chk-hora.
           IF w-chk-hallado = 1
               REWRITE chk-registro
                   INVALID KEY
                       DISPLAY "ERROR AL REGRABAR CHECKPOINT "
                           chk-archivo
               END-REWRITE
           ELSE
               WRITE chk-registro
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR CHECKPOINT "
                           chk-archivo
               END-WRITE
               MOVE 1 TO w-chk-hallado
           END-IF.

      * SE ORDENA EL KARDEX POR COMPONENTE, DOCUMENTO Y TIPO PARA
      * CARGAR SUS CLAVES SIN REPETIDOS. LOS ASIENTOS SIN DOCUMENTO
      * NO IDENTIFICAN UN POSTEO Y NO SE CONTROLAN
       60-CARGAR-CLAVES-KARDEX.
           OPEN INPUT KARDEX.
           IF w-fs-kar = "00"
               CLOSE KARDEX
               SORT ARCH-SORT-KARDEX ASCENDING srt-kar-comp
                   srt-kar-doc srt-kar-tipo
               USING KARDEX
               OUTPUT PROCEDURE IS 61-REGISTRAR-CLAVES
           END-IF.

       61-REGISTRAR-CLAVES.
           PERFORM 62-LEER-SORT-KARDEX.
           PERFORM UNTIL w-flag-srt-kar = 1
               IF srt-kar-doc NOT = SPACES
                   MOVE srt-kar-comp TO w-cm-comp
                   MOVE srt-kar-doc  TO w-cm-doc
                   MOVE srt-kar-tipo TO w-cm-tipo
                   IF w-total-kar = 0
                       PERFORM 63-AGREGAR-CLAVE-KARDEX
                   ELSE
                       IF tk-clave(w-total-kar) NOT = w-clave-mov
                           PERFORM 63-AGREGAR-CLAVE-KARDEX
                       END-IF
                   END-IF
               END-IF
               PERFORM 62-LEER-SORT-KARDEX
           END-PERFORM.

       62-LEER-SORT-KARDEX.
           RETURN ARCH-SORT-KARDEX
               AT END MOVE 1 TO w-flag-srt-kar
           END-RETURN.

      * SIN TODAS LAS CLAVES NO SE PUEDE CONTROLAR EL POSTEO DOBLE;
      * SE CANCELA ANTES DE POSTEAR NINGUN MOVIMIENTO
       63-AGREGAR-CLAVE-KARDEX.
           IF w-total-kar < 20000
               ADD 1 TO w-total-kar
               MOVE w-clave-mov TO tk-clave(w-total-kar)
           ELSE
               DISPLAY "TABLA DE CLAVES DE KARDEX LLENA EN "
                   w-clave-mov
               DISPLAY "NO SE POSTEA NINGUN MOVIMIENTO, AMPLIAR LA "
                   "TABLA O DEPURAR EL KARDEX"
               STOP RUN
           END-IF.

       65-BUSCAR-POSTEADO.
           MOVE ZERO TO w-ya-posteado.
           MOVE mov-comp TO w-cm-comp.
           MOVE mov-doc  TO w-cm-doc.
           MOVE mov-tipo TO w-cm-tipo.
           IF w-total-kar > 0
               SEARCH ALL tk-entry
                   AT END CONTINUE
                   WHEN tk-clave(tk-idx) = w-clave-mov
                       MOVE 1 TO w-ya-posteado
               END-SEARCH
           END-IF.
           IF w-ya-posteado = 0
               PERFORM VARYING tn-idx FROM 1 BY 1
                   UNTIL tn-idx > w-total-nue OR w-ya-posteado = 1
                   IF tn-clave(tn-idx) = w-clave-mov
                       MOVE 1 TO w-ya-posteado
                   END-IF
               END-PERFORM
           END-IF.

       66-REGISTRAR-POSTEADO.
           IF mov-doc NOT = SPACES
               PERFORM 65-BUSCAR-POSTEADO
               IF w-ya-posteado = 0
                   IF w-total-nue < 5000
                       ADD 1 TO w-total-nue
                       MOVE w-clave-mov TO tn-clave(w-total-nue)
                   ELSE
                       DISPLAY "TABLA DE POSTEOS DE LA CORRIDA LLENA "
                           "EN " w-clave-mov
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      * CADA MOVIMIENTO AGREGA A LO SUMO UNA CLAVE (LAS DOS PATAS DE
      * UN TRASLADO COMPARTEN LA CLAVE). CON LA TABLA LLENA SE CANCELA
      * ANTES DE TOCAR EL MOVIMIENTO; EL PUNTO DE CONTROL YA TIENE EL
      * ANTERIOR Y LA PROXIMA CORRIDA RELEE EL KARDEX Y REANUDA
       67-CONTROLAR-TABLA-POSTEOS.
           IF w-total-nue = 5000
               DISPLAY "TABLA DE POSTEOS DE LA CORRIDA LLENA ANTES DEL "
                   "MOVIMIENTO " w-nro-mov
               DISPLAY "VOLVER A CORRER EL POSTEO PARA REANUDAR"
               STOP RUN
           END-IF.

      * EN LA PRIMERA CORRIDA TODO EL STOCK DEL MAESTRO SE VUELCA
      * AL DEPOSITO CENTRAL 01
       18-INICIALIZAR-DEPOSITOS.
                       MOVE "CANTIDAD EN CERO" TO lr-motivo
                       PERFORM 150-RECHAZAR-MOVIMIENTO
                   ELSE
                       MOVE ZERO TO w-ya-posteado
                       IF mov-doc NOT = SPACES
                           PERFORM 65-BUSCAR-POSTEADO
                       END-IF
                       IF w-ya-posteado = 1
                           MOVE "YA POSTEADO" TO lr-motivo
                           ADD 1 TO w-total-duplicados
                           PERFORM 150-RECHAZAR-MOVIMIENTO
                       ELSE
                           PERFORM 17-VERIFICAR-PERIODO
                           IF w-mes-cerrado = 1
                               MOVE "PERIODO CONTABLE CERRADO"
                                   TO lr-motivo
                               PERFORM 150-RECHAZAR-MOVIMIENTO
                           ELSE
                               PERFORM 110-CLASIFICAR-MOVIMIENTO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE w-kar-stock-nue TO kar-stock-nue.
           MOVE w-dep-kardex    TO kar-deposito.
           WRITE kar-reg.
           PERFORM 66-REGISTRAR-POSTEADO.

      * LAS RECEPCIONES REFERENCIAN LA ORDEN DE COMPRA EN LAS
      * PRIMERAS SEIS POSICIONES DEL DOCUMENTO
           MOVE w-total-leidos     TO lt-leidos.
           MOVE w-total-aceptados  TO lt-aceptados.
           MOVE w-total-rechazados TO lt-rechazados.
           MOVE w-total-duplicados TO lt-duplicados.
           MOVE w-total-salteados  TO lt-salteados.
           DISPLAY cabeceratr.
           DISPLAY detalletr1.
           DISPLAY detalletr2.
           DISPLAY detalletr3.
           DISPLAY detalletr4.
           WRITE rec-reg FROM cabeceratr.
           WRITE rec-reg FROM detalletr1.
           WRITE rec-reg FROM detalletr2.
           WRITE rec-reg FROM detalletr3.
           WRITE rec-reg FROM detalletr4.
           IF w-reanudar-desde > 0
               DISPLAY detalletr5
               WRITE rec-reg FROM detalletr5
               IF w-nro-mov < w-reanudar-desde
                   DISPLAY "EL ARCHIVO TIENE MENOS MOVIMIENTOS QUE EL "
                       "PUNTO DE CONTROL, VERIFICAR"
               END-IF
           END-IF.
           MOVE w-nro-mov TO chk-ultimo.
           MOVE "COMPLETO" TO chk-estado.
           PERFORM 56-REGRABAR-CHECKPOINT.
           CLOSE CHECKPOINT.
           CLOSE MOVIMIENTOS.
           CLOSE COMPONENTES.
           CLOSE STOCK-DEP.
