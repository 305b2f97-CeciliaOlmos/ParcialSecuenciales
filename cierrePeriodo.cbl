           03 ctl-unidades pic 9(7).
           03 ctl-componentes pic 9(8).
           03 ctl-excepciones pic 9(4).
           03 ctl-devueltas pic 9(7).

       FD  HISTORICO.
       01  hist-reg.
       01  w-aud-operacion pic x(2).
       01  w-unidades-ctl pic 9(9) value zero.
       01  w-facturas-ctl pic 9(8) value zero.
       01  w-devueltas-ctl pic 9(9) value zero.
       01  w-neto-ctl pic s9(9) value zero.
       01  w-unidades-hist pic 9(9) value zero.
       01  w-facturas-hist pic 9(8) value zero.

               DISPLAY "EL PERIODO " w-mes " YA ESTA CERRADO"
           ELSE
               PERFORM 110-CONCILIAR-TOTALES
               IF w-neto-ctl = w-unidades-hist
                   AND w-facturas-ctl = w-facturas-hist
                   PERFORM 130-GRABAR-CIERRE
               ELSE
                       AND ctl-hasta(1:6) = w-mes-x
                       ADD ctl-unidades TO w-unidades-ctl
                       ADD ctl-facturas TO w-facturas-ctl
                       IF ctl-devueltas IS NUMERIC
                           ADD ctl-devueltas TO w-devueltas-ctl
                       END-IF
                   END-IF
                   PERFORM 115-LEER-CONTROL
               END-PERFORM
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
      * EL HISTORICO GUARDA LAS UNIDADES NETAS DE DEVOLUCIONES
           COMPUTE w-neto-ctl = w-unidades-ctl - w-devueltas-ctl.
           IF w-neto-ctl < 0
               MOVE ZERO TO w-neto-ctl
           END-IF.
           DISPLAY "UNIDADES SEGUN CORRIDAS:  " w-unidades-ctl.
           DISPLAY "DEVOLUCIONES EN CORRIDAS: " w-devueltas-ctl.
           DISPLAY "UNIDADES SEGUN HISTORICO: " w-unidades-hist.
           DISPLAY "FACTURAS SEGUN CORRIDAS:  " w-facturas-ctl.
           DISPLAY "FACTURAS SEGUN HISTORICO: " w-facturas-hist.
