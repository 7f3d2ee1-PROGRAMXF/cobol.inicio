               WHEN "E" DISPLAY "OPERACION:  PURGA FISICA"
               WHEN "D" DISPLAY "OPERACION:  DESCARTE RETENIDO"
               WHEN "V" DISPLAY "OPERACION:  REVERSION"
               WHEN "M" DISPLAY "OPERACION:  REENVIO DE RECHAZO"
               WHEN "X" DISPLAY "OPERACION:  BAJA DE RECHAZO"
               WHEN "P" DISPLAY "OPERACION:  CIERRE DE MES"
               WHEN "Q" DISPLAY "OPERACION:  REAPERTURA DE MES"
               WHEN "K" DISPLAY "OPERACION:  APERTURA DE RECLAMO"
               WHEN "J" DISPLAY "OPERACION:  RESOLUCION DE RECLAMO"
               WHEN OTHER DISPLAY "OPERACION:  " AUD-OPERACION
           END-EVALUATE.
           DISPLAY "FECHA-HORA: " AUD-FECHA-HORA.
