      *>          rechazo un movimiento de la cola de retenidos)
      *>      "V" REVERSION (contra-asiento de un movimiento aplicado
      *>          por error, generado por REVERSA)
      *>      "M" REENVIO de un movimiento rechazado en un lote de
      *>          correccion, "X" BAJA de un movimiento rechazado
      *>          (las dos desde la mesa de rechazos de INICIO): el
      *>          rechazo (numero, comprobante, fecha, importe) en el
      *>          nombre anterior, el lote de correccion y el ID
      *>          original ("M") o el comentario de la baja ("X") en
      *>          el nuevo, y el estado del rechazo antes y despues
      *>          (ver RECHAZOSMOV.cpy)
      *>      "P" CIERRE DE MES y "Q" REAPERTURA DE MES (CIERREMES):
      *>          ID_CLIENTE en cero, "PERIODO AAAAMM" en el nombre
      *>          anterior, el motivo en el nuevo y el estado del
      *>          periodo antes y despues (ver PERIODOS.cpy)
      *>      "K" APERTURA y "J" RESOLUCION de un reclamo del cliente
      *>          (INICIO): el comprobante reclamado en el nombre
      *>          anterior, el motivo o el comentario en el nuevo y el
      *>          estado del reclamo antes y despues (ver RECLAMOS.cpy)
           03 AUD-USUARIO             PIC X(8).
           03 AUD-FECHA-HORA          PIC X(21).
      *>      con picture editada (misma idea que SALDO-ZZ) para que el
