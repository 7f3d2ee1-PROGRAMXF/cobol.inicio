      *>****************************************************************
      *> REG-CUENTAS - que cuentas contables toca cada comprobante del
      *> mayor, por categoria de cliente (cuentas.dat, indexado por
      *> comprobante + categoria). La categoria "*" vale para todas
      *> las que no tienen linea propia. Lo mantiene INICIO con nivel
      *> de supervisor y lo lee ASIENTOS para armar el diario.
      *> CTA-DEBE y CTA-HABER son las cuentas del comprobante en su
      *> sentido normal (FAC y NDB suben la deuda, REC, NCR y FUS la
      *> bajan o la traspasan); un importe en el sentido contrario
      *> (la contra "V" de REVERSA, una punta de una FUSION) invierte
      *> debe y haber.
      *>****************************************************************
       01  REG-CUENTAS.
           03 CTA-CLAVE.
              05 CTA-COMPROBANTE  PIC X(3).
              05 CTA-CATEGORIA    PIC X.
           03 CTA-DEBE            PIC X(10).
           03 CTA-HABER           PIC X(10).
           03 CTA-DESCRIPCION     PIC X(30).
      *>      quien y cuando la dio de alta o la cambio por ultima vez
           03 CTA-USUARIO         PIC X(8).
           03 CTA-FECHA-HORA      PIC X(21).
