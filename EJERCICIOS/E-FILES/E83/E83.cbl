      *AJUSTES_COMISION.txt para que nomina descuente la comision
      *pagada de mas. Cierra con el informe de devoluciones por
      *sucursal con su tasa de devolucion.
      *La devolucion trae ademas el producto y la cantidad devuelta,
      *que E178 suma al stock de la sucursal, y la nota de credito
      *emitida (tipo A/B, numero y CUIT del comprador) que E179 lleva
      *al libro IVA ventas; este programa sigue trabajando con el
      *importe.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
               05 REG-DEV-MONTO             PIC 9(07)V99.
               05 REG-DEV-FECHA-VENTA       PIC 9(08).
               05 REG-DEV-FECHA             PIC 9(08).
               05 REG-DEV-PRODUCTO          PIC 9(03).
               05 REG-DEV-CANTIDAD          PIC 9(03).
               05 REG-DEV-TIPO-CBTE         PIC X(01).
               05 REG-DEV-NRO-CBTE          PIC 9(08).
               05 REG-DEV-CUIT-COMPRADOR    PIC 9(11).

       FD AJUSTES.
           01 REG-AJUSTE.
