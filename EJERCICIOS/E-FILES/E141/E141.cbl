      *margen, y las cuotas de E82 y las comisiones dejan de premiar
      *al que regala producto. Una venta sin precio de lista se
      *denuncia y pasa: es un hueco de la lista, no del vendedor.
      *La venta trae tambien el comprobante emitido (tipo A/B,
      *numero y CUIT del comprador), que pasa sin tocar al validado
      *y a la retencion para el libro IVA ventas (E179); la lista de
      *precios trae la alicuota de IVA del producto, que aca no se
      *usa.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
               05 REG-PRODUCTO              PIC 9(03).
               05 REG-CANTIDAD              PIC 9(03).
               05 REG-FECHA                 PIC 9(08).
               05 REG-TIPO-CBTE             PIC X(01).
               05 REG-NRO-CBTE              PIC 9(08).
               05 REG-CUIT-COMPRADOR        PIC 9(11).

       FD PRECIOS.
          01 REG-PRECIO.
               05 REG-PRE-PRODUCTO          PIC 9(03).
               05 REG-PRE-DESDE             PIC 9(08).
               05 REG-PRE-PRECIO            PIC 9(07)V99.
               05 REG-PRE-ALICUOTA-IVA      PIC 9(02)V99.

       FD VENDEDORES.
          01 REG-VENDEDORM.
               05 REG-VAL-PRODUCTO          PIC 9(03).
               05 REG-VAL-CANTIDAD          PIC 9(03).
               05 REG-VAL-FECHA             PIC 9(08).
               05 REG-VAL-TIPO-CBTE         PIC X(01).
               05 REG-VAL-NRO-CBTE          PIC 9(08).
               05 REG-VAL-CUIT-COMPRADOR    PIC 9(11).

       FD APROBACION.
          01 REG-APROBACION.
               05 REG-APR-LISTA             PIC 9(09)V99.
               05 REG-APR-DESCUENTO         PIC 9(02)V9(02).
               05 REG-APR-SUPERVISOR        PIC X(08).
               05 REG-APR-TIPO-CBTE         PIC X(01).
               05 REG-APR-NRO-CBTE          PIC 9(08).
               05 REG-APR-CUIT-COMPRADOR    PIC 9(11).

       FD INFORME.
          01 REG-INFORME                   PIC X(80).
              MOVE WSV-LISTA-TOTAL TO REG-APR-LISTA
              MOVE WSV-DESCUENTO  TO REG-APR-DESCUENTO
              MOVE SPACES         TO REG-APR-SUPERVISOR
              MOVE REG-TIPO-CBTE  TO REG-APR-TIPO-CBTE
              MOVE REG-NRO-CBTE   TO REG-APR-NRO-CBTE
              MOVE REG-CUIT-COMPRADOR TO REG-APR-CUIT-COMPRADOR
              WRITE REG-APROBACION
              IF NOT FS-STATUS-APR-OK
                 MOVE CON-200000-VALIDAR TO WS-ERR-PARRAFO
           MOVE REG-PRODUCTO TO REG-VAL-PRODUCTO
           MOVE REG-CANTIDAD TO REG-VAL-CANTIDAD
           MOVE REG-FECHA    TO REG-VAL-FECHA
           MOVE REG-TIPO-CBTE TO REG-VAL-TIPO-CBTE
           MOVE REG-NRO-CBTE TO REG-VAL-NRO-CBTE
           MOVE REG-CUIT-COMPRADOR TO REG-VAL-CUIT-COMPRADOR
           WRITE REG-VALIDADO
           IF NOT FS-STATUS-VAL-OK
              MOVE CON-200000-VALIDAR TO WS-ERR-PARRAFO
