      *menos que la orden minima del proveedor) y emite ordenes de
      *compra numeradas en ORDENES_COMPRA.txt agrupadas por
      *proveedor, que E78REC aparea despues contra las entregas. La
      *numeracion se mantiene en OC_ULTIMO.txt. Cada orden lleva el
      *precio unitario pactado con el proveedor, contra el que E164
      *controla la factura.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
             05 REG-PRV-PRODUCTO           PIC 9(02).
             05 REG-PRV-LEAD-DIAS          PIC 9(03).
             05 REG-PRV-ORDEN-MINIMA       PIC 9(02).
             05 REG-PRV-PRECIO             PIC 9(07)V9(02).
             05 REG-PRV-PLAZO-PAGO         PIC 9(03).
             05 REG-PRV-CBU                PIC X(22).

       FD ULTIMO.
          01 REG-ULTIMO.
             05 REG-OC-ESTADO              PIC X(01).
                88 REG-OC-ABIERTA               VALUE "A".
                88 REG-OC-CUMPLIDA              VALUE "C".
             05 REG-OC-PRECIO              PIC 9(07)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
             05 WSV-PRV-CODIGO        PIC 9(04).
             05 WSV-PRV-PRODUCTO      PIC 9(02).
             05 WSV-PRV-ORDEN-MINIMA  PIC 9(02).
             05 WSV-PRV-PRECIO        PIC 9(07)V9(02).
       01 WSV-CANT-PROVEEDORES        PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
                       WSV-PRV-PRODUCTO(WSV-CANT-PROVEEDORES)
                    MOVE REG-PRV-ORDEN-MINIMA TO
                       WSV-PRV-ORDEN-MINIMA(WSV-CANT-PROVEEDORES)
                    MOVE REG-PRV-PRECIO TO
                       WSV-PRV-PRECIO(WSV-CANT-PROVEEDORES)
               WHEN FS-STATUS-PRO-EOF
                    CONTINUE
               WHEN OTHER
           MOVE WSV-CANTIDAD TO REG-OC-CANTIDAD
           MOVE WSV-FECHA-HOY TO REG-OC-FECHA
           MOVE "A"         TO REG-OC-ESTADO
           MOVE WSV-PRV-PRECIO(WSV-IDX) TO REG-OC-PRECIO

           PERFORM 240000-WRITE-ORDEN
              THRU 240000-WRITE-ORDEN-F
