             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD TASASDIA.
          01 REG-TASADIA.
