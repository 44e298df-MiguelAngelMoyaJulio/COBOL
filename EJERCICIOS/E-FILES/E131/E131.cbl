             05 REG-TRZ-PRODUCTO           PIC 9(02).
             05 REG-TRZ-LOTE               PIC X(06).
             05 REG-TRZ-CANTIDAD           PIC 9(03).
             05 REG-TRZ-COSTO              PIC 9(05)V9(02).
             05 REG-TRZ-VALOR              PIC 9(07)V9(02).
             05 REG-TRZ-RECETA             PIC 9(06).

       FD CONTROLADOS.
          01 REG-CONTROLADO.
