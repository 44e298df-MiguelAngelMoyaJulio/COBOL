             05 REG-NOV-DOC-NUMERO   PIC X(10).
             05 REG-NOV-NACIONALIDAD PIC X(03).
             05 REG-NOV-DOC-VENCE    PIC 9(08).
             05 REG-NOV-BUCKET       PIC X(01).

       FD RECHAZOS.
          01 REG-RECHAZO.
           MOVE "M"             TO REG-NOV-FORMA-PAGO
           MOVE WSV-FECHA-HOY   TO REG-NOV-FECHA-VENTA
           MOVE REG-SOC-DOCUMENTO TO REG-NOV-DOC-NUMERO
           MOVE SPACE           TO REG-NOV-BUCKET

           WRITE REG-NOVEDAD
           IF NOT FS-STATUS-NOV-OK
