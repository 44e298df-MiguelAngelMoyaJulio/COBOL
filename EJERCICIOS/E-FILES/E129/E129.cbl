             05 REG-NOV-DOC-NUMERO   PIC X(10).
             05 REG-NOV-NACIONALIDAD PIC X(03).
             05 REG-NOV-DOC-VENCE    PIC 9(08).
             05 REG-NOV-BUCKET       PIC X(01).

       FD MANIFIESTO.
          01 REG-MANIFIESTO.
