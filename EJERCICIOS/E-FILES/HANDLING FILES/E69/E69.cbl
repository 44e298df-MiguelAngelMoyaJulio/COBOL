             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD CUENTAS.
          01 REG-CUENTA.
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CLITEST.
          01 REG-CLIENTETEST.
             05 REG-COD-CLIENTE-IT       PIC 9(08).
             05 REG-MONTO-CUENTA-IT      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IT     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IT   PIC X(03).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
           MOVE WSV-CLIENTE-FALSO    TO REG-COD-CLIENTE-IT
           MOVE WSV-SALDO-MASCARA    TO REG-MONTO-CUENTA-IT
           MOVE REG-MONEDA-CUENTA-IX TO REG-MONEDA-CUENTA-IT
           MOVE REG-PRODUCTO-CUENTA-IX TO REG-PRODUCTO-CUENTA-IT

           WRITE REG-CUENTASIXTEST
           IF NOT FS-STATUS-IXT-OK
