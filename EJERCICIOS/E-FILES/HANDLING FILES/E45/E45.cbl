             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD RECHAZOS.
          01 REG-RECHAZO.
              05 CON-1         PIC 9(01) VALUE 1.
           02 CON-POLITICAS.
              05 CON-MONEDA-DEFECTO PIC X(03) VALUE 'ARS'.
      *       CUENTAS.txt no trae producto: las cuentas cargadas
      *       entran como caja de ahorro comun del catalogo (E145) y
      *       se recategorizan con la modificacion de E47.
              05 CON-PRODUCTO-DEFECTO PIC X(03) VALUE 'CA1'.
      ************************** TABLES ********************************

      **************************  SWITCHES  ****************************
           INITIALIZE REG-CUENTASIX
           MOVE REG-CUENTAS         TO REG-CUENTASIX
           MOVE CON-MONEDA-DEFECTO  TO REG-MONEDA-CUENTA-IX
           MOVE CON-PRODUCTO-DEFECTO TO REG-PRODUCTO-CUENTA-IX
           WRITE REG-CUENTASIX
           IF NOT FS-STATUS2-OK
              MOVE CON-220000-WRITE-CUENTASIX TO WS-ERR-PARRAFO 
