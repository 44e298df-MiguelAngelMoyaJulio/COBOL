      *                            FILES   
      ******************************************************************
      *****************************  INPUT  **************************** 
      *El producto de cada cuenta sale del maestro indexado que carga
      *E45; una cuenta que todavia no se cargo se lista sin producto.
       SELECT CUENTASIX ASSIGN TO "CUENTASIX.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS RANDOM
                     RECORD KEY   IS REG-NRO-CUENTA-IX
                     ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                        WITH DUPLICATES
                     FILE STATUS  IS FS-STATUS-IX.
      ****************************  OUTPUT  **************************** 
       SELECT DATOS ASSIGN TO "CUENTAS.txt"
                     ACCESS MODE  IS SEQUENTIAL
             05 REG-COD-CLIENTE          PIC 9(08).
             05 REG-MONTO-CUENTA         PIC S9(15)V9(02).

       FD CUENTASIX.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CSV.
          01 REG-LINEA-CSV               PIC X(60).
      ******************************************************************
              '260000-WRITE-CSV            '.
              05 CON-320000-CLOSE-CSV        PIC X(30) VALUE
              '320000-CLOSE-CSV            '.
              05 CON-130000-OPEN-CUENTASIX   PIC X(30) VALUE
              '130000-OPEN-CUENTASIX       '.
              05 CON-220000-READ-CUENTASIX   PIC X(30) VALUE
              '220000-READ-CUENTASIX       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS   '.
              05 CON-CSV       PIC X(10) VALUE 'CSV       '.
              05 CON-CUENTASIX PIC X(10) VALUE 'CUENTASIX '.
           02 CON-OTROS.
              05 CON-1         PIC 9(01) VALUE 1.
      ************************** TABLES ********************************

          05 FS-STATUS-CSV           PIC X(02) VALUE "00".
             88 FS-STATUS-CSV-OK                VALUE "00".

          05 FS-STATUS-IX            PIC X(02) VALUE "00".
             88 FS-STATUS-IX-OK                 VALUE "00".
             88 FS-STATUS-IX-NOT-FOUND          VALUE "23".
      ************************** VARIABLES *****************************
       01 WS-VARIABLES.
          02 WS-RESP-CSV             PIC X(01).
             88 WS-EXPORTAR-CSV                VALUE "S".
       01 WSC-CABECERA-CSV           PIC X(42) VALUE
          "NRO.CUENTA,COD.CLIENTE,DISPONIBLE,PRODUCTO".
       01 WSC-LINEA-CSV.
           02 CSV-CUENTA  PIC X(08).
           02 FILLER      PIC X(01) VALUE ",".
           02 CSV-CLIENTE PIC 9(08).
           02 FILLER      PIC X(01) VALUE ",".
           02 CSV-MONTO   PIC -999999999999999,99.
           02 FILLER      PIC X(01) VALUE ",".
           02 CSV-PRODUCTO PIC X(03).
       01 WSV-AST.
           02 FILLER PIC X(01) VALUE "*".   
           02 FILLER PIC X(12) VALUE ALL "_".   
           02 FILLER PIC X(01) VALUE "*".   
           02 FILLER PIC X(23) VALUE ALL "_".   
           02 FILLER PIC X(01) VALUE "*".   
           02 FILLER PIC X(06) VALUE ALL "_".
           02 FILLER PIC X(01) VALUE "*".
       01 WSV-TITULO.   
           02 FILLER PIC X(01) VALUE "|".   
           02 FILLER PIC X(12) VALUE " NRO.CUENTA ".   
           02 FILLER PIC X(01) VALUE "|".   
           02 FILLER PIC X(23) VALUE " DISPONIBLE CUENTA     ".   
           02 FILLER PIC X(01) VALUE "|".   
           02 FILLER PIC X(06) VALUE " PROD ".
           02 FILLER PIC X(01) VALUE "|".
       01 WSV-SUBTITULO.   
           02 FILLER      PIC X(03) VALUE "|  ".   
           02 SUB-CUENTA1 PIC X(02).   
           02 FILLER      PIC X(02) VALUE" |".   
           02 SUB-MONTO   PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.   
           02 FILLER      PIC X(01) VALUE "|".   
           02 FILLER      PIC X(02) VALUE "  ".
           02 SUB-PRODUCTO PIC X(03).
           02 FILLER      PIC X(02) VALUE " |".

       01 WS-ERRORES.
           05 WS-ERR-PARRAFO            PIC X(30).
           PERFORM 110000-OPEN-DATOS
              THRU 110000-OPEN-DATOS-F

           PERFORM 130000-OPEN-CUENTASIX
              THRU 130000-OPEN-CUENTASIX-F

           IF WS-EXPORTAR-CSV
              PERFORM 120000-OPEN-CSV
                 THRU 120000-OPEN-CSV-F
           .
       120000-OPEN-CSV-F. EXIT.
      ******************************************************************
      *                         130000-OPEN-CUENTASIX
      ******************************************************************
       130000-OPEN-CUENTASIX.
           OPEN INPUT CUENTASIX
           IF NOT FS-STATUS-IX-OK
              MOVE CON-130000-OPEN-CUENTASIX TO WS-ERR-PARRAFO
              MOVE CON-CUENTASIX             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-IX              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       130000-OPEN-CUENTASIX-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS   
      ****************************************************************** 
       200000-PROCESS.
           MOVE REG-NRO-CUENTA(8:1) TO SUB-CUENTA3
           MOVE REG-COD-CLIENTE     TO SUB-COD-CLI
           MOVE REG-MONTO-CUENTA    TO SUB-MONTO

           PERFORM 220000-READ-CUENTASIX
              THRU 220000-READ-CUENTASIX-F
           MOVE REG-PRODUCTO-CUENTA-IX TO SUB-PRODUCTO
           DISPLAY WSV-SUBTITULO

           IF WS-EXPORTAR-CSV
           .
       210000-READ-DATOS-F. EXIT.
      ******************************************************************
      *                         220000-READ-CUENTASIX
      ******************************************************************
       220000-READ-CUENTASIX.
           MOVE REG-NRO-CUENTA TO REG-NRO-CUENTA-IX
           READ CUENTASIX
           EVALUATE TRUE
               WHEN FS-STATUS-IX-OK
                    CONTINUE
               WHEN FS-STATUS-IX-NOT-FOUND
                    MOVE SPACES TO REG-PRODUCTO-CUENTA-IX
               WHEN OTHER
                    MOVE CON-220000-READ-CUENTASIX TO WS-ERR-PARRAFO
                    MOVE CON-CUENTASIX             TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-IX              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       220000-READ-CUENTASIX-F. EXIT.
      ******************************************************************
      *                         260000-WRITE-CSV
      ******************************************************************
       260000-WRITE-CSV.
           MOVE REG-NRO-CUENTA   TO CSV-CUENTA
           MOVE REG-COD-CLIENTE  TO CSV-CLIENTE
           MOVE REG-MONTO-CUENTA TO CSV-MONTO
           MOVE REG-PRODUCTO-CUENTA-IX TO CSV-PRODUCTO
           MOVE WSC-LINEA-CSV    TO REG-LINEA-CSV
           WRITE REG-LINEA-CSV
           IF NOT FS-STATUS-CSV-OK
           PERFORM 310000-CLOSE-DATOS
              THRU 310000-CLOSE-DATOS-F

           CLOSE CUENTASIX

           IF WS-EXPORTAR-CSV
              PERFORM 320000-CLOSE-CSV
                 THRU 320000-CLOSE-CSV-F
