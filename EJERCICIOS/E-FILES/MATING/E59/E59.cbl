      *de editar SERVICIOS.txt a mano. El archivo sale con el trailer
      *TRL + cantidad + suma de control que exige E62, y E59MRG lo
      *fusiona con SERVICIOS.txt regenerando el trailer combinado.
      *La banda de la tarifa depende del producto de la cuenta del
      *cliente (la primera que tenga en CUENTASIX.txt por la clave
      *alternativa de cliente): cada tramo de TARIFAMANT.txt lleva
      *el grupo de tarifa al que pertenece y el producto, consultado
      *con RUTPROD, dice que grupo le toca. Un tramo sin grupo es la
      *tarifa general, que se aplica cuando el cliente no tiene
      *cuenta, su producto no tiene grupo o el grupo no tiene tramo
      *para ese saldo. Una cuota en cero (producto bonificado) no se
      *emite.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT TARIFAS ASSIGN TO "TARIFAMANT.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FS-STATUS2.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS REG-NRO-CUENTA-IX
                     ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                        WITH DUPLICATES
                     FILE STATUS  IS WS-FS-STATUS4.
      ****************************  OUTPUT  ****************************
       SELECT SERVICIO ASSIGN TO "SERVICIOS_MANT.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
             05 REG-TARIFA-DESDE        PIC 9(15)V9(02).
             05 REG-TARIFA-HASTA        PIC 9(15)V9(02).
             05 REG-TARIFA-CUOTA        PIC 9(15)V9(02).
             05 REG-TARIFA-GRUPO        PIC X(02).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD SERVICIO.
          01 REG-SERVICIO.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTTOTAL  PIC X(08) VALUE 'RUTTOTAL'.
              05 CON-RUTPROD   PIC X(08) VALUE 'RUTPROD '.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-CUENTA     PIC X(30) VALUE
              '110000-OPEN-CUENTA          '.
              '120000-CARGAR-TARIFAS       '.
              05 CON-130000-OPEN-SERVICIO   PIC X(30) VALUE
              '130000-OPEN-SERVICIO        '.
              05 CON-140000-OPEN-DATOS      PIC X(30) VALUE
              '140000-OPEN-DATOS           '.
              05 CON-215000-BUSCAR-PRODUCTO PIC X(30) VALUE
              '215000-BUSCAR-PRODUCTO      '.
              05 CON-210000-READ-CUENTA     PIC X(30) VALUE
              '210000-READ-CUENTA          '.
              05 CON-230000-WRITE-SERVICIO  PIC X(30) VALUE
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
           02 CON-OBJETOS.
              05 CON-CUENTA    PIC X(10) VALUE 'CUENTA    '.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS     '.
              05 CON-PRODUCTOS PIC X(10) VALUE 'PRODUCTOS '.
              05 CON-TARIFAS   PIC X(10) VALUE 'TARIFAS   '.
              05 CON-SERVICIO  PIC X(10) VALUE 'SERVICIO  '.
           02 CON-POLITICAS.
             05 WSV-TAR-DESDE            PIC 9(15)V9(02).
             05 WSV-TAR-HASTA            PIC 9(15)V9(02).
             05 WSV-TAR-CUOTA            PIC 9(15)V9(02).
             05 WSV-TAR-GRUPO            PIC X(02).
       01 WSV-CANT-TARIFAS               PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 WS-FS-STATUS3           PIC X(02) VALUE "00".
             88 WS-FS-STATUS3-OK               VALUE "00".

          05 WS-FS-STATUS4           PIC X(02) VALUE "00".
             88 WS-FS-STATUS4-OK               VALUE "00".
             88 WS-FS-STATUS4-EOF              VALUE "10".
             88 WS-FS-STATUS4-SIN-CLAVE        VALUE "23".

          05 WSS-SW-TARIFA-ENCONTRADA PIC X(01).
             88 WSS-TARIFA-ENCONTRADA-S       VALUE "S".
      ************************** VARIABLES *****************************
          05 WSV-IDX-TAR             PIC 9(02).
          05 WSV-CUOTA               PIC 9(15)V9(02).
          05 WSV-CANT-SIN-TARIFA     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-BONIFICADAS    PIC 9(05) VALUE ZERO.
          05 WSV-GRUPO-TARIFA        PIC X(02).
          05 WSV-GRUPO-BUSCADO       PIC X(02).
          05 WSV-CANT-GRABADOS       PIC 9(07) VALUE ZERO.
          05 WSV-HASH-IMPORTES       PIC 9(15)V9(02) VALUE ZERO.
      ************************** COPYS  ********************************
       COPY WSTOTALES.
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-PRODUCTO.
       COPY WSPRODUC.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
           PERFORM 130000-OPEN-SERVICIO
              THRU 130000-OPEN-SERVICIO-F

           PERFORM 140000-OPEN-DATOS
              THRU 140000-OPEN-DATOS-F

           PERFORM 210000-READ-CUENTA
              THRU 210000-READ-CUENTA-F
           .
                       WSV-TAR-HASTA(WSV-CANT-TARIFAS)
                    MOVE REG-TARIFA-CUOTA TO
                       WSV-TAR-CUOTA(WSV-CANT-TARIFAS)
                    MOVE REG-TARIFA-GRUPO TO
                       WSV-TAR-GRUPO(WSV-CANT-TARIFAS)
               WHEN WS-FS-STATUS2-EOF
                    CONTINUE
               WHEN OTHER
           .
       130000-OPEN-SERVICIO-F. EXIT.
      ******************************************************************
      *                         140000-OPEN-DATOS
      ******************************************************************
       140000-OPEN-DATOS.
           OPEN INPUT DATOS
           IF NOT WS-FS-STATUS4-OK
              MOVE CON-140000-OPEN-DATOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE WS-FS-STATUS4         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       140000-OPEN-DATOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           PERFORM 215000-BUSCAR-PRODUCTO
              THRU 215000-BUSCAR-PRODUCTO-F

           PERFORM 220000-BUSCAR-TARIFA
              THRU 220000-BUSCAR-TARIFA-F

           IF WSS-TARIFA-ENCONTRADA-S
              IF WSV-CUOTA = ZERO
                 ADD 1 TO WSV-CANT-BONIFICADAS
              ELSE
                 PERFORM 230000-WRITE-SERVICIO
                    THRU 230000-WRITE-SERVICIO-F
              END-IF
           ELSE
              ADD 1 TO WSV-CANT-SIN-TARIFA
              DISPLAY "CLIENTE " REG-CLIENTE-M
           .
       210000-READ-CUENTA-F. EXIT.
      ******************************************************************
      *                         215000-BUSCAR-PRODUCTO
      *Grupo de tarifa del producto de la primera cuenta del cliente;
      *sin cuenta o sin producto queda en blanco (tarifa general).
      ******************************************************************
       215000-BUSCAR-PRODUCTO.
           MOVE SPACES        TO WSV-GRUPO-TARIFA
           MOVE REG-CLIENTE-M TO REG-COD-CLIENTE-IX
           START DATOS KEY = REG-COD-CLIENTE-IX
           EVALUATE TRUE
               WHEN WS-FS-STATUS4-OK
                    CONTINUE
               WHEN WS-FS-STATUS4-SIN-CLAVE
                    GO TO 215000-BUSCAR-PRODUCTO-F
               WHEN OTHER
                    MOVE CON-215000-BUSCAR-PRODUCTO TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                  TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE WS-FS-STATUS4              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           READ DATOS NEXT
           IF NOT WS-FS-STATUS4-OK
              OR REG-COD-CLIENTE-IX NOT = REG-CLIENTE-M
              GO TO 215000-BUSCAR-PRODUCTO-F
           END-IF

           MOVE "C"                    TO WS-PRO-OPERACION
           MOVE REG-PRODUCTO-CUENTA-IX TO WS-PRO-CODIGO
           CALL CON-RUTPROD USING WS-REG-PRODUCTO
           IF WS-PRO-COD-RET = 99
              MOVE CON-215000-BUSCAR-PRODUCTO TO WS-ERR-PARRAFO
              MOVE CON-PRODUCTOS              TO WS-ERR-OBJETO
              MOVE CON-RUTINA                 TO WS-ERR-OPERACION
              MOVE WS-PRO-COD-RET             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WS-PRO-GRUPO-TARIFA TO WSV-GRUPO-TARIFA
           .
       215000-BUSCAR-PRODUCTO-F. EXIT.
      ******************************************************************
      *                         220000-BUSCAR-TARIFA
      *Primero el tramo del grupo del producto; si el grupo no tiene
      *tramo para el saldo, la tarifa general.
      ******************************************************************
       220000-BUSCAR-TARIFA.
           MOVE WSV-GRUPO-TARIFA TO WSV-GRUPO-BUSCADO
           PERFORM 225000-RECORRER-TARIFAS
              THRU 225000-RECORRER-TARIFAS-F

           IF NOT WSS-TARIFA-ENCONTRADA-S
              AND WSV-GRUPO-TARIFA NOT = SPACES
              MOVE SPACES TO WSV-GRUPO-BUSCADO
              PERFORM 225000-RECORRER-TARIFAS
                 THRU 225000-RECORRER-TARIFAS-F
           END-IF
           .
       220000-BUSCAR-TARIFA-F. EXIT.
      ******************************************************************
      *                         225000-RECORRER-TARIFAS
      ******************************************************************
       225000-RECORRER-TARIFAS.
           MOVE "N" TO WSS-SW-TARIFA-ENCONTRADA
           PERFORM VARYING WSV-IDX-TAR FROM 1 BY 1
              UNTIL WSV-IDX-TAR > WSV-CANT-TARIFAS
              OR WSS-TARIFA-ENCONTRADA-S
              IF WSV-TAR-GRUPO(WSV-IDX-TAR) = WSV-GRUPO-BUSCADO
                 AND REG-SALDO-M >= WSV-TAR-DESDE(WSV-IDX-TAR)
                 AND REG-SALDO-M <= WSV-TAR-HASTA(WSV-IDX-TAR)
                 MOVE "S" TO WSS-SW-TARIFA-ENCONTRADA
                 MOVE WSV-TAR-CUOTA(WSV-IDX-TAR) TO WSV-CUOTA
              END-IF
           END-PERFORM
           .
       225000-RECORRER-TARIFAS-F. EXIT.
      ******************************************************************
      *                         230000-WRITE-SERVICIO
      ******************************************************************
              THRU 290000-GRABAR-TRAILER-F

           CLOSE CUENTA
           CLOSE DATOS
           CLOSE SERVICIO
           IF NOT WS-FS-STATUS3-OK
              MOVE CON-300000-EXIT TO WS-ERR-PARRAFO
              DISPLAY "CUENTAS SIN TRAMO DE TARIFA : "
                      WSV-CANT-SIN-TARIFA
           END-IF
           IF WSV-CANT-BONIFICADAS > ZERO
              DISPLAY "CUENTAS CON CUOTA BONIFICADA: "
                      WSV-CANT-BONIFICADAS
           END-IF
           STOP RUN
           .
       300000-EXIT-F. EXIT.
