      *genero E68GEN en SERVICIOS.txt), y arma la posicion de una
      *pagina con el neto proyectado por moneda, convirtiendo las
      *monedas extranjeras a pesos con las cotizaciones de
      *TASASDIA.txt que mantiene E65. Agrega la posicion de cambio
      *con clientes del dia por moneda (compras y ventas de moneda
      *que aplico el lote de E47, de CAMBIOS_CLIENTES.txt), que ya
      *esta en los saldos pero el tesorero necesita ver aparte para
      *cubrirse. Tambien muestra por moneda el efectivo pendiente
      *de mover entre tesoreria y las bovedas de sucursal (ordenes de
      *provision y de remesa que genero E157 en ORDENES_TESORO.txt y
      *que las sucursales todavia no cumplieron por E99); es efectivo
      *propio que cambia de lugar, no entra en el neto proyectado.
      *Los archivos de movimiento que todavia no existen
      *ese dia cuentan como cero: no cortan la posicion. Sale por
      *pantalla y queda en POSICION_TESORERIA.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT SERVICIOS ASSIGN TO "SERVICIOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-STATUS-SRV.

       SELECT CAMBIOS ASSIGN TO "CAMBIOS_CLIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-STATUS-CAM.

       SELECT ORDENES ASSIGN TO "ORDENES_TESORO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-OTS-NUMERO
                       FILE STATUS  IS FS-STATUS-OTS.
      ****************************  OUTPUT  ****************************
       SELECT POSICION ASSIGN TO "POSICION_TESORERIA.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD TASASDIA.
          01 REG-TASADIA.
             05 REG-SERVICIO-N          PIC X(03).
             05 REG-MONTO-N             PIC 9(15)V9(02).

       FD CAMBIOS.
          01 REG-CAMBIO.
             05 REG-CAM-FECHA            PIC 9(08).
             05 REG-CAM-NRO-TRAN         PIC 9(08).
             05 REG-CAM-CLIENTE          PIC 9(08).
             05 REG-CAM-CUENTA-DEBITO    PIC X(08).
             05 REG-CAM-CUENTA-CREDITO   PIC X(08).
             05 REG-CAM-SENTIDO          PIC X(01).
                88 REG-CAM-COMPRA-CLIENTE       VALUE "C".
                88 REG-CAM-VENTA-CLIENTE        VALUE "V".
             05 REG-CAM-MONEDA           PIC X(03).
             05 REG-CAM-IMPORTE-MONEDA   PIC 9(15)V9(02).
             05 REG-CAM-IMPORTE-ARS      PIC 9(15)V9(02).
             05 REG-CAM-TASA             PIC 9(04)V9(04).
             05 REG-CAM-SPREAD           PIC 9(03)V9(02).
             05 REG-CAM-OPERADOR         PIC X(08).

       FD ORDENES.
          01 REG-ORDEN-TESORO.
             05 REG-OTS-NUMERO           PIC 9(08).
             05 REG-OTS-FECHA            PIC 9(08).
             05 REG-OTS-SUCURSAL         PIC X(03).
             05 REG-OTS-MONEDA           PIC X(03).
             05 REG-OTS-TIPO             PIC X(01).
                88 REG-OTS-PROVISION            VALUE "P".
                88 REG-OTS-REMESA               VALUE "R".
             05 REG-OTS-IMPORTE          PIC 9(15)V9(02).
             05 REG-OTS-ESTADO           PIC X(01).
                88 REG-OTS-PENDIENTE            VALUE "P".
                88 REG-OTS-CUMPLIDA             VALUE "C".
             05 REG-OTS-FECHA-CUMPLIDA   PIC 9(08).
             05 REG-OTS-IMPORTE-CUMPLIDO PIC 9(15)V9(02).
             05 REG-OTS-OPERADOR         PIC X(08).

       FD POSICION.
          01 REG-POSICION              PIC X(80).
      ******************************************************************
              '130000-SALIDAS              '.
              05 CON-140000-ENTRADAS        PIC X(30) VALUE
              '140000-ENTRADAS             '.
              05 CON-150000-CAMBIOS         PIC X(30) VALUE
              '150000-CAMBIOS-CLIENTES     '.
              05 CON-160000-ORDENES         PIC X(30) VALUE
              '160000-ORDENES-TESORO       '.
              05 CON-300000-INFORMAR        PIC X(30) VALUE
              '300000-INFORMAR             '.
           02 CON-OPERACIONES.
              05 CON-SACPAGOS  PIC X(10) VALUE 'SACPAGOS  '.
              05 CON-CONVENIOS PIC X(10) VALUE 'CONVENIOS '.
              05 CON-SERVICIOS PIC X(10) VALUE 'SERVICIOS '.
              05 CON-CAMBIOS   PIC X(10) VALUE 'CAMBIOS   '.
              05 CON-ORDENES   PIC X(10) VALUE 'ORDENES   '.
              05 CON-POSICION  PIC X(10) VALUE 'POSICION  '.
      ************************  PARAMETROS  ****************************
       01 WS-PARAMETROS.
          02 WSV-BCO-ENTRY OCCURS 20 TIMES.
             05 WSV-BCO-CODIGO           PIC X(03).
       01 WSV-CANT-BANCOS                PIC 9(02) VALUE 0.

      *Por moneda: lo que se les vendio a los clientes (ellos
      *compran) y lo que se les compro, con los pesos de cada lado.
       01 WSV-TABLA-CAMBIOS.
          02 WSV-CAM-ENTRY OCCURS 20 TIMES.
             05 WSV-CAM-MONEDA           PIC X(03).
             05 WSV-CAM-VENDIDO          PIC 9(15)V9(02).
             05 WSV-CAM-COMPRADO         PIC 9(15)V9(02).
             05 WSV-CAM-ARS-COBRADO      PIC 9(15)V9(02).
             05 WSV-CAM-ARS-PAGADO       PIC 9(15)V9(02).
       01 WSV-CANT-CAMBIOS               PIC 9(02) VALUE 0.

      *Por moneda: efectivo pendiente de enviar a las bovedas
      *(provisiones) y de recibir de ellas (remesas).
       01 WSV-TABLA-ORDENES.
          02 WSV-OTS-ENTRY OCCURS 20 TIMES.
             05 WSV-OTS-MONEDA           PIC X(03).
             05 WSV-OTS-CANT             PIC 9(05).
             05 WSV-OTS-PROVISIONES      PIC 9(15)V9(02).
             05 WSV-OTS-REMESAS          PIC 9(15)V9(02).
       01 WSV-CANT-ORDENES               PIC 9(02) VALUE 0.
      ********************  VISTA DE NOMINA  ***************************
       01 WSR-NOMINA-VISTA.
          05 WSR-NOM-NUMERO           PIC X(08).
             88 FS-STATUS-SRV-OK               VALUE "00".
             88 FS-STATUS-SRV-EOF              VALUE "10".
             88 FS-STATUS-SRV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CAM           PIC X(02) VALUE "00".
             88 FS-STATUS-CAM-OK               VALUE "00".
             88 FS-STATUS-CAM-EOF              VALUE "10".
             88 FS-STATUS-CAM-NOT-FOUND        VALUE "35".
          05 FS-STATUS-OTS           PIC X(02) VALUE "00".
             88 FS-STATUS-OTS-OK               VALUE "00".
             88 FS-STATUS-OTS-EOF              VALUE "10".
             88 FS-STATUS-OTS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-POS           PIC X(02) VALUE "00".
             88 FS-STATUS-POS-OK               VALUE "00".
          05 WSV-SW-MONEDA-HALLADA   PIC X(01).
           PERFORM 140000-ENTRADAS
              THRU 140000-ENTRADAS-F

           PERFORM 150000-CAMBIOS-CLIENTES
              THRU 150000-CAMBIOS-CLIENTES-F

           PERFORM 160000-ORDENES-TESORO
              THRU 160000-ORDENES-TESORO-F

           PERFORM 300000-INFORMAR
              THRU 300000-INFORMAR-F
           STOP RUN
           .
       144000-LEER-SERVICIO-F. EXIT.
      ******************************************************************
      *                         150000-CAMBIOS-CLIENTES
      *Solo cuentan las operaciones de cambio de la fecha del dia.
      ******************************************************************
       150000-CAMBIOS-CLIENTES.
           OPEN INPUT CAMBIOS
           IF FS-STATUS-CAM-NOT-FOUND
              MOVE "10" TO FS-STATUS-CAM
           END-IF
           PERFORM 152000-LEER-CAMBIO
              THRU 152000-LEER-CAMBIO-F
              UNTIL FS-STATUS-CAM-EOF
           IF NOT FS-STATUS-CAM-NOT-FOUND
              CLOSE CAMBIOS
           END-IF
           MOVE "00" TO FS-STATUS-CAM
           .
       150000-CAMBIOS-CLIENTES-F. EXIT.
      ******************************************************************
      *                         152000-LEER-CAMBIO
      ******************************************************************
       152000-LEER-CAMBIO.
           READ CAMBIOS
           EVALUATE TRUE
               WHEN FS-STATUS-CAM-OK
                    IF REG-CAM-FECHA = WSV-FECHA-HOY
                       PERFORM 155000-ACUMULAR-CAMBIO
                          THRU 155000-ACUMULAR-CAMBIO-F
                    END-IF
               WHEN FS-STATUS-CAM-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-CAMBIOS TO WS-ERR-PARRAFO
                    MOVE CON-CAMBIOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAM      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       152000-LEER-CAMBIO-F. EXIT.
      ******************************************************************
      *                         155000-ACUMULAR-CAMBIO
      ******************************************************************
       155000-ACUMULAR-CAMBIO.
           MOVE "N" TO WSV-SW-MONEDA-HALLADA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CAMBIOS
              OR WSV-MONEDA-HALLADA
              IF WSV-CAM-MONEDA(WSV-IDX) = REG-CAM-MONEDA
                 MOVE "S" TO WSV-SW-MONEDA-HALLADA
              END-IF
           END-PERFORM

           IF WSV-MONEDA-HALLADA
              SUBTRACT 1 FROM WSV-IDX
           ELSE
              IF WSV-CANT-CAMBIOS = 20
                 DISPLAY "E101: TABLA DE CAMBIOS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-150000-CAMBIOS TO WS-ERR-PARRAFO
                 MOVE CON-CAMBIOS        TO WS-ERR-OBJETO
                 MOVE CON-LEER           TO WS-ERR-OPERACION
                 MOVE 99                 TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-CAMBIOS
              MOVE WSV-CANT-CAMBIOS TO WSV-IDX
              MOVE REG-CAM-MONEDA TO WSV-CAM-MONEDA(WSV-IDX)
              MOVE ZERO TO WSV-CAM-VENDIDO(WSV-IDX)
              MOVE ZERO TO WSV-CAM-COMPRADO(WSV-IDX)
              MOVE ZERO TO WSV-CAM-ARS-COBRADO(WSV-IDX)
              MOVE ZERO TO WSV-CAM-ARS-PAGADO(WSV-IDX)
           END-IF

           IF REG-CAM-COMPRA-CLIENTE
              ADD REG-CAM-IMPORTE-MONEDA TO WSV-CAM-VENDIDO(WSV-IDX)
              ADD REG-CAM-IMPORTE-ARS TO WSV-CAM-ARS-COBRADO(WSV-IDX)
           ELSE
              ADD REG-CAM-IMPORTE-MONEDA TO WSV-CAM-COMPRADO(WSV-IDX)
              ADD REG-CAM-IMPORTE-ARS TO WSV-CAM-ARS-PAGADO(WSV-IDX)
           END-IF
           .
       155000-ACUMULAR-CAMBIO-F. EXIT.
      ******************************************************************
      *                         160000-ORDENES-TESORO
      ******************************************************************
       160000-ORDENES-TESORO.
           OPEN INPUT ORDENES
           IF FS-STATUS-OTS-NOT-FOUND
              MOVE "10" TO FS-STATUS-OTS
           END-IF
           PERFORM 162000-LEER-ORDEN
              THRU 162000-LEER-ORDEN-F
              UNTIL FS-STATUS-OTS-EOF
           IF NOT FS-STATUS-OTS-NOT-FOUND
              CLOSE ORDENES
           END-IF
           MOVE "00" TO FS-STATUS-OTS
           .
       160000-ORDENES-TESORO-F. EXIT.
      ******************************************************************
      *                         162000-LEER-ORDEN
      ******************************************************************
       162000-LEER-ORDEN.
           READ ORDENES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-OTS-OK
                    IF REG-OTS-PENDIENTE
                       PERFORM 165000-ACUMULAR-ORDEN
                          THRU 165000-ACUMULAR-ORDEN-F
                    END-IF
               WHEN FS-STATUS-OTS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-160000-ORDENES TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-OTS      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       162000-LEER-ORDEN-F. EXIT.
      ******************************************************************
      *                         165000-ACUMULAR-ORDEN
      ******************************************************************
       165000-ACUMULAR-ORDEN.
           MOVE "N" TO WSV-SW-MONEDA-HALLADA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ORDENES
              OR WSV-MONEDA-HALLADA
              IF WSV-OTS-MONEDA(WSV-IDX) = REG-OTS-MONEDA
                 MOVE "S" TO WSV-SW-MONEDA-HALLADA
              END-IF
           END-PERFORM

           IF WSV-MONEDA-HALLADA
              SUBTRACT 1 FROM WSV-IDX
           ELSE
              IF WSV-CANT-ORDENES = 20
                 DISPLAY "E101: TABLA DE ORDENES LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-160000-ORDENES TO WS-ERR-PARRAFO
                 MOVE CON-ORDENES        TO WS-ERR-OBJETO
                 MOVE CON-LEER           TO WS-ERR-OPERACION
                 MOVE 99                 TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-ORDENES
              MOVE WSV-CANT-ORDENES TO WSV-IDX
              MOVE REG-OTS-MONEDA TO WSV-OTS-MONEDA(WSV-IDX)
              MOVE ZERO TO WSV-OTS-CANT(WSV-IDX)
              MOVE ZERO TO WSV-OTS-PROVISIONES(WSV-IDX)
              MOVE ZERO TO WSV-OTS-REMESAS(WSV-IDX)
           END-IF

           ADD 1 TO WSV-OTS-CANT(WSV-IDX)
           IF REG-OTS-PROVISION
              ADD REG-OTS-IMPORTE TO WSV-OTS-PROVISIONES(WSV-IDX)
           ELSE
              ADD REG-OTS-IMPORTE TO WSV-OTS-REMESAS(WSV-IDX)
           END-IF
           .
       165000-ACUMULAR-ORDEN-F. EXIT.
      ******************************************************************
      *                         300000-INFORMAR
      ******************************************************************
       300000-INFORMAR.
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MONEDAS

           IF WSV-CANT-CAMBIOS > ZERO
              MOVE SPACES TO WSV-LINEA
              STRING "CAMBIO CON CLIENTES DEL DIA" DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 310000-ESCRIBIR-LINEA
                 THRU 310000-ESCRIBIR-LINEA-F
              PERFORM 330000-LINEA-CAMBIO
                 THRU 330000-LINEA-CAMBIO-F
                 VARYING WSV-IDX FROM 1 BY 1
                 UNTIL WSV-IDX > WSV-CANT-CAMBIOS
           END-IF

           IF WSV-CANT-ORDENES > ZERO
              MOVE SPACES TO WSV-LINEA
              STRING "EFECTIVO PENDIENTE CON BOVEDAS DE SUCURSAL"
                 DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 310000-ESCRIBIR-LINEA
                 THRU 310000-ESCRIBIR-LINEA-F
              PERFORM 340000-LINEA-ORDENES
                 THRU 340000-LINEA-ORDENES-F
                 VARYING WSV-IDX FROM 1 BY 1
                 UNTIL WSV-IDX > WSV-CANT-ORDENES
           END-IF

           MOVE WSV-SALIDAS-ARS TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "SALIDAS COMPROMETIDAS (ARS)  : " DELIMITED BY SIZE
           .
       320000-LINEA-MONEDA-F. EXIT.
      ******************************************************************
      *                         330000-LINEA-CAMBIO
      *La posicion neta de la moneda es lo que el banco compro menos
      *lo que vendio (negativa: el banco quedo vendido y tiene que
      *cubrirse); los pesos netos son lo cobrado menos lo pagado.
      ******************************************************************
       330000-LINEA-CAMBIO.
           MOVE WSV-CAM-VENDIDO(WSV-IDX) TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-CAM-MONEDA(WSV-IDX) DELIMITED BY SIZE
              " VENDIDO A CLIENTES     : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 310000-ESCRIBIR-LINEA
              THRU 310000-ESCRIBIR-LINEA-F

           MOVE WSV-CAM-COMPRADO(WSV-IDX) TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-CAM-MONEDA(WSV-IDX) DELIMITED BY SIZE
              " COMPRADO A CLIENTES    : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 310000-ESCRIBIR-LINEA
              THRU 310000-ESCRIBIR-LINEA-F

           COMPUTE WSV-NETO = WSV-CAM-COMPRADO(WSV-IDX)
              - WSV-CAM-VENDIDO(WSV-IDX)
           MOVE WSV-NETO TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-CAM-MONEDA(WSV-IDX) DELIMITED BY SIZE
              " POSICION NETA DEL DIA  : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 310000-ESCRIBIR-LINEA
              THRU 310000-ESCRIBIR-LINEA-F

           COMPUTE WSV-NETO = WSV-CAM-ARS-COBRADO(WSV-IDX)
              - WSV-CAM-ARS-PAGADO(WSV-IDX)
           MOVE WSV-NETO TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-CAM-MONEDA(WSV-IDX) DELIMITED BY SIZE
              " PESOS NETOS DEL CAMBIO : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 310000-ESCRIBIR-LINEA
              THRU 310000-ESCRIBIR-LINEA-F
           .
       330000-LINEA-CAMBIO-F. EXIT.
      ******************************************************************
      *                         340000-LINEA-ORDENES
      *Provisiones: efectivo que tesoreria tiene que mandar a las
      *sucursales; remesas: el que las sucursales le van a mandar.
      ******************************************************************
       340000-LINEA-ORDENES.
           MOVE WSV-OTS-PROVISIONES(WSV-IDX) TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-OTS-MONEDA(WSV-IDX) DELIMITED BY SIZE
              " PROVISIONES A ENVIAR   : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 310000-ESCRIBIR-LINEA
              THRU 310000-ESCRIBIR-LINEA-F

           MOVE WSV-OTS-REMESAS(WSV-IDX) TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-OTS-MONEDA(WSV-IDX) DELIMITED BY SIZE
              " REMESAS A RECIBIR      : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 310000-ESCRIBIR-LINEA
              THRU 310000-ESCRIBIR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-OTS-MONEDA(WSV-IDX) DELIMITED BY SIZE
              " ORDENES PENDIENTES     : " DELIMITED BY SIZE
              WSV-OTS-CANT(WSV-IDX) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 310000-ESCRIBIR-LINEA
              THRU 310000-ESCRIBIR-LINEA-F
           .
       340000-LINEA-ORDENES-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
