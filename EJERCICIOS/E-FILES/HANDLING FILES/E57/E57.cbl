      *de SERVICIOIX.txt de cada cuenta, las entradas que tenga en
      *RECHAZADOS.txt con su importe de deuda y los pagos parciales
      *pendientes de PAGOS_PARCIALES.txt, y lo graba en el reporte
      *POSICION_CLIENTE.txt. Ademas de sus cuentas propias entran las
      *que el cliente tiene como cotitular o apoderado segun
      *COTITULARES.txt (E146), y cada cuenta lista a todos sus
      *firmantes vigentes con su rol, regla de firma y vigencia.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-SRV.

       SELECT COTITULARES ASSIGN TO "COTITULARES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-COT-CLAVE
                       ALTERNATE RECORD KEY IS REG-COT-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-COT.

       SELECT RECHA ASSIGN TO WS-RECHA-FILE
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD SERVICIOS.
          01 REG-SERVICIOIX.
             05 REG-PER-FACTURADO-SRV    PIC X(06).
             05 REG-MONTO-FACTURADO-SRV  PIC S9(05)V9(02).

       FD COTITULARES.
          01 REG-COTITULAR.
             05 REG-COT-CLAVE.
                10 REG-COT-CUENTA        PIC X(08).
                10 REG-COT-CLIENTE       PIC 9(08).
             05 REG-COT-ROL              PIC X(01).
                88 REG-COT-TITULAR              VALUE "T".
                88 REG-COT-COTITULAR            VALUE "C".
                88 REG-COT-APODERADO            VALUE "A".
             05 REG-COT-FIRMA            PIC X(01).
                88 REG-COT-INDISTINTA           VALUE "I".
                88 REG-COT-CONJUNTA             VALUE "C".
             05 REG-COT-VIGENCIA-DESDE   PIC 9(08).
             05 REG-COT-VIGENCIA-HASTA   PIC 9(08).
             05 REG-COT-ESTADO           PIC X(01).
                88 REG-COT-VIGENTE              VALUE "V".
                88 REG-COT-BAJA                 VALUE "B".
             05 REG-COT-FECHA-ALTA       PIC 9(08).
             05 REG-COT-FECHA-ESTADO     PIC 9(08).

       FD RECHA.
          01 REG-RECHA.
             05 REG-NRO-CLI-R           PIC 9(08).
              '150000-CARGAR-PARCIALES     '.
              05 CON-160000-OPEN-REPORTE    PIC X(30) VALUE
              '160000-OPEN-REPORTE         '.
              05 CON-170000-OPEN-COTITULARES PIC X(30) VALUE
              '170000-OPEN-COTITULARES     '.
              05 CON-210000-READ-PEDIDO     PIC X(30) VALUE
              '210000-READ-PEDIDO          '.
              05 CON-232000-READ-NEXT-CLI   PIC X(30) VALUE
              '232000-READ-NEXT-CLIENTE    '.
              05 CON-234000-READ-NEXT-COT   PIC X(30) VALUE
              '234000-READ-NEXT-COTITULAR  '.
              05 CON-236000-READ-CUENTA     PIC X(30) VALUE
              '236000-READ-CUENTA          '.
              05 CON-238000-READ-FIRMANTE   PIC X(30) VALUE
              '238000-READ-FIRMANTE        '.
              05 CON-245000-READ-SERVICIO   PIC X(30) VALUE
              '245000-READ-SERVICIO        '.
              05 CON-280000-WRITE-REPORTE   PIC X(30) VALUE
              05 CON-PARCIAL   PIC X(10) VALUE 'PARCIAL   '.
              05 CON-REPORTE   PIC X(10) VALUE 'REPORTE   '.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-COTITULARES PIC X(10) VALUE 'COTITULAR '.
      ************************  PARAMETROS  ****************************
       01 WS-PARAMETROS.
          05 WS-RECHA-FILE            PIC X(40) VALUE
       01 WSV-TABLA-CUENTAS.
          02 WSV-CTA-ENTRY OCCURS 50 TIMES.
             05 WSV-CTA-NRO              PIC X(08).
             05 WSV-CTA-ROL              PIC X(01).
       01 WSV-CANT-CUENTAS               PIC 9(02) VALUE 0.
      ********************  LINEAS DE REPORTE  *************************
       01 WSL-TITULO.
          05 WSL-CTA-SALDO         PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(01) VALUE SPACES.
          05 WSL-CTA-MONEDA        PIC X(03).
          05 FILLER                PIC X(07) VALUE " ROL : ".
          05 WSL-CTA-ROL           PIC X(10).
          05 FILLER                PIC X(60) VALUE SPACES.

       01 WSL-FIRMANTE.
          05 FILLER                PIC X(15) VALUE "    FIRMANTE : ".
          05 WSL-FIR-CLIENTE       PIC 9(08).
          05 FILLER                PIC X(01) VALUE SPACES.
          05 WSL-FIR-ROL           PIC X(10).
          05 FILLER                PIC X(09) VALUE " FIRMA : ".
          05 WSL-FIR-FIRMA         PIC X(10).
          05 FILLER                PIC X(11) VALUE " VIGENCIA :".
          05 WSL-FIR-DESDE         PIC 9(08).
          05 FILLER                PIC X(03) VALUE " - ".
          05 WSL-FIR-HASTA         PIC 9(08).
          05 FILLER                PIC X(49) VALUE SPACES.

       01 WSL-SERVICIO.
          05 FILLER                PIC X(15) VALUE "    SERVICIO : ".
          05 FS-STATUS-PRM           PIC X(02) VALUE "00".
             88 FS-STATUS-PRM-OK               VALUE "00".
             88 FS-STATUS-PRM-NOT-FOUND        VALUE "35".

          05 FS-STATUS-COT           PIC X(02) VALUE "00".
             88 FS-STATUS-COT-OK               VALUE "00".
             88 FS-STATUS-COT-EOF              VALUE "10".
             88 FS-STATUS-COT-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-COT-NOT-FOUND        VALUE "35".

          05 WSV-SW-SIN-COTITULARES  PIC X(01) VALUE "N".
             88 WSV-SIN-COTITULARES            VALUE "S".

          05 WSV-SW-FIN-COTITULARES  PIC X(01).
             88 WSV-FIN-COTITULARES            VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-CLIENTE             PIC 9(08).
           PERFORM 160000-OPEN-REPORTE
              THRU 160000-OPEN-REPORTE-F

           PERFORM 170000-OPEN-COTITULARES
              THRU 170000-OPEN-COTITULARES-F

           PERFORM 210000-READ-PEDIDO
              THRU 210000-READ-PEDIDO-F
           .
           .
       160000-OPEN-REPORTE-F. EXIT.
      ******************************************************************
      *                         170000-OPEN-COTITULARES
      *Sin archivo de cotitulares cada cuenta tiene solo su titular.
      ******************************************************************
       170000-OPEN-COTITULARES.
           OPEN INPUT COTITULARES
           IF FS-STATUS-COT-NOT-FOUND
              MOVE "S" TO WSV-SW-SIN-COTITULARES
           ELSE
              IF NOT FS-STATUS-COT-OK
                 MOVE CON-170000-OPEN-COTITULARES TO WS-ERR-PARRAFO
                 MOVE CON-COTITULARES             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                   TO WS-ERR-OPERACION
                 MOVE FS-STATUS-COT               TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           .
       170000-OPEN-COTITULARES-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
      *                         230000-POSICION-CUENTAS
      *Junta primero las cuentas del cliente por la clave alternativa
      *y despues las relee de a una, porque el detalle de servicios
      *vuelve a posicionar los archivos indexados. Despues de las
      *propias se juntan las cuentas en las que el cliente figura
      *como cotitular o apoderado vigente.
      ******************************************************************
       230000-POSICION-CUENTAS.
           MOVE ZERO TO WSV-CANT-CUENTAS
                 OR REG-COD-CLIENTE-IX NOT EQUAL WSV-CLIENTE
           END-IF

           IF NOT WSV-SIN-COTITULARES
              MOVE WSV-CLIENTE TO REG-COT-CLIENTE
              START COTITULARES KEY IS EQUAL TO REG-COT-CLIENTE
              IF FS-STATUS-COT-OK
                 MOVE "N" TO WSV-SW-FIN-COTITULARES
                 PERFORM 234000-READ-NEXT-COTITULAR
                    THRU 234000-READ-NEXT-COTITULAR-F
                    UNTIL WSV-FIN-COTITULARES
              END-IF
           END-IF

           PERFORM VARYING WSV-IDX-CTA FROM 1 BY 1
              UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS
              MOVE "S" TO WSV-SW-TIENE-DATOS
                 MOVE REG-NRO-CUENTA-IX    TO WSL-CTA-NRO
                 MOVE REG-MONTO-CUENTA-IX  TO WSL-CTA-SALDO
                 MOVE REG-MONEDA-CUENTA-IX TO WSL-CTA-MONEDA
                 EVALUATE WSV-CTA-ROL(WSV-IDX-CTA)
                     WHEN "T"
                          MOVE "TITULAR   " TO WSL-CTA-ROL
                     WHEN "C"
                          MOVE "COTITULAR " TO WSL-CTA-ROL
                     WHEN OTHER
                          MOVE "APODERADO " TO WSL-CTA-ROL
                 END-EVALUATE
                 MOVE WSL-CUENTA           TO REG-LINEA-REPORTE
                 PERFORM 280000-WRITE-REPORTE
                    THRU 280000-WRITE-REPORTE-F

                 MOVE REG-NRO-CUENTA-IX TO WSV-CUENTA
                 PERFORM 237000-POSICION-FIRMANTES
                    THRU 237000-POSICION-FIRMANTES-F

                 PERFORM 240000-POSICION-SERVICIOS
                    THRU 240000-POSICION-SERVICIOS-F
              END-IF
                       ADD 1 TO WSV-CANT-CUENTAS
                       MOVE REG-NRO-CUENTA-IX TO
                          WSV-CTA-NRO(WSV-CANT-CUENTAS)
                       MOVE "T" TO WSV-CTA-ROL(WSV-CANT-CUENTAS)
                    END-IF
               WHEN FS-STATUS-EOF
                    CONTINUE
           .
       232000-READ-NEXT-CLIENTE-F. EXIT.
      ******************************************************************
      *                         234000-READ-NEXT-COTITULAR
      *Los registros de rol T son cuentas propias, ya en la tabla.
      ******************************************************************
       234000-READ-NEXT-COTITULAR.
           READ COTITULARES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    IF REG-COT-CLIENTE NOT = WSV-CLIENTE
                       MOVE "S" TO WSV-SW-FIN-COTITULARES
                       GO TO 234000-READ-NEXT-COTITULAR-F
                    END-IF
                    IF REG-COT-BAJA OR REG-COT-TITULAR
                       GO TO 234000-READ-NEXT-COTITULAR-F
                    END-IF
      *Una cuenta fuera de tabla desapareceria de la posicion del
      *cliente: tabla llena corta.
                    IF WSV-CANT-CUENTAS = 50
                       DISPLAY "E57: TABLA DE CUENTAS DEL "
                               "CLIENTE LLENA - AMPLIE LA TABLA"
                       MOVE CON-234000-READ-NEXT-COT TO
                          WS-ERR-PARRAFO
                       MOVE CON-COTITULARES TO WS-ERR-OBJETO
                       MOVE CON-LEER        TO WS-ERR-OPERACION
                       MOVE 99              TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CUENTAS
                    MOVE REG-COT-CUENTA TO
                       WSV-CTA-NRO(WSV-CANT-CUENTAS)
                    MOVE REG-COT-ROL TO
                       WSV-CTA-ROL(WSV-CANT-CUENTAS)
               WHEN FS-STATUS-COT-EOF
                    MOVE "S" TO WSV-SW-FIN-COTITULARES
               WHEN OTHER
                    MOVE CON-234000-READ-NEXT-COT TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       234000-READ-NEXT-COTITULAR-F. EXIT.
      ******************************************************************
      *                         236000-READ-CUENTA
      ******************************************************************
       236000-READ-CUENTA.
           .
       236000-READ-CUENTA-F. EXIT.
      ******************************************************************
      *                         237000-POSICION-FIRMANTES
      *Una linea para el titular de CUENTASIX y una por cada firmante
      *vigente de la cuenta WSV-CUENTA en COTITULARES.txt.
      ******************************************************************
       237000-POSICION-FIRMANTES.
           MOVE SPACES             TO REG-LINEA-REPORTE
           MOVE REG-COD-CLIENTE-IX TO WSL-FIR-CLIENTE
           MOVE "TITULAR   "       TO WSL-FIR-ROL
           MOVE SPACES             TO WSL-FIR-FIRMA
           MOVE ZERO               TO WSL-FIR-DESDE
           MOVE ZERO               TO WSL-FIR-HASTA
           MOVE WSL-FIRMANTE       TO REG-LINEA-REPORTE
           PERFORM 280000-WRITE-REPORTE
              THRU 280000-WRITE-REPORTE-F

           IF WSV-SIN-COTITULARES
              GO TO 237000-POSICION-FIRMANTES-F
           END-IF

           MOVE WSV-CUENTA TO REG-COT-CUENTA
           MOVE ZERO       TO REG-COT-CLIENTE
           START COTITULARES KEY IS NOT LESS THAN REG-COT-CLAVE
           IF FS-STATUS-COT-OK
              MOVE "N" TO WSV-SW-FIN-COTITULARES
              PERFORM 238000-READ-FIRMANTE
                 THRU 238000-READ-FIRMANTE-F
                 UNTIL WSV-FIN-COTITULARES
           END-IF
           .
       237000-POSICION-FIRMANTES-F. EXIT.
      ******************************************************************
      *                         238000-READ-FIRMANTE
      ******************************************************************
       238000-READ-FIRMANTE.
           READ COTITULARES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    IF REG-COT-CUENTA NOT = WSV-CUENTA
                       MOVE "S" TO WSV-SW-FIN-COTITULARES
                    ELSE
                       IF REG-COT-VIGENTE
                          MOVE SPACES TO REG-LINEA-REPORTE
                          MOVE REG-COT-CLIENTE TO WSL-FIR-CLIENTE
                          EVALUATE TRUE
                              WHEN REG-COT-TITULAR
                                   MOVE "TITULAR   " TO WSL-FIR-ROL
                              WHEN REG-COT-COTITULAR
                                   MOVE "COTITULAR " TO WSL-FIR-ROL
                              WHEN OTHER
                                   MOVE "APODERADO " TO WSL-FIR-ROL
                          END-EVALUATE
                          IF REG-COT-CONJUNTA
                             MOVE "CONJUNTA  " TO WSL-FIR-FIRMA
                          ELSE
                             MOVE "INDISTINTA" TO WSL-FIR-FIRMA
                          END-IF
                          MOVE REG-COT-VIGENCIA-DESDE TO WSL-FIR-DESDE
                          MOVE REG-COT-VIGENCIA-HASTA TO WSL-FIR-HASTA
                          MOVE WSL-FIRMANTE TO REG-LINEA-REPORTE
                          PERFORM 280000-WRITE-REPORTE
                             THRU 280000-WRITE-REPORTE-F
                       END-IF
                    END-IF
               WHEN FS-STATUS-COT-EOF
                    MOVE "S" TO WSV-SW-FIN-COTITULARES
               WHEN OTHER
                    MOVE CON-238000-READ-FIRMANTE TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       238000-READ-FIRMANTE-F. EXIT.
      ******************************************************************
      *                         240000-POSICION-SERVICIOS
      ******************************************************************
       240000-POSICION-SERVICIOS.
           CLOSE PEDIDOS
           CLOSE DATOS
           CLOSE SERVICIOS
           IF NOT WSV-SIN-COTITULARES
              CLOSE COTITULARES
           END-IF
           CLOSE REPORTE
           IF NOT FS-STATUS-REP-OK
              MOVE CON-300000-EXIT TO WS-ERR-PARRAFO
