      *cuenta en cada uno. La posicion muestra ademas el grado de
      *riesgo del titular segun RIESGO_CLIENTES.txt de E104 con sus
      *factores; un cliente sin registro (o sin archivo de riesgo
      *generado) es grado A, sin antecedentes. La cuenta se muestra
      *con su producto del catalogo PRODUCTOS.txt (RUTPROD) y con
      *todos sus firmantes de COTITULARES.txt (E146); la consulta
      *por cliente incluye las cuentas de las que es cotitular o
      *apoderado.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-HIST.

       SELECT COTITULARES ASSIGN TO "COTITULARES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-COT-CLAVE
                       ALTERNATE RECORD KEY IS REG-COT-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-COT.

       SELECT RIESGO ASSIGN TO "RIESGO_CLIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-RGO.
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD SERVICIOS.
          01 REG-SERVICIOIX.
             05 REG-HIST-MONTO-APLICADO  PIC S9(15)V9(02).
             05 REG-HIST-MONTO-NUEVO     PIC S9(15)V9(02).

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

       FD RIESGO.
          01 REG-RIESGO.
             05 REG-RGO-CLIENTE          PIC 9(08).
             05 REG-RGO-FACTOR-FRAUDE    PIC X(01).
             05 REG-RGO-FACTOR-CONVENIO  PIC X(01).
             05 REG-RGO-FECHA            PIC 9(08).
             05 REG-RGO-FACTOR-CONJUNTA  PIC X(01).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTPROD   PIC X(08) VALUE 'RUTPROD '.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-DATOS      PIC X(30) VALUE
              '110000-OPEN-DATOS           '.
              '255000-READ-HISTORIAL       '.
              05 CON-229000-READ-RIESGO     PIC X(30) VALUE
              '229000-READ-RIESGO          '.
              05 CON-225000-MOSTRAR-POSICION PIC X(30) VALUE
              '225000-MOSTRAR-POSICION     '.
              05 CON-250000-VER-MOVIMIENTOS PIC X(30) VALUE
              '250000-VER-MOVIMIENTOS      '.
              05 CON-130000-OPEN-COTITULARES PIC X(30) VALUE
              '130000-OPEN-COTITULARES     '.
              05 CON-226000-VER-FIRMANTES   PIC X(30) VALUE
              '226000-VER-FIRMANTES        '.
              05 CON-237000-AGREGAR-COTIT   PIC X(30) VALUE
              '237000-AGREGAR-COTITULARIDAD'.
              05 CON-310000-CLOSE-DATOS     PIC X(30) VALUE
              '310000-CLOSE-DATOS          '.
              05 CON-320000-CLOSE-SERVICIOS PIC X(30) VALUE
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS     '.
              05 CON-SERVICIOS PIC X(10) VALUE 'SERVICIOS '.
              05 CON-HISTORIAL PIC X(10) VALUE 'HISTORIAL '.
              05 CON-RIESGO    PIC X(10) VALUE 'RIESGO    '.
              05 CON-PRODUCTOS PIC X(10) VALUE 'PRODUCTOS '.
              05 CON-COTITULARES PIC X(10) VALUE 'COTITULAR '.
      ************************** TABLES ********************************
       01 WSV-TABLA-CUENTAS.
          02 WSV-CTA-ENTRY OCCURS 50 TIMES.
             88 FS-STATUS-RGO-EOF              VALUE "10".
             88 FS-STATUS-RGO-NOT-FOUND        VALUE "35".

          05 FS-STATUS-COT           PIC X(02) VALUE "00".
             88 FS-STATUS-COT-OK               VALUE "00".
             88 FS-STATUS-COT-EOF              VALUE "10".
             88 FS-STATUS-COT-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-COT-NOT-FOUND        VALUE "35".

          05 WSV-SW-RIESGO-HALLADO   PIC X(01).
             88 WSV-RIESGO-HALLADO             VALUE "S".

          05 WSV-SW-SIN-COTITULARES  PIC X(01) VALUE "N".
             88 WSV-SIN-COTITULARES            VALUE "S".

          05 WSV-SW-FIN-FIRMANTES    PIC X(01).
             88 WSV-FIN-FIRMANTES              VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION      PIC 9(01) VALUE 9.
          05 WSV-CANT-SRV    PIC 9(03).
          05 WSV-CANT-MOV    PIC 9(05).
          05 WSV-CLIENTE-RGO PIC 9(08).
          05 WSV-FECHA-HOY   PIC 9(08).
          05 WSV-DESC-ROL    PIC X(10).
          05 WSV-DESC-FIRMA  PIC X(10).
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-PRODUCTO.
       COPY WSPRODUC.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-OPEN-DATOS
              THRU 110000-OPEN-DATOS-F

           PERFORM 120000-OPEN-SERVICIOS
              THRU 120000-OPEN-SERVICIOS-F

           PERFORM 130000-OPEN-COTITULARES
              THRU 130000-OPEN-COTITULARES-F
           .
       100000-START-F. EXIT.
      ******************************************************************
           .
       120000-OPEN-SERVICIOS-F. EXIT.
      ******************************************************************
      *                         130000-OPEN-COTITULARES
      *Sin archivo de cotitulares cada cuenta tiene solo su titular.
      ******************************************************************
       130000-OPEN-COTITULARES.
           OPEN INPUT COTITULARES
           IF FS-STATUS-COT-NOT-FOUND
              MOVE "S" TO WSV-SW-SIN-COTITULARES
           ELSE
              IF NOT FS-STATUS-COT-OK
                 MOVE CON-130000-OPEN-COTITULARES TO WS-ERR-PARRAFO
                 MOVE CON-COTITULARES             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                   TO WS-ERR-OPERACION
                 MOVE FS-STATUS-COT               TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           .
       130000-OPEN-COTITULARES-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           MOVE REG-MONTO-CUENTA-IX TO WSV-EDIT
           DISPLAY "MONTO DISPONIBLE : " WSV-EDIT " "
                   REG-MONEDA-CUENTA-IX

           MOVE "C"                    TO WS-PRO-OPERACION
           MOVE REG-PRODUCTO-CUENTA-IX TO WS-PRO-CODIGO
           CALL CON-RUTPROD USING WS-REG-PRODUCTO
           EVALUATE WS-PRO-COD-RET
               WHEN ZERO
                    DISPLAY "PRODUCTO : " REG-PRODUCTO-CUENTA-IX " "
                            WS-PRO-DESCRIPCION " (" WS-PRO-TIPO ")"
               WHEN 01
                    DISPLAY "PRODUCTO : " REG-PRODUCTO-CUENTA-IX
                            " (SIN PRODUCTO EN EL CATALOGO)"
               WHEN OTHER
                    MOVE CON-225000-MOSTRAR-POSICION TO WS-ERR-PARRAFO
                    MOVE CON-PRODUCTOS               TO WS-ERR-OBJETO
                    MOVE CON-RUTINA                  TO WS-ERR-OPERACION
                    MOVE WS-PRO-COD-RET              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           MOVE REG-NRO-CUENTA-IX TO WSV-CUENTA
           MOVE REG-COD-CLIENTE-IX TO WSV-CLIENTE-RGO

           PERFORM 226000-VER-FIRMANTES
              THRU 226000-VER-FIRMANTES-F

           PERFORM 228000-VER-RIESGO
              THRU 228000-VER-RIESGO-F

           .
       225000-MOSTRAR-POSICION-F. EXIT.
      ******************************************************************
      *                         226000-VER-FIRMANTES
      *Titular de CUENTASIX y firmantes vigentes de COTITULARES.txt
      *de la cuenta WSV-CUENTA; el apoderado con el poder vencido se
      *muestra marcado porque ya no puede operar.
      ******************************************************************
       226000-VER-FIRMANTES.
           DISPLAY "  FIRMANTES DE LA CUENTA :"
           DISPLAY "  " WSV-CLIENTE-RGO " TITULAR"
           IF WSV-SIN-COTITULARES
              GO TO 226000-VER-FIRMANTES-F
           END-IF

           MOVE WSV-CUENTA TO REG-COT-CUENTA
           MOVE ZERO       TO REG-COT-CLIENTE
           START COTITULARES KEY IS NOT LESS THAN REG-COT-CLAVE
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    MOVE "N" TO WSV-SW-FIN-FIRMANTES
                    PERFORM 227000-READ-FIRMANTE
                       THRU 227000-READ-FIRMANTE-F
                       UNTIL WSV-FIN-FIRMANTES
               WHEN FS-STATUS-COT-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-226000-VER-FIRMANTES TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       226000-VER-FIRMANTES-F. EXIT.
      ******************************************************************
      *                         227000-READ-FIRMANTE
      ******************************************************************
       227000-READ-FIRMANTE.
           READ COTITULARES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    IF REG-COT-CUENTA NOT = WSV-CUENTA
                       MOVE "S" TO WSV-SW-FIN-FIRMANTES
                       GO TO 227000-READ-FIRMANTE-F
                    END-IF
                    IF REG-COT-BAJA
                       GO TO 227000-READ-FIRMANTE-F
                    END-IF
                    EVALUATE TRUE
                        WHEN REG-COT-TITULAR
                             MOVE "TITULAR   " TO WSV-DESC-ROL
                        WHEN REG-COT-COTITULAR
                             MOVE "COTITULAR " TO WSV-DESC-ROL
                        WHEN OTHER
                             MOVE "APODERADO " TO WSV-DESC-ROL
                    END-EVALUATE
                    IF REG-COT-CONJUNTA
                       MOVE "CONJUNTA  " TO WSV-DESC-FIRMA
                    ELSE
                       MOVE "INDISTINTA" TO WSV-DESC-FIRMA
                    END-IF
                    IF REG-COT-APODERADO
                       AND REG-COT-VIGENCIA-HASTA < WSV-FECHA-HOY
                       DISPLAY "  " REG-COT-CLIENTE " " WSV-DESC-ROL
                               " FIRMA " WSV-DESC-FIRMA
                               " (PODER VENCIDO EL "
                               REG-COT-VIGENCIA-HASTA ")"
                    ELSE
                       DISPLAY "  " REG-COT-CLIENTE " " WSV-DESC-ROL
                               " FIRMA " WSV-DESC-FIRMA
                    END-IF
               WHEN FS-STATUS-COT-EOF
                    MOVE "S" TO WSV-SW-FIN-FIRMANTES
               WHEN OTHER
                    MOVE CON-226000-VER-FIRMANTES TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       227000-READ-FIRMANTE-F. EXIT.
      ******************************************************************
      *                         228000-VER-RIESGO
      *Grado de riesgo del titular segun el puntaje de E104, para
      *mirarlo antes de abrir cualquier producto nuevo. El archivo
                               REG-RGO-FACTOR-MORA
                               " FRAUDE " REG-RGO-FACTOR-FRAUDE
                               " CONVENIO " REG-RGO-FACTOR-CONVENIO
                               " CONJUNTA " REG-RGO-FACTOR-CONJUNTA
                    END-IF
               WHEN FS-STATUS-RGO-EOF
                    CONTINUE
      *Arma primero la lista de cuentas del cliente por la clave
      *alternativa y recien despues muestra la posicion de cada una,
      *porque 225000-MOSTRAR-POSICION vuelve a posicionar el archivo
      *DATOS y perderia el recorrido por clave alternativa. A las
      *cuentas de las que es titular se agregan las que tiene como
      *cotitular o apoderado.
      ******************************************************************
       230000-CONSULTA-POR-CLIENTE.
           DISPLAY "INGRESE EL CODIGO DE CLIENTE"
           MOVE WSV-CLIENTE TO REG-COD-CLIENTE-IX

           START DATOS KEY IS EQUAL TO REG-COD-CLIENTE-IX
           IF FS-STATUS-OK
              PERFORM 236000-READ-NEXT-CLIENTE
                 THRU 236000-READ-NEXT-CLIENTE-F
                 UNTIL FS-STATUS-EOF
                 OR REG-COD-CLIENTE-IX NOT EQUAL WSV-CLIENTE
                 OR WSV-CANT-CUENTAS = 50
           END-IF

           IF NOT WSV-SIN-COTITULARES
              PERFORM 237000-AGREGAR-COTITULARIDAD
                 THRU 237000-AGREGAR-COTITULARIDAD-F
           END-IF

           IF WSV-CANT-CUENTAS = ZERO
              DISPLAY "EL CLIENTE NO TIENE CUENTAS REGISTRADAS ;)"
           ELSE
              PERFORM VARYING WSV-IDX-CTA FROM 1 BY 1
                 UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS
                 MOVE WSV-CTA-NRO(WSV-IDX-CTA) TO REG-NRO-CUENTA-IX
           .
       236000-READ-NEXT-CLIENTE-F. EXIT.
      ******************************************************************
      *                         237000-AGREGAR-COTITULARIDAD
      *Recorre COTITULARES.txt por la clave alternativa de cliente;
      *los registros de rol T son cuentas propias, ya en la tabla.
      ******************************************************************
       237000-AGREGAR-COTITULARIDAD.
           MOVE WSV-CLIENTE TO REG-COT-CLIENTE
           START COTITULARES KEY IS EQUAL TO REG-COT-CLIENTE
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    MOVE "N" TO WSV-SW-FIN-FIRMANTES
                    PERFORM 238000-READ-NEXT-COTITULAR
                       THRU 238000-READ-NEXT-COTITULAR-F
                       UNTIL WSV-FIN-FIRMANTES
                       OR WSV-CANT-CUENTAS = 50
               WHEN FS-STATUS-COT-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-237000-AGREGAR-COTIT TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       237000-AGREGAR-COTITULARIDAD-F. EXIT.
      ******************************************************************
      *                         238000-READ-NEXT-COTITULAR
      ******************************************************************
       238000-READ-NEXT-COTITULAR.
           READ COTITULARES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    IF REG-COT-CLIENTE NOT = WSV-CLIENTE
                       MOVE "S" TO WSV-SW-FIN-FIRMANTES
                    ELSE
                       IF REG-COT-VIGENTE AND NOT REG-COT-TITULAR
                          ADD 1 TO WSV-CANT-CUENTAS
                          MOVE REG-COT-CUENTA TO
                             WSV-CTA-NRO(WSV-CANT-CUENTAS)
                       END-IF
                    END-IF
               WHEN FS-STATUS-COT-EOF
                    MOVE "S" TO WSV-SW-FIN-FIRMANTES
               WHEN OTHER
                    MOVE CON-237000-AGREGAR-COTIT TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       238000-READ-NEXT-COTITULAR-F. EXIT.
      ******************************************************************
      *                         240000-VER-SERVICIOS
      ******************************************************************
       240000-VER-SERVICIOS.

           PERFORM 320000-CLOSE-SERVICIOS
              THRU 320000-CLOSE-SERVICIOS-F

           IF NOT WSV-SIN-COTITULARES
              CLOSE COTITULARES
           END-IF
           STOP RUN
           .
       300000-EXIT-F. EXIT.
