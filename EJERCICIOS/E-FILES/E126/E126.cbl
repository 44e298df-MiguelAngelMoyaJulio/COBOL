      *el cupo clase + margen no se agote, y recien despues cae a la
      *lista de espera. El informe de resolucion pre-embarque que
      *decide a quien bajar y con que compensacion es E127.
      *Clases tarifarias por ocupacion: la tarifa ya no es la que
      *trae la novedad. TARIFAS_BUCKETS.txt define por ruta (numero
      *de vuelo) y clase de cabina los buckets con su precio, su
      *cupo de asientos y la anticipacion minima en dias a la
      *salida. Los cupos se anidan de la tarifa mas barata a la mas
      *cara: un bucket esta abierto mientras los vendidos de la
      *clase (inventario + sobreventas) no alcancen el cupo
      *acumulado hasta el y la venta tenga la anticipacion pedida,
      *de modo que se cierran solos a medida que se llena el
      *inventario y se reabren con las cancelaciones. La venta se
      *tarifa al bucket abierto mas barato; la que cotiza un bucket
      *cerrado o inexistente sale a VENTAS_VUELOS_RECH.txt y sin
      *ningun bucket abierto pasa a la lista de espera. Revenue
      *management corrige cupos por vuelo y fecha en
      *AJUSTE_BUCKETS.txt (estado diario en E180). Cada venta
      *aceptada queda con su bucket y tarifa en VENTAS_VUELOS.txt.
      *Los canjes de millas (E128) no se tarifan.
      *Pasajes no volados: cada venta lleva ademas la validez en
      *meses de la tarifa del bucket, y cada cancelacion aplicada
      *queda en CANCELACIONES_VUELOS_HIST.txt con la clase y la
      *fecha de cancelacion, para que E181 lleve el pasivo de
      *pasajes vendidos no volados y liquide los reembolsos.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT PARAMSOBRE ASSIGN TO "PARAMSOBREVENTA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PSO.

       SELECT BUCKETS ASSIGN TO "TARIFAS_BUCKETS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-BUC.

       SELECT AJUSTES ASSIGN TO "AJUSTE_BUCKETS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-AJU.
      ****************************  OUTPUT  ****************************
       SELECT INVENTARIO ASSIGN TO "INVENTARIO_ASIENTOS.txt"
                     ORGANIZATION IS INDEXED
       SELECT SOBREVENTAS ASSIGN TO "SOBREVENTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-SOB.

       SELECT VENTAS ASSIGN TO "VENTAS_VUELOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-VTA.

       SELECT RECHVEN ASSIGN TO "VENTAS_VUELOS_RECH.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RVE.

       SELECT CANCHIST ASSIGN TO "CANCELACIONES_VUELOS_HIST.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CHI.
       DATA DIVISION.
       FILE SECTION.
       FD NOVEDADES.
             05 REG-NOV-DOC-NUMERO   PIC X(10).
             05 REG-NOV-NACIONALIDAD PIC X(03).
             05 REG-NOV-DOC-VENCE    PIC 9(08).
      *Bucket cotizado al pasajero; en blanco se tarifa al bucket
      *abierto mas barato.
             05 REG-NOV-BUCKET       PIC X(01).

       FD PARAMSOBRE.
          01 REG-PARAMSOBRE.
             05 REG-PSO-CLASE        PIC X(01).
             05 REG-PSO-PCT          PIC 9(03).

       FD BUCKETS.
          01 REG-BUCKET.
             05 REG-BUC-VUELO        PIC X(04).
             05 REG-BUC-CLASE        PIC X(01).
             05 REG-BUC-BUCKET       PIC X(01).
             05 REG-BUC-ANTICIPO     PIC 9(03).
             05 REG-BUC-PRECIO       PIC 9(06)V9(02).
             05 REG-BUC-CUPO         PIC 9(04).
      *Validez de la tarifa en meses desde la venta (cero = la
      *validez general que aplica E181).
             05 REG-BUC-VALIDEZ      PIC 9(02).

       FD AJUSTES.
          01 REG-AJUSTE.
             05 REG-AJU-VUELO        PIC X(04).
             05 REG-AJU-FECHA        PIC 9(08).
             05 REG-AJU-CLASE        PIC X(01).
             05 REG-AJU-BUCKET       PIC X(01).
             05 REG-AJU-CUPO         PIC 9(04).

       FD CANCELA.
          01 REG-CANCELACION.
             05 REG-CAN-VUELO        PIC X(04).
             05 REG-SOB-DOCUMENTO    PIC X(10).
             05 REG-SOB-TARIFA       PIC 9(06)V9(02).
             05 REG-SOB-FECHA-VENTA  PIC 9(08).

       FD VENTAS.
          01 REG-VENTA.
             05 REG-VTA-VUELO        PIC X(04).
             05 REG-VTA-FECHA        PIC 9(08).
      *En blanco para la sobreventa (sin asiento fijo).
             05 REG-VTA-ASIENTO      PIC X(02).
             05 REG-VTA-TICKET       PIC 9(04).
             05 REG-VTA-NOMBRE       PIC X(06).
             05 REG-VTA-CLASE        PIC X(01).
             05 REG-VTA-BUCKET       PIC X(01).
             05 REG-VTA-TARIFA       PIC 9(06)V9(02).
             05 REG-VTA-FORMA-PAGO   PIC X(01).
             05 REG-VTA-FECHA-VENTA  PIC 9(08).
             05 REG-VTA-VALIDEZ      PIC 9(02).

       FD RECHVEN.
          01 REG-RECHVEN.
             05 REG-RVE-VUELO        PIC X(04).
             05 REG-RVE-FECHA        PIC 9(08).
             05 REG-RVE-ASIENTO      PIC X(02).
             05 REG-RVE-TICKET       PIC 9(04).
             05 REG-RVE-NOMBRE       PIC X(06).
             05 REG-RVE-CLASE        PIC X(01).
             05 REG-RVE-BUCKET       PIC X(01).
             05 REG-RVE-MOTIVO       PIC X(20).

       FD CANCHIST.
          01 REG-CANCHIST.
             05 REG-CHI-VUELO        PIC X(04).
             05 REG-CHI-FECHA        PIC 9(08).
             05 REG-CHI-ASIENTO      PIC X(02).
             05 REG-CHI-TICKET       PIC 9(04).
             05 REG-CHI-CLASE        PIC X(01).
             05 REG-CHI-FECHA-CANCEL PIC 9(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              05 CON-ESPERA     PIC X(10) VALUE 'ESPERA    '.
              05 CON-RECHCAN    PIC X(10) VALUE 'RECHCAN   '.
              05 CON-MANIFIESTO PIC X(10) VALUE 'MANIFIESTO'.
              05 CON-BUCKETS    PIC X(10) VALUE 'BUCKETS   '.
              05 CON-AJUSTES    PIC X(10) VALUE 'AJUSTES   '.
              05 CON-VENTAS     PIC X(10) VALUE 'VENTAS    '.
              05 CON-RECHVEN    PIC X(10) VALUE 'RECHVEN   '.
              05 CON-CANCHIST   PIC X(10) VALUE 'CANCHIST  '.
      ************************** TABLES ********************************
      *Totales de control por vuelo y fecha de la corrida.
       01 WSV-TABLA-VUELOS.
             05 WSV-VUE-CANCELADAS   PIC 9(04).
             05 WSV-VUE-RECH-CANCEL  PIC 9(04).
             05 WSV-VUE-A-BORDO      PIC 9(04).
             05 WSV-VUE-RECH-VENTA   PIC 9(04).
       01 WSV-CANT-VUELOS            PIC 9(02) VALUE 0.

      *Buckets por ruta y clase, ordenados por precio ascendente
      *dentro de cada ruta y clase para el anidamiento de cupos.
       01 WSV-TABLA-BUCKETS.
          02 WSV-BUC-ENTRY OCCURS 200 TIMES.
             05 WSV-BUC-VUELO        PIC X(04).
             05 WSV-BUC-CLASE        PIC X(01).
             05 WSV-BUC-BUCKET       PIC X(01).
             05 WSV-BUC-ANTICIPO     PIC 9(03).
             05 WSV-BUC-PRECIO       PIC 9(06)V9(02).
             05 WSV-BUC-CUPO         PIC 9(04).
             05 WSV-BUC-VALIDEZ      PIC 9(02).
       01 WSV-CANT-BUCKETS           PIC 9(03) VALUE 0.

      *Cupos corregidos por revenue management para un vuelo/fecha.
       01 WSV-TABLA-AJUSTES.
          02 WSV-AJU-ENTRY OCCURS 200 TIMES.
             05 WSV-AJU-VUELO        PIC X(04).
             05 WSV-AJU-FECHA        PIC 9(08).
             05 WSV-AJU-CLASE        PIC X(01).
             05 WSV-AJU-BUCKET       PIC X(01).
             05 WSV-AJU-CUPO         PIC 9(04).
       01 WSV-CANT-AJUSTES           PIC 9(03) VALUE 0.

      *Porcentaje de sobreventa permitido por clase de cabina.
       01 WSV-TABLA-SOBREVENTA.
          02 WSV-PSO-ENTRY OCCURS 5 TIMES.
             88 FS-STATUS-SOB-OK               VALUE "00".
             88 FS-STATUS-SOB-EOF              VALUE "10".
             88 FS-STATUS-SOB-NOT-FOUND        VALUE "35".
          05 FS-STATUS-BUC           PIC X(02) VALUE "00".
             88 FS-STATUS-BUC-OK               VALUE "00".
             88 FS-STATUS-BUC-EOF              VALUE "10".
             88 FS-STATUS-BUC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-AJU           PIC X(02) VALUE "00".
             88 FS-STATUS-AJU-OK               VALUE "00".
             88 FS-STATUS-AJU-EOF              VALUE "10".
             88 FS-STATUS-AJU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-VTA           PIC X(02) VALUE "00".
             88 FS-STATUS-VTA-OK               VALUE "00".
             88 FS-STATUS-VTA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RVE           PIC X(02) VALUE "00".
             88 FS-STATUS-RVE-OK               VALUE "00".
          05 FS-STATUS-CHI           PIC X(02) VALUE "00".
             88 FS-STATUS-CHI-OK               VALUE "00".
             88 FS-STATUS-CHI-NOT-FOUND        VALUE "35".
          05 WSV-SW-SOBREVENDIDA     PIC X(01).
             88 WSV-SOBREVENDIDA               VALUE "S".
          05 WSV-SW-TARIFA           PIC X(01).
             88 WSV-TARIFA-OK                  VALUE "S".
             88 WSV-TARIFA-RECHAZADA           VALUE "R".
             88 WSV-TARIFA-SIN-CUPO            VALUE "E".
      *Estado del bucket cotizado: N inexistente / A abierto /
      *C cerrado.
          05 WSV-SW-PEDIDO           PIC X(01).
             88 WSV-PEDIDO-INEXISTENTE         VALUE "N".
             88 WSV-PEDIDO-ABIERTO             VALUE "A".
             88 WSV-PEDIDO-CERRADO             VALUE "C".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(02).
          05 WSV-CUPO-CLASE          PIC 9(04).
          05 WSV-PCT-CLASE           PIC 9(03).
          05 WSV-CLAVE-GUARDADA      PIC X(14).
          05 WSV-IDX-BUC             PIC 9(03).
          05 WSV-IDX-AJU             PIC 9(03).
          05 WSV-IDX-ABIERTO         PIC 9(03).
          05 WSV-BUCKETS-CLASE       PIC 9(03).
          05 WSV-VENDIDOS-CLASE      PIC 9(04).
          05 WSV-CUPO-BUCKET         PIC 9(04).
          05 WSV-CUPO-ACUMULADO      PIC 9(05).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-FECHA-VENTA         PIC 9(08).
          05 WSV-DIAS-ANTICIPO       PIC S9(05).
          05 WSV-BUCKET-VENTA        PIC X(01).
          05 WSV-VALIDEZ-VENTA       PIC 9(02).
          05 WSV-BUC-AUX.
             10 WSV-AUX-VUELO        PIC X(04).
             10 WSV-AUX-CLASE        PIC X(01).
             10 WSV-AUX-BUCKET       PIC X(01).
             10 WSV-AUX-ANTICIPO     PIC 9(03).
             10 WSV-AUX-PRECIO       PIC 9(06)V9(02).
             10 WSV-AUX-CUPO         PIC 9(04).
             10 WSV-AUX-VALIDEZ      PIC 9(02).
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
           PERFORM 115000-CARGAR-SOBREVENTA
              THRU 115000-CARGAR-SOBREVENTA-F

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 117000-CARGAR-BUCKETS
              THRU 117000-CARGAR-BUCKETS-F
           PERFORM 119000-CARGAR-AJUSTES
              THRU 119000-CARGAR-AJUSTES-F

           OPEN OUTPUT RECHVEN
           IF NOT FS-STATUS-RVE-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-RECHVEN              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RVE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT RECHCAN
           IF NOT FS-STATUS-RCA-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE ZERO TO WSV-VUE-CANCELADAS(WSV-IDX-VUE)
              MOVE ZERO TO WSV-VUE-RECH-CANCEL(WSV-IDX-VUE)
              MOVE ZERO TO WSV-VUE-A-BORDO(WSV-IDX-VUE)
              MOVE ZERO TO WSV-VUE-RECH-VENTA(WSV-IDX-VUE)
           END-IF
           .
       150000-BUSCAR-VUELO-F. EXIT.
              UNTIL FS-STATUS-NOV-EOF

           CLOSE NOVEDADES
           CLOSE RECHVEN
           .
       200000-VENTAS-F. EXIT.
      ******************************************************************
      *                         220000-APLICAR-VENTA
      ******************************************************************
       220000-APLICAR-VENTA.
      *Primero se tarifa por la clase del asiento pedido; el conteo
      *de la clase mueve el inventario, asi que despues se relee.
           MOVE REG-NOV-VUELO   TO REG-INV-VUELO
           MOVE REG-NOV-FECHA   TO REG-INV-FECHA
           MOVE REG-NOV-ASIENTO TO REG-INV-ASIENTO
           READ INVENTARIO
           EVALUATE TRUE
               WHEN FS-STATUS-INV-OK
                    MOVE REG-INV-CLASE TO WSV-CLASE-PEDIDA
               WHEN FS-STATUS-INV-NOT-FOUND
                    MOVE "E" TO WSV-CLASE-PEDIDA
               WHEN OTHER
                    MOVE CON-200000-VENTAS TO WS-ERR-PARRAFO
                    MOVE CON-INVENTARIO    TO WS-ERR-OBJETO
                    MOVE CON-LEER          TO WS-ERR-OPERACION
                    MOVE FS-STATUS-INV     TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           PERFORM 240000-TARIFAR-VENTA
              THRU 240000-TARIFAR-VENTA-F
           IF WSV-TARIFA-RECHAZADA
              PERFORM 245000-RECHAZAR-VENTA
                 THRU 245000-RECHAZAR-VENTA-F
              GO TO 220000-APLICAR-VENTA-F
           END-IF
           IF WSV-TARIFA-SIN-CUPO
              DISPLAY "SIN BUCKET ABIERTO - VUELO " REG-NOV-VUELO
                      " CLASE " WSV-CLASE-PEDIDA
                      " TICKET " REG-NOV-TICKET " A ESPERA"
              PERFORM 230000-A-ESPERA
                 THRU 230000-A-ESPERA-F
              GO TO 220000-APLICAR-VENTA-F
           END-IF

           MOVE REG-NOV-VUELO   TO REG-INV-VUELO
           MOVE REG-NOV-FECHA   TO REG-INV-FECHA
           MOVE REG-NOV-ASIENTO TO REG-INV-ASIENTO
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-VUE-VENDIDAS(WSV-IDX-VUE)
                       MOVE REG-NOV-ASIENTO TO REG-VTA-ASIENTO
                       PERFORM 248000-GRABAR-VENTA
                          THRU 248000-GRABAR-VENTA-F
                    ELSE
                       MOVE REG-INV-CLASE TO WSV-CLASE-PEDIDA
                       PERFORM 225000-INTENTAR-SOBREVENTA
                          THRU 225000-INTENTAR-SOBREVENTA-F
                       IF WSV-SOBREVENDIDA
                          MOVE SPACES TO REG-VTA-ASIENTO
                          PERFORM 248000-GRABAR-VENTA
                             THRU 248000-GRABAR-VENTA-F
                       ELSE
                          PERFORM 230000-A-ESPERA
                             THRU 230000-A-ESPERA-F
                       END-IF
                    MOVE "E" TO WSV-CLASE-PEDIDA
                    PERFORM 225000-INTENTAR-SOBREVENTA
                       THRU 225000-INTENTAR-SOBREVENTA-F
                    IF WSV-SOBREVENDIDA
                       MOVE SPACES TO REG-VTA-ASIENTO
                       PERFORM 248000-GRABAR-VENTA
                          THRU 248000-GRABAR-VENTA-F
                    ELSE
                       PERFORM 230000-A-ESPERA
                          THRU 230000-A-ESPERA-F
                    END-IF
           .
       116000-LEER-PARAMSOBRE-F. EXIT.
      ******************************************************************
      *                         117000-CARGAR-BUCKETS
      *Sin tabla de buckets las ventas se cobran a la tarifa que
      *trae la novedad, como antes.
      ******************************************************************
       117000-CARGAR-BUCKETS.
           OPEN INPUT BUCKETS
           IF FS-STATUS-BUC-NOT-FOUND
              DISPLAY "E126: SIN TARIFAS_BUCKETS.txt - SE COBRA LA "
                      "TARIFA DE LA NOVEDAD"
              GO TO 117000-CARGAR-BUCKETS-F
           END-IF
           IF NOT FS-STATUS-BUC-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-BUCKETS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-BUC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 118000-LEER-BUCKET
              THRU 118000-LEER-BUCKET-F
              UNTIL FS-STATUS-BUC-EOF

           CLOSE BUCKETS
           .
       117000-CARGAR-BUCKETS-F. EXIT.
      ******************************************************************
      *                         118000-LEER-BUCKET
      *Insercion ordenada por ruta, clase y precio: el archivo puede
      *venir en cualquier orden.
      ******************************************************************
       118000-LEER-BUCKET.
           READ BUCKETS
           EVALUATE TRUE
               WHEN FS-STATUS-BUC-OK
                    IF WSV-CANT-BUCKETS = 200
                       DISPLAY "E126: TABLA DE BUCKETS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                       MOVE CON-BUCKETS              TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    MOVE REG-BUC-VUELO    TO WSV-AUX-VUELO
                    MOVE REG-BUC-CLASE    TO WSV-AUX-CLASE
                    MOVE REG-BUC-BUCKET   TO WSV-AUX-BUCKET
                    MOVE REG-BUC-ANTICIPO TO WSV-AUX-ANTICIPO
                    MOVE REG-BUC-PRECIO   TO WSV-AUX-PRECIO
                    MOVE REG-BUC-CUPO     TO WSV-AUX-CUPO
                    MOVE REG-BUC-VALIDEZ  TO WSV-AUX-VALIDEZ
                    ADD 1 TO WSV-CANT-BUCKETS
                    MOVE WSV-CANT-BUCKETS TO WSV-IDX-BUC
                    PERFORM UNTIL WSV-IDX-BUC = 1
                       OR WSV-BUC-VUELO(WSV-IDX-BUC - 1) < WSV-AUX-VUELO
                       OR (WSV-BUC-VUELO(WSV-IDX-BUC - 1)
                           = WSV-AUX-VUELO
                           AND WSV-BUC-CLASE(WSV-IDX-BUC - 1)
                           < WSV-AUX-CLASE)
                       OR (WSV-BUC-VUELO(WSV-IDX-BUC - 1)
                           = WSV-AUX-VUELO
                           AND WSV-BUC-CLASE(WSV-IDX-BUC - 1)
                           = WSV-AUX-CLASE
                           AND WSV-BUC-PRECIO(WSV-IDX-BUC - 1)
                           <= WSV-AUX-PRECIO)
                       MOVE WSV-BUC-ENTRY(WSV-IDX-BUC - 1)
                          TO WSV-BUC-ENTRY(WSV-IDX-BUC)
                       SUBTRACT 1 FROM WSV-IDX-BUC
                    END-PERFORM
                    MOVE WSV-BUC-AUX TO WSV-BUC-ENTRY(WSV-IDX-BUC)
               WHEN FS-STATUS-BUC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                    MOVE CON-BUCKETS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BUC            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-BUCKET-F. EXIT.
      ******************************************************************
      *                         119000-CARGAR-AJUSTES
      ******************************************************************
       119000-CARGAR-AJUSTES.
           OPEN INPUT AJUSTES
           IF FS-STATUS-AJU-NOT-FOUND
              GO TO 119000-CARGAR-AJUSTES-F
           END-IF
           IF NOT FS-STATUS-AJU-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-AJUSTES              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-AJU            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 119500-LEER-AJUSTE
              THRU 119500-LEER-AJUSTE-F
              UNTIL FS-STATUS-AJU-EOF

           CLOSE AJUSTES
           .
       119000-CARGAR-AJUSTES-F. EXIT.
      ******************************************************************
      *                         119500-LEER-AJUSTE
      ******************************************************************
       119500-LEER-AJUSTE.
           READ AJUSTES
           EVALUATE TRUE
               WHEN FS-STATUS-AJU-OK
                    IF WSV-CANT-AJUSTES = 200
                       DISPLAY "E126: TABLA DE AJUSTES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                       MOVE CON-AJUSTES              TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-AJUSTES
                    MOVE REG-AJU-VUELO  TO
                       WSV-AJU-VUELO(WSV-CANT-AJUSTES)
                    MOVE REG-AJU-FECHA  TO
                       WSV-AJU-FECHA(WSV-CANT-AJUSTES)
                    MOVE REG-AJU-CLASE  TO
                       WSV-AJU-CLASE(WSV-CANT-AJUSTES)
                    MOVE REG-AJU-BUCKET TO
                       WSV-AJU-BUCKET(WSV-CANT-AJUSTES)
                    MOVE REG-AJU-CUPO   TO
                       WSV-AJU-CUPO(WSV-CANT-AJUSTES)
               WHEN FS-STATUS-AJU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                    MOVE CON-AJUSTES              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-AJU            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       119500-LEER-AJUSTE-F. EXIT.
      ******************************************************************
      *                         225000-INTENTAR-SOBREVENTA
      *Acepta la venta como sobreventa si la clase pedida tiene
      *margen configurado y vendidos + sobrevendidos no llegan a
           .
       230000-A-ESPERA-F. EXIT.
      ******************************************************************
      *                         240000-TARIFAR-VENTA
      *Recorre los buckets de la ruta y clase del mas barato al mas
      *caro acumulando cupos (con el ajuste del vuelo/fecha si lo
      *hay). El primero cuyo cupo acumulado supera a los vendidos
      *de la clase y cuya anticipacion minima se cumple es el
      *bucket abierto mas barato y fija la tarifa de la venta. Sin
      *buckets cargados para la ruta y clase, o en canje de millas,
      *la venta conserva la tarifa de la novedad.
      ******************************************************************
       240000-TARIFAR-VENTA.
           MOVE "S"    TO WSV-SW-TARIFA
           MOVE "N"    TO WSV-SW-PEDIDO
           MOVE SPACES TO WSV-BUCKET-VENTA
           MOVE ZERO   TO WSV-VALIDEZ-VENTA

           IF REG-NOV-FORMA-PAGO = "M"
              GO TO 240000-TARIFAR-VENTA-F
           END-IF

           MOVE ZERO TO WSV-BUCKETS-CLASE
           PERFORM VARYING WSV-IDX-BUC FROM 1 BY 1
              UNTIL WSV-IDX-BUC > WSV-CANT-BUCKETS
              IF WSV-BUC-VUELO(WSV-IDX-BUC) = REG-NOV-VUELO
                 AND WSV-BUC-CLASE(WSV-IDX-BUC) = WSV-CLASE-PEDIDA
                 ADD 1 TO WSV-BUCKETS-CLASE
              END-IF
           END-PERFORM
           IF WSV-BUCKETS-CLASE = ZERO
              GO TO 240000-TARIFAR-VENTA-F
           END-IF

           PERFORM 226000-CONTAR-CLASE
              THRU 226000-CONTAR-CLASE-F
           PERFORM 227000-CONTAR-SOBREVENTAS
              THRU 227000-CONTAR-SOBREVENTAS-F
           COMPUTE WSV-VENDIDOS-CLASE =
              WSV-OCUPADOS-CLASE + WSV-SOBRE-EXISTENTES

           IF REG-NOV-FECHA-VENTA > ZERO
              MOVE REG-NOV-FECHA-VENTA TO WSV-FECHA-VENTA
           ELSE
              MOVE WSV-FECHA-HOY       TO WSV-FECHA-VENTA
           END-IF
           COMPUTE WSV-DIAS-ANTICIPO =
              FUNCTION INTEGER-OF-DATE(REG-NOV-FECHA) -
              FUNCTION INTEGER-OF-DATE(WSV-FECHA-VENTA)
           IF WSV-DIAS-ANTICIPO < ZERO
              MOVE ZERO TO WSV-DIAS-ANTICIPO
           END-IF

           MOVE ZERO TO WSV-CUPO-ACUMULADO
           MOVE ZERO TO WSV-IDX-ABIERTO
           PERFORM 241000-EVALUAR-BUCKET
              THRU 241000-EVALUAR-BUCKET-F
              VARYING WSV-IDX-BUC FROM 1 BY 1
              UNTIL WSV-IDX-BUC > WSV-CANT-BUCKETS

           IF REG-NOV-BUCKET NOT = SPACES
              IF WSV-PEDIDO-INEXISTENTE
                 MOVE "R" TO WSV-SW-TARIFA
                 MOVE "BUCKET INEXISTENTE  " TO REG-RVE-MOTIVO
                 GO TO 240000-TARIFAR-VENTA-F
              END-IF
              IF WSV-PEDIDO-CERRADO
                 MOVE "R" TO WSV-SW-TARIFA
                 MOVE "BUCKET CERRADO      " TO REG-RVE-MOTIVO
                 GO TO 240000-TARIFAR-VENTA-F
              END-IF
           END-IF

           IF WSV-IDX-ABIERTO = ZERO
              MOVE "E" TO WSV-SW-TARIFA
              GO TO 240000-TARIFAR-VENTA-F
           END-IF

           MOVE WSV-BUC-BUCKET(WSV-IDX-ABIERTO) TO WSV-BUCKET-VENTA
           MOVE WSV-BUC-PRECIO(WSV-IDX-ABIERTO) TO REG-NOV-TARIFA
           MOVE WSV-BUC-VALIDEZ(WSV-IDX-ABIERTO) TO WSV-VALIDEZ-VENTA
           .
       240000-TARIFAR-VENTA-F. EXIT.
      ******************************************************************
      *                         241000-EVALUAR-BUCKET
      ******************************************************************
       241000-EVALUAR-BUCKET.
           IF WSV-BUC-VUELO(WSV-IDX-BUC) NOT = REG-NOV-VUELO
              OR WSV-BUC-CLASE(WSV-IDX-BUC) NOT = WSV-CLASE-PEDIDA
              GO TO 241000-EVALUAR-BUCKET-F
           END-IF

           MOVE WSV-BUC-CUPO(WSV-IDX-BUC) TO WSV-CUPO-BUCKET
           PERFORM VARYING WSV-IDX-AJU FROM 1 BY 1
              UNTIL WSV-IDX-AJU > WSV-CANT-AJUSTES
              IF WSV-AJU-VUELO(WSV-IDX-AJU) = REG-NOV-VUELO
                 AND WSV-AJU-FECHA(WSV-IDX-AJU) = REG-NOV-FECHA
                 AND WSV-AJU-CLASE(WSV-IDX-AJU) = WSV-CLASE-PEDIDA
                 AND WSV-AJU-BUCKET(WSV-IDX-AJU) =
                     WSV-BUC-BUCKET(WSV-IDX-BUC)
                 MOVE WSV-AJU-CUPO(WSV-IDX-AJU) TO WSV-CUPO-BUCKET
              END-IF
           END-PERFORM
           ADD WSV-CUPO-BUCKET TO WSV-CUPO-ACUMULADO

           IF WSV-CUPO-ACUMULADO > WSV-VENDIDOS-CLASE
              AND WSV-DIAS-ANTICIPO >= WSV-BUC-ANTICIPO(WSV-IDX-BUC)
              IF WSV-IDX-ABIERTO = ZERO
                 MOVE WSV-IDX-BUC TO WSV-IDX-ABIERTO
              END-IF
              IF WSV-BUC-BUCKET(WSV-IDX-BUC) = REG-NOV-BUCKET
                 MOVE "A" TO WSV-SW-PEDIDO
              END-IF
           ELSE
              IF WSV-BUC-BUCKET(WSV-IDX-BUC) = REG-NOV-BUCKET
                 MOVE "C" TO WSV-SW-PEDIDO
              END-IF
           END-IF
           .
       241000-EVALUAR-BUCKET-F. EXIT.
      ******************************************************************
      *                         245000-RECHAZAR-VENTA
      ******************************************************************
       245000-RECHAZAR-VENTA.
           MOVE REG-NOV-VUELO    TO REG-RVE-VUELO
           MOVE REG-NOV-FECHA    TO REG-RVE-FECHA
           MOVE REG-NOV-ASIENTO  TO REG-RVE-ASIENTO
           MOVE REG-NOV-TICKET   TO REG-RVE-TICKET
           MOVE REG-NOV-NOMBRE   TO REG-RVE-NOMBRE
           MOVE WSV-CLASE-PEDIDA TO REG-RVE-CLASE
           MOVE REG-NOV-BUCKET   TO REG-RVE-BUCKET
           WRITE REG-RECHVEN
           IF NOT FS-STATUS-RVE-OK
              MOVE CON-200000-VENTAS TO WS-ERR-PARRAFO
              MOVE CON-RECHVEN       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-RVE     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-VUE-RECH-VENTA(WSV-IDX-VUE)
           .
       245000-RECHAZAR-VENTA-F. EXIT.
      ******************************************************************
      *                         248000-GRABAR-VENTA
      *Venta aceptada con el bucket y la tarifa con que se cobro.
      *El asiento lo deja cargado quien llama.
      ******************************************************************
       248000-GRABAR-VENTA.
           OPEN EXTEND VENTAS
           IF FS-STATUS-VTA-NOT-FOUND
              OPEN OUTPUT VENTAS
           END-IF
           IF NOT FS-STATUS-VTA-OK
              MOVE CON-200000-VENTAS TO WS-ERR-PARRAFO
              MOVE CON-VENTAS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-VTA     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE REG-NOV-VUELO       TO REG-VTA-VUELO
           MOVE REG-NOV-FECHA       TO REG-VTA-FECHA
           MOVE REG-NOV-TICKET      TO REG-VTA-TICKET
           MOVE REG-NOV-NOMBRE      TO REG-VTA-NOMBRE
           MOVE WSV-CLASE-PEDIDA    TO REG-VTA-CLASE
           MOVE WSV-BUCKET-VENTA    TO REG-VTA-BUCKET
           MOVE REG-NOV-TARIFA      TO REG-VTA-TARIFA
           MOVE REG-NOV-FORMA-PAGO  TO REG-VTA-FORMA-PAGO
           MOVE REG-NOV-FECHA-VENTA TO REG-VTA-FECHA-VENTA
           MOVE WSV-VALIDEZ-VENTA   TO REG-VTA-VALIDEZ
           WRITE REG-VENTA
           IF NOT FS-STATUS-VTA-OK
              MOVE CON-200000-VENTAS TO WS-ERR-PARRAFO
              MOVE CON-VENTAS        TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-VTA     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE VENTAS
           .
       248000-GRABAR-VENTA-F. EXIT.
      ******************************************************************
      *                         250000-CANCELACIONES
      ******************************************************************
       250000-CANCELACIONES.
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND CANCHIST
           IF FS-STATUS-CHI-NOT-FOUND
              OPEN OUTPUT CANCHIST
           END-IF
           IF NOT FS-STATUS-CHI-OK
              MOVE CON-250000-CANCELACIONES TO WS-ERR-PARRAFO
              MOVE CON-CANCHIST             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 260000-LEER-CANCELACION
              THRU 260000-LEER-CANCELACION-F
              UNTIL FS-STATUS-CAN-EOF

           CLOSE CANCELA
           CLOSE CANCHIST
           .
       250000-CANCELACIONES-F. EXIT.
      ******************************************************************
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-VUE-CANCELADAS(WSV-IDX-VUE)
                       PERFORM 275000-GRABAR-HISTORIAL
                          THRU 275000-GRABAR-HISTORIAL-F
                    ELSE
                       IF REG-INV-ESTADO = ZERO
                          MOVE "ASIENTO NO VENDIDO  "
           .
       280000-RECHAZAR-CANCELACION-F. EXIT.
      ******************************************************************
      *                         275000-GRABAR-HISTORIAL
      ******************************************************************
       275000-GRABAR-HISTORIAL.
           MOVE REG-CAN-VUELO   TO REG-CHI-VUELO
           MOVE REG-CAN-FECHA   TO REG-CHI-FECHA
           MOVE REG-CAN-ASIENTO TO REG-CHI-ASIENTO
           MOVE REG-CAN-TICKET  TO REG-CHI-TICKET
           MOVE REG-INV-CLASE   TO REG-CHI-CLASE
           MOVE WSV-FECHA-HOY   TO REG-CHI-FECHA-CANCEL
           WRITE REG-CANCHIST
           IF NOT FS-STATUS-CHI-OK
              MOVE CON-250000-CANCELACIONES TO WS-ERR-PARRAFO
              MOVE CON-CANCHIST             TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       275000-GRABAR-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         300000-MANIFIESTO
      *El manifiesto completo se regenera desde el inventario: lo
      *que esta vendido esta a bordo, sin depender de acumulados
                      " CANCELADAS " WSV-VUE-CANCELADAS(WSV-IDX)
                      " RECH.CANC " WSV-VUE-RECH-CANCEL(WSV-IDX)
                      " A BORDO " WSV-VUE-A-BORDO(WSV-IDX)
                      " RECH.VTA " WSV-VUE-RECH-VENTA(WSV-IDX)
           END-PERFORM
           .
       350000-TOTALES-POR-VUELO-F. EXIT.
