      ******************************************************************
      *Carga y control de facturas de proveedores contra la orden de
      *compra y la recepcion (control de tres vias). Las facturas se
      *pagaban desde una carpeta sin ver si lo facturado se habia
      *recibido. Cada renglon de FACTURAS_RECIBIDAS.txt (proveedor,
      *numero de factura, fecha, orden de compra, producto, cantidad
      *y precio unitario) se controla contra la orden de
      *ORDENES_COMPRA.txt que emitio E78 (mismo proveedor y producto,
      *precio unitario dentro de la tolerancia de precio) y contra
      *lo recibido de esa orden en RECEPCIONES.txt que graba E78REC
      *(lo facturado de la orden, contando lo ya aprobado, no puede
      *pasar lo recibido mas la tolerancia de cantidad). El renglon
      *que pasa queda aprobado en FACTURAS_PROVEEDOR.txt con su
      *vencimiento segun el plazo de pago del proveedor en
      *PROVEEDORES.txt (dias corridos desde la fecha de factura,
      *corrido al dia habil siguiente con RUTFECHA), y el pago
      *semanal de E164PAG lo toma a su vencimiento. El que no pasa
      *queda retenido con el motivo y se vuelve a controlar en cada
      *corrida (una recepcion tardia lo libera sola); una factura
      *retenida que no se va a pagar se anula con un renglon de
      *accion B en el lote. La lista de retenidas sale completa en
      *FACTURAS_RETENIDAS.txt, junto con los renglones duplicados
      *del lote, que no se cargan.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E164.
       AUTHOR. MIGUEL MOYA.
       DATE-WRITTEN. OCTOBER 2022.
       DATE-COMPILED. OCTOBER 2022.
      ******************************************************************
      *                     ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
      *                            FILES
      ******************************************************************
      *****************************  INPUT  ****************************
       SELECT PARAMETROS ASSIGN TO "PARAMETROS.txt"
                     FILE STATUS IS FS-STATUS-PAR
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PROVEEDORES ASSIGN TO "PROVEEDORES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PRO.

       SELECT ORDENES ASSIGN TO "ORDENES_COMPRA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ORD.

       SELECT RECEPCIONES ASSIGN TO "RECEPCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.

       SELECT LOTE ASSIGN TO "FACTURAS_RECIBIDAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.
      ****************************  OUTPUT  ****************************
       SELECT FACTURAS ASSIGN TO "FACTURAS_PROVEEDOR.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-FAC.

       SELECT RETENIDAS ASSIGN TO "FACTURAS_RETENIDAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RET.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD PROVEEDORES.
          01 REG-PROVEEDOR.
             05 REG-PRV-CODIGO             PIC 9(04).
             05 REG-PRV-NOMBRE             PIC X(20).
             05 REG-PRV-PRODUCTO           PIC 9(02).
             05 REG-PRV-LEAD-DIAS          PIC 9(03).
             05 REG-PRV-ORDEN-MINIMA       PIC 9(02).
             05 REG-PRV-PRECIO             PIC 9(07)V9(02).
             05 REG-PRV-PLAZO-PAGO         PIC 9(03).
             05 REG-PRV-CBU                PIC X(22).

       FD ORDENES.
          01 REG-ORDEN.
             05 REG-OC-NUMERO              PIC 9(06).
             05 REG-OC-PROVEEDOR           PIC 9(04).
             05 REG-OC-PRODUCTO            PIC 9(02).
             05 REG-OC-NOMBRE              PIC X(03).
             05 REG-OC-CANTIDAD            PIC 9(02).
             05 REG-OC-FECHA               PIC 9(08).
             05 REG-OC-ESTADO              PIC X(01).
                88 REG-OC-ABIERTA               VALUE "A".
                88 REG-OC-CUMPLIDA              VALUE "C".
             05 REG-OC-PRECIO              PIC 9(07)V9(02).

       FD RECEPCIONES.
          01 REG-RECEPCION.
             05 REG-REC-OC-NUMERO          PIC 9(06).
             05 REG-REC-PROVEEDOR          PIC 9(04).
             05 REG-REC-PRODUCTO           PIC 9(02).
             05 REG-REC-CANTIDAD           PIC 9(02).
             05 REG-REC-FECHA              PIC 9(08).
             05 REG-REC-LOTE               PIC X(06).

      *Accion A (o blanco) = factura nueva; B = anular el renglon
      *retenido de esa factura, orden y producto.
       FD LOTE.
          01 REG-LOTE.
             05 REG-LOT-PROVEEDOR          PIC 9(04).
             05 REG-LOT-FACTURA            PIC X(12).
             05 REG-LOT-FECHA              PIC 9(08).
             05 REG-LOT-OC-NUMERO          PIC 9(06).
             05 REG-LOT-PRODUCTO           PIC 9(02).
             05 REG-LOT-CANTIDAD           PIC 9(02).
             05 REG-LOT-PRECIO             PIC 9(07)V9(02).
             05 REG-LOT-ACCION             PIC X(01).
                88 REG-LOT-ANULAR               VALUE "B".

      *Estado R = retenida, A = aprobada, P = pagada por E164PAG,
      *X = anulada.
       FD FACTURAS.
          01 REG-FACTURA.
             05 REG-FPR-PROVEEDOR          PIC 9(04).
             05 REG-FPR-FACTURA            PIC X(12).
             05 REG-FPR-FECHA              PIC 9(08).
             05 REG-FPR-OC-NUMERO          PIC 9(06).
             05 REG-FPR-PRODUCTO           PIC 9(02).
             05 REG-FPR-CANTIDAD           PIC 9(02).
             05 REG-FPR-PRECIO             PIC 9(07)V9(02).
             05 REG-FPR-IMPORTE            PIC 9(13)V9(02).
             05 REG-FPR-VENCIMIENTO        PIC 9(08).
             05 REG-FPR-ESTADO             PIC X(01).
             05 REG-FPR-MOTIVO             PIC X(25).
             05 REG-FPR-FECHA-PAGO         PIC 9(08).

       FD RETENIDAS.
          01 REG-RETENIDA.
             05 REG-RTN-PROVEEDOR          PIC 9(04).
             05 REG-RTN-FACTURA            PIC X(12).
             05 REG-RTN-FECHA              PIC 9(08).
             05 REG-RTN-OC-NUMERO          PIC 9(06).
             05 REG-RTN-PRODUCTO           PIC 9(02).
             05 REG-RTN-CANTIDAD           PIC 9(02).
             05 REG-RTN-PRECIO             PIC 9(07)V9(02).
             05 REG-RTN-IMPORTE            PIC 9(13)V9(02).
             05 REG-RTN-MOTIVO             PIC X(25).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-PROV     PIC X(30) VALUE
              '110000-CARGAR-PROVEEDORES   '.
              05 CON-120000-CARGAR-ORDENES  PIC X(30) VALUE
              '120000-CARGAR-ORDENES       '.
              05 CON-130000-CARGAR-RECEPC   PIC X(30) VALUE
              '130000-CARGAR-RECEPCIONES   '.
              05 CON-140000-CARGAR-FACTURAS PIC X(30) VALUE
              '140000-CARGAR-FACTURAS      '.
              05 CON-220000-PROCESAR-LOTE   PIC X(30) VALUE
              '220000-PROCESAR-LOTE        '.
              05 CON-310000-GRABAR-FACTURAS PIC X(30) VALUE
              '310000-GRABAR-FACTURAS      '.
           02 CON-POLITICAS.
      *Tolerancias del control, en porcentaje: del precio unitario
      *de la orden y de la cantidad recibida.
              05 CON-TOL-PRECIO-PCT     PIC 9(02)V9(02) VALUE 2,00.
              05 CON-TOL-CANTIDAD-PCT   PIC 9(02)V9(02) VALUE 5,00.
              05 CON-CIEN               PIC 9(03) VALUE 100.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-PROVEED    PIC X(10) VALUE 'PROVEEDOR '.
              05 CON-ORDENES    PIC X(10) VALUE 'ORDENES   '.
              05 CON-RECEPC     PIC X(10) VALUE 'RECEPCION '.
              05 CON-LOTE       PIC X(10) VALUE 'LOTE FACT '.
              05 CON-FACTURAS   PIC X(10) VALUE 'FACTURAS  '.
              05 CON-RETENIDAS  PIC X(10) VALUE 'RETENIDAS '.
           02 CON-MOTIVOS.
              05 CON-MOTIVO-PROVEEDOR  PIC X(25) VALUE
                 'PROVEEDOR INEXISTENTE    '.
              05 CON-MOTIVO-ORDEN      PIC X(25) VALUE
                 'NO COINCIDE CON LA ORDEN '.
              05 CON-MOTIVO-PRECIO     PIC X(25) VALUE
                 'PRECIO FUERA DE TOLERANC.'.
              05 CON-MOTIVO-CANTIDAD   PIC X(25) VALUE
                 'CANTIDAD NO RECIBIDA     '.
              05 CON-MOTIVO-DUPLICADA  PIC X(25) VALUE
                 'FACTURA DUPLICADA        '.
              05 CON-MOTIVO-ANULAR     PIC X(25) VALUE
                 'ANULACION SIN RETENIDA   '.
      ************************** TABLES ********************************
       01 WSV-TABLA-PROVEEDORES.
          02 WSV-PRV-ENTRY OCCURS 100 TIMES.
             05 WSV-PRV-CODIGO        PIC 9(04).
             05 WSV-PRV-PLAZO-PAGO    PIC 9(03).
       01 WSV-CANT-PROVEEDORES        PIC 9(03) VALUE 0.

       01 WSV-TABLA-ORDENES.
          02 WSV-ORD-ENTRY OCCURS 300 TIMES.
             05 WSV-ORD-NUMERO        PIC 9(06).
             05 WSV-ORD-PROVEEDOR     PIC 9(04).
             05 WSV-ORD-PRODUCTO      PIC 9(02).
             05 WSV-ORD-PRECIO        PIC 9(07)V9(02).
             05 WSV-ORD-RECIBIDO      PIC 9(05).
       01 WSV-CANT-ORDENES            PIC 9(03) VALUE 0.

       01 WSV-TABLA-FACTURAS.
          02 WSV-FAC-ENTRY OCCURS 500 TIMES.
             05 WSV-FAC-PROVEEDOR     PIC 9(04).
             05 WSV-FAC-FACTURA       PIC X(12).
             05 WSV-FAC-FECHA         PIC 9(08).
             05 WSV-FAC-OC-NUMERO     PIC 9(06).
             05 WSV-FAC-PRODUCTO      PIC 9(02).
             05 WSV-FAC-CANTIDAD      PIC 9(02).
             05 WSV-FAC-PRECIO        PIC 9(07)V9(02).
             05 WSV-FAC-IMPORTE       PIC 9(13)V9(02).
             05 WSV-FAC-VENCIMIENTO   PIC 9(08).
             05 WSV-FAC-ESTADO        PIC X(01).
                88 WSV-FAC-RETENIDA          VALUE "R".
                88 WSV-FAC-APROBADA          VALUE "A".
                88 WSV-FAC-PAGADA            VALUE "P".
                88 WSV-FAC-ANULADA           VALUE "X".
             05 WSV-FAC-MOTIVO        PIC X(25).
             05 WSV-FAC-FECHA-PAGO    PIC 9(08).
       01 WSV-CANT-FACTURAS           PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PRO           PIC X(02) VALUE "00".
             88 FS-STATUS-PRO-OK               VALUE "00".
             88 FS-STATUS-PRO-EOF              VALUE "10".
          05 FS-STATUS-ORD           PIC X(02) VALUE "00".
             88 FS-STATUS-ORD-OK               VALUE "00".
             88 FS-STATUS-ORD-EOF              VALUE "10".
             88 FS-STATUS-ORD-NOT-FOUND        VALUE "35".
          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
             88 FS-STATUS-REC-EOF              VALUE "10".
             88 FS-STATUS-REC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
             88 FS-STATUS-LOT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-FAC           PIC X(02) VALUE "00".
             88 FS-STATUS-FAC-OK               VALUE "00".
             88 FS-STATUS-FAC-EOF              VALUE "10".
             88 FS-STATUS-FAC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RET           PIC X(02) VALUE "00".
             88 FS-STATUS-RET-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-FAC             PIC 9(03).
          05 WSV-IDX-ORD             PIC 9(03).
          05 WSV-IDX-PRV             PIC 9(03).
          05 WSV-PROVEEDOR           PIC 9(04).
          05 WSV-FACTURADO           PIC 9(05).
          05 WSV-DIFERENCIA          PIC 9(07)V9(02).
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDAS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-APROBADAS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RETENIDAS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-LIBERADAS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DUPLICADAS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-ANULADAS       PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
       01 WS-REG-ERRORES.
       COPY WSERRORES.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E164" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-PROVEEDORES
              THRU 110000-CARGAR-PROVEEDORES-F

           PERFORM 120000-CARGAR-ORDENES
              THRU 120000-CARGAR-ORDENES-F

           PERFORM 130000-CARGAR-RECEPCIONES
              THRU 130000-CARGAR-RECEPCIONES-F

           PERFORM 140000-CARGAR-FACTURAS
              THRU 140000-CARGAR-FACTURAS-F

           PERFORM 150000-OPEN-RETENIDAS
              THRU 150000-OPEN-RETENIDAS-F

           PERFORM 200000-REVISAR-RETENIDAS
              THRU 200000-REVISAR-RETENIDAS-F

           PERFORM 220000-PROCESAR-LOTE
              THRU 220000-PROCESAR-LOTE-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      ******************************************************************
       105000-LEER-PARAMETROS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS
           IF FS-STATUS-PAR-NOT-FOUND
              GO TO 105000-LEER-PARAMETROS-F
           END-IF
           IF NOT FS-STATUS-PAR-OK
              MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
              MOVE CON-PARAMETROS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAR              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           READ PARAMETROS
           IF FS-STATUS-PAR-OK
              MOVE REG-PARAM-FECHA TO WSV-FECHA-PROCESO
           END-IF
           CLOSE PARAMETROS
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-PROVEEDORES
      *El maestro tiene un renglon por proveedor y producto; el plazo
      *de pago es del proveedor y se toma el del primer renglon.
      ******************************************************************
       110000-CARGAR-PROVEEDORES.
           OPEN INPUT PROVEEDORES
           IF NOT FS-STATUS-PRO-OK
              MOVE CON-110000-CARGAR-PROV TO WS-ERR-PARRAFO
              MOVE CON-PROVEED            TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRO          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 115000-LEER-PROVEEDOR
              THRU 115000-LEER-PROVEEDOR-F
              UNTIL FS-STATUS-PRO-EOF

           CLOSE PROVEEDORES
           .
       110000-CARGAR-PROVEEDORES-F. EXIT.
      ******************************************************************
      *                         115000-LEER-PROVEEDOR
      ******************************************************************
       115000-LEER-PROVEEDOR.
           READ PROVEEDORES
           EVALUATE TRUE
               WHEN FS-STATUS-PRO-OK
                    CONTINUE
               WHEN FS-STATUS-PRO-EOF
                    GO TO 115000-LEER-PROVEEDOR-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-PROV TO WS-ERR-PARRAFO
                    MOVE CON-PROVEED            TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRO          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-PRV-CODIGO TO WSV-PROVEEDOR
           PERFORM 180000-BUSCAR-PROVEEDOR
              THRU 180000-BUSCAR-PROVEEDOR-F
           IF WSV-ENCONTRADO
              GO TO 115000-LEER-PROVEEDOR-F
           END-IF

           IF WSV-CANT-PROVEEDORES = 100
              DISPLAY "E164: TABLA DE PROVEEDORES LLENA - AMPLIE LA "
                      "TABLA"
              MOVE CON-110000-CARGAR-PROV TO WS-ERR-PARRAFO
              MOVE CON-PROVEED            TO WS-ERR-OBJETO
              MOVE CON-LEER               TO WS-ERR-OPERACION
              MOVE 99                     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-PROVEEDORES
           MOVE REG-PRV-CODIGO TO WSV-PRV-CODIGO(WSV-CANT-PROVEEDORES)
           MOVE REG-PRV-PLAZO-PAGO TO
              WSV-PRV-PLAZO-PAGO(WSV-CANT-PROVEEDORES)
           .
       115000-LEER-PROVEEDOR-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-ORDENES
      ******************************************************************
       120000-CARGAR-ORDENES.
           OPEN INPUT ORDENES
           IF FS-STATUS-ORD-NOT-FOUND
              GO TO 120000-CARGAR-ORDENES-F
           END-IF
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-120000-CARGAR-ORDENES TO WS-ERR-PARRAFO
              MOVE CON-ORDENES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 125000-LEER-ORDEN
              THRU 125000-LEER-ORDEN-F
              UNTIL FS-STATUS-ORD-EOF

           CLOSE ORDENES
           .
       120000-CARGAR-ORDENES-F. EXIT.
      ******************************************************************
      *                         125000-LEER-ORDEN
      ******************************************************************
       125000-LEER-ORDEN.
           READ ORDENES
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    CONTINUE
               WHEN FS-STATUS-ORD-EOF
                    GO TO 125000-LEER-ORDEN-F
               WHEN OTHER
                    MOVE CON-120000-CARGAR-ORDENES TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-CANT-ORDENES = 300
              DISPLAY "E164: TABLA DE ORDENES LLENA - AMPLIE LA TABLA"
              MOVE CON-120000-CARGAR-ORDENES TO WS-ERR-PARRAFO
              MOVE CON-ORDENES               TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ORDENES
           MOVE REG-OC-NUMERO    TO WSV-ORD-NUMERO(WSV-CANT-ORDENES)
           MOVE REG-OC-PROVEEDOR TO WSV-ORD-PROVEEDOR(WSV-CANT-ORDENES)
           MOVE REG-OC-PRODUCTO  TO WSV-ORD-PRODUCTO(WSV-CANT-ORDENES)
           MOVE REG-OC-PRECIO    TO WSV-ORD-PRECIO(WSV-CANT-ORDENES)
           MOVE ZERO             TO WSV-ORD-RECIBIDO(WSV-CANT-ORDENES)
           .
       125000-LEER-ORDEN-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-RECEPCIONES
      *Lo recibido se acumula en la orden; una recepcion de una
      *orden que ya no esta en el archivo no cuenta.
      ******************************************************************
       130000-CARGAR-RECEPCIONES.
           OPEN INPUT RECEPCIONES
           IF FS-STATUS-REC-NOT-FOUND
              GO TO 130000-CARGAR-RECEPCIONES-F
           END-IF
           IF NOT FS-STATUS-REC-OK
              MOVE CON-130000-CARGAR-RECEPC TO WS-ERR-PARRAFO
              MOVE CON-RECEPC               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 135000-LEER-RECEPCION
              THRU 135000-LEER-RECEPCION-F
              UNTIL FS-STATUS-REC-EOF

           CLOSE RECEPCIONES
           .
       130000-CARGAR-RECEPCIONES-F. EXIT.
      ******************************************************************
      *                         135000-LEER-RECEPCION
      ******************************************************************
       135000-LEER-RECEPCION.
           READ RECEPCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-REC-OK
                    CONTINUE
               WHEN FS-STATUS-REC-EOF
                    GO TO 135000-LEER-RECEPCION-F
               WHEN OTHER
                    MOVE CON-130000-CARGAR-RECEPC TO WS-ERR-PARRAFO
                    MOVE CON-RECEPC               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ORDENES
              IF WSV-ORD-NUMERO(WSV-IDX) = REG-REC-OC-NUMERO
                 AND WSV-ORD-PRODUCTO(WSV-IDX) = REG-REC-PRODUCTO
                 ADD REG-REC-CANTIDAD TO WSV-ORD-RECIBIDO(WSV-IDX)
              END-IF
           END-PERFORM
           .
       135000-LEER-RECEPCION-F. EXIT.
      ******************************************************************
      *                         140000-CARGAR-FACTURAS
      ******************************************************************
       140000-CARGAR-FACTURAS.
           OPEN INPUT FACTURAS
           IF FS-STATUS-FAC-NOT-FOUND
              GO TO 140000-CARGAR-FACTURAS-F
           END-IF
           IF NOT FS-STATUS-FAC-OK
              MOVE CON-140000-CARGAR-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 145000-LEER-FACTURA
              THRU 145000-LEER-FACTURA-F
              UNTIL FS-STATUS-FAC-EOF

           CLOSE FACTURAS
           .
       140000-CARGAR-FACTURAS-F. EXIT.
      ******************************************************************
      *                         145000-LEER-FACTURA
      ******************************************************************
       145000-LEER-FACTURA.
           READ FACTURAS
           EVALUATE TRUE
               WHEN FS-STATUS-FAC-OK
                    CONTINUE
               WHEN FS-STATUS-FAC-EOF
                    GO TO 145000-LEER-FACTURA-F
               WHEN OTHER
                    MOVE CON-140000-CARGAR-FACTURAS TO WS-ERR-PARRAFO
                    MOVE CON-FACTURAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-FAC              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           PERFORM 190000-CONTROLAR-TABLA
              THRU 190000-CONTROLAR-TABLA-F
           ADD 1 TO WSV-CANT-FACTURAS
           MOVE REG-FACTURA TO WSV-FAC-ENTRY(WSV-CANT-FACTURAS)
           .
       145000-LEER-FACTURA-F. EXIT.
      ******************************************************************
      *                         150000-OPEN-RETENIDAS
      ******************************************************************
       150000-OPEN-RETENIDAS.
           OPEN OUTPUT RETENIDAS
           IF NOT FS-STATUS-RET-OK
              MOVE CON-220000-PROCESAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-RETENIDAS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       150000-OPEN-RETENIDAS-F. EXIT.
      ******************************************************************
      *                         180000-BUSCAR-PROVEEDOR
      ******************************************************************
       180000-BUSCAR-PROVEEDOR.
           MOVE "N" TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-PRV
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PROVEEDORES
              OR WSV-ENCONTRADO
              IF WSV-PRV-CODIGO(WSV-IDX) = WSV-PROVEEDOR
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-PRV
              END-IF
           END-PERFORM
           .
       180000-BUSCAR-PROVEEDOR-F. EXIT.
      ******************************************************************
      *                         190000-CONTROLAR-TABLA
      ******************************************************************
       190000-CONTROLAR-TABLA.
           IF WSV-CANT-FACTURAS = 500
              DISPLAY "E164: TABLA DE FACTURAS LLENA - AMPLIE LA TABLA"
              MOVE CON-140000-CARGAR-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS               TO WS-ERR-OBJETO
              MOVE CON-LEER                   TO WS-ERR-OPERACION
              MOVE 99                         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       190000-CONTROLAR-TABLA-F. EXIT.
      ******************************************************************
      *                         200000-REVISAR-RETENIDAS
      *Las retenidas de corridas anteriores se vuelven a controlar
      *antes que el lote nuevo.
      ******************************************************************
       200000-REVISAR-RETENIDAS.
           PERFORM VARYING WSV-IDX-FAC FROM 1 BY 1
              UNTIL WSV-IDX-FAC > WSV-CANT-FACTURAS
              IF WSV-FAC-RETENIDA(WSV-IDX-FAC)
                 PERFORM 250000-CONTROLAR-FACTURA
                    THRU 250000-CONTROLAR-FACTURA-F
                 IF WSV-FAC-APROBADA(WSV-IDX-FAC)
                    ADD 1 TO WSV-CANT-LIBERADAS
                 END-IF
              END-IF
           END-PERFORM
           .
       200000-REVISAR-RETENIDAS-F. EXIT.
      ******************************************************************
      *                         220000-PROCESAR-LOTE
      ******************************************************************
       220000-PROCESAR-LOTE.
           OPEN INPUT LOTE
           IF FS-STATUS-LOT-NOT-FOUND
              DISPLAY "E164: NO HAY FACTURAS NUEVAS"
              GO TO 220000-PROCESAR-LOTE-F
           END-IF
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-220000-PROCESAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-LOTE                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 225000-LEER-LOTE
              THRU 225000-LEER-LOTE-F
              UNTIL FS-STATUS-LOT-EOF

           CLOSE LOTE
           .
       220000-PROCESAR-LOTE-F. EXIT.
      ******************************************************************
      *                         225000-LEER-LOTE
      *El mismo proveedor, factura, orden y producto ya cargado y no
      *anulado es un duplicado: va a la lista y no se carga.
      ******************************************************************
       225000-LEER-LOTE.
           READ LOTE
           EVALUATE TRUE
               WHEN FS-STATUS-LOT-OK
                    ADD 1 TO WSV-CANT-LEIDAS
               WHEN FS-STATUS-LOT-EOF
                    GO TO 225000-LEER-LOTE-F
               WHEN OTHER
                    MOVE CON-220000-PROCESAR-LOTE TO WS-ERR-PARRAFO
                    MOVE CON-LOTE                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LOT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-FAC FROM 1 BY 1
              UNTIL WSV-IDX-FAC > WSV-CANT-FACTURAS
              OR WSV-ENCONTRADO
              IF WSV-FAC-PROVEEDOR(WSV-IDX-FAC) = REG-LOT-PROVEEDOR
                 AND WSV-FAC-FACTURA(WSV-IDX-FAC) = REG-LOT-FACTURA
                 AND WSV-FAC-OC-NUMERO(WSV-IDX-FAC) = REG-LOT-OC-NUMERO
                 AND WSV-FAC-PRODUCTO(WSV-IDX-FAC) = REG-LOT-PRODUCTO
                 AND NOT WSV-FAC-ANULADA(WSV-IDX-FAC)
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           SUBTRACT 1 FROM WSV-IDX-FAC

           IF REG-LOT-ANULAR
              IF WSV-ENCONTRADO
                 AND WSV-FAC-RETENIDA(WSV-IDX-FAC)
                 MOVE "X" TO WSV-FAC-ESTADO(WSV-IDX-FAC)
                 MOVE WSV-FECHA-PROCESO TO
                    WSV-FAC-FECHA-PAGO(WSV-IDX-FAC)
                 ADD 1 TO WSV-CANT-ANULADAS
              ELSE
                 MOVE CON-MOTIVO-ANULAR TO REG-RTN-MOTIVO
                 PERFORM 240000-WRITE-RECHAZO-LOTE
                    THRU 240000-WRITE-RECHAZO-LOTE-F
              END-IF
              GO TO 225000-LEER-LOTE-F
           END-IF

           IF WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-DUPLICADAS
              MOVE CON-MOTIVO-DUPLICADA TO REG-RTN-MOTIVO
              PERFORM 240000-WRITE-RECHAZO-LOTE
                 THRU 240000-WRITE-RECHAZO-LOTE-F
              GO TO 225000-LEER-LOTE-F
           END-IF

           PERFORM 190000-CONTROLAR-TABLA
              THRU 190000-CONTROLAR-TABLA-F
           ADD 1 TO WSV-CANT-FACTURAS
           MOVE WSV-CANT-FACTURAS TO WSV-IDX-FAC
           MOVE REG-LOT-PROVEEDOR TO WSV-FAC-PROVEEDOR(WSV-IDX-FAC)
           MOVE REG-LOT-FACTURA   TO WSV-FAC-FACTURA(WSV-IDX-FAC)
           MOVE REG-LOT-FECHA     TO WSV-FAC-FECHA(WSV-IDX-FAC)
           MOVE REG-LOT-OC-NUMERO TO WSV-FAC-OC-NUMERO(WSV-IDX-FAC)
           MOVE REG-LOT-PRODUCTO  TO WSV-FAC-PRODUCTO(WSV-IDX-FAC)
           MOVE REG-LOT-CANTIDAD  TO WSV-FAC-CANTIDAD(WSV-IDX-FAC)
           MOVE REG-LOT-PRECIO    TO WSV-FAC-PRECIO(WSV-IDX-FAC)
           COMPUTE WSV-FAC-IMPORTE(WSV-IDX-FAC) =
              REG-LOT-CANTIDAD * REG-LOT-PRECIO
           MOVE ZERO   TO WSV-FAC-VENCIMIENTO(WSV-IDX-FAC)
           MOVE "R"    TO WSV-FAC-ESTADO(WSV-IDX-FAC)
           MOVE SPACES TO WSV-FAC-MOTIVO(WSV-IDX-FAC)
           MOVE ZERO   TO WSV-FAC-FECHA-PAGO(WSV-IDX-FAC)

           PERFORM 250000-CONTROLAR-FACTURA
              THRU 250000-CONTROLAR-FACTURA-F
           IF WSV-FAC-APROBADA(WSV-IDX-FAC)
              ADD 1 TO WSV-CANT-APROBADAS
           END-IF
           .
       225000-LEER-LOTE-F. EXIT.
      ******************************************************************
      *                         240000-WRITE-RECHAZO-LOTE
      ******************************************************************
       240000-WRITE-RECHAZO-LOTE.
           MOVE REG-LOT-PROVEEDOR TO REG-RTN-PROVEEDOR
           MOVE REG-LOT-FACTURA   TO REG-RTN-FACTURA
           MOVE REG-LOT-FECHA     TO REG-RTN-FECHA
           MOVE REG-LOT-OC-NUMERO TO REG-RTN-OC-NUMERO
           MOVE REG-LOT-PRODUCTO  TO REG-RTN-PRODUCTO
           MOVE REG-LOT-CANTIDAD  TO REG-RTN-CANTIDAD
           MOVE REG-LOT-PRECIO    TO REG-RTN-PRECIO
           COMPUTE REG-RTN-IMPORTE = REG-LOT-CANTIDAD * REG-LOT-PRECIO
           PERFORM 245000-WRITE-RETENIDA
              THRU 245000-WRITE-RETENIDA-F
           .
       240000-WRITE-RECHAZO-LOTE-F. EXIT.
      ******************************************************************
      *                         245000-WRITE-RETENIDA
      ******************************************************************
       245000-WRITE-RETENIDA.
           WRITE REG-RETENIDA
           IF NOT FS-STATUS-RET-OK
              MOVE CON-220000-PROCESAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-RETENIDAS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-RET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       245000-WRITE-RETENIDA-F. EXIT.
      ******************************************************************
      *                         250000-CONTROLAR-FACTURA
      *Control de tres vias del renglon WSV-IDX-FAC: proveedor,
      *orden (mismo proveedor y producto), precio contra la orden y
      *cantidad facturada de la orden contra lo recibido. El primer
      *control que falla deja el renglon retenido con su motivo.
      ******************************************************************
       250000-CONTROLAR-FACTURA.
           MOVE "R" TO WSV-FAC-ESTADO(WSV-IDX-FAC)

           MOVE WSV-FAC-PROVEEDOR(WSV-IDX-FAC) TO WSV-PROVEEDOR
           PERFORM 180000-BUSCAR-PROVEEDOR
              THRU 180000-BUSCAR-PROVEEDOR-F
           IF NOT WSV-ENCONTRADO
              MOVE CON-MOTIVO-PROVEEDOR TO WSV-FAC-MOTIVO(WSV-IDX-FAC)
              GO TO 250000-CONTROLAR-FACTURA-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-ORD
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ORDENES
              OR WSV-ENCONTRADO
              IF WSV-ORD-NUMERO(WSV-IDX) =
                 WSV-FAC-OC-NUMERO(WSV-IDX-FAC)
                 AND WSV-ORD-PROVEEDOR(WSV-IDX) =
                 WSV-FAC-PROVEEDOR(WSV-IDX-FAC)
                 AND WSV-ORD-PRODUCTO(WSV-IDX) =
                 WSV-FAC-PRODUCTO(WSV-IDX-FAC)
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-ORD
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              MOVE CON-MOTIVO-ORDEN TO WSV-FAC-MOTIVO(WSV-IDX-FAC)
              GO TO 250000-CONTROLAR-FACTURA-F
           END-IF

           IF WSV-FAC-PRECIO(WSV-IDX-FAC) > WSV-ORD-PRECIO(WSV-IDX-ORD)
              COMPUTE WSV-DIFERENCIA = WSV-FAC-PRECIO(WSV-IDX-FAC)
                                     - WSV-ORD-PRECIO(WSV-IDX-ORD)
           ELSE
              COMPUTE WSV-DIFERENCIA = WSV-ORD-PRECIO(WSV-IDX-ORD)
                                     - WSV-FAC-PRECIO(WSV-IDX-FAC)
           END-IF
           IF WSV-DIFERENCIA * CON-CIEN >
              WSV-ORD-PRECIO(WSV-IDX-ORD) * CON-TOL-PRECIO-PCT
              MOVE CON-MOTIVO-PRECIO TO WSV-FAC-MOTIVO(WSV-IDX-FAC)
              GO TO 250000-CONTROLAR-FACTURA-F
           END-IF

           MOVE WSV-FAC-CANTIDAD(WSV-IDX-FAC) TO WSV-FACTURADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-FACTURAS
              IF WSV-IDX NOT = WSV-IDX-FAC
                 AND WSV-FAC-OC-NUMERO(WSV-IDX) =
                 WSV-FAC-OC-NUMERO(WSV-IDX-FAC)
                 AND WSV-FAC-PRODUCTO(WSV-IDX) =
                 WSV-FAC-PRODUCTO(WSV-IDX-FAC)
                 AND (WSV-FAC-APROBADA(WSV-IDX)
                 OR WSV-FAC-PAGADA(WSV-IDX))
                 ADD WSV-FAC-CANTIDAD(WSV-IDX) TO WSV-FACTURADO
              END-IF
           END-PERFORM
           IF WSV-FACTURADO * CON-CIEN >
              WSV-ORD-RECIBIDO(WSV-IDX-ORD)
              * (CON-CIEN + CON-TOL-CANTIDAD-PCT)
              MOVE CON-MOTIVO-CANTIDAD TO WSV-FAC-MOTIVO(WSV-IDX-FAC)
              GO TO 250000-CONTROLAR-FACTURA-F
           END-IF

           MOVE "A"    TO WSV-FAC-ESTADO(WSV-IDX-FAC)
           MOVE SPACES TO WSV-FAC-MOTIVO(WSV-IDX-FAC)
           PERFORM 260000-CALCULAR-VENCIMIENTO
              THRU 260000-CALCULAR-VENCIMIENTO-F
           .
       250000-CONTROLAR-FACTURA-F. EXIT.
      ******************************************************************
      *                         260000-CALCULAR-VENCIMIENTO
      *Fecha de factura mas el plazo de pago del proveedor en dias
      *corridos; si cae en dia no habil, el habil siguiente.
      ******************************************************************
       260000-CALCULAR-VENCIMIENTO.
           MOVE "C" TO WS-FEC-OPERACION
           MOVE WSV-FAC-FECHA(WSV-IDX-FAC) TO WS-FEC-FECHA
           MOVE WSV-PRV-PLAZO-PAGO(WSV-IDX-PRV) TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-RESULTADO TO WSV-FAC-VENCIMIENTO(WSV-IDX-FAC)

           MOVE "H" TO WS-FEC-OPERACION
           MOVE WSV-FAC-VENCIMIENTO(WSV-IDX-FAC) TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL NOT = "S"
              MOVE "S" TO WS-FEC-OPERACION
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-RESULTADO TO
                 WSV-FAC-VENCIMIENTO(WSV-IDX-FAC)
           END-IF
           .
       260000-CALCULAR-VENCIMIENTO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           PERFORM 310000-GRABAR-FACTURAS
              THRU 310000-GRABAR-FACTURAS-F

           CLOSE RETENIDAS

           DISPLAY "E164 - CONTROL DE FACTURAS DE PROVEEDORES"
           DISPLAY "RENGLONES LEIDOS DEL LOTE  : " WSV-CANT-LEIDAS
           DISPLAY "APROBADOS DEL LOTE         : " WSV-CANT-APROBADAS
           DISPLAY "RETENIDAS LIBERADAS        : " WSV-CANT-LIBERADAS
           DISPLAY "RETENIDAS PENDIENTES       : " WSV-CANT-RETENIDAS
           DISPLAY "DUPLICADOS NO CARGADOS     : " WSV-CANT-DUPLICADAS
           DISPLAY "RETENIDAS ANULADAS         : " WSV-CANT-ANULADAS
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-FACTURAS
      *Reescribe el registro de facturas y agrega a la lista de
      *retenidas todas las que siguen retenidas.
      ******************************************************************
       310000-GRABAR-FACTURAS.
           OPEN OUTPUT FACTURAS
           IF NOT FS-STATUS-FAC-OK
              MOVE CON-310000-GRABAR-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 315000-GRABAR-FACTURA
              THRU 315000-GRABAR-FACTURA-F
              VARYING WSV-IDX-FAC FROM 1 BY 1
              UNTIL WSV-IDX-FAC > WSV-CANT-FACTURAS

           CLOSE FACTURAS
           .
       310000-GRABAR-FACTURAS-F. EXIT.
      ******************************************************************
      *                         315000-GRABAR-FACTURA
      ******************************************************************
       315000-GRABAR-FACTURA.
           MOVE WSV-FAC-ENTRY(WSV-IDX-FAC) TO REG-FACTURA
           WRITE REG-FACTURA
           IF NOT FS-STATUS-FAC-OK
              MOVE CON-310000-GRABAR-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF NOT WSV-FAC-RETENIDA(WSV-IDX-FAC)
              GO TO 315000-GRABAR-FACTURA-F
           END-IF

           ADD 1 TO WSV-CANT-RETENIDAS
           MOVE WSV-FAC-PROVEEDOR(WSV-IDX-FAC) TO REG-RTN-PROVEEDOR
           MOVE WSV-FAC-FACTURA(WSV-IDX-FAC)   TO REG-RTN-FACTURA
           MOVE WSV-FAC-FECHA(WSV-IDX-FAC)     TO REG-RTN-FECHA
           MOVE WSV-FAC-OC-NUMERO(WSV-IDX-FAC) TO REG-RTN-OC-NUMERO
           MOVE WSV-FAC-PRODUCTO(WSV-IDX-FAC)  TO REG-RTN-PRODUCTO
           MOVE WSV-FAC-CANTIDAD(WSV-IDX-FAC)  TO REG-RTN-CANTIDAD
           MOVE WSV-FAC-PRECIO(WSV-IDX-FAC)    TO REG-RTN-PRECIO
           MOVE WSV-FAC-IMPORTE(WSV-IDX-FAC)   TO REG-RTN-IMPORTE
           MOVE WSV-FAC-MOTIVO(WSV-IDX-FAC)    TO REG-RTN-MOTIVO
           PERFORM 245000-WRITE-RETENIDA
              THRU 245000-WRITE-RETENIDA-F
           .
       315000-GRABAR-FACTURA-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E164.
