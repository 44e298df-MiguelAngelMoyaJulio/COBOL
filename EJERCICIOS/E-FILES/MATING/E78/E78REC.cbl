      *consume E36 (con REG-LOTE-N y REG-VTO-N del remito), la orden
      *queda cumplida o con el saldo pendiente, y las entregas cortas
      *o sin orden quedan observadas en ENTREGAS_OBSERVADAS.txt.
      *Cada entrega apareada queda ademas en RECEPCIONES.txt con el
      *numero de orden, que es lo recibido contra lo que E164
      *controla la cantidad facturada por el proveedor.
      *Con el precio de la orden se recalcula el costo promedio
      *ponderado del producto en COSTOS_FARMACIA.txt, tomando como
      *existencia previa la de MASTER.txt: (existencia x costo
      *anterior + recibido x precio) / (existencia + recibido). Sin
      *existencia o sin costo anterior el costo pasa a ser el precio
      *de la orden. Es el costo al que E77 valoriza la dispensa.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT ENTREGAS ASSIGN TO "ENTREGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ENT.

       SELECT MASTER ASSIGN TO "MASTER.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MAS.
      ****************************  OUTPUT  ****************************
       SELECT ORDENES ASSIGN TO "ORDENES_COMPRA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
       SELECT OBSERVADAS ASSIGN TO "ENTREGAS_OBSERVADAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-OBS.

       SELECT RECEPCIONES ASSIGN TO "RECEPCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.

       SELECT COSTOS ASSIGN TO "COSTOS_FARMACIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CST.
       DATA DIVISION.
       FILE SECTION.
       FD ENTREGAS.
             05 REG-ENT-LOTE               PIC X(06).
             05 REG-ENT-VTO                PIC 9(08).

       FD MASTER.
          01 REG-MASTER.
             05 REG-CODE-PRO                PIC 9(02).
             05 REG-NAME-PRO                PIC X(03).
             05 REG-AMOUNT                  PIC 9(02).

       FD ORDENES.
          01 REG-ORDEN.
             05 REG-OC-NUMERO              PIC 9(06).
             05 REG-OC-ESTADO              PIC X(01).
                88 REG-OC-ABIERTA               VALUE "A".
                88 REG-OC-CUMPLIDA              VALUE "C".
             05 REG-OC-PRECIO              PIC 9(07)V9(02).

       FD NEWS.
          01 REG-NEWS.
             05 REG-OBS-PRODUCTO           PIC 9(02).
             05 REG-OBS-CANTIDAD           PIC 9(02).
             05 REG-OBS-MOTIVO             PIC X(25).

       FD RECEPCIONES.
          01 REG-RECEPCION.
             05 REG-REC-OC-NUMERO          PIC 9(06).
             05 REG-REC-PROVEEDOR          PIC 9(04).
             05 REG-REC-PRODUCTO           PIC 9(02).
             05 REG-REC-CANTIDAD           PIC 9(02).
             05 REG-REC-FECHA              PIC 9(08).
             05 REG-REC-LOTE               PIC X(06).

      *Costo promedio ponderado unitario por producto.
       FD COSTOS.
          01 REG-COSTO.
             05 REG-CST-CODE               PIC 9(02).
             05 REG-CST-IMPORTE            PIC 9(05)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '200000-PROCESS              '.
              05 CON-310000-GRABAR-ORDENES  PIC X(30) VALUE
              '310000-GRABAR-ORDENES       '.
              05 CON-130000-CARGAR-COSTOS   PIC X(30) VALUE
              '130000-CARGAR-COSTOS        '.
              05 CON-320000-GRABAR-COSTOS   PIC X(30) VALUE
              '320000-GRABAR-COSTOS        '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-ORDENES   PIC X(10) VALUE 'ORDENES   '.
              05 CON-NEWS      PIC X(10) VALUE 'NEWS      '.
              05 CON-OBSERV    PIC X(10) VALUE 'OBSERVADAS'.
              05 CON-RECEPC    PIC X(10) VALUE 'RECEPCION '.
              05 CON-MASTER    PIC X(10) VALUE 'MASTER    '.
              05 CON-COSTOS    PIC X(10) VALUE 'COSTOS    '.
           02 CON-MOTIVOS.
              05 CON-MOTIVO-SIN-ORDEN  PIC X(25) VALUE
                 'ENTREGA SIN ORDEN ABIERTA'.
             05 WSV-ORD-CANTIDAD      PIC 9(02).
             05 WSV-ORD-FECHA         PIC 9(08).
             05 WSV-ORD-ESTADO        PIC X(01).
             05 WSV-ORD-PRECIO        PIC 9(07)V9(02).
       01 WSV-CANT-ORDENES            PIC 9(03) VALUE 0.

      *Costo promedio y existencia por producto; la existencia se
      *va sumando con lo que entra en la misma corrida.
       01 WSV-TABLA-COSTOS.
          02 WSV-CST-ENTRY OCCURS 100 TIMES.
             05 WSV-CST-CODE          PIC 9(02).
             05 WSV-CST-IMPORTE       PIC 9(05)V9(02).
             05 WSV-CST-STOCK         PIC 9(05).
       01 WSV-CANT-COSTOS             PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-ENT           PIC X(02) VALUE "00".
             88 FS-STATUS-NEW-NOT-FOUND        VALUE "35".
          05 FS-STATUS-OBS           PIC X(02) VALUE "00".
             88 FS-STATUS-OBS-OK               VALUE "00".
          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
             88 FS-STATUS-REC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MAS           PIC X(02) VALUE "00".
             88 FS-STATUS-MAS-OK               VALUE "00".
             88 FS-STATUS-MAS-EOF              VALUE "10".
             88 FS-STATUS-MAS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CST           PIC X(02) VALUE "00".
             88 FS-STATUS-CST-OK               VALUE "00".
             88 FS-STATUS-CST-EOF              VALUE "10".
             88 FS-STATUS-CST-NOT-FOUND        VALUE "35".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-PENDIENTE           PIC S9(03).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-IDX-CST             PIC 9(03).
          05 WSV-CODIGO-BUSCADO      PIC 9(02).
          05 WSV-NUEVO-STOCK         PIC 9(05).
       01 WSV-CONTADORES.
          05 WSV-CANT-RECIBIDAS      PIC 9(04) VALUE ZERO.
          05 WSV-CANT-OBSERVADAS     PIC 9(04) VALUE ZERO.
       PROCEDURE DIVISION.
           MOVE "E78REC" TO WS-ERR-PROGRAMA

           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-CARGAR-ORDENES
              THRU 110000-CARGAR-ORDENES-F

           PERFORM 130000-CARGAR-COSTOS
              THRU 130000-CARGAR-COSTOS-F

           PERFORM 120000-OPEN-ARCHIVOS
              THRU 120000-OPEN-ARCHIVOS-F

           PERFORM 310000-GRABAR-ORDENES
              THRU 310000-GRABAR-ORDENES-F

           PERFORM 320000-GRABAR-COSTOS
              THRU 320000-GRABAR-COSTOS-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
           .
       115000-LEER-ORDEN-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-COSTOS
      *Costos vigentes (puede no haber archivo todavia) y existencia
      *de cada producto segun MASTER.
      ******************************************************************
       130000-CARGAR-COSTOS.
           OPEN INPUT COSTOS
           IF NOT FS-STATUS-CST-NOT-FOUND
              IF NOT FS-STATUS-CST-OK
                 MOVE CON-130000-CARGAR-COSTOS TO WS-ERR-PARRAFO
                 MOVE CON-COSTOS               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CST            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 135000-LEER-COSTO
                 THRU 135000-LEER-COSTO-F
                 UNTIL FS-STATUS-CST-EOF
              CLOSE COSTOS
           END-IF

           OPEN INPUT MASTER
           IF FS-STATUS-MAS-NOT-FOUND
              GO TO 130000-CARGAR-COSTOS-F
           END-IF
           IF NOT FS-STATUS-MAS-OK
              MOVE CON-130000-CARGAR-COSTOS TO WS-ERR-PARRAFO
              MOVE CON-MASTER               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-MAS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 137000-LEER-MASTER
              THRU 137000-LEER-MASTER-F
              UNTIL FS-STATUS-MAS-EOF

           CLOSE MASTER
           .
       130000-CARGAR-COSTOS-F. EXIT.
      ******************************************************************
      *                         135000-LEER-COSTO
      ******************************************************************
       135000-LEER-COSTO.
           READ COSTOS
           EVALUATE TRUE
               WHEN FS-STATUS-CST-OK
                    MOVE REG-CST-CODE TO WSV-CODIGO-BUSCADO
                    PERFORM 138000-UBICAR-COSTO
                       THRU 138000-UBICAR-COSTO-F
                    MOVE REG-CST-IMPORTE
                      TO WSV-CST-IMPORTE(WSV-IDX-CST)
               WHEN FS-STATUS-CST-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-CARGAR-COSTOS TO WS-ERR-PARRAFO
                    MOVE CON-COSTOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CST            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       135000-LEER-COSTO-F. EXIT.
      ******************************************************************
      *                         137000-LEER-MASTER
      ******************************************************************
       137000-LEER-MASTER.
           READ MASTER
           EVALUATE TRUE
               WHEN FS-STATUS-MAS-OK
                    MOVE REG-CODE-PRO TO WSV-CODIGO-BUSCADO
                    PERFORM 138000-UBICAR-COSTO
                       THRU 138000-UBICAR-COSTO-F
                    ADD REG-AMOUNT TO WSV-CST-STOCK(WSV-IDX-CST)
               WHEN FS-STATUS-MAS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-CARGAR-COSTOS TO WS-ERR-PARRAFO
                    MOVE CON-MASTER               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MAS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       137000-LEER-MASTER-F. EXIT.
      ******************************************************************
      *                         138000-UBICAR-COSTO
      *Deja en WSV-IDX-CST la entrada del producto buscado; si no
      *esta la agrega con costo y existencia en cero.
      ******************************************************************
       138000-UBICAR-COSTO.
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-CST FROM 1 BY 1
              UNTIL WSV-IDX-CST > WSV-CANT-COSTOS
              OR WSV-ENCONTRADO
              IF WSV-CST-CODE(WSV-IDX-CST) = WSV-CODIGO-BUSCADO
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM

           IF WSV-ENCONTRADO
              SUBTRACT 1 FROM WSV-IDX-CST
              GO TO 138000-UBICAR-COSTO-F
           END-IF

           IF WSV-CANT-COSTOS = 100
              DISPLAY "E78REC: TABLA DE COSTOS LLENA - AMPLIE LA TABLA"
              MOVE CON-130000-CARGAR-COSTOS TO WS-ERR-PARRAFO
              MOVE CON-COSTOS               TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE "99"                     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-COSTOS
           MOVE WSV-CANT-COSTOS    TO WSV-IDX-CST
           MOVE WSV-CODIGO-BUSCADO TO WSV-CST-CODE(WSV-IDX-CST)
           MOVE ZERO               TO WSV-CST-IMPORTE(WSV-IDX-CST)
           MOVE ZERO               TO WSV-CST-STOCK(WSV-IDX-CST)
           .
       138000-UBICAR-COSTO-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-ARCHIVOS
      ******************************************************************
       120000-OPEN-ARCHIVOS.
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

      *Las recepciones se acumulan: E164 las necesita todas mientras
      *haya facturas de la orden por controlar.
           OPEN EXTEND RECEPCIONES
           IF FS-STATUS-REC-NOT-FOUND
              OPEN OUTPUT RECEPCIONES
           END-IF
           IF NOT FS-STATUS-REC-OK
              MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
              MOVE CON-RECEPC         TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       120000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
              WRITE REG-OBSERVADA
           END-IF

           MOVE WSV-ORD-NUMERO(WSV-IDX) TO REG-REC-OC-NUMERO
           MOVE REG-ENT-PROVEEDOR TO REG-REC-PROVEEDOR
           MOVE REG-ENT-PRODUCTO  TO REG-REC-PRODUCTO
           MOVE REG-ENT-CANTIDAD  TO REG-REC-CANTIDAD
           MOVE WSV-FECHA-HOY     TO REG-REC-FECHA
           MOVE REG-ENT-LOTE      TO REG-REC-LOTE
           WRITE REG-RECEPCION
           IF NOT FS-STATUS-REC-OK
              MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
              MOVE CON-RECEPC         TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE REG-ENT-PRODUCTO TO REG-CODE-PRO-N
           MOVE REG-ENT-NOMBRE   TO REG-NAME-PRO-N
           MOVE REG-ENT-CANTIDAD TO REG-AMOUNT-N
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-RECIBIDAS

           PERFORM 220000-COSTO-PROMEDIO
              THRU 220000-COSTO-PROMEDIO-F
           .
       200000-PROCESS-X.
           PERFORM 210000-READ-ENTREGA
           .
       210000-READ-ENTREGA-F. EXIT.
      ******************************************************************
      *                         220000-COSTO-PROMEDIO
      *Promedio ponderado entre la existencia al costo anterior y lo
      *recibido al precio de la orden apareada (WSV-IDX).
      ******************************************************************
       220000-COSTO-PROMEDIO.
           MOVE REG-ENT-PRODUCTO TO WSV-CODIGO-BUSCADO
           PERFORM 138000-UBICAR-COSTO
              THRU 138000-UBICAR-COSTO-F

           COMPUTE WSV-NUEVO-STOCK =
              WSV-CST-STOCK(WSV-IDX-CST) + REG-ENT-CANTIDAD

           IF WSV-CST-STOCK(WSV-IDX-CST) = ZERO
              OR WSV-CST-IMPORTE(WSV-IDX-CST) = ZERO
              MOVE WSV-ORD-PRECIO(WSV-IDX)
                TO WSV-CST-IMPORTE(WSV-IDX-CST)
           ELSE
              COMPUTE WSV-CST-IMPORTE(WSV-IDX-CST) ROUNDED =
                 (WSV-CST-STOCK(WSV-IDX-CST)
                    * WSV-CST-IMPORTE(WSV-IDX-CST)
                  + REG-ENT-CANTIDAD * WSV-ORD-PRECIO(WSV-IDX))
                 / WSV-NUEVO-STOCK
           END-IF

           MOVE WSV-NUEVO-STOCK TO WSV-CST-STOCK(WSV-IDX-CST)
           .
       220000-COSTO-PROMEDIO-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-ORDENES
      ******************************************************************
       310000-GRABAR-ORDENES.
           .
       310000-GRABAR-ORDENES-F. EXIT.
      ******************************************************************
      *                         320000-GRABAR-COSTOS
      ******************************************************************
       320000-GRABAR-COSTOS.
           OPEN OUTPUT COSTOS
           IF NOT FS-STATUS-CST-OK
              MOVE CON-320000-GRABAR-COSTOS TO WS-ERR-PARRAFO
              MOVE CON-COSTOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CST            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX-CST FROM 1 BY 1
              UNTIL WSV-IDX-CST > WSV-CANT-COSTOS
              MOVE WSV-CST-CODE(WSV-IDX-CST)    TO REG-CST-CODE
              MOVE WSV-CST-IMPORTE(WSV-IDX-CST) TO REG-CST-IMPORTE
              WRITE REG-COSTO
              IF NOT FS-STATUS-CST-OK
                 MOVE CON-320000-GRABAR-COSTOS TO WS-ERR-PARRAFO
                 MOVE CON-COSTOS               TO WS-ERR-OBJETO
                 MOVE CON-GRABAR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CST            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM

           CLOSE COSTOS
           .
       320000-GRABAR-COSTOS-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE ENTREGAS
           CLOSE NEWS
           CLOSE OBSERVADAS
           CLOSE RECEPCIONES

           DISPLAY "E78REC - RECEPCION FINALIZADA"
           DISPLAY "ENTREGAS INGRESADAS  : " WSV-CANT-RECIBIDAS
