      ******************************************************************
      *Stock de productos por sucursal. Desde E141 la venta trae
      *producto y cantidad, pero nadie sabia que le quedaba a cada
      *sucursal. Este programa mantiene STOCK_SUCURSAL.txt
      *(sucursal, producto, en mano, minimo, maximo, en transito
      *entrante) con:
      *- las ventas validadas de SUC-VEN_VALIDADO.txt (E141), que
      *  descuentan (corre despues de E141 y antes de que la
      *  operacion renombre el validado como SUC-VEN.txt); una venta
      *  por encima del stock de libro deja el stock en cero y se
      *  denuncia en el informe;
      *- las devoluciones de DEVOLUCIONES.txt (E83), que suman. El
      *  archivo acumula todo el mes: solo se toman las devoluciones
      *  con fecha posterior a la ultima aplicada, que queda en
      *  STOCK_CONTROL.txt, para que una corrida diaria no las sume
      *  dos veces. Una devolucion sin producto (registro anterior a
      *  E141) no mueve stock;
      *- los movimientos de MOVIMIENTOS_STOCK.txt: R recepcion del
      *  deposito central, M minimo y maximo de la sucursal para el
      *  producto, E envio a otra sucursal y C confirmacion de la
      *  recepcion de un envio. El envio descuenta en el origen y
      *  queda pendiente en TRASPASOS_SUCURSAL.txt como en transito
      *  del destino hasta que el destino confirma lo que recibio;
      *  la diferencia entre lo enviado y lo recibido se informa.
      *  Un movimiento que no se puede aplicar (envio sin stock,
      *  confirmacion de un traspaso que no esta pendiente o de otra
      *  sucursal) va a MOVIMIENTOS_RECHAZADOS.txt con el motivo.
      *Cierra con STOCK_REPORTE_SUCURSAL.txt: faltantes (bajo el
      *minimo) y sobrantes (sobre el maximo) por sucursal, y por
      *producto los traspasos sugeridos desde las sucursales con
      *sobrante hacia las que estan bajo el minimo; lo que los
      *sobrantes no cubren queda sugerido como compra. El faltante
      *descuenta lo que ya viene en transito.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E178.
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
       SELECT VENTAS ASSIGN TO "SUC-VEN_VALIDADO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-VTA.

       SELECT DEVOLUCIONES ASSIGN TO "DEVOLUCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DEV.

       SELECT MOVIMIENTOS ASSIGN TO "MOVIMIENTOS_STOCK.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MOV.
      *************************  INPUT-OUTPUT  *************************
       SELECT STOCK ASSIGN TO "STOCK_SUCURSAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-STK.

       SELECT TRASPASOS ASSIGN TO "TRASPASOS_SUCURSAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TRA.

       SELECT CONTROLSTK ASSIGN TO "STOCK_CONTROL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTL.
      ****************************  OUTPUT  ****************************
       SELECT RECHAZOS ASSIGN TO "MOVIMIENTOS_RECHAZADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RCH.

       SELECT INFORME ASSIGN TO "STOCK_REPORTE_SUCURSAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
          01 REG-VENTA.
               05 REG-VTA-SUCURSAL          PIC 9(02).
               05 REG-VTA-VENDEDOR          PIC 9(02).
               05 REG-VTA-MONTO             PIC 9(07)V99.
               05 REG-VTA-PRODUCTO          PIC 9(03).
               05 REG-VTA-CANTIDAD          PIC 9(03).
               05 REG-VTA-FECHA             PIC 9(08).
               05 REG-VTA-TIPO-CBTE         PIC X(01).
               05 REG-VTA-NRO-CBTE          PIC 9(08).
               05 REG-VTA-CUIT-COMPRADOR    PIC 9(11).

       FD DEVOLUCIONES.
          01 REG-DEVOLUCION.
               05 REG-DEV-SUCURSAL          PIC 9(02).
               05 REG-DEV-VENDEDOR          PIC 9(02).
               05 REG-DEV-MONTO             PIC 9(07)V99.
               05 REG-DEV-FECHA-VENTA       PIC 9(08).
               05 REG-DEV-FECHA             PIC 9(08).
               05 REG-DEV-PRODUCTO          PIC 9(03).
               05 REG-DEV-CANTIDAD          PIC 9(03).
               05 REG-DEV-TIPO-CBTE         PIC X(01).
               05 REG-DEV-NRO-CBTE          PIC 9(08).
               05 REG-DEV-CUIT-COMPRADOR    PIC 9(11).

       FD MOVIMIENTOS.
          01 REG-MOVIMIENTO.
               05 REG-MOV-TIPO              PIC X(01).
                  88 REG-MOV-RECEPCION            VALUE "R".
                  88 REG-MOV-MINIMO               VALUE "M".
                  88 REG-MOV-ENVIO                VALUE "E".
                  88 REG-MOV-CONFIRMACION         VALUE "C".
               05 REG-MOV-SUCURSAL          PIC 9(02).
               05 REG-MOV-PRODUCTO          PIC 9(03).
      *R y E: cantidad movida; C: cantidad recibida; M: minimo.
               05 REG-MOV-CANTIDAD          PIC 9(07).
      *E: sucursal destino; M: maximo.
               05 REG-MOV-SUC-DESTINO       PIC 9(02).
               05 REG-MOV-MAXIMO            PIC 9(07).
               05 REG-MOV-TRASPASO          PIC 9(06).
               05 REG-MOV-FECHA             PIC 9(08).
               05 REG-MOV-USUARIO           PIC X(08).

       FD STOCK.
          01 REG-STOCK.
               05 REG-STK-SUCURSAL          PIC 9(02).
               05 REG-STK-PRODUCTO          PIC 9(03).
               05 REG-STK-EN-MANO           PIC 9(07).
               05 REG-STK-MINIMO            PIC 9(07).
               05 REG-STK-MAXIMO            PIC 9(07).
               05 REG-STK-EN-TRANSITO       PIC 9(07).
               05 REG-STK-FECHA-ULT-MOV     PIC 9(08).

       FD TRASPASOS.
          01 REG-TRASPASO.
               05 REG-TRA-NUMERO            PIC 9(06).
               05 REG-TRA-ORIGEN            PIC 9(02).
               05 REG-TRA-DESTINO           PIC 9(02).
               05 REG-TRA-PRODUCTO          PIC 9(03).
               05 REG-TRA-CANTIDAD          PIC 9(07).
               05 REG-TRA-FECHA             PIC 9(08).
               05 REG-TRA-USUARIO           PIC X(08).

       FD CONTROLSTK.
          01 REG-CONTROL.
               05 REG-CTL-FECHA-DEVOL       PIC 9(08).

       FD RECHAZOS.
          01 REG-RECHAZO.
               05 REG-RCH-MOVIMIENTO        PIC X(44).
               05 REG-RCH-MOTIVO            PIC X(40).

       FD INFORME.
          01 REG-INFORME                   PIC X(80).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-150000-BUSCAR-STOCK    PIC X(30) VALUE
              '150000-BUSCAR-STOCK         '.
              05 CON-200000-APLICAR-VENTAS  PIC X(30) VALUE
              '200000-APLICAR-VENTAS       '.
              05 CON-300000-APLICAR-DEVOL   PIC X(30) VALUE
              '300000-APLICAR-DEVOLUCIONES '.
              05 CON-400000-APLICAR-MOVIM   PIC X(30) VALUE
              '400000-APLICAR-MOVIMIENTOS  '.
              05 CON-500000-GRABAR          PIC X(30) VALUE
              '500000-GRABAR               '.
              05 CON-600000-INFORMAR        PIC X(30) VALUE
              '600000-INFORMAR             '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-VENTAS    PIC X(10) VALUE 'VALIDADO  '.
              05 CON-DEVOL     PIC X(10) VALUE 'DEVOLUCION'.
              05 CON-MOVIM     PIC X(10) VALUE 'MOVIMIENTO'.
              05 CON-STOCK     PIC X(10) VALUE 'STOCK     '.
              05 CON-TRASPASOS PIC X(10) VALUE 'TRASPASOS '.
              05 CON-CONTROL   PIC X(10) VALUE 'CONTROL   '.
              05 CON-RECHAZOS  PIC X(10) VALUE 'RECHAZOS  '.
              05 CON-INFORME   PIC X(10) VALUE 'INFORME   '.
      ************************** TABLES ********************************
      *Stock ordenado por sucursal y producto: el alta intercala la
      *entrada en su lugar para que el archivo y el informe salgan
      *agrupados por sucursal.
       01 WSV-TABLA-STOCK.
          02 WSV-STK-ENTRY OCCURS 2000 TIMES.
             05 WSV-STK-SUCURSAL     PIC 9(02).
             05 WSV-STK-PRODUCTO     PIC 9(03).
             05 WSV-STK-EN-MANO      PIC 9(07).
             05 WSV-STK-MINIMO       PIC 9(07).
             05 WSV-STK-MAXIMO       PIC 9(07).
             05 WSV-STK-EN-TRANSITO  PIC 9(07).
             05 WSV-STK-FECHA        PIC 9(08).
      *Para la sugerencia de traspasos: lo que le falta para llegar
      *al minimo y lo que le sobra sobre el maximo.
             05 WSV-STK-FALTA        PIC 9(07).
             05 WSV-STK-SOBRA        PIC 9(07).
       01 WSV-CANT-STOCK             PIC 9(04) VALUE 0.

       01 WSV-TABLA-TRASPASOS.
          02 WSV-TRA-ENTRY OCCURS 500 TIMES.
             05 WSV-TRA-NUMERO       PIC 9(06).
             05 WSV-TRA-ORIGEN       PIC 9(02).
             05 WSV-TRA-DESTINO      PIC 9(02).
             05 WSV-TRA-PRODUCTO     PIC 9(03).
             05 WSV-TRA-CANTIDAD     PIC 9(07).
             05 WSV-TRA-FECHA        PIC 9(08).
             05 WSV-TRA-USUARIO      PIC X(08).
             05 WSV-TRA-ESTADO       PIC X(01).
                88 WSV-TRA-PENDIENTE           VALUE "P".
                88 WSV-TRA-RECIBIDO            VALUE "R".
       01 WSV-CANT-TRASPASOS         PIC 9(03) VALUE 0.

      *Novedades del dia para el informe.
       01 WSV-TABLA-AVISOS.
          02 WSV-AVI-ENTRY OCCURS 200 TIMES.
             05 WSV-AVI-LINEA        PIC X(80).
       01 WSV-CANT-AVISOS            PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-VTA           PIC X(02) VALUE "00".
             88 FS-STATUS-VTA-OK               VALUE "00".
             88 FS-STATUS-VTA-EOF              VALUE "10".
             88 FS-STATUS-VTA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DEV           PIC X(02) VALUE "00".
             88 FS-STATUS-DEV-OK               VALUE "00".
             88 FS-STATUS-DEV-EOF              VALUE "10".
             88 FS-STATUS-DEV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MOV           PIC X(02) VALUE "00".
             88 FS-STATUS-MOV-OK               VALUE "00".
             88 FS-STATUS-MOV-EOF              VALUE "10".
             88 FS-STATUS-MOV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-STK           PIC X(02) VALUE "00".
             88 FS-STATUS-STK-OK               VALUE "00".
             88 FS-STATUS-STK-EOF              VALUE "10".
             88 FS-STATUS-STK-NOT-FOUND        VALUE "35".
          05 FS-STATUS-TRA           PIC X(02) VALUE "00".
             88 FS-STATUS-TRA-OK               VALUE "00".
             88 FS-STATUS-TRA-EOF              VALUE "10".
             88 FS-STATUS-TRA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CTL           PIC X(02) VALUE "00".
             88 FS-STATUS-CTL-OK               VALUE "00".
             88 FS-STATUS-CTL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RCH           PIC X(02) VALUE "00".
             88 FS-STATUS-RCH-OK               VALUE "00".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(04).
          05 WSV-IDX-STK             PIC 9(04).
          05 WSV-IDX-ORI             PIC 9(04).
          05 WSV-IDX-DES             PIC 9(04).
          05 WSV-IDX-TRA             PIC 9(03).
          05 WSV-IDX-AUX             PIC 9(04).
          05 WSV-BUSCA-SUCURSAL      PIC 9(02).
          05 WSV-BUSCA-PRODUCTO      PIC 9(03).
          05 WSV-FECHA-MOV           PIC 9(08).
          05 WSV-FECHA-DEVOL-ANT     PIC 9(08) VALUE ZERO.
          05 WSV-FECHA-DEVOL-MAX     PIC 9(08) VALUE ZERO.
          05 WSV-MOTIVO              PIC X(40).
          05 WSV-DISPONIBLE          PIC 9(07).
          05 WSV-DIFERENCIA          PIC S9(07).
          05 WSV-CUBRE               PIC 9(07).
          05 WSV-NECESIDAD           PIC S9(08).
          05 WSV-SUC-ANTERIOR        PIC 9(02).
          05 WSV-PRODUCTO-ACTUAL     PIC 9(03).
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT-CANT           PIC Z.ZZZ.ZZ9.
          05 WSV-EDIT-CANT2          PIC Z.ZZZ.ZZ9.
          05 WSV-EDIT-CANT3          PIC Z.ZZZ.ZZ9.
          05 WSV-EDIT-DIF            PIC -Z.ZZZ.ZZ9.
       01 WSV-CONTADORES.
          05 WSV-CANT-VENTAS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-STOCK      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DEVOL          PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DEVOL-YA       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECEPCIONES    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-ENVIOS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CONFIRMADOS    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-MINIMOS        PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECHAZADOS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-FALTANTES      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SOBRANTES      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SUGERIDOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-COMPRAS        PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
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
           MOVE "E178" TO WS-ERR-PROGRAMA

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-APLICAR-VENTAS
              THRU 200000-APLICAR-VENTAS-F

           PERFORM 300000-APLICAR-DEVOLUCIONES
              THRU 300000-APLICAR-DEVOLUCIONES-F

           PERFORM 400000-APLICAR-MOVIMIENTOS
              THRU 400000-APLICAR-MOVIMIENTOS-F

           PERFORM 500000-GRABAR
              THRU 500000-GRABAR-F

           PERFORM 600000-INFORMAR
              THRU 600000-INFORMAR-F

           DISPLAY "E178 - STOCK DE PRODUCTOS POR SUCURSAL"
           DISPLAY "VENTAS APLICADAS         : " WSV-CANT-VENTAS
           DISPLAY "VENTAS SIN STOCK DE LIBRO: " WSV-CANT-SIN-STOCK
           DISPLAY "DEVOLUCIONES APLICADAS   : " WSV-CANT-DEVOL
           DISPLAY "DEVOLUCIONES YA APLICADAS: " WSV-CANT-DEVOL-YA
           DISPLAY "RECEPCIONES DEL DEPOSITO : " WSV-CANT-RECEPCIONES
           DISPLAY "TRASPASOS ENVIADOS       : " WSV-CANT-ENVIOS
           DISPLAY "TRASPASOS CONFIRMADOS    : " WSV-CANT-CONFIRMADOS
           DISPLAY "MINIMOS/MAXIMOS FIJADOS  : " WSV-CANT-MINIMOS
           DISPLAY "MOVIMIENTOS RECHAZADOS   : " WSV-CANT-RECHAZADOS
           DISPLAY "PRODUCTOS BAJO EL MINIMO : " WSV-CANT-FALTANTES
           DISPLAY "PRODUCTOS SOBRE EL MAXIMO: " WSV-CANT-SOBRANTES
           DISPLAY "TRASPASOS SUGERIDOS      : " WSV-CANT-SUGERIDOS
           DISPLAY "COMPRAS SUGERIDAS        : " WSV-CANT-COMPRAS
           STOP RUN
           .
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      *Sin STOCK_SUCURSAL.txt (primera corrida) el stock arranca
      *vacio; sin TRASPASOS_SUCURSAL.txt no hay envios pendientes.
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT STOCK
           IF FS-STATUS-STK-NOT-FOUND
              DISPLAY "E178: SIN STOCK_SUCURSAL.TXT - STOCK INICIAL "
                      "VACIO"
           ELSE
              IF NOT FS-STATUS-STK-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-STOCK                TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-STK            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 112000-LEER-STOCK
                 THRU 112000-LEER-STOCK-F
                 UNTIL FS-STATUS-STK-EOF
              CLOSE STOCK
           END-IF

           OPEN INPUT TRASPASOS
           IF NOT FS-STATUS-TRA-NOT-FOUND
              IF NOT FS-STATUS-TRA-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-TRASPASOS            TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-TRA            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 114000-LEER-TRASPASO
                 THRU 114000-LEER-TRASPASO-F
                 UNTIL FS-STATUS-TRA-EOF
              CLOSE TRASPASOS
           END-IF

           OPEN INPUT CONTROLSTK
           IF FS-STATUS-CTL-OK
              READ CONTROLSTK
              IF FS-STATUS-CTL-OK
                 MOVE REG-CTL-FECHA-DEVOL TO WSV-FECHA-DEVOL-ANT
              END-IF
              CLOSE CONTROLSTK
           END-IF
           MOVE WSV-FECHA-DEVOL-ANT TO WSV-FECHA-DEVOL-MAX
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-STOCK
      ******************************************************************
       112000-LEER-STOCK.
           READ STOCK
           EVALUATE TRUE
               WHEN FS-STATUS-STK-OK
      *Un registro fuera de tabla se perderia al regrabar el archivo:
      *tabla llena corta.
                    IF WSV-CANT-STOCK = 2000
                       DISPLAY "E178: TABLA DE STOCK LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-STOCK   TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    MOVE REG-STK-SUCURSAL TO WSV-BUSCA-SUCURSAL
                    MOVE REG-STK-PRODUCTO TO WSV-BUSCA-PRODUCTO
                    PERFORM 150000-BUSCAR-STOCK
                       THRU 150000-BUSCAR-STOCK-F
                    MOVE REG-STK-EN-MANO  TO
                       WSV-STK-EN-MANO(WSV-IDX-STK)
                    MOVE REG-STK-MINIMO   TO
                       WSV-STK-MINIMO(WSV-IDX-STK)
                    MOVE REG-STK-MAXIMO   TO
                       WSV-STK-MAXIMO(WSV-IDX-STK)
                    MOVE REG-STK-EN-TRANSITO TO
                       WSV-STK-EN-TRANSITO(WSV-IDX-STK)
                    MOVE REG-STK-FECHA-ULT-MOV TO
                       WSV-STK-FECHA(WSV-IDX-STK)
               WHEN FS-STATUS-STK-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-STOCK                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-STK            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-STOCK-F. EXIT.
      ******************************************************************
      *                         114000-LEER-TRASPASO
      ******************************************************************
       114000-LEER-TRASPASO.
           READ TRASPASOS
           EVALUATE TRUE
               WHEN FS-STATUS-TRA-OK
                    IF WSV-CANT-TRASPASOS = 500
                       DISPLAY "E178: TABLA DE TRASPASOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-TRASPASOS TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-TRASPASOS
                    MOVE REG-TRA-NUMERO   TO
                       WSV-TRA-NUMERO(WSV-CANT-TRASPASOS)
                    MOVE REG-TRA-ORIGEN   TO
                       WSV-TRA-ORIGEN(WSV-CANT-TRASPASOS)
                    MOVE REG-TRA-DESTINO  TO
                       WSV-TRA-DESTINO(WSV-CANT-TRASPASOS)
                    MOVE REG-TRA-PRODUCTO TO
                       WSV-TRA-PRODUCTO(WSV-CANT-TRASPASOS)
                    MOVE REG-TRA-CANTIDAD TO
                       WSV-TRA-CANTIDAD(WSV-CANT-TRASPASOS)
                    MOVE REG-TRA-FECHA    TO
                       WSV-TRA-FECHA(WSV-CANT-TRASPASOS)
                    MOVE REG-TRA-USUARIO  TO
                       WSV-TRA-USUARIO(WSV-CANT-TRASPASOS)
                    MOVE "P" TO WSV-TRA-ESTADO(WSV-CANT-TRASPASOS)
               WHEN FS-STATUS-TRA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-TRASPASOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-TRASPASO-F. EXIT.
      ******************************************************************
      *                         150000-BUSCAR-STOCK
      *Busca (o crea) la entrada de WSV-BUSCA-SUCURSAL +
      *WSV-BUSCA-PRODUCTO y la deja en WSV-IDX-STK. El alta intercala
      *la entrada en orden de sucursal y producto.
      ******************************************************************
       150000-BUSCAR-STOCK.
           MOVE "N" TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-STK
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-STOCK
              OR WSV-IDX-STK > ZERO
              IF WSV-STK-SUCURSAL(WSV-IDX) = WSV-BUSCA-SUCURSAL
                 AND WSV-STK-PRODUCTO(WSV-IDX) = WSV-BUSCA-PRODUCTO
                 MOVE "S"     TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-STK
              END-IF
              IF WSV-STK-SUCURSAL(WSV-IDX) > WSV-BUSCA-SUCURSAL
                 OR (WSV-STK-SUCURSAL(WSV-IDX) = WSV-BUSCA-SUCURSAL
                 AND WSV-STK-PRODUCTO(WSV-IDX) > WSV-BUSCA-PRODUCTO)
                 MOVE WSV-IDX TO WSV-IDX-STK
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              GO TO 150000-BUSCAR-STOCK-F
           END-IF

           IF WSV-CANT-STOCK = 2000
              DISPLAY "E178: TABLA DE STOCK LLENA - AMPLIE LA TABLA"
              MOVE CON-150000-BUSCAR-STOCK TO WS-ERR-PARRAFO
              MOVE CON-STOCK               TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE 99                      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF WSV-IDX-STK = ZERO
              COMPUTE WSV-IDX-STK = WSV-CANT-STOCK + 1
           ELSE
              PERFORM VARYING WSV-IDX FROM WSV-CANT-STOCK BY -1
                 UNTIL WSV-IDX < WSV-IDX-STK
                 COMPUTE WSV-IDX-AUX = WSV-IDX + 1
                 MOVE WSV-STK-ENTRY(WSV-IDX) TO
                    WSV-STK-ENTRY(WSV-IDX-AUX)
              END-PERFORM
           END-IF
           ADD 1 TO WSV-CANT-STOCK
           MOVE WSV-BUSCA-SUCURSAL TO WSV-STK-SUCURSAL(WSV-IDX-STK)
           MOVE WSV-BUSCA-PRODUCTO TO WSV-STK-PRODUCTO(WSV-IDX-STK)
           MOVE ZERO TO WSV-STK-EN-MANO(WSV-IDX-STK)
           MOVE ZERO TO WSV-STK-MINIMO(WSV-IDX-STK)
           MOVE ZERO TO WSV-STK-MAXIMO(WSV-IDX-STK)
           MOVE ZERO TO WSV-STK-EN-TRANSITO(WSV-IDX-STK)
           MOVE ZERO TO WSV-STK-FECHA(WSV-IDX-STK)
           MOVE ZERO TO WSV-STK-FALTA(WSV-IDX-STK)
           MOVE ZERO TO WSV-STK-SOBRA(WSV-IDX-STK)
           .
       150000-BUSCAR-STOCK-F. EXIT.
      ******************************************************************
      *                         160000-AGREGAR-AVISO
      ******************************************************************
       160000-AGREGAR-AVISO.
           IF WSV-CANT-AVISOS < 200
              ADD 1 TO WSV-CANT-AVISOS
              MOVE WSV-LINEA TO WSV-AVI-LINEA(WSV-CANT-AVISOS)
           END-IF
           DISPLAY WSV-LINEA
           .
       160000-AGREGAR-AVISO-F. EXIT.
      ******************************************************************
      *                         200000-APLICAR-VENTAS
      ******************************************************************
       200000-APLICAR-VENTAS.
           OPEN INPUT VENTAS
           IF FS-STATUS-VTA-NOT-FOUND
              DISPLAY "E178: SIN VENTAS VALIDADAS EN EL LOTE"
              GO TO 200000-APLICAR-VENTAS-F
           END-IF
           IF NOT FS-STATUS-VTA-OK
              MOVE CON-200000-APLICAR-VENTAS TO WS-ERR-PARRAFO
              MOVE CON-VENTAS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-VTA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 210000-LEER-VENTA
              THRU 210000-LEER-VENTA-F
              UNTIL FS-STATUS-VTA-EOF

           CLOSE VENTAS
           .
       200000-APLICAR-VENTAS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-VENTA
      ******************************************************************
       210000-LEER-VENTA.
           READ VENTAS
           EVALUATE TRUE
               WHEN FS-STATUS-VTA-OK
                    PERFORM 220000-DESCONTAR-VENTA
                       THRU 220000-DESCONTAR-VENTA-F
               WHEN FS-STATUS-VTA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-APLICAR-VENTAS TO WS-ERR-PARRAFO
                    MOVE CON-VENTAS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-VTA             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-VENTA-F. EXIT.
      ******************************************************************
      *                         220000-DESCONTAR-VENTA
      ******************************************************************
       220000-DESCONTAR-VENTA.
           IF REG-VTA-PRODUCTO = ZERO
              OR REG-VTA-CANTIDAD = ZERO
              GO TO 220000-DESCONTAR-VENTA-F
           END-IF
           MOVE REG-VTA-SUCURSAL TO WSV-BUSCA-SUCURSAL
           MOVE REG-VTA-PRODUCTO TO WSV-BUSCA-PRODUCTO
           PERFORM 150000-BUSCAR-STOCK
              THRU 150000-BUSCAR-STOCK-F

           IF WSV-STK-EN-MANO(WSV-IDX-STK) < REG-VTA-CANTIDAD
      *Se vendio lo que el libro no tenia: la venta ya ocurrio, el
      *stock queda en cero y la diferencia se denuncia.
              COMPUTE WSV-DIFERENCIA =
                 REG-VTA-CANTIDAD - WSV-STK-EN-MANO(WSV-IDX-STK)
              MOVE WSV-DIFERENCIA TO WSV-EDIT-DIF
              MOVE SPACES TO WSV-LINEA
              STRING "SUC " DELIMITED BY SIZE
                 REG-VTA-SUCURSAL DELIMITED BY SIZE
                 " PROD " DELIMITED BY SIZE
                 REG-VTA-PRODUCTO DELIMITED BY SIZE
                 " VENTA SIN STOCK DE LIBRO POR" DELIMITED BY SIZE
                 WSV-EDIT-DIF DELIMITED BY SIZE
                 " UNIDADES" DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 160000-AGREGAR-AVISO
                 THRU 160000-AGREGAR-AVISO-F
              ADD 1 TO WSV-CANT-SIN-STOCK
              MOVE ZERO TO WSV-STK-EN-MANO(WSV-IDX-STK)
           ELSE
              SUBTRACT REG-VTA-CANTIDAD FROM
                 WSV-STK-EN-MANO(WSV-IDX-STK)
           END-IF
           MOVE REG-VTA-FECHA TO WSV-STK-FECHA(WSV-IDX-STK)
           ADD 1 TO WSV-CANT-VENTAS
           .
       220000-DESCONTAR-VENTA-F. EXIT.
      ******************************************************************
      *                         300000-APLICAR-DEVOLUCIONES
      ******************************************************************
       300000-APLICAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES
           IF FS-STATUS-DEV-NOT-FOUND
              DISPLAY "E178: SIN DEVOLUCIONES EN EL PERIODO"
              GO TO 300000-APLICAR-DEVOLUCIONES-F
           END-IF
           IF NOT FS-STATUS-DEV-OK
              MOVE CON-300000-APLICAR-DEVOL TO WS-ERR-PARRAFO
              MOVE CON-DEVOL                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 310000-LEER-DEVOLUCION
              THRU 310000-LEER-DEVOLUCION-F
              UNTIL FS-STATUS-DEV-EOF

           CLOSE DEVOLUCIONES
           .
       300000-APLICAR-DEVOLUCIONES-F. EXIT.
      ******************************************************************
      *                         310000-LEER-DEVOLUCION
      ******************************************************************
       310000-LEER-DEVOLUCION.
           READ DEVOLUCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-DEV-OK
                    PERFORM 320000-SUMAR-DEVOLUCION
                       THRU 320000-SUMAR-DEVOLUCION-F
               WHEN FS-STATUS-DEV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-300000-APLICAR-DEVOL TO WS-ERR-PARRAFO
                    MOVE CON-DEVOL                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DEV            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       310000-LEER-DEVOLUCION-F. EXIT.
      ******************************************************************
      *                         320000-SUMAR-DEVOLUCION
      ******************************************************************
       320000-SUMAR-DEVOLUCION.
           IF REG-DEV-PRODUCTO NOT NUMERIC
              OR REG-DEV-CANTIDAD NOT NUMERIC
              OR REG-DEV-PRODUCTO = ZERO
              OR REG-DEV-CANTIDAD = ZERO
              GO TO 320000-SUMAR-DEVOLUCION-F
           END-IF
           IF REG-DEV-FECHA <= WSV-FECHA-DEVOL-ANT
              ADD 1 TO WSV-CANT-DEVOL-YA
              GO TO 320000-SUMAR-DEVOLUCION-F
           END-IF
           MOVE REG-DEV-SUCURSAL TO WSV-BUSCA-SUCURSAL
           MOVE REG-DEV-PRODUCTO TO WSV-BUSCA-PRODUCTO
           PERFORM 150000-BUSCAR-STOCK
              THRU 150000-BUSCAR-STOCK-F
           ADD REG-DEV-CANTIDAD TO WSV-STK-EN-MANO(WSV-IDX-STK)
           MOVE REG-DEV-FECHA TO WSV-STK-FECHA(WSV-IDX-STK)
           IF REG-DEV-FECHA > WSV-FECHA-DEVOL-MAX
              MOVE REG-DEV-FECHA TO WSV-FECHA-DEVOL-MAX
           END-IF
           ADD 1 TO WSV-CANT-DEVOL
           .
       320000-SUMAR-DEVOLUCION-F. EXIT.
      ******************************************************************
      *                         400000-APLICAR-MOVIMIENTOS
      ******************************************************************
       400000-APLICAR-MOVIMIENTOS.
           OPEN OUTPUT RECHAZOS
           IF NOT FS-STATUS-RCH-OK
              MOVE CON-400000-APLICAR-MOVIM TO WS-ERR-PARRAFO
              MOVE CON-RECHAZOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCH            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           OPEN INPUT MOVIMIENTOS
           IF FS-STATUS-MOV-NOT-FOUND
              DISPLAY "E178: SIN MOVIMIENTOS DE STOCK"
              CLOSE RECHAZOS
              GO TO 400000-APLICAR-MOVIMIENTOS-F
           END-IF
           IF NOT FS-STATUS-MOV-OK
              MOVE CON-400000-APLICAR-MOVIM TO WS-ERR-PARRAFO
              MOVE CON-MOVIM                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-MOV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 410000-LEER-MOVIMIENTO
              THRU 410000-LEER-MOVIMIENTO-F
              UNTIL FS-STATUS-MOV-EOF

           CLOSE MOVIMIENTOS
           CLOSE RECHAZOS
           .
       400000-APLICAR-MOVIMIENTOS-F. EXIT.
      ******************************************************************
      *                         410000-LEER-MOVIMIENTO
      ******************************************************************
       410000-LEER-MOVIMIENTO.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-STATUS-MOV-OK
                    MOVE SPACES TO WSV-MOTIVO
                    EVALUATE TRUE
                        WHEN REG-MOV-RECEPCION
                             PERFORM 420000-RECEPCION
                                THRU 420000-RECEPCION-F
                        WHEN REG-MOV-MINIMO
                             PERFORM 430000-MINIMO-MAXIMO
                                THRU 430000-MINIMO-MAXIMO-F
                        WHEN REG-MOV-ENVIO
                             PERFORM 440000-ENVIO
                                THRU 440000-ENVIO-F
                        WHEN REG-MOV-CONFIRMACION
                             PERFORM 450000-CONFIRMACION
                                THRU 450000-CONFIRMACION-F
                        WHEN OTHER
                             MOVE "TIPO DE MOVIMIENTO INVALIDO"
                                TO WSV-MOTIVO
                    END-EVALUATE
                    IF WSV-MOTIVO NOT = SPACES
                       PERFORM 490000-RECHAZAR
                          THRU 490000-RECHAZAR-F
                    END-IF
               WHEN FS-STATUS-MOV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-400000-APLICAR-MOVIM TO WS-ERR-PARRAFO
                    MOVE CON-MOVIM                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MOV            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       410000-LEER-MOVIMIENTO-F. EXIT.
      ******************************************************************
      *                         420000-RECEPCION
      *Ingreso desde el deposito central.
      ******************************************************************
       420000-RECEPCION.
           IF REG-MOV-CANTIDAD = ZERO
              MOVE "RECEPCION SIN CANTIDAD" TO WSV-MOTIVO
              GO TO 420000-RECEPCION-F
           END-IF
           MOVE REG-MOV-SUCURSAL TO WSV-BUSCA-SUCURSAL
           MOVE REG-MOV-PRODUCTO TO WSV-BUSCA-PRODUCTO
           PERFORM 150000-BUSCAR-STOCK
              THRU 150000-BUSCAR-STOCK-F
           ADD REG-MOV-CANTIDAD TO WSV-STK-EN-MANO(WSV-IDX-STK)
           MOVE REG-MOV-FECHA TO WSV-STK-FECHA(WSV-IDX-STK)
           ADD 1 TO WSV-CANT-RECEPCIONES
           .
       420000-RECEPCION-F. EXIT.
      ******************************************************************
      *                         430000-MINIMO-MAXIMO
      *Un maximo en cero deja al producto sin control de sobrante.
      ******************************************************************
       430000-MINIMO-MAXIMO.
           IF REG-MOV-MAXIMO > ZERO
              AND REG-MOV-MAXIMO < REG-MOV-CANTIDAD
              MOVE "MAXIMO MENOR QUE EL MINIMO" TO WSV-MOTIVO
              GO TO 430000-MINIMO-MAXIMO-F
           END-IF
           MOVE REG-MOV-SUCURSAL TO WSV-BUSCA-SUCURSAL
           MOVE REG-MOV-PRODUCTO TO WSV-BUSCA-PRODUCTO
           PERFORM 150000-BUSCAR-STOCK
              THRU 150000-BUSCAR-STOCK-F
           MOVE REG-MOV-CANTIDAD TO WSV-STK-MINIMO(WSV-IDX-STK)
           MOVE REG-MOV-MAXIMO   TO WSV-STK-MAXIMO(WSV-IDX-STK)
           ADD 1 TO WSV-CANT-MINIMOS
           .
       430000-MINIMO-MAXIMO-F. EXIT.
      ******************************************************************
      *                         440000-ENVIO
      *Envio a otra sucursal: sale del origen ahora y entra al
      *destino cuando el destino confirma la recepcion.
      ******************************************************************
       440000-ENVIO.
           IF REG-MOV-CANTIDAD = ZERO
              MOVE "ENVIO SIN CANTIDAD" TO WSV-MOTIVO
              GO TO 440000-ENVIO-F
           END-IF
           IF REG-MOV-SUC-DESTINO = REG-MOV-SUCURSAL
              MOVE "ENVIO A LA MISMA SUCURSAL" TO WSV-MOTIVO
              GO TO 440000-ENVIO-F
           END-IF
           IF WSV-CANT-TRASPASOS = 500
              MOVE "TABLA DE TRASPASOS LLENA" TO WSV-MOTIVO
              GO TO 440000-ENVIO-F
           END-IF
           MOVE ZERO TO WSV-IDX-TRA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TRASPASOS
              IF WSV-TRA-NUMERO(WSV-IDX) = REG-MOV-TRASPASO
                 MOVE WSV-IDX TO WSV-IDX-TRA
              END-IF
           END-PERFORM
           IF WSV-IDX-TRA > ZERO
              MOVE "NUMERO DE TRASPASO YA PENDIENTE" TO WSV-MOTIVO
              GO TO 440000-ENVIO-F
           END-IF

           MOVE REG-MOV-SUCURSAL TO WSV-BUSCA-SUCURSAL
           MOVE REG-MOV-PRODUCTO TO WSV-BUSCA-PRODUCTO
           PERFORM 150000-BUSCAR-STOCK
              THRU 150000-BUSCAR-STOCK-F
           IF WSV-STK-EN-MANO(WSV-IDX-STK) < REG-MOV-CANTIDAD
              MOVE "ORIGEN SIN STOCK SUFICIENTE" TO WSV-MOTIVO
              GO TO 440000-ENVIO-F
           END-IF
           SUBTRACT REG-MOV-CANTIDAD FROM WSV-STK-EN-MANO(WSV-IDX-STK)
           MOVE REG-MOV-FECHA TO WSV-STK-FECHA(WSV-IDX-STK)

           MOVE REG-MOV-SUC-DESTINO TO WSV-BUSCA-SUCURSAL
           PERFORM 150000-BUSCAR-STOCK
              THRU 150000-BUSCAR-STOCK-F
           ADD REG-MOV-CANTIDAD TO WSV-STK-EN-TRANSITO(WSV-IDX-STK)

           ADD 1 TO WSV-CANT-TRASPASOS
           MOVE REG-MOV-TRASPASO TO WSV-TRA-NUMERO(WSV-CANT-TRASPASOS)
           MOVE REG-MOV-SUCURSAL TO WSV-TRA-ORIGEN(WSV-CANT-TRASPASOS)
           MOVE REG-MOV-SUC-DESTINO TO
              WSV-TRA-DESTINO(WSV-CANT-TRASPASOS)
           MOVE REG-MOV-PRODUCTO TO
              WSV-TRA-PRODUCTO(WSV-CANT-TRASPASOS)
           MOVE REG-MOV-CANTIDAD TO
              WSV-TRA-CANTIDAD(WSV-CANT-TRASPASOS)
           MOVE REG-MOV-FECHA    TO WSV-TRA-FECHA(WSV-CANT-TRASPASOS)
           MOVE REG-MOV-USUARIO  TO
              WSV-TRA-USUARIO(WSV-CANT-TRASPASOS)
           MOVE "P" TO WSV-TRA-ESTADO(WSV-CANT-TRASPASOS)
           ADD 1 TO WSV-CANT-ENVIOS
           .
       440000-ENVIO-F. EXIT.
      ******************************************************************
      *                         450000-CONFIRMACION
      *El destino confirma lo que recibio. Entra lo recibido; lo que
      *falto respecto de lo enviado se informa como diferencia de
      *traspaso (el origen ya lo habia descontado).
      ******************************************************************
       450000-CONFIRMACION.
           MOVE ZERO TO WSV-IDX-TRA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TRASPASOS
              IF WSV-TRA-NUMERO(WSV-IDX) = REG-MOV-TRASPASO
                 AND WSV-TRA-PENDIENTE(WSV-IDX)
                 MOVE WSV-IDX TO WSV-IDX-TRA
              END-IF
           END-PERFORM
           IF WSV-IDX-TRA = ZERO
              MOVE "TRASPASO NO PENDIENTE" TO WSV-MOTIVO
              GO TO 450000-CONFIRMACION-F
           END-IF
           IF WSV-TRA-DESTINO(WSV-IDX-TRA) NOT = REG-MOV-SUCURSAL
              MOVE "EL TRASPASO ES PARA OTRA SUCURSAL" TO WSV-MOTIVO
              GO TO 450000-CONFIRMACION-F
           END-IF

           MOVE WSV-TRA-DESTINO(WSV-IDX-TRA)  TO WSV-BUSCA-SUCURSAL
           MOVE WSV-TRA-PRODUCTO(WSV-IDX-TRA) TO WSV-BUSCA-PRODUCTO
           PERFORM 150000-BUSCAR-STOCK
              THRU 150000-BUSCAR-STOCK-F
           ADD REG-MOV-CANTIDAD TO WSV-STK-EN-MANO(WSV-IDX-STK)
           IF WSV-STK-EN-TRANSITO(WSV-IDX-STK) >
              WSV-TRA-CANTIDAD(WSV-IDX-TRA)
              SUBTRACT WSV-TRA-CANTIDAD(WSV-IDX-TRA) FROM
                 WSV-STK-EN-TRANSITO(WSV-IDX-STK)
           ELSE
              MOVE ZERO TO WSV-STK-EN-TRANSITO(WSV-IDX-STK)
           END-IF
           MOVE REG-MOV-FECHA TO WSV-STK-FECHA(WSV-IDX-STK)
           MOVE "R" TO WSV-TRA-ESTADO(WSV-IDX-TRA)
           ADD 1 TO WSV-CANT-CONFIRMADOS

           COMPUTE WSV-DIFERENCIA =
              WSV-TRA-CANTIDAD(WSV-IDX-TRA) - REG-MOV-CANTIDAD
           IF WSV-DIFERENCIA NOT = ZERO
              MOVE WSV-DIFERENCIA TO WSV-EDIT-DIF
              MOVE SPACES TO WSV-LINEA
              STRING "TRASPASO " DELIMITED BY SIZE
                 REG-MOV-TRASPASO DELIMITED BY SIZE
                 " SUC " DELIMITED BY SIZE
                 WSV-TRA-ORIGEN(WSV-IDX-TRA) DELIMITED BY SIZE
                 "->" DELIMITED BY SIZE
                 WSV-TRA-DESTINO(WSV-IDX-TRA) DELIMITED BY SIZE
                 " PROD " DELIMITED BY SIZE
                 WSV-TRA-PRODUCTO(WSV-IDX-TRA) DELIMITED BY SIZE
                 " FALTANTE EN RECEPCION" DELIMITED BY SIZE
                 WSV-EDIT-DIF DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 160000-AGREGAR-AVISO
                 THRU 160000-AGREGAR-AVISO-F
           END-IF
           .
       450000-CONFIRMACION-F. EXIT.
      ******************************************************************
      *                         490000-RECHAZAR
      ******************************************************************
       490000-RECHAZAR.
           MOVE REG-MOVIMIENTO TO REG-RCH-MOVIMIENTO
           MOVE WSV-MOTIVO     TO REG-RCH-MOTIVO
           WRITE REG-RECHAZO
           IF NOT FS-STATUS-RCH-OK
              MOVE CON-400000-APLICAR-MOVIM TO WS-ERR-PARRAFO
              MOVE CON-RECHAZOS             TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCH            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-RECHAZADOS
           .
       490000-RECHAZAR-F. EXIT.
      ******************************************************************
      *                         500000-GRABAR
      *Regraba el stock, los traspasos que siguen pendientes y la
      *fecha de la ultima devolucion aplicada.
      ******************************************************************
       500000-GRABAR.
           OPEN OUTPUT STOCK
           IF NOT FS-STATUS-STK-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-STOCK         TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-STK     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 510000-GRABAR-STOCK
              THRU 510000-GRABAR-STOCK-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-STOCK
           CLOSE STOCK

           OPEN OUTPUT TRASPASOS
           IF NOT FS-STATUS-TRA-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-TRASPASOS     TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRA     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 520000-GRABAR-TRASPASO
              THRU 520000-GRABAR-TRASPASO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TRASPASOS
           CLOSE TRASPASOS

           OPEN OUTPUT CONTROLSTK
           IF NOT FS-STATUS-CTL-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-CONTROL       TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTL     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WSV-FECHA-DEVOL-MAX TO REG-CTL-FECHA-DEVOL
           WRITE REG-CONTROL
           CLOSE CONTROLSTK
           .
       500000-GRABAR-F. EXIT.
      ******************************************************************
      *                         510000-GRABAR-STOCK
      ******************************************************************
       510000-GRABAR-STOCK.
           MOVE WSV-STK-SUCURSAL(WSV-IDX)    TO REG-STK-SUCURSAL
           MOVE WSV-STK-PRODUCTO(WSV-IDX)    TO REG-STK-PRODUCTO
           MOVE WSV-STK-EN-MANO(WSV-IDX)     TO REG-STK-EN-MANO
           MOVE WSV-STK-MINIMO(WSV-IDX)      TO REG-STK-MINIMO
           MOVE WSV-STK-MAXIMO(WSV-IDX)      TO REG-STK-MAXIMO
           MOVE WSV-STK-EN-TRANSITO(WSV-IDX) TO REG-STK-EN-TRANSITO
           MOVE WSV-STK-FECHA(WSV-IDX)       TO REG-STK-FECHA-ULT-MOV
           WRITE REG-STOCK
           IF NOT FS-STATUS-STK-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-STOCK         TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-STK     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       510000-GRABAR-STOCK-F. EXIT.
      ******************************************************************
      *                         520000-GRABAR-TRASPASO
      ******************************************************************
       520000-GRABAR-TRASPASO.
           IF NOT WSV-TRA-PENDIENTE(WSV-IDX)
              GO TO 520000-GRABAR-TRASPASO-F
           END-IF
           MOVE WSV-TRA-NUMERO(WSV-IDX)   TO REG-TRA-NUMERO
           MOVE WSV-TRA-ORIGEN(WSV-IDX)   TO REG-TRA-ORIGEN
           MOVE WSV-TRA-DESTINO(WSV-IDX)  TO REG-TRA-DESTINO
           MOVE WSV-TRA-PRODUCTO(WSV-IDX) TO REG-TRA-PRODUCTO
           MOVE WSV-TRA-CANTIDAD(WSV-IDX) TO REG-TRA-CANTIDAD
           MOVE WSV-TRA-FECHA(WSV-IDX)    TO REG-TRA-FECHA
           MOVE WSV-TRA-USUARIO(WSV-IDX)  TO REG-TRA-USUARIO
           WRITE REG-TRASPASO
           IF NOT FS-STATUS-TRA-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-TRASPASOS     TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRA     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       520000-GRABAR-TRASPASO-F. EXIT.
      ******************************************************************
      *                         600000-INFORMAR
      ******************************************************************
       600000-INFORMAR.
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-600000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "FALTANTES Y SOBRANTES DE STOCK POR SUCURSAL"
              TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE "SUC PROD    EN MANO   MINIMO   MAXIMO TRANSITO"
              TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE 99 TO WSV-SUC-ANTERIOR
           PERFORM 610000-FALTANTE-SOBRANTE
              THRU 610000-FALTANTE-SOBRANTE-F
              VARYING WSV-IDX-STK FROM 1 BY 1
              UNTIL WSV-IDX-STK > WSV-CANT-STOCK

           MOVE SPACES TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE "TRASPASOS SUGERIDOS ANTES DE COMPRAR" TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           PERFORM 630000-SUGERIR-PRODUCTO
              THRU 630000-SUGERIR-PRODUCTO-F
              VARYING WSV-IDX-DES FROM 1 BY 1
              UNTIL WSV-IDX-DES > WSV-CANT-STOCK

           MOVE SPACES TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE "TRASPASOS EN TRANSITO" TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           PERFORM 660000-LINEA-TRANSITO
              THRU 660000-LINEA-TRANSITO-F
              VARYING WSV-IDX-TRA FROM 1 BY 1
              UNTIL WSV-IDX-TRA > WSV-CANT-TRASPASOS

           MOVE SPACES TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE "NOVEDADES DE LA CORRIDA" TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-AVISOS
              MOVE WSV-AVI-LINEA(WSV-IDX) TO WSV-LINEA
              PERFORM 690000-ESCRIBIR
                 THRU 690000-ESCRIBIR-F
           END-PERFORM

           CLOSE INFORME
           .
       600000-INFORMAR-F. EXIT.
      ******************************************************************
      *                         610000-FALTANTE-SOBRANTE
      *Faltante: lo que falta para el minimo descontando lo que ya
      *viene en transito. Sobrante: lo que excede el maximo.
      ******************************************************************
       610000-FALTANTE-SOBRANTE.
           MOVE ZERO TO WSV-STK-FALTA(WSV-IDX-STK)
           MOVE ZERO TO WSV-STK-SOBRA(WSV-IDX-STK)
           COMPUTE WSV-NECESIDAD =
              WSV-STK-MINIMO(WSV-IDX-STK) -
              WSV-STK-EN-MANO(WSV-IDX-STK) -
              WSV-STK-EN-TRANSITO(WSV-IDX-STK)
           IF WSV-NECESIDAD > ZERO
              MOVE WSV-NECESIDAD TO WSV-STK-FALTA(WSV-IDX-STK)
           END-IF
           IF WSV-STK-MAXIMO(WSV-IDX-STK) > ZERO
              AND WSV-STK-EN-MANO(WSV-IDX-STK) >
                  WSV-STK-MAXIMO(WSV-IDX-STK)
              COMPUTE WSV-STK-SOBRA(WSV-IDX-STK) =
                 WSV-STK-EN-MANO(WSV-IDX-STK) -
                 WSV-STK-MAXIMO(WSV-IDX-STK)
           END-IF
           IF WSV-STK-FALTA(WSV-IDX-STK) = ZERO
              AND WSV-STK-SOBRA(WSV-IDX-STK) = ZERO
              GO TO 610000-FALTANTE-SOBRANTE-F
           END-IF

           IF WSV-STK-SUCURSAL(WSV-IDX-STK) NOT = WSV-SUC-ANTERIOR
              MOVE WSV-STK-SUCURSAL(WSV-IDX-STK) TO WSV-SUC-ANTERIOR
              MOVE SPACES TO WSV-LINEA
              STRING "SUCURSAL " DELIMITED BY SIZE
                 WSV-SUC-ANTERIOR DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 690000-ESCRIBIR
                 THRU 690000-ESCRIBIR-F
           END-IF
           MOVE WSV-STK-EN-MANO(WSV-IDX-STK) TO WSV-EDIT-CANT
           MOVE WSV-STK-MINIMO(WSV-IDX-STK)  TO WSV-EDIT-CANT2
           MOVE WSV-STK-MAXIMO(WSV-IDX-STK)  TO WSV-EDIT-CANT3
           MOVE SPACES TO WSV-LINEA
           STRING WSV-STK-SUCURSAL(WSV-IDX-STK) DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WSV-STK-PRODUCTO(WSV-IDX-STK) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WSV-EDIT-CANT DELIMITED BY SIZE
              WSV-EDIT-CANT2 DELIMITED BY SIZE
              WSV-EDIT-CANT3 DELIMITED BY SIZE
              INTO WSV-LINEA
           MOVE WSV-STK-EN-TRANSITO(WSV-IDX-STK) TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT TO WSV-LINEA(40:9)
           IF WSV-STK-FALTA(WSV-IDX-STK) > ZERO
              MOVE " FALTANTE" TO WSV-LINEA(50:9)
              ADD 1 TO WSV-CANT-FALTANTES
           ELSE
              MOVE " SOBRANTE" TO WSV-LINEA(50:9)
              ADD 1 TO WSV-CANT-SOBRANTES
           END-IF
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           .
       610000-FALTANTE-SOBRANTE-F. EXIT.
      ******************************************************************
      *                         630000-SUGERIR-PRODUCTO
      *Para cada sucursal con faltante se buscan sucursales con
      *sobrante del mismo producto; lo que no alcanza se compra.
      ******************************************************************
       630000-SUGERIR-PRODUCTO.
           IF WSV-STK-FALTA(WSV-IDX-DES) = ZERO
              GO TO 630000-SUGERIR-PRODUCTO-F
           END-IF
           MOVE WSV-STK-PRODUCTO(WSV-IDX-DES) TO WSV-PRODUCTO-ACTUAL
           PERFORM 640000-SUGERIR-TRASPASO
              THRU 640000-SUGERIR-TRASPASO-F
              VARYING WSV-IDX-ORI FROM 1 BY 1
              UNTIL WSV-IDX-ORI > WSV-CANT-STOCK
              OR WSV-STK-FALTA(WSV-IDX-DES) = ZERO

           IF WSV-STK-FALTA(WSV-IDX-DES) > ZERO
              MOVE WSV-STK-FALTA(WSV-IDX-DES) TO WSV-EDIT-CANT
              MOVE SPACES TO WSV-LINEA
              STRING "PROD " DELIMITED BY SIZE
                 WSV-PRODUCTO-ACTUAL DELIMITED BY SIZE
                 " COMPRAR PARA SUC " DELIMITED BY SIZE
                 WSV-STK-SUCURSAL(WSV-IDX-DES) DELIMITED BY SIZE
                 "       " DELIMITED BY SIZE
                 WSV-EDIT-CANT DELIMITED BY SIZE
                 " UNIDADES" DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 690000-ESCRIBIR
                 THRU 690000-ESCRIBIR-F
              ADD 1 TO WSV-CANT-COMPRAS
           END-IF
           .
       630000-SUGERIR-PRODUCTO-F. EXIT.
      ******************************************************************
      *                         640000-SUGERIR-TRASPASO
      ******************************************************************
       640000-SUGERIR-TRASPASO.
           IF WSV-STK-PRODUCTO(WSV-IDX-ORI) NOT = WSV-PRODUCTO-ACTUAL
              OR WSV-STK-SOBRA(WSV-IDX-ORI) = ZERO
              GO TO 640000-SUGERIR-TRASPASO-F
           END-IF
           IF WSV-STK-SOBRA(WSV-IDX-ORI) < WSV-STK-FALTA(WSV-IDX-DES)
              MOVE WSV-STK-SOBRA(WSV-IDX-ORI) TO WSV-CUBRE
           ELSE
              MOVE WSV-STK-FALTA(WSV-IDX-DES) TO WSV-CUBRE
           END-IF
           SUBTRACT WSV-CUBRE FROM WSV-STK-SOBRA(WSV-IDX-ORI)
           SUBTRACT WSV-CUBRE FROM WSV-STK-FALTA(WSV-IDX-DES)

           MOVE WSV-CUBRE TO WSV-EDIT-CANT
           MOVE SPACES TO WSV-LINEA
           STRING "PROD " DELIMITED BY SIZE
              WSV-PRODUCTO-ACTUAL DELIMITED BY SIZE
              " TRASPASAR DE SUC " DELIMITED BY SIZE
              WSV-STK-SUCURSAL(WSV-IDX-ORI) DELIMITED BY SIZE
              " A SUC " DELIMITED BY SIZE
              WSV-STK-SUCURSAL(WSV-IDX-DES) DELIMITED BY SIZE
              WSV-EDIT-CANT DELIMITED BY SIZE
              " UNIDADES" DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           ADD 1 TO WSV-CANT-SUGERIDOS
           .
       640000-SUGERIR-TRASPASO-F. EXIT.
      ******************************************************************
      *                         660000-LINEA-TRANSITO
      ******************************************************************
       660000-LINEA-TRANSITO.
           IF NOT WSV-TRA-PENDIENTE(WSV-IDX-TRA)
              GO TO 660000-LINEA-TRANSITO-F
           END-IF
           MOVE WSV-TRA-CANTIDAD(WSV-IDX-TRA) TO WSV-EDIT-CANT
           MOVE SPACES TO WSV-LINEA
           STRING "TRASPASO " DELIMITED BY SIZE
              WSV-TRA-NUMERO(WSV-IDX-TRA) DELIMITED BY SIZE
              " SUC " DELIMITED BY SIZE
              WSV-TRA-ORIGEN(WSV-IDX-TRA) DELIMITED BY SIZE
              "->" DELIMITED BY SIZE
              WSV-TRA-DESTINO(WSV-IDX-TRA) DELIMITED BY SIZE
              " PROD " DELIMITED BY SIZE
              WSV-TRA-PRODUCTO(WSV-IDX-TRA) DELIMITED BY SIZE
              WSV-EDIT-CANT DELIMITED BY SIZE
              " ENVIADO EL " DELIMITED BY SIZE
              WSV-TRA-FECHA(WSV-IDX-TRA) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           .
       660000-LINEA-TRANSITO-F. EXIT.
      ******************************************************************
      *                         690000-ESCRIBIR
      ******************************************************************
       690000-ESCRIBIR.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-600000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       690000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E178.
