      ******************************************************************
      *Corrida semanal de pago a proveedores. Toma de
      *FACTURAS_PROVEEDOR.txt las facturas aprobadas por E164 que
      *vencen antes de la proxima corrida (vencimiento anterior a la
      *fecha de proceso mas siete dias, asi ninguna se paga tarde),
      *las agrupa por proveedor y deja una transferencia por
      *proveedor al CBU de PROVEEDORES.txt pendiente de envio en
      *TRANSFERENCIAS_SALIENTES.txt (origen PRV, estado P), que
      *E149 manda al banco destino con las demas. Por cada
      *proveedor pagado asienta en ASIENTOS.txt la deuda (debe
      *mercaderias, haber proveedores) y el pago (debe proveedores,
      *haber caja y bancos) con origen PRV, para que E71 los
      *mayorice, y las facturas quedan pagadas con la fecha. Un
      *proveedor sin CBU no se paga: sus facturas quedan aprobadas
      *y se listan para cargarle el CBU. La transferencia no sale
      *de una cuenta de cliente: si el banco destino la devuelve,
      *E149RET la informa sin reintegro para gestionarla a mano.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E164PAG.
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
      ****************************  OUTPUT  ****************************
       SELECT FACTURAS ASSIGN TO "FACTURAS_PROVEEDOR.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-FAC.

       SELECT SALIENTES ASSIGN TO "TRANSFERENCIAS_SALIENTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-SAL.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-STATUS-ASI.
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

      *Estado R = retenida, A = aprobada, P = pagada, X = anulada.
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

       FD SALIENTES.
          01 REG-SALIENTE.
             05 REG-SAL-FECHA            PIC 9(08).
             05 REG-SAL-ORIGEN           PIC X(03).
             05 REG-SAL-REFERENCIA       PIC 9(08).
             05 REG-SAL-CUENTA           PIC X(08).
             05 REG-SAL-CLIENTE          PIC 9(08).
             05 REG-SAL-CBU              PIC X(22).
             05 REG-SAL-IMPORTE          PIC 9(15)V9(02).
             05 REG-SAL-NRO-TRAN         PIC 9(08).
             05 REG-SAL-CONCEPTO         PIC X(30).
             05 REG-SAL-ESTADO           PIC X(01).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-FECHA              PIC 9(08).
             05 REG-ASI-ORIGEN             PIC X(03).
             05 REG-ASI-CUENTA             PIC 9(04).
             05 REG-ASI-DH                 PIC X(01).
             05 REG-ASI-IMPORTE            PIC 9(15)V9(02).
             05 REG-ASI-DETALLE            PIC X(30).
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
              05 CON-120000-CARGAR-FACTURAS PIC X(30) VALUE
              '120000-CARGAR-FACTURAS      '.
              05 CON-220000-PAGAR           PIC X(30) VALUE
              '220000-PAGAR-PROVEEDOR      '.
              05 CON-310000-GRABAR-FACTURAS PIC X(30) VALUE
              '310000-GRABAR-FACTURAS      '.
           02 CON-CONTABLES.
              05 CON-CTA-CAJA           PIC 9(04) VALUE 1100.
              05 CON-CTA-MERCADERIAS    PIC 9(04) VALUE 1300.
              05 CON-CTA-PROVEEDORES    PIC 9(04) VALUE 2200.
           02 CON-POLITICAS.
              05 CON-DIAS-SEMANA        PIC 9(02) VALUE 7.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-PROVEED    PIC X(10) VALUE 'PROVEEDOR '.
              05 CON-FACTURAS   PIC X(10) VALUE 'FACTURAS  '.
              05 CON-SALIENTES  PIC X(10) VALUE 'SALIENTES '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
      ************************** TABLES ********************************
       01 WSV-TABLA-PROVEEDORES.
          02 WSV-PRV-ENTRY OCCURS 100 TIMES.
             05 WSV-PRV-CODIGO        PIC 9(04).
             05 WSV-PRV-NOMBRE        PIC X(20).
             05 WSV-PRV-CBU           PIC X(22).
             05 WSV-PRV-TOTAL         PIC 9(15)V9(02).
             05 WSV-PRV-CANT          PIC 9(03).
             05 WSV-PRV-PAGADO        PIC X(01).
                88 WSV-PRV-PAGADO-S          VALUE "S".
       01 WSV-CANT-PROVEEDORES        PIC 9(03) VALUE 0.

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
                88 WSV-FAC-APROBADA          VALUE "A".
             05 WSV-FAC-MOTIVO        PIC X(25).
             05 WSV-FAC-FECHA-PAGO    PIC 9(08).
             05 WSV-FAC-SELECCION     PIC X(01).
                88 WSV-FAC-SELECCIONADA      VALUE "S".
       01 WSV-CANT-FACTURAS           PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PRO           PIC X(02) VALUE "00".
             88 FS-STATUS-PRO-OK               VALUE "00".
             88 FS-STATUS-PRO-EOF              VALUE "10".
          05 FS-STATUS-FAC           PIC X(02) VALUE "00".
             88 FS-STATUS-FAC-OK               VALUE "00".
             88 FS-STATUS-FAC-EOF              VALUE "10".
             88 FS-STATUS-FAC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-SAL           PIC X(02) VALUE "00".
             88 FS-STATUS-SAL-OK               VALUE "00".
             88 FS-STATUS-SAL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-LIMITE        PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-FAC             PIC 9(03).
          05 WSV-IDX-PRV             PIC 9(03).
          05 WSV-PROVEEDOR           PIC 9(04).
          05 WSV-EDIT1               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-PAGADOS        PIC 9(04) VALUE ZERO.
          05 WSV-CANT-SIN-CBU        PIC 9(04) VALUE ZERO.
          05 WSV-CANT-FAC-PAGADAS    PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-PAGADO        PIC 9(15)V9(02) VALUE ZERO.
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
           MOVE "E164PAG" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-PROVEEDORES
              THRU 110000-CARGAR-PROVEEDORES-F

           PERFORM 120000-CARGAR-FACTURAS
              THRU 120000-CARGAR-FACTURAS-F

           PERFORM 200000-SELECCIONAR
              THRU 200000-SELECCIONAR-F

           PERFORM 210000-OPEN-SALIDAS
              THRU 210000-OPEN-SALIDAS-F

           PERFORM 220000-PAGAR-PROVEEDOR
              THRU 220000-PAGAR-PROVEEDOR-F
              VARYING WSV-IDX-PRV FROM 1 BY 1
              UNTIL WSV-IDX-PRV > WSV-CANT-PROVEEDORES

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
              CONTINUE
           ELSE
              IF NOT FS-STATUS-PAR-OK
                 MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
                 MOVE CON-PARAMETROS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                  TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PAR              TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              ELSE
                 READ PARAMETROS
                 IF FS-STATUS-PAR-OK
                    MOVE REG-PARAM-FECHA TO WSV-FECHA-PROCESO
                 END-IF
                 CLOSE PARAMETROS
              END-IF
           END-IF

           MOVE "C" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
           MOVE CON-DIAS-SEMANA   TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-RESULTADO TO WSV-FECHA-LIMITE
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-PROVEEDORES
      *Un renglon por proveedor; nombre y CBU del primer renglon.
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
              DISPLAY "E164PAG: TABLA DE PROVEEDORES LLENA - AMPLIE "
                      "LA TABLA"
              MOVE CON-110000-CARGAR-PROV TO WS-ERR-PARRAFO
              MOVE CON-PROVEED            TO WS-ERR-OBJETO
              MOVE CON-LEER               TO WS-ERR-OPERACION
              MOVE 99                     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-PROVEEDORES
           MOVE WSV-CANT-PROVEEDORES TO WSV-IDX-PRV
           MOVE REG-PRV-CODIGO TO WSV-PRV-CODIGO(WSV-IDX-PRV)
           MOVE REG-PRV-NOMBRE TO WSV-PRV-NOMBRE(WSV-IDX-PRV)
           MOVE REG-PRV-CBU    TO WSV-PRV-CBU(WSV-IDX-PRV)
           MOVE ZERO           TO WSV-PRV-TOTAL(WSV-IDX-PRV)
           MOVE ZERO           TO WSV-PRV-CANT(WSV-IDX-PRV)
           MOVE "N"            TO WSV-PRV-PAGADO(WSV-IDX-PRV)
           .
       115000-LEER-PROVEEDOR-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-FACTURAS
      ******************************************************************
       120000-CARGAR-FACTURAS.
           OPEN INPUT FACTURAS
           IF FS-STATUS-FAC-NOT-FOUND
              DISPLAY "E164PAG: NO HAY FACTURAS DE PROVEEDORES"
              GOBACK
           END-IF
           IF NOT FS-STATUS-FAC-OK
              MOVE CON-120000-CARGAR-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 125000-LEER-FACTURA
              THRU 125000-LEER-FACTURA-F
              UNTIL FS-STATUS-FAC-EOF

           CLOSE FACTURAS
           .
       120000-CARGAR-FACTURAS-F. EXIT.
      ******************************************************************
      *                         125000-LEER-FACTURA
      ******************************************************************
       125000-LEER-FACTURA.
           READ FACTURAS
           EVALUATE TRUE
               WHEN FS-STATUS-FAC-OK
                    CONTINUE
               WHEN FS-STATUS-FAC-EOF
                    GO TO 125000-LEER-FACTURA-F
               WHEN OTHER
                    MOVE CON-120000-CARGAR-FACTURAS TO WS-ERR-PARRAFO
                    MOVE CON-FACTURAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-FAC              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-CANT-FACTURAS = 500
              DISPLAY "E164PAG: TABLA DE FACTURAS LLENA - AMPLIE LA "
                      "TABLA"
              MOVE CON-120000-CARGAR-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS               TO WS-ERR-OBJETO
              MOVE CON-LEER                   TO WS-ERR-OPERACION
              MOVE 99                         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-FACTURAS
           MOVE REG-FACTURA TO WSV-FAC-ENTRY(WSV-CANT-FACTURAS)
           MOVE "N" TO WSV-FAC-SELECCION(WSV-CANT-FACTURAS)
           .
       125000-LEER-FACTURA-F. EXIT.
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
      *                         200000-SELECCIONAR
      *Aprobadas que vencen antes de la proxima corrida semanal. Una
      *factura de un proveedor que ya no esta en el maestro no se
      *puede pagar y se informa.
      ******************************************************************
       200000-SELECCIONAR.
           PERFORM VARYING WSV-IDX-FAC FROM 1 BY 1
              UNTIL WSV-IDX-FAC > WSV-CANT-FACTURAS
              IF WSV-FAC-APROBADA(WSV-IDX-FAC)
                 AND WSV-FAC-VENCIMIENTO(WSV-IDX-FAC) <
                 WSV-FECHA-LIMITE
                 MOVE WSV-FAC-PROVEEDOR(WSV-IDX-FAC) TO WSV-PROVEEDOR
                 PERFORM 180000-BUSCAR-PROVEEDOR
                    THRU 180000-BUSCAR-PROVEEDOR-F
                 IF WSV-ENCONTRADO
                    MOVE "S" TO WSV-FAC-SELECCION(WSV-IDX-FAC)
                    ADD WSV-FAC-IMPORTE(WSV-IDX-FAC) TO
                       WSV-PRV-TOTAL(WSV-IDX-PRV)
                    ADD 1 TO WSV-PRV-CANT(WSV-IDX-PRV)
                 ELSE
                    DISPLAY "E164PAG: FACTURA "
                            WSV-FAC-FACTURA(WSV-IDX-FAC)
                            " DEL PROVEEDOR " WSV-PROVEEDOR
                            " QUE NO ESTA EN EL MAESTRO - NO SE PAGA"
                 END-IF
              END-IF
           END-PERFORM
           .
       200000-SELECCIONAR-F. EXIT.
      ******************************************************************
      *                         210000-OPEN-SALIDAS
      ******************************************************************
       210000-OPEN-SALIDAS.
           OPEN EXTEND SALIENTES
           IF FS-STATUS-SAL-NOT-FOUND
              OPEN OUTPUT SALIENTES
           END-IF
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-220000-PAGAR  TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES     TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND ASIENTOS
           IF FS-STATUS-ASI-NOT-FOUND
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-220000-PAGAR  TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS      TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       210000-OPEN-SALIDAS-F. EXIT.
      ******************************************************************
      *                         220000-PAGAR-PROVEEDOR
      *Una transferencia por proveedor por el total de sus facturas
      *seleccionadas, y sus dos asientos: la deuda y el pago.
      ******************************************************************
       220000-PAGAR-PROVEEDOR.
           IF WSV-PRV-CANT(WSV-IDX-PRV) = ZERO
              GO TO 220000-PAGAR-PROVEEDOR-F
           END-IF

           IF WSV-PRV-CBU(WSV-IDX-PRV) = SPACES
              ADD 1 TO WSV-CANT-SIN-CBU
              DISPLAY "E164PAG: PROVEEDOR " WSV-PRV-CODIGO(WSV-IDX-PRV)
                      " " WSV-PRV-NOMBRE(WSV-IDX-PRV)
                      " SIN CBU - SUS FACTURAS QUEDAN APROBADAS"
              GO TO 220000-PAGAR-PROVEEDOR-F
           END-IF

           INITIALIZE REG-SALIENTE
           MOVE WSV-FECHA-PROCESO          TO REG-SAL-FECHA
           MOVE "PRV"                      TO REG-SAL-ORIGEN
           MOVE WSV-PRV-CODIGO(WSV-IDX-PRV) TO REG-SAL-REFERENCIA
           MOVE SPACES                     TO REG-SAL-CUENTA
           MOVE ZERO                       TO REG-SAL-CLIENTE
           MOVE WSV-PRV-CBU(WSV-IDX-PRV)   TO REG-SAL-CBU
           MOVE WSV-PRV-TOTAL(WSV-IDX-PRV) TO REG-SAL-IMPORTE
           MOVE ZERO                       TO REG-SAL-NRO-TRAN
           STRING "PAGO PROVEEDOR " WSV-PRV-CODIGO(WSV-IDX-PRV)
                  DELIMITED BY SIZE INTO REG-SAL-CONCEPTO
           END-STRING
           MOVE "P"                        TO REG-SAL-ESTADO
           WRITE REG-SALIENTE
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-220000-PAGAR  TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES     TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO          TO REG-ASI-FECHA
           MOVE "PRV"                      TO REG-ASI-ORIGEN
           MOVE WSV-PRV-TOTAL(WSV-IDX-PRV) TO REG-ASI-IMPORTE
           MOVE SPACES                     TO REG-ASI-DETALLE
           STRING "FACTURAS PROVEEDOR " WSV-PRV-CODIGO(WSV-IDX-PRV)
                  DELIMITED BY SIZE INTO REG-ASI-DETALLE
           END-STRING
           MOVE CON-CTA-MERCADERIAS        TO REG-ASI-CUENTA
           MOVE "D"                        TO REG-ASI-DH
           PERFORM 230000-WRITE-ASIENTO
              THRU 230000-WRITE-ASIENTO-F
           MOVE CON-CTA-PROVEEDORES        TO REG-ASI-CUENTA
           MOVE "H"                        TO REG-ASI-DH
           PERFORM 230000-WRITE-ASIENTO
              THRU 230000-WRITE-ASIENTO-F

           MOVE SPACES                     TO REG-ASI-DETALLE
           STRING "PAGO PROVEEDOR " WSV-PRV-CODIGO(WSV-IDX-PRV)
                  DELIMITED BY SIZE INTO REG-ASI-DETALLE
           END-STRING
           MOVE CON-CTA-PROVEEDORES        TO REG-ASI-CUENTA
           MOVE "D"                        TO REG-ASI-DH
           PERFORM 230000-WRITE-ASIENTO
              THRU 230000-WRITE-ASIENTO-F
           MOVE CON-CTA-CAJA               TO REG-ASI-CUENTA
           MOVE "H"                        TO REG-ASI-DH
           PERFORM 230000-WRITE-ASIENTO
              THRU 230000-WRITE-ASIENTO-F

           MOVE "S" TO WSV-PRV-PAGADO(WSV-IDX-PRV)
           ADD 1 TO WSV-CANT-PAGADOS
           ADD WSV-PRV-CANT(WSV-IDX-PRV)  TO WSV-CANT-FAC-PAGADAS
           ADD WSV-PRV-TOTAL(WSV-IDX-PRV) TO WSV-TOTAL-PAGADO

           MOVE WSV-PRV-TOTAL(WSV-IDX-PRV) TO WSV-EDIT1
           DISPLAY "PROVEEDOR " WSV-PRV-CODIGO(WSV-IDX-PRV) " "
                   WSV-PRV-NOMBRE(WSV-IDX-PRV) " FACTURAS "
                   WSV-PRV-CANT(WSV-IDX-PRV) " " WSV-EDIT1
           .
       220000-PAGAR-PROVEEDOR-F. EXIT.
      ******************************************************************
      *                         230000-WRITE-ASIENTO
      ******************************************************************
       230000-WRITE-ASIENTO.
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-220000-PAGAR  TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS      TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       230000-WRITE-ASIENTO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE SALIENTES
           CLOSE ASIENTOS

           PERFORM 310000-GRABAR-FACTURAS
              THRU 310000-GRABAR-FACTURAS-F

           MOVE WSV-TOTAL-PAGADO TO WSV-EDIT1
           DISPLAY "E164PAG - PAGO SEMANAL A PROVEEDORES"
           DISPLAY "VENCIMIENTOS ANTERIORES A : " WSV-FECHA-LIMITE
           DISPLAY "PROVEEDORES PAGADOS       : " WSV-CANT-PAGADOS
           DISPLAY "FACTURAS PAGADAS          : " WSV-CANT-FAC-PAGADAS
           DISPLAY "PROVEEDORES SIN CBU       : " WSV-CANT-SIN-CBU
           DISPLAY "TOTAL TRANSFERIDO         : " WSV-EDIT1
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-FACTURAS
      *Las seleccionadas de un proveedor pagado quedan pagadas.
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
           IF WSV-FAC-SELECCIONADA(WSV-IDX-FAC)
              MOVE WSV-FAC-PROVEEDOR(WSV-IDX-FAC) TO WSV-PROVEEDOR
              PERFORM 180000-BUSCAR-PROVEEDOR
                 THRU 180000-BUSCAR-PROVEEDOR-F
              IF WSV-PRV-PAGADO-S(WSV-IDX-PRV)
                 MOVE "P" TO WSV-FAC-ESTADO(WSV-IDX-FAC)
                 MOVE WSV-FECHA-PROCESO TO
                    WSV-FAC-FECHA-PAGO(WSV-IDX-FAC)
              END-IF
           END-IF

           MOVE WSV-FAC-PROVEEDOR(WSV-IDX-FAC)   TO REG-FPR-PROVEEDOR
           MOVE WSV-FAC-FACTURA(WSV-IDX-FAC)     TO REG-FPR-FACTURA
           MOVE WSV-FAC-FECHA(WSV-IDX-FAC)       TO REG-FPR-FECHA
           MOVE WSV-FAC-OC-NUMERO(WSV-IDX-FAC)   TO REG-FPR-OC-NUMERO
           MOVE WSV-FAC-PRODUCTO(WSV-IDX-FAC)    TO REG-FPR-PRODUCTO
           MOVE WSV-FAC-CANTIDAD(WSV-IDX-FAC)    TO REG-FPR-CANTIDAD
           MOVE WSV-FAC-PRECIO(WSV-IDX-FAC)      TO REG-FPR-PRECIO
           MOVE WSV-FAC-IMPORTE(WSV-IDX-FAC)     TO REG-FPR-IMPORTE
           MOVE WSV-FAC-VENCIMIENTO(WSV-IDX-FAC) TO REG-FPR-VENCIMIENTO
           MOVE WSV-FAC-ESTADO(WSV-IDX-FAC)      TO REG-FPR-ESTADO
           MOVE WSV-FAC-MOTIVO(WSV-IDX-FAC)      TO REG-FPR-MOTIVO
           MOVE WSV-FAC-FECHA-PAGO(WSV-IDX-FAC)  TO REG-FPR-FECHA-PAGO
           WRITE REG-FACTURA
           IF NOT FS-STATUS-FAC-OK
              MOVE CON-310000-GRABAR-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       315000-GRABAR-FACTURA-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E164PAG.
