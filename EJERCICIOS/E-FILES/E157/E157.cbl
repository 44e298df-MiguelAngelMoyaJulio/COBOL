      ******************************************************************
      *Control de bovedas de sucursal y ordenes de efectivo a
      *tesoreria. Corre al final del dia, despues de los cierres de
      *caja de E99. Por cada sucursal y moneda suma la existencia de
      *BOVEDA.txt (todas las denominaciones) y la controla contra
      *los limites de BOVEDA_LIMITES.txt: el maximo asegurado y el
      *minimo operativo. Para el dia siguiente proyecta:
      *  existencia
      *  + flujo neto promedio de las cajas (depositos menos
      *    extracciones de CAJA_OPERACIONES.txt en los ultimos
      *    CON-DIAS-PROMEDIO dias, en la moneda de la cuenta)
      *  + provisiones pendientes - remesas pendientes.
      *Si la proyeccion pasa el maximo genera una orden de remesa a
      *tesoreria, y si queda bajo el minimo una de provision, en
      *ambos casos por lo necesario para volver al punto medio entre
      *los dos limites. Las ordenes quedan pendientes en
      *ORDENES_TESORO.txt hasta que la sucursal las cumple por E99, y
      *E101 las muestra en la posicion de tesoreria. Una sucursal y
      *moneda sin limites cargados solo se informa.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E157.
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

       SELECT LIMITES ASSIGN TO "BOVEDA_LIMITES.txt"
                     FILE STATUS IS FS-STATUS-LIM
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BOVEDA ASSIGN TO "BOVEDA.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-BOV-CLAVE
                       FILE STATUS  IS FS-STATUS-BOV.

       SELECT CAJAOPS ASSIGN TO "CAJA_OPERACIONES.txt"
                     FILE STATUS IS FS-STATUS-OPS
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  I-O  *******************************
       SELECT ORDENES ASSIGN TO "ORDENES_TESORO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-OTS-NUMERO
                       FILE STATUS  IS FS-STATUS-OTS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD LIMITES.
          01 REG-LIMITE.
             05 REG-LIM-SUCURSAL         PIC X(03).
             05 REG-LIM-MONEDA           PIC X(03).
             05 REG-LIM-MAXIMO           PIC 9(15)V9(02).
             05 REG-LIM-MINIMO           PIC 9(15)V9(02).

       FD BOVEDA.
          01 REG-BOVEDA.
             05 REG-BOV-CLAVE.
                10 REG-BOV-SUCURSAL      PIC X(03).
                10 REG-BOV-MONEDA        PIC X(03).
                10 REG-BOV-DENOMINACION  PIC 9(05)V9(02).
             05 REG-BOV-CANTIDAD         PIC 9(07).
             05 REG-BOV-FECHA-MOV        PIC 9(08).

       FD CAJAOPS.
          01 REG-CAJAOP.
             05 REG-OPS-FECHA            PIC 9(08).
             05 REG-OPS-HORA             PIC 9(08).
             05 REG-OPS-CAJERO           PIC X(08).
             05 REG-OPS-SUCURSAL         PIC X(03).
             05 REG-OPS-CUENTA           PIC X(08).
             05 REG-OPS-TIPO             PIC X(01).
                88 REG-OPS-INGRESO             VALUE "I".
                88 REG-OPS-EGRESO              VALUE "E".
                88 REG-OPS-CHEQUE              VALUE "Q".
             05 REG-OPS-IMPORTE          PIC 9(15)V9(02).
             05 REG-OPS-CLIENTE          PIC 9(08).
             05 REG-OPS-FIRMANTE         PIC 9(08).
             05 REG-OPS-COFIRMANTE       PIC 9(08).
             05 REG-OPS-SUPERVISOR       PIC X(08).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

      *TIPO: P provision (tesoreria envia a la sucursal), R remesa
      *(la sucursal envia a tesoreria). ESTADO: P pendiente, C
      *cumplida (por E99, con lo efectivamente movido).
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
              05 CON-110000-CARGAR-LIMITES  PIC X(30) VALUE
              '110000-CARGAR-LIMITES       '.
              05 CON-120000-EXISTENCIAS     PIC X(30) VALUE
              '120000-CARGAR-EXISTENCIAS   '.
              05 CON-130000-FLUJO-CAJAS     PIC X(30) VALUE
              '130000-FLUJO-CAJAS          '.
              05 CON-140000-ORDENES         PIC X(30) VALUE
              '140000-ORDENES-PENDIENTES   '.
              05 CON-150000-BUSCAR-BOVEDA   PIC X(30) VALUE
              '150000-BUSCAR-BOVEDA        '.
              05 CON-250000-GENERAR-ORDEN   PIC X(30) VALUE
              '250000-GENERAR-ORDEN        '.
           02 CON-POLITICAS.
      *Dias corridos hacia atras (contando el de proceso) sobre los
      *que se promedia el flujo neto de las cajas de la sucursal.
              05 CON-DIAS-PROMEDIO      PIC 9(03) VALUE 20.
      *Moneda de una cuenta que ya no existe o no la informa.
              05 CON-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-LIMITES    PIC X(10) VALUE 'LIMITES   '.
              05 CON-BOVEDA     PIC X(10) VALUE 'BOVEDA    '.
              05 CON-CAJAOPS    PIC X(10) VALUE 'CAJAOPS   '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-ORDENES    PIC X(10) VALUE 'ORDENES   '.
      ************************** TABLES ********************************
      *Una entrada por sucursal y moneda con boveda o con limites.
       01 WSV-TABLA-BOVEDAS.
          02 WSV-BOV-ENTRY OCCURS 200 TIMES.
             05 WSV-BOV-SUCURSAL         PIC X(03).
             05 WSV-BOV-MONEDA           PIC X(03).
             05 WSV-BOV-SW-LIMITES       PIC X(01).
                88 WSV-BOV-CON-LIMITES          VALUE "S".
             05 WSV-BOV-MAXIMO           PIC 9(15)V9(02).
             05 WSV-BOV-MINIMO           PIC 9(15)V9(02).
             05 WSV-BOV-EXISTENCIA       PIC 9(15)V9(02).
             05 WSV-BOV-FLUJO            PIC S9(15)V9(02).
             05 WSV-BOV-PROVISIONES      PIC 9(15)V9(02).
             05 WSV-BOV-REMESAS          PIC 9(15)V9(02).
       01 WSV-CANT-BOVEDAS               PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LIM           PIC X(02) VALUE "00".
             88 FS-STATUS-LIM-OK               VALUE "00".
             88 FS-STATUS-LIM-EOF              VALUE "10".
             88 FS-STATUS-LIM-NOT-FOUND        VALUE "35".
          05 FS-STATUS-BOV           PIC X(02) VALUE "00".
             88 FS-STATUS-BOV-OK               VALUE "00".
             88 FS-STATUS-BOV-EOF              VALUE "10".
             88 FS-STATUS-BOV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-OPS           PIC X(02) VALUE "00".
             88 FS-STATUS-OPS-OK               VALUE "00".
             88 FS-STATUS-OPS-EOF              VALUE "10".
             88 FS-STATUS-OPS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-OTS           PIC X(02) VALUE "00".
             88 FS-STATUS-OTS-OK               VALUE "00".
             88 FS-STATUS-OTS-EOF              VALUE "10".
             88 FS-STATUS-OTS-NOT-FOUND        VALUE "35".
          05 WSV-SW-BOVEDA-HALLADA   PIC X(01).
             88 WSV-BOVEDA-HALLADA             VALUE "S".
          05 WSV-SW-FECHA-VALIDA     PIC X(01).
             88 WSV-FECHA-VALIDA               VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-BOV             PIC 9(03).
          05 WSV-CLAVE-SUCURSAL      PIC X(03).
          05 WSV-CLAVE-MONEDA        PIC X(03).
          05 WSV-MONEDA-CTA          PIC X(03).
          05 WSV-DIAS                PIC 9(05).
          05 WSV-ULTIMA-ORDEN        PIC 9(08) VALUE ZERO.
          05 WSV-PROMEDIO            PIC S9(15)V9(02).
          05 WSV-PROYECTADO          PIC S9(15)V9(02).
          05 WSV-OBJETIVO            PIC 9(15)V9(02).
          05 WSV-IMPORTE-ORDEN       PIC 9(15)V9(02).
          05 WSV-TIPO-ORDEN          PIC X(01).
          05 WSV-MARCA-ACTUAL        PIC X(13).
          05 WSV-MARCA-ORDEN         PIC X(10).
      ********************  LINEA DEL INFORME  *************************
       01 WSR-LINEA-DETALLE.
          05 WSR-DET-SUCURSAL        PIC X(03).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-MONEDA          PIC X(03).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-EXISTENCIA      PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-PROYECTADO      PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-MARCA-ACTUAL    PIC X(13).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-MARCA-ORDEN     PIC X(10).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-IMPORTE-ORDEN   PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LIMITES        PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DENOMINACIONES PIC 9(07) VALUE ZERO.
          05 WSV-CANT-OPERACIONES    PIC 9(07) VALUE ZERO.
          05 WSV-CANT-PENDIENTES     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-FUERA-LIMITE   PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-LIMITES    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PROVISIONES    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-REMESAS        PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E157" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-LIMITES
              THRU 110000-CARGAR-LIMITES-F

           PERFORM 120000-CARGAR-EXISTENCIAS
              THRU 120000-CARGAR-EXISTENCIAS-F

           PERFORM 130000-FLUJO-CAJAS
              THRU 130000-FLUJO-CAJAS-F

           PERFORM 140000-ORDENES-PENDIENTES
              THRU 140000-ORDENES-PENDIENTES-F

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "BOVEDAS Y ORDENES A TESORERIA" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "SUC MON        EXISTENCIA        PROYECTADO "
                   "HOY           ORDEN      IMPORTE ORDEN"

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-BOVEDAS

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *Fecha de proceso: la del sistema salvo que PARAMETROS.txt
      *traiga otra (reproceso).
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
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-LIMITES
      *Sin archivo de limites no se genera ninguna orden: las
      *bovedas solo se informan.
      ******************************************************************
       110000-CARGAR-LIMITES.
           OPEN INPUT LIMITES
           IF FS-STATUS-LIM-NOT-FOUND
              DISPLAY "E157: NO HAY BOVEDA_LIMITES.txt - "
                      "NO SE GENERAN ORDENES"
              GO TO 110000-CARGAR-LIMITES-F
           END-IF
           IF NOT FS-STATUS-LIM-OK
              MOVE CON-110000-CARGAR-LIMITES TO WS-ERR-PARRAFO
              MOVE CON-LIMITES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-LIM             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-LIMITE
              THRU 112000-LEER-LIMITE-F
              UNTIL FS-STATUS-LIM-EOF

           CLOSE LIMITES
           .
       110000-CARGAR-LIMITES-F. EXIT.
      ******************************************************************
      *                         112000-LEER-LIMITE
      ******************************************************************
       112000-LEER-LIMITE.
           READ LIMITES
           EVALUATE TRUE
               WHEN FS-STATUS-LIM-OK
                    ADD 1 TO WSV-CANT-LIMITES
                    MOVE REG-LIM-SUCURSAL TO WSV-CLAVE-SUCURSAL
                    MOVE REG-LIM-MONEDA   TO WSV-CLAVE-MONEDA
                    PERFORM 150000-BUSCAR-BOVEDA
                       THRU 150000-BUSCAR-BOVEDA-F
                    MOVE "S" TO WSV-BOV-SW-LIMITES(WSV-IDX-BOV)
                    MOVE REG-LIM-MAXIMO TO WSV-BOV-MAXIMO(WSV-IDX-BOV)
                    MOVE REG-LIM-MINIMO TO WSV-BOV-MINIMO(WSV-IDX-BOV)
               WHEN FS-STATUS-LIM-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-LIMITES TO WS-ERR-PARRAFO
                    MOVE CON-LIMITES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LIM             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-LIMITE-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-EXISTENCIAS
      *Existencia valorizada de cada boveda: denominacion por
      *cantidad de billetes, sumada por sucursal y moneda.
      ******************************************************************
       120000-CARGAR-EXISTENCIAS.
           OPEN INPUT BOVEDA
           IF FS-STATUS-BOV-NOT-FOUND
              DISPLAY "E157: NO HAY BOVEDA.txt - EXISTENCIAS EN CERO"
              GO TO 120000-CARGAR-EXISTENCIAS-F
           END-IF
           IF NOT FS-STATUS-BOV-OK
              MOVE CON-120000-EXISTENCIAS TO WS-ERR-PARRAFO
              MOVE CON-BOVEDA             TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-BOV          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 122000-LEER-BOVEDA
              THRU 122000-LEER-BOVEDA-F
              UNTIL FS-STATUS-BOV-EOF

           CLOSE BOVEDA
           .
       120000-CARGAR-EXISTENCIAS-F. EXIT.
      ******************************************************************
      *                         122000-LEER-BOVEDA
      ******************************************************************
       122000-LEER-BOVEDA.
           READ BOVEDA NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-BOV-OK
                    ADD 1 TO WSV-CANT-DENOMINACIONES
                    MOVE REG-BOV-SUCURSAL TO WSV-CLAVE-SUCURSAL
                    MOVE REG-BOV-MONEDA   TO WSV-CLAVE-MONEDA
                    PERFORM 150000-BUSCAR-BOVEDA
                       THRU 150000-BUSCAR-BOVEDA-F
                    COMPUTE WSV-BOV-EXISTENCIA(WSV-IDX-BOV) =
                       WSV-BOV-EXISTENCIA(WSV-IDX-BOV) +
                       REG-BOV-DENOMINACION * REG-BOV-CANTIDAD
               WHEN FS-STATUS-BOV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-EXISTENCIAS TO WS-ERR-PARRAFO
                    MOVE CON-BOVEDA             TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BOV          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       122000-LEER-BOVEDA-F. EXIT.
      ******************************************************************
      *                         130000-FLUJO-CAJAS
      *Los depositos en efectivo de hoy vuelven a la boveda con el
      *cierre y las extracciones salen del fondo que retiro el
      *cajero: el neto de las cajas es lo que la boveda gana o pierde
      *en el dia. Los cheques no son efectivo. La operacion de caja
      *no lleva moneda; se toma la de la cuenta (igual que E154).
      ******************************************************************
       130000-FLUJO-CAJAS.
           OPEN INPUT CAJAOPS
           IF FS-STATUS-OPS-NOT-FOUND
              GO TO 130000-FLUJO-CAJAS-F
           END-IF
           IF NOT FS-STATUS-OPS-OK
              MOVE CON-130000-FLUJO-CAJAS TO WS-ERR-PARRAFO
              MOVE CON-CAJAOPS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-OPS          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-130000-FLUJO-CAJAS TO WS-ERR-PARRAFO
              MOVE CON-DATOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 132000-LEER-OPERACION
              THRU 132000-LEER-OPERACION-F
              UNTIL FS-STATUS-OPS-EOF

           CLOSE DATOS
           CLOSE CAJAOPS
           .
       130000-FLUJO-CAJAS-F. EXIT.
      ******************************************************************
      *                         132000-LEER-OPERACION
      ******************************************************************
       132000-LEER-OPERACION.
           READ CAJAOPS
           EVALUATE TRUE
               WHEN FS-STATUS-OPS-OK
                    IF NOT REG-OPS-CHEQUE
                       PERFORM 134000-ACUMULAR-OPERACION
                          THRU 134000-ACUMULAR-OPERACION-F
                    END-IF
               WHEN FS-STATUS-OPS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-FLUJO-CAJAS TO WS-ERR-PARRAFO
                    MOVE CON-CAJAOPS            TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-OPS          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       132000-LEER-OPERACION-F. EXIT.
      ******************************************************************
      *                         134000-ACUMULAR-OPERACION
      *Solo entran las operaciones de la ventana; una con fecha
      *posterior al proceso no se considera.
      ******************************************************************
       134000-ACUMULAR-OPERACION.
           MOVE "E"               TO WS-FEC-OPERACION
           MOVE REG-OPS-FECHA     TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              MOVE "S"         TO WSV-SW-FECHA-VALIDA
              MOVE WS-FEC-DIAS TO WSV-DIAS
           ELSE
              MOVE "N"         TO WSV-SW-FECHA-VALIDA
           END-IF
           IF NOT WSV-FECHA-VALIDA
              OR WSV-DIAS NOT < CON-DIAS-PROMEDIO
              GO TO 134000-ACUMULAR-OPERACION-F
           END-IF
           ADD 1 TO WSV-CANT-OPERACIONES

           MOVE REG-OPS-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA-CTA
               WHEN FS-STATUS-NOT-FOUND
                    MOVE SPACES               TO WSV-MONEDA-CTA
               WHEN OTHER
                    MOVE CON-130000-FLUJO-CAJAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF WSV-MONEDA-CTA = SPACES
              MOVE CON-MONEDA-PESOS TO WSV-MONEDA-CTA
           END-IF

           MOVE REG-OPS-SUCURSAL TO WSV-CLAVE-SUCURSAL
           MOVE WSV-MONEDA-CTA   TO WSV-CLAVE-MONEDA
           PERFORM 150000-BUSCAR-BOVEDA
              THRU 150000-BUSCAR-BOVEDA-F
           IF REG-OPS-INGRESO
              ADD REG-OPS-IMPORTE TO WSV-BOV-FLUJO(WSV-IDX-BOV)
           ELSE
              SUBTRACT REG-OPS-IMPORTE FROM WSV-BOV-FLUJO(WSV-IDX-BOV)
           END-IF
           .
       134000-ACUMULAR-OPERACION-F. EXIT.
      ******************************************************************
      *                         140000-ORDENES-PENDIENTES
      *Recorre las ordenes ya emitidas: toma el ultimo numero usado y
      *suma las pendientes, que ya corrigen la proyeccion y evitan
      *repetir la orden al reprocesar. El archivo queda abierto para
      *grabar las nuevas.
      ******************************************************************
       140000-ORDENES-PENDIENTES.
           OPEN I-O ORDENES
           IF FS-STATUS-OTS-NOT-FOUND
              OPEN OUTPUT ORDENES
              CLOSE ORDENES
              OPEN I-O ORDENES
           END-IF
           IF NOT FS-STATUS-OTS-OK
              MOVE CON-140000-ORDENES TO WS-ERR-PARRAFO
              MOVE CON-ORDENES        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-OTS      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 142000-LEER-ORDEN
              THRU 142000-LEER-ORDEN-F
              UNTIL FS-STATUS-OTS-EOF
           MOVE "00" TO FS-STATUS-OTS
           .
       140000-ORDENES-PENDIENTES-F. EXIT.
      ******************************************************************
      *                         142000-LEER-ORDEN
      ******************************************************************
       142000-LEER-ORDEN.
           READ ORDENES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-OTS-OK
                    MOVE REG-OTS-NUMERO TO WSV-ULTIMA-ORDEN
                    IF REG-OTS-PENDIENTE
                       ADD 1 TO WSV-CANT-PENDIENTES
                       MOVE REG-OTS-SUCURSAL TO WSV-CLAVE-SUCURSAL
                       MOVE REG-OTS-MONEDA   TO WSV-CLAVE-MONEDA
                       PERFORM 150000-BUSCAR-BOVEDA
                          THRU 150000-BUSCAR-BOVEDA-F
                       IF REG-OTS-PROVISION
                          ADD REG-OTS-IMPORTE TO
                             WSV-BOV-PROVISIONES(WSV-IDX-BOV)
                       ELSE
                          ADD REG-OTS-IMPORTE TO
                             WSV-BOV-REMESAS(WSV-IDX-BOV)
                       END-IF
                    END-IF
               WHEN FS-STATUS-OTS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-140000-ORDENES TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-OTS      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       142000-LEER-ORDEN-F. EXIT.
      ******************************************************************
      *                         150000-BUSCAR-BOVEDA
      *Deja en WSV-IDX-BOV la entrada de WSV-CLAVE-SUCURSAL y
      *WSV-CLAVE-MONEDA, dandola de alta si no estaba.
      ******************************************************************
       150000-BUSCAR-BOVEDA.
           MOVE "N" TO WSV-SW-BOVEDA-HALLADA
           PERFORM VARYING WSV-IDX-BOV FROM 1 BY 1
              UNTIL WSV-IDX-BOV > WSV-CANT-BOVEDAS
              OR WSV-BOVEDA-HALLADA
              IF WSV-BOV-SUCURSAL(WSV-IDX-BOV) = WSV-CLAVE-SUCURSAL
                 AND WSV-BOV-MONEDA(WSV-IDX-BOV) = WSV-CLAVE-MONEDA
                 MOVE "S" TO WSV-SW-BOVEDA-HALLADA
              END-IF
           END-PERFORM

           IF WSV-BOVEDA-HALLADA
              SUBTRACT 1 FROM WSV-IDX-BOV
              GO TO 150000-BUSCAR-BOVEDA-F
           END-IF

           IF WSV-CANT-BOVEDAS = 200
              DISPLAY "E157: TABLA DE BOVEDAS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-150000-BUSCAR-BOVEDA TO WS-ERR-PARRAFO
              MOVE CON-BOVEDA               TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-BOVEDAS
           MOVE WSV-CANT-BOVEDAS TO WSV-IDX-BOV
           INITIALIZE WSV-BOV-ENTRY(WSV-IDX-BOV)
           MOVE WSV-CLAVE-SUCURSAL TO WSV-BOV-SUCURSAL(WSV-IDX-BOV)
           MOVE WSV-CLAVE-MONEDA   TO WSV-BOV-MONEDA(WSV-IDX-BOV)
           MOVE "N"                TO WSV-BOV-SW-LIMITES(WSV-IDX-BOV)
           .
       150000-BUSCAR-BOVEDA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *Controla la existencia de hoy y la proyectada para manana de
      *la boveda WSV-IDX y emite la orden que haga falta.
      ******************************************************************
       200000-PROCESS.
           COMPUTE WSV-PROMEDIO ROUNDED =
              WSV-BOV-FLUJO(WSV-IDX) / CON-DIAS-PROMEDIO
           COMPUTE WSV-PROYECTADO =
              WSV-BOV-EXISTENCIA(WSV-IDX) + WSV-PROMEDIO
              + WSV-BOV-PROVISIONES(WSV-IDX)
              - WSV-BOV-REMESAS(WSV-IDX)

           MOVE SPACES TO WSV-MARCA-ACTUAL
           MOVE SPACES TO WSV-MARCA-ORDEN
           MOVE ZERO   TO WSV-IMPORTE-ORDEN

           IF WSV-BOV-CON-LIMITES(WSV-IDX)
              PERFORM 220000-CONTROLAR-LIMITES
                 THRU 220000-CONTROLAR-LIMITES-F
           ELSE
              ADD 1 TO WSV-CANT-SIN-LIMITES
              MOVE "SIN LIMITES" TO WSV-MARCA-ACTUAL
           END-IF

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           MOVE WSV-BOV-SUCURSAL(WSV-IDX)   TO WSR-DET-SUCURSAL
           MOVE WSV-BOV-MONEDA(WSV-IDX)     TO WSR-DET-MONEDA
           MOVE WSV-BOV-EXISTENCIA(WSV-IDX) TO WSR-DET-EXISTENCIA
           MOVE WSV-PROYECTADO              TO WSR-DET-PROYECTADO
           MOVE WSV-MARCA-ACTUAL            TO WSR-DET-MARCA-ACTUAL
           MOVE WSV-MARCA-ORDEN             TO WSR-DET-MARCA-ORDEN
           MOVE WSV-IMPORTE-ORDEN           TO WSR-DET-IMPORTE-ORDEN
           DISPLAY WSR-LINEA-DETALLE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         220000-CONTROLAR-LIMITES
      *La orden lleva la proyeccion al punto medio entre el minimo
      *operativo y el maximo asegurado.
      ******************************************************************
       220000-CONTROLAR-LIMITES.
           EVALUATE TRUE
               WHEN WSV-BOV-EXISTENCIA(WSV-IDX) >
                    WSV-BOV-MAXIMO(WSV-IDX)
                    ADD 1 TO WSV-CANT-FUERA-LIMITE
                    MOVE "SOBRE MAXIMO" TO WSV-MARCA-ACTUAL
               WHEN WSV-BOV-EXISTENCIA(WSV-IDX) <
                    WSV-BOV-MINIMO(WSV-IDX)
                    ADD 1 TO WSV-CANT-FUERA-LIMITE
                    MOVE "BAJO MINIMO" TO WSV-MARCA-ACTUAL
               WHEN OTHER
                    MOVE "EN LIMITES" TO WSV-MARCA-ACTUAL
           END-EVALUATE

           COMPUTE WSV-OBJETIVO ROUNDED =
              (WSV-BOV-MAXIMO(WSV-IDX) + WSV-BOV-MINIMO(WSV-IDX)) / 2

           EVALUATE TRUE
               WHEN WSV-PROYECTADO > WSV-BOV-MAXIMO(WSV-IDX)
                    COMPUTE WSV-IMPORTE-ORDEN =
                       WSV-PROYECTADO - WSV-OBJETIVO
                    MOVE "R"      TO WSV-TIPO-ORDEN
                    MOVE "REMESA" TO WSV-MARCA-ORDEN
                    ADD 1 TO WSV-CANT-REMESAS
               WHEN WSV-PROYECTADO < WSV-BOV-MINIMO(WSV-IDX)
                    COMPUTE WSV-IMPORTE-ORDEN =
                       WSV-OBJETIVO - WSV-PROYECTADO
                    MOVE "P"         TO WSV-TIPO-ORDEN
                    MOVE "PROVISION" TO WSV-MARCA-ORDEN
                    ADD 1 TO WSV-CANT-PROVISIONES
           END-EVALUATE

           IF WSV-IMPORTE-ORDEN > ZERO
              PERFORM 250000-GENERAR-ORDEN
                 THRU 250000-GENERAR-ORDEN-F
           END-IF
           .
       220000-CONTROLAR-LIMITES-F. EXIT.
      ******************************************************************
      *                         250000-GENERAR-ORDEN
      ******************************************************************
       250000-GENERAR-ORDEN.
           ADD 1 TO WSV-ULTIMA-ORDEN
           INITIALIZE REG-ORDEN-TESORO
           MOVE WSV-ULTIMA-ORDEN          TO REG-OTS-NUMERO
           MOVE WSV-FECHA-PROCESO         TO REG-OTS-FECHA
           MOVE WSV-BOV-SUCURSAL(WSV-IDX) TO REG-OTS-SUCURSAL
           MOVE WSV-BOV-MONEDA(WSV-IDX)   TO REG-OTS-MONEDA
           MOVE WSV-TIPO-ORDEN            TO REG-OTS-TIPO
           MOVE WSV-IMPORTE-ORDEN         TO REG-OTS-IMPORTE
           MOVE "P"                       TO REG-OTS-ESTADO
           WRITE REG-ORDEN-TESORO
           IF NOT FS-STATUS-OTS-OK
              MOVE CON-250000-GENERAR-ORDEN TO WS-ERR-PARRAFO
              MOVE CON-ORDENES              TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-OTS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       250000-GENERAR-ORDEN-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE ORDENES

           DISPLAY " "
           DISPLAY "E157 - BOVEDAS Y ORDENES A TESORERIA AL "
                   WSV-FECHA-PROCESO
           DISPLAY "LIMITES LEIDOS            : " WSV-CANT-LIMITES
           DISPLAY "DENOMINACIONES EN BOVEDA  : "
                   WSV-CANT-DENOMINACIONES
           DISPLAY "OPERACIONES DE CAJA       : " WSV-CANT-OPERACIONES
           DISPLAY "ORDENES PENDIENTES PREVIAS: " WSV-CANT-PENDIENTES
           DISPLAY "BOVEDAS CONTROLADAS       : " WSV-CANT-BOVEDAS
           DISPLAY "  FUERA DE LIMITES HOY    : " WSV-CANT-FUERA-LIMITE
           DISPLAY "  SIN LIMITES CARGADOS    : " WSV-CANT-SIN-LIMITES
           DISPLAY "ORDENES DE PROVISION      : " WSV-CANT-PROVISIONES
           DISPLAY "ORDENES DE REMESA         : " WSV-CANT-REMESAS
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         900000-IMPRIMIR-CABECERA
      *        IMPRIME LA CABECERA DEL REPORTE Y REINICIA EL CONTADOR
      *        DE LINEAS
      ******************************************************************
       900000-IMPRIMIR-CABECERA.
           ADD 1 TO WS-CAB-PAGINA
           MOVE ZEROS TO WS-CAB-LINEAS
           DISPLAY " "
           DISPLAY "FECHA : " WS-CAB-FECHA "     PAGINA : "
                   WS-CAB-PAGINA
           DISPLAY WS-CAB-TITULO
           DISPLAY " "
           .
       900000-IMPRIMIR-CABECERA-F. EXIT.
      ******************************************************************
      *                         910000-CONTROLAR-PAGINA
      *        NUEVA CABECERA AL SUPERAR EL MAXIMO POR PAGINA
      ******************************************************************
       910000-CONTROLAR-PAGINA.
           ADD 1 TO WS-CAB-LINEAS
           IF WS-CAB-LINEAS > WS-CAB-MAX-LINEAS
               PERFORM 900000-IMPRIMIR-CABECERA
                  THRU 900000-IMPRIMIR-CABECERA-F
           END-IF
           .
       910000-CONTROLAR-PAGINA-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E157.
