      ******************************************************************
      *Valorizacion mensual del inventario de farmacia y costo de lo
      *dispensado. Se sabia cuantas unidades habia por lote pero no
      *cuanto valia el stock ni cuanto costaba lo que salia, y
      *finanzas estimaba el costo como un porcentaje de las ventas.
      *Este paso de PROCESO-MENSUAL:
      *1. Valoriza cada lote de LOTES_FEFO.txt al costo promedio
      *   ponderado de COSTOS_FARMACIA.txt (que mantiene E78REC con
      *   los precios de las ordenes recibidas) y emite
      *   INVENTARIO_VALORIZADO.txt por producto y lote, en tres
      *   secciones: stock vigente, stock vencido a la fecha de
      *   proceso y stock en cuarentena por recall (CUARENTENA.txt de
      *   E131; un lote en cuarentena sale en esa seccion aunque
      *   tambien este vencido).
      *2. Suma el costo de lo dispensado en el mes desde
      *   DISPENSA_LOTES.txt, donde E77 deja cada lote consumido
      *   valorizado al costo promedio del dia.
      *3. Suma los faltantes y sobrantes del inventario fisico
      *   asentados en el mes en AJUSTES_INVENTARIO.txt (E170).
      *4. Asienta en ASIENTOS.txt el costo de la mercaderia
      *   dispensada (5400 contra 1300 mercaderias) y las diferencias
      *   de inventario (5410 contra 1300), para que E71 las valide
      *   contra PLANCTAS.txt y las mayorice.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E171.
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

       SELECT COSTOS ASSIGN TO "COSTOS_FARMACIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CST.

       SELECT CUARENTENA ASSIGN TO "CUARENTENA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CUA.

       SELECT LOTES ASSIGN TO "LOTES_FEFO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.

       SELECT TRAZA ASSIGN TO "DISPENSA_LOTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TRA.

       SELECT AJUSTES ASSIGN TO "AJUSTES_INVENTARIO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-AJU.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "INVENTARIO_VALORIZADO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ASI.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA            PIC 9(08).

       FD COSTOS.
          01 REG-COSTO.
             05 REG-CST-CODE               PIC 9(02).
             05 REG-CST-IMPORTE            PIC 9(05)V9(02).

       FD CUARENTENA.
          01 REG-CUARENTENA.
             05 REG-CUA-PRODUCTO           PIC 9(02).
             05 REG-CUA-LOTE-DESDE         PIC X(06).
             05 REG-CUA-LOTE-HASTA         PIC X(06).
             05 REG-CUA-SEVERIDAD          PIC X(01).

       FD LOTES.
          01 REG-LINEA-LOTE                PIC X(60).

      *Las trazas grabadas antes de valorizar la dispensa no traen
      *costo ni valor (quedan en blanco).
       FD TRAZA.
          01 REG-TRAZA.
             05 REG-TRZ-FECHA.
                10 REG-TRZ-PERIODO         PIC 9(06).
                10 FILLER                  PIC 9(02).
             05 REG-TRZ-PRODUCTO           PIC 9(02).
             05 REG-TRZ-LOTE               PIC X(06).
             05 REG-TRZ-CANTIDAD           PIC 9(03).
             05 REG-TRZ-COSTO              PIC 9(05)V9(02).
             05 REG-TRZ-VALOR              PIC 9(07)V9(02).
             05 REG-TRZ-RECETA             PIC 9(06).

       FD AJUSTES.
          01 REG-AJUSTE.
             05 REG-AJU-FECHA.
                10 REG-AJU-PERIODO         PIC 9(06).
                10 FILLER                  PIC 9(02).
             05 REG-AJU-HORA               PIC 9(08).
             05 REG-AJU-FECHA-CONGELADO    PIC 9(08).
             05 REG-AJU-PRODUCTO           PIC 9(02).
             05 REG-AJU-LOTE               PIC X(06).
             05 REG-AJU-TIPO               PIC X(01).
                88 REG-AJU-SOBRANTE             VALUE "I".
                88 REG-AJU-FALTANTE             VALUE "E".
             05 REG-AJU-CANTIDAD           PIC 9(03).
             05 REG-AJU-COSTO              PIC 9(05)V9(02).
             05 REG-AJU-VALOR              PIC 9(07)V9(02).
             05 REG-AJU-APROBO             PIC X(08).
             05 REG-AJU-SEGUNDA-FIRMA      PIC X(08).

       FD INFORME.
          01 REG-INFORME                   PIC X(80).

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
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-COSTOS   PIC X(30) VALUE
              '110000-CARGAR-COSTOS        '.
              05 CON-115000-CARGAR-CUARENT  PIC X(30) VALUE
              '115000-CARGAR-CUARENTENA    '.
              05 CON-120000-CARGAR-LOTES    PIC X(30) VALUE
              '120000-CARGAR-LOTES         '.
              05 CON-200000-VALORIZAR       PIC X(30) VALUE
              '200000-VALORIZAR            '.
              05 CON-230000-COSTO-DISPENSA  PIC X(30) VALUE
              '230000-COSTO-DISPENSADO     '.
              05 CON-240000-DIFERENCIAS     PIC X(30) VALUE
              '240000-DIFERENCIAS          '.
              05 CON-310000-GRABAR-ASIENTOS PIC X(30) VALUE
              '310000-GRABAR-ASIENTOS      '.
           02 CON-CONTABLES.
              05 CON-CTA-MERCADERIAS    PIC 9(04) VALUE 1300.
              05 CON-CTA-COSTO-DISPENSA PIC 9(04) VALUE 5400.
              05 CON-CTA-DIF-INVENTARIO PIC 9(04) VALUE 5410.
              05 CON-ORIGEN             PIC X(03) VALUE 'FAR'.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-COSTOS     PIC X(10) VALUE 'COSTOS    '.
              05 CON-CUARENTENA PIC X(10) VALUE 'CUARENTENA'.
              05 CON-LOTES      PIC X(10) VALUE 'LOTES     '.
              05 CON-TRAZA      PIC X(10) VALUE 'TRAZA     '.
              05 CON-AJUSTES    PIC X(10) VALUE 'AJUSTES   '.
              05 CON-INFORME    PIC X(10) VALUE 'INFORME   '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
      ******************  VISTA DEL DETALLE DE LOTES  ******************
      *Mismo formato de linea que graban E36 y E77 en LOTES_FEFO.txt.
       01 WS-LINEA-DET-LOTES              PIC X(60).
       01 WS-LINEA-DET-R REDEFINES WS-LINEA-DET-LOTES.
          02 DLR-CODE-X PIC X(02).
          02 FILLER     PIC X(12).
          02 DLR-NAME   PIC X(03).
          02 FILLER     PIC X(11).
          02 DLR-NUMERO PIC X(06).
          02 FILLER     PIC X(06).
          02 DLR-VTO-X  PIC X(08).
          02 FILLER     PIC X(06).
          02 DLR-CANT-X PIC X(03).
          02 FILLER     PIC X(03).
      ***********************  LINEAS DEL INFORME  ********************
       01 WSV-LINEA-VAL-TITULO.
          02 FILLER       PIC X(36) VALUE
             "INVENTARIO DE FARMACIA VALORIZADO AL".
          02 FILLER       PIC X(01) VALUE SPACES.
          02 VAL-FECHA    PIC 9(08).

       01 WSV-LINEA-VAL-SECCION.
          02 FILLER       PIC X(04) VALUE "*** ".
          02 VAL-SECCION  PIC X(30).

       01 WSV-LINEA-VAL-ENC.
          02 FILLER    PIC X(42) VALUE
             "PR  NOM  LOTE    VENCIMIE STOCK COSTO UNIT".
          02 FILLER    PIC X(21) VALUE
             "          VALOR MARCA".

       01 WSV-LINEA-VAL-DET.
          02 VAL-PRODUCTO   PIC 9(02).
          02 FILLER         PIC X(02) VALUE SPACES.
          02 VAL-NAME       PIC X(03).
          02 FILLER         PIC X(02) VALUE SPACES.
          02 VAL-LOTE       PIC X(06).
          02 FILLER         PIC X(02) VALUE SPACES.
          02 VAL-VTO        PIC 9(08).
          02 FILLER         PIC X(03) VALUE SPACES.
          02 VAL-STOCK      PIC ZZ9.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 VAL-COSTO      PIC ZZ.ZZ9,99.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 VAL-VALOR      PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 VAL-MARCA      PIC X(10).

       01 WSV-LINEA-VAL-TOTAL.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 VAL-TOT-TITULO PIC X(40).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 VAL-TOT-VALOR  PIC ZZZ.ZZZ.ZZ9,99.

       01 WSV-TITULOS-SECCION.
          02 FILLER PIC X(30) VALUE "STOCK VIGENTE".
          02 FILLER PIC X(30) VALUE "STOCK VENCIDO".
          02 FILLER PIC X(30) VALUE "STOCK EN CUARENTENA (RECALL)".
       01 WSV-TITULOS-R REDEFINES WSV-TITULOS-SECCION.
          02 WSV-SEC-TITULO PIC X(30) OCCURS 3 TIMES.
      ************************** TABLES ********************************
       01 WSV-TABLA-COSTOS.
          02 WSV-CST-ENTRY OCCURS 100 TIMES.
             05 WSV-CST-CODE          PIC 9(02).
             05 WSV-CST-IMPORTE       PIC 9(05)V9(02).
       01 WSV-CANT-COSTOS             PIC 9(03) VALUE 0.

       01 WSV-TABLA-CUARENTENA.
          02 WSV-CUA-ENTRY OCCURS 50 TIMES.
             05 WSV-CUA-PRODUCTO      PIC 9(02).
             05 WSV-CUA-LOTE-DESDE    PIC X(06).
             05 WSV-CUA-LOTE-HASTA    PIC X(06).
       01 WSV-CANT-CUARENTENA         PIC 9(02) VALUE 0.

      *Seccion del lote en el informe: 1 vigente, 2 vencido,
      *3 cuarentena.
       01 WSV-TABLA-LOTES.
          02 WSV-LOTE-ENTRY OCCURS 200 TIMES.
             05 WSV-LOTE-CODE         PIC 9(02).
             05 WSV-LOTE-NAME         PIC X(03).
             05 WSV-LOTE-NUMERO       PIC X(06).
             05 WSV-LOTE-VTO          PIC 9(08).
             05 WSV-LOTE-CANT         PIC 9(03).
             05 WSV-LOTE-SECCION      PIC 9(01).
       01 WSV-CANT-LOTES              PIC 9(03) VALUE 0.
       01 WSV-LOTE-AUX                PIC X(23).

       01 WSV-TABLA-SECCIONES.
          02 WSV-SEC-ENTRY OCCURS 3 TIMES.
             05 WSV-SEC-LOTES         PIC 9(05).
             05 WSV-SEC-VALOR         PIC 9(11)V9(02).
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CST           PIC X(02) VALUE "00".
             88 FS-STATUS-CST-OK               VALUE "00".
             88 FS-STATUS-CST-EOF              VALUE "10".
             88 FS-STATUS-CST-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CUA           PIC X(02) VALUE "00".
             88 FS-STATUS-CUA-OK               VALUE "00".
             88 FS-STATUS-CUA-EOF              VALUE "10".
             88 FS-STATUS-CUA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
          05 FS-STATUS-TRA           PIC X(02) VALUE "00".
             88 FS-STATUS-TRA-OK               VALUE "00".
             88 FS-STATUS-TRA-EOF              VALUE "10".
             88 FS-STATUS-TRA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-AJU           PIC X(02) VALUE "00".
             88 FS-STATUS-AJU-OK               VALUE "00".
             88 FS-STATUS-AJU-EOF              VALUE "10".
             88 FS-STATUS-AJU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PERIODO          PIC 9(06).
             10 WSV-PROC-DD          PIC 9(02).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX2                PIC 9(03).
          05 WSV-IDX-CUA             PIC 9(02).
          05 WSV-SECCION             PIC 9(01).
          05 WSV-PRODUCTO            PIC 9(02).
          05 WSV-COSTO               PIC 9(05)V9(02).
          05 WSV-VALOR               PIC 9(08)V9(02).
          05 WSV-LINEA               PIC X(80).
       01 WSV-CONTADORES.
          05 WSV-TOT-INVENTARIO      PIC 9(11)V9(02) VALUE ZERO.
          05 WSV-COSTO-DISPENSADO    PIC 9(11)V9(02) VALUE ZERO.
          05 WSV-TOT-FALTANTES       PIC 9(11)V9(02) VALUE ZERO.
          05 WSV-TOT-SOBRANTES       PIC 9(11)V9(02) VALUE ZERO.
          05 WSV-CANT-SIN-COSTO      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DISPENSAS      PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DISP-SIN-VALOR PIC 9(07) VALUE ZERO.
          05 WSV-CANT-AJUSTES        PIC 9(05) VALUE ZERO.
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
           MOVE "E171" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-COSTOS
              THRU 110000-CARGAR-COSTOS-F

           PERFORM 115000-CARGAR-CUARENTENA
              THRU 115000-CARGAR-CUARENTENA-F

           PERFORM 120000-CARGAR-LOTES
              THRU 120000-CARGAR-LOTES-F

           PERFORM 130000-CLASIFICAR-LOTES
              THRU 130000-CLASIFICAR-LOTES-F

           PERFORM 200000-VALORIZAR
              THRU 200000-VALORIZAR-F

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
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-COSTOS
      *Sin archivo de costos el stock sale sin valorizar y marcado.
      ******************************************************************
       110000-CARGAR-COSTOS.
           OPEN INPUT COSTOS
           IF FS-STATUS-CST-NOT-FOUND
              DISPLAY "E171: SIN COSTOS PROMEDIO - STOCK SIN VALORIZAR"
              GO TO 110000-CARGAR-COSTOS-F
           END-IF
           IF NOT FS-STATUS-CST-OK
              MOVE CON-110000-CARGAR-COSTOS TO WS-ERR-PARRAFO
              MOVE CON-COSTOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CST            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-COSTO
              THRU 112000-LEER-COSTO-F
              UNTIL FS-STATUS-CST-EOF

           CLOSE COSTOS
           .
       110000-CARGAR-COSTOS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-COSTO
      ******************************************************************
       112000-LEER-COSTO.
           READ COSTOS
           EVALUATE TRUE
               WHEN FS-STATUS-CST-OK
                    IF WSV-CANT-COSTOS = 100
                       DISPLAY "E171: TABLA DE COSTOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-COSTOS TO WS-ERR-PARRAFO
                       MOVE CON-COSTOS    TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-COSTOS
                    MOVE REG-CST-CODE
                      TO WSV-CST-CODE(WSV-CANT-COSTOS)
                    MOVE REG-CST-IMPORTE
                      TO WSV-CST-IMPORTE(WSV-CANT-COSTOS)
               WHEN FS-STATUS-CST-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-COSTOS TO WS-ERR-PARRAFO
                    MOVE CON-COSTOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CST            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-COSTO-F. EXIT.
      ******************************************************************
      *                         115000-CARGAR-CUARENTENA
      ******************************************************************
       115000-CARGAR-CUARENTENA.
           OPEN INPUT CUARENTENA
           IF FS-STATUS-CUA-NOT-FOUND
              GO TO 115000-CARGAR-CUARENTENA-F
           END-IF
           IF NOT FS-STATUS-CUA-OK
              MOVE CON-115000-CARGAR-CUARENT TO WS-ERR-PARRAFO
              MOVE CON-CUARENTENA            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 117000-LEER-CUARENTENA
              THRU 117000-LEER-CUARENTENA-F
              UNTIL FS-STATUS-CUA-EOF

           CLOSE CUARENTENA
           .
       115000-CARGAR-CUARENTENA-F. EXIT.
      ******************************************************************
      *                         117000-LEER-CUARENTENA
      *Un rango fuera de tabla dejaria stock retirado valorizado
      *como vigente: tabla llena corta.
      ******************************************************************
       117000-LEER-CUARENTENA.
           READ CUARENTENA
           EVALUATE TRUE
               WHEN FS-STATUS-CUA-OK
                    IF WSV-CANT-CUARENTENA = 50
                       DISPLAY "E171: TABLA DE CUARENTENA LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-115000-CARGAR-CUARENT TO WS-ERR-PARRAFO
                       MOVE CON-CUARENTENA TO WS-ERR-OBJETO
                       MOVE CON-LEER       TO WS-ERR-OPERACION
                       MOVE 99             TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CUARENTENA
                    MOVE REG-CUA-PRODUCTO
                      TO WSV-CUA-PRODUCTO(WSV-CANT-CUARENTENA)
                    MOVE REG-CUA-LOTE-DESDE
                      TO WSV-CUA-LOTE-DESDE(WSV-CANT-CUARENTENA)
                    MOVE REG-CUA-LOTE-HASTA
                      TO WSV-CUA-LOTE-HASTA(WSV-CANT-CUARENTENA)
               WHEN FS-STATUS-CUA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-115000-CARGAR-CUARENT TO WS-ERR-PARRAFO
                    MOVE CON-CUARENTENA            TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUA             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       117000-LEER-CUARENTENA-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-LOTES
      *LOTES_FEFO.txt viene en el formato de reporte de E36: la
      *linea de encabezado no es numerica y se saltea.
      ******************************************************************
       120000-CARGAR-LOTES.
           OPEN INPUT LOTES
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-120000-CARGAR-LOTES TO WS-ERR-PARRAFO
              MOVE CON-LOTES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 122000-LEER-LOTE
              THRU 122000-LEER-LOTE-F
              UNTIL FS-STATUS-LOT-EOF

           CLOSE LOTES
           .
       120000-CARGAR-LOTES-F. EXIT.
      ******************************************************************
      *                         122000-LEER-LOTE
      ******************************************************************
       122000-LEER-LOTE.
           READ LOTES
           EVALUATE TRUE
               WHEN FS-STATUS-LOT-OK
                    MOVE REG-LINEA-LOTE TO WS-LINEA-DET-LOTES
                    IF DLR-CODE-X NUMERIC
                       IF WSV-CANT-LOTES = 200
                          DISPLAY "E171: TABLA DE LOTES LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-120000-CARGAR-LOTES TO
                             WS-ERR-PARRAFO
                          MOVE CON-LOTES TO WS-ERR-OBJETO
                          MOVE CON-LEER  TO WS-ERR-OPERACION
                          MOVE 99        TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-LOTES
                       MOVE DLR-CODE-X TO
                          WSV-LOTE-CODE(WSV-CANT-LOTES)
                       MOVE DLR-NAME TO
                          WSV-LOTE-NAME(WSV-CANT-LOTES)
                       MOVE DLR-NUMERO TO
                          WSV-LOTE-NUMERO(WSV-CANT-LOTES)
                       MOVE DLR-VTO-X TO
                          WSV-LOTE-VTO(WSV-CANT-LOTES)
                       INSPECT DLR-CANT-X REPLACING LEADING SPACE
                          BY ZERO
                       MOVE DLR-CANT-X TO
                          WSV-LOTE-CANT(WSV-CANT-LOTES)
                    END-IF
               WHEN FS-STATUS-LOT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-LOTES TO WS-ERR-PARRAFO
                    MOVE CON-LOTES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LOT           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       122000-LEER-LOTE-F. EXIT.
      ******************************************************************
      *                         130000-CLASIFICAR-LOTES
      *Ordena por producto y lote y asigna la seccion de cada lote:
      *la cuarentena manda sobre el vencimiento.
      ******************************************************************
       130000-CLASIFICAR-LOTES.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX >= WSV-CANT-LOTES
              PERFORM VARYING WSV-IDX2 FROM 1 BY 1
                 UNTIL WSV-IDX2 >= WSV-CANT-LOTES
                 IF WSV-LOTE-CODE(WSV-IDX2) >
                    WSV-LOTE-CODE(WSV-IDX2 + 1)
                    OR (WSV-LOTE-CODE(WSV-IDX2) =
                        WSV-LOTE-CODE(WSV-IDX2 + 1)
                        AND WSV-LOTE-NUMERO(WSV-IDX2) >
                            WSV-LOTE-NUMERO(WSV-IDX2 + 1))
                    MOVE WSV-LOTE-ENTRY(WSV-IDX2) TO WSV-LOTE-AUX
                    MOVE WSV-LOTE-ENTRY(WSV-IDX2 + 1)
                       TO WSV-LOTE-ENTRY(WSV-IDX2)
                    MOVE WSV-LOTE-AUX TO WSV-LOTE-ENTRY(WSV-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LOTES
              MOVE 1 TO WSV-LOTE-SECCION(WSV-IDX)
              IF WSV-LOTE-VTO(WSV-IDX) < WSV-FECHA-PROCESO
                 MOVE 2 TO WSV-LOTE-SECCION(WSV-IDX)
              END-IF
              PERFORM VARYING WSV-IDX-CUA FROM 1 BY 1
                 UNTIL WSV-IDX-CUA > WSV-CANT-CUARENTENA
                 IF WSV-CUA-PRODUCTO(WSV-IDX-CUA) =
                    WSV-LOTE-CODE(WSV-IDX)
                    AND WSV-LOTE-NUMERO(WSV-IDX) >=
                        WSV-CUA-LOTE-DESDE(WSV-IDX-CUA)
                    AND WSV-LOTE-NUMERO(WSV-IDX) <=
                        WSV-CUA-LOTE-HASTA(WSV-IDX-CUA)
                    MOVE 3 TO WSV-LOTE-SECCION(WSV-IDX)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       130000-CLASIFICAR-LOTES-F. EXIT.
      ******************************************************************
      *                         140000-BUSCAR-COSTO
      *Costo promedio de WSV-PRODUCTO en WSV-COSTO (cero si no hay).
      ******************************************************************
       140000-BUSCAR-COSTO.
           MOVE ZERO TO WSV-COSTO
           MOVE "N"  TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX2 FROM 1 BY 1
              UNTIL WSV-IDX2 > WSV-CANT-COSTOS
              OR WSV-ENCONTRADO
              IF WSV-CST-CODE(WSV-IDX2) = WSV-PRODUCTO
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 MOVE WSV-CST-IMPORTE(WSV-IDX2) TO WSV-COSTO
              END-IF
           END-PERFORM
           .
       140000-BUSCAR-COSTO-F. EXIT.
      ******************************************************************
      *                         200000-VALORIZAR
      ******************************************************************
       200000-VALORIZAR.
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-VALORIZAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME          TO WS-ERR-OBJETO
              MOVE CON-ABRIR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO VAL-FECHA
           MOVE WSV-LINEA-VAL-TITULO TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           INITIALIZE WSV-TABLA-SECCIONES
           PERFORM 210000-IMPRIMIR-SECCION
              THRU 210000-IMPRIMIR-SECCION-F
              VARYING WSV-SECCION FROM 1 BY 1
              UNTIL WSV-SECCION > 3

           MOVE SPACES TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE "TOTAL INVENTARIO VALORIZADO" TO VAL-TOT-TITULO
           MOVE WSV-TOT-INVENTARIO TO VAL-TOT-VALOR
           MOVE WSV-LINEA-VAL-TOTAL TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           PERFORM 230000-COSTO-DISPENSADO
              THRU 230000-COSTO-DISPENSADO-F

           PERFORM 240000-DIFERENCIAS
              THRU 240000-DIFERENCIAS-F

           PERFORM 250000-IMPRIMIR-RESUMEN
              THRU 250000-IMPRIMIR-RESUMEN-F

           CLOSE INFORME
           .
       200000-VALORIZAR-F. EXIT.
      ******************************************************************
      *                         210000-IMPRIMIR-SECCION
      ******************************************************************
       210000-IMPRIMIR-SECCION.
           MOVE SPACES TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE WSV-SEC-TITULO(WSV-SECCION) TO VAL-SECCION
           MOVE WSV-LINEA-VAL-SECCION TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           MOVE WSV-LINEA-VAL-ENC TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LOTES
              IF WSV-LOTE-SECCION(WSV-IDX) = WSV-SECCION
                 AND WSV-LOTE-CANT(WSV-IDX) > ZERO
                 PERFORM 215000-IMPRIMIR-LOTE
                    THRU 215000-IMPRIMIR-LOTE-F
              END-IF
           END-PERFORM

           MOVE SPACES TO VAL-TOT-TITULO
           STRING "SUBTOTAL " DELIMITED BY SIZE
                  WSV-SEC-TITULO(WSV-SECCION) DELIMITED BY SIZE
             INTO VAL-TOT-TITULO
           MOVE WSV-SEC-VALOR(WSV-SECCION) TO VAL-TOT-VALOR
           MOVE WSV-LINEA-VAL-TOTAL TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           .
       210000-IMPRIMIR-SECCION-F. EXIT.
      ******************************************************************
      *                         215000-IMPRIMIR-LOTE
      *Un producto sin costo promedio sale con valor cero y marcado
      *para que compras lo regularice.
      ******************************************************************
       215000-IMPRIMIR-LOTE.
           MOVE WSV-LOTE-CODE(WSV-IDX) TO WSV-PRODUCTO
           PERFORM 140000-BUSCAR-COSTO
              THRU 140000-BUSCAR-COSTO-F

           COMPUTE WSV-VALOR ROUNDED =
              WSV-LOTE-CANT(WSV-IDX) * WSV-COSTO
           ADD WSV-VALOR TO WSV-SEC-VALOR(WSV-SECCION)
           ADD WSV-VALOR TO WSV-TOT-INVENTARIO
           ADD 1         TO WSV-SEC-LOTES(WSV-SECCION)

           MOVE WSV-LOTE-CODE(WSV-IDX)   TO VAL-PRODUCTO
           MOVE WSV-LOTE-NAME(WSV-IDX)   TO VAL-NAME
           MOVE WSV-LOTE-NUMERO(WSV-IDX) TO VAL-LOTE
           MOVE WSV-LOTE-VTO(WSV-IDX)    TO VAL-VTO
           MOVE WSV-LOTE-CANT(WSV-IDX)   TO VAL-STOCK
           MOVE WSV-COSTO                TO VAL-COSTO
           MOVE WSV-VALOR                TO VAL-VALOR
           MOVE SPACES                   TO VAL-MARCA
           IF WSV-COSTO = ZERO
              MOVE "SIN COSTO" TO VAL-MARCA
              ADD 1 TO WSV-CANT-SIN-COSTO
           END-IF
           MOVE WSV-LINEA-VAL-DET TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           .
       215000-IMPRIMIR-LOTE-F. EXIT.
      ******************************************************************
      *                         230000-COSTO-DISPENSADO
      *Costo de lo dispensado en el mes de la fecha de proceso. Una
      *traza sin valor (grabada antes de valorizar la dispensa) se
      *cuenta aparte y no suma.
      ******************************************************************
       230000-COSTO-DISPENSADO.
           OPEN INPUT TRAZA
           IF FS-STATUS-TRA-NOT-FOUND
              GO TO 230000-COSTO-DISPENSADO-F
           END-IF
           IF NOT FS-STATUS-TRA-OK
              MOVE CON-230000-COSTO-DISPENSA TO WS-ERR-PARRAFO
              MOVE CON-TRAZA                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 232000-LEER-TRAZA
              THRU 232000-LEER-TRAZA-F
              UNTIL FS-STATUS-TRA-EOF

           CLOSE TRAZA
           .
       230000-COSTO-DISPENSADO-F. EXIT.
      ******************************************************************
      *                         232000-LEER-TRAZA
      ******************************************************************
       232000-LEER-TRAZA.
           READ TRAZA
           EVALUATE TRUE
               WHEN FS-STATUS-TRA-OK
                    IF REG-TRZ-PERIODO = WSV-PERIODO
                       ADD 1 TO WSV-CANT-DISPENSAS
                       IF REG-TRZ-VALOR NUMERIC
                          AND REG-TRZ-VALOR > ZERO
                          ADD REG-TRZ-VALOR TO WSV-COSTO-DISPENSADO
                       ELSE
                          ADD 1 TO WSV-CANT-DISP-SIN-VALOR
                       END-IF
                    END-IF
               WHEN FS-STATUS-TRA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-COSTO-DISPENSA TO WS-ERR-PARRAFO
                    MOVE CON-TRAZA                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRA             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       232000-LEER-TRAZA-F. EXIT.
      ******************************************************************
      *                         240000-DIFERENCIAS
      *Ajustes del inventario fisico asentados en el mes: E egreso
      *(faltante) o I ingreso (sobrante), ya valorizados por E170.
      ******************************************************************
       240000-DIFERENCIAS.
           OPEN INPUT AJUSTES
           IF FS-STATUS-AJU-NOT-FOUND
              GO TO 240000-DIFERENCIAS-F
           END-IF
           IF NOT FS-STATUS-AJU-OK
              MOVE CON-240000-DIFERENCIAS TO WS-ERR-PARRAFO
              MOVE CON-AJUSTES            TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-AJU          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 242000-LEER-AJUSTE
              THRU 242000-LEER-AJUSTE-F
              UNTIL FS-STATUS-AJU-EOF

           CLOSE AJUSTES
           .
       240000-DIFERENCIAS-F. EXIT.
      ******************************************************************
      *                         242000-LEER-AJUSTE
      ******************************************************************
       242000-LEER-AJUSTE.
           READ AJUSTES
           EVALUATE TRUE
               WHEN FS-STATUS-AJU-OK
                    IF REG-AJU-PERIODO = WSV-PERIODO
                       ADD 1 TO WSV-CANT-AJUSTES
                       IF REG-AJU-FALTANTE
                          ADD REG-AJU-VALOR TO WSV-TOT-FALTANTES
                       END-IF
                       IF REG-AJU-SOBRANTE
                          ADD REG-AJU-VALOR TO WSV-TOT-SOBRANTES
                       END-IF
                    END-IF
               WHEN FS-STATUS-AJU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-240000-DIFERENCIAS TO WS-ERR-PARRAFO
                    MOVE CON-AJUSTES            TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-AJU          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       242000-LEER-AJUSTE-F. EXIT.
      ******************************************************************
      *                         250000-IMPRIMIR-RESUMEN
      ******************************************************************
       250000-IMPRIMIR-RESUMEN.
           MOVE SPACES TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F
           STRING "*** MOVIMIENTOS DEL PERIODO " DELIMITED BY SIZE
                  WSV-PERIODO                    DELIMITED BY SIZE
             INTO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           MOVE "COSTO DE LA MERCADERIA DISPENSADA" TO VAL-TOT-TITULO
           MOVE WSV-COSTO-DISPENSADO TO VAL-TOT-VALOR
           MOVE WSV-LINEA-VAL-TOTAL TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           MOVE "FALTANTES DE INVENTARIO FISICO" TO VAL-TOT-TITULO
           MOVE WSV-TOT-FALTANTES TO VAL-TOT-VALOR
           MOVE WSV-LINEA-VAL-TOTAL TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           MOVE "SOBRANTES DE INVENTARIO FISICO" TO VAL-TOT-TITULO
           MOVE WSV-TOT-SOBRANTES TO VAL-TOT-VALOR
           MOVE WSV-LINEA-VAL-TOTAL TO WSV-LINEA
           PERFORM 290000-WRITE-INFORME
              THRU 290000-WRITE-INFORME-F

           IF WSV-CANT-DISP-SIN-VALOR > ZERO
              MOVE SPACES TO WSV-LINEA
              STRING "ATENCION: " DELIMITED BY SIZE
                     WSV-CANT-DISP-SIN-VALOR DELIMITED BY SIZE
                     " LOTES DISPENSADOS SIN COSTO PROMEDIO"
                        DELIMITED BY SIZE
                INTO WSV-LINEA
              PERFORM 290000-WRITE-INFORME
                 THRU 290000-WRITE-INFORME-F
           END-IF
           .
       250000-IMPRIMIR-RESUMEN-F. EXIT.
      ******************************************************************
      *                         290000-WRITE-INFORME
      ******************************************************************
       290000-WRITE-INFORME.
           MOVE WSV-LINEA TO REG-INFORME
           WRITE REG-INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-VALORIZAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME          TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE SPACES TO WSV-LINEA
           .
       290000-WRITE-INFORME-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           IF WSV-COSTO-DISPENSADO > ZERO
              OR WSV-TOT-FALTANTES > ZERO
              OR WSV-TOT-SOBRANTES > ZERO
              PERFORM 310000-GRABAR-ASIENTOS
                 THRU 310000-GRABAR-ASIENTOS-F
           END-IF

           DISPLAY "E171 - INVENTARIO VALORIZADO AL " WSV-FECHA-PROCESO
           DISPLAY "LOTES VIGENTES       : " WSV-SEC-LOTES(1)
           DISPLAY "LOTES VENCIDOS       : " WSV-SEC-LOTES(2)
           DISPLAY "LOTES EN CUARENTENA  : " WSV-SEC-LOTES(3)
           DISPLAY "LOTES SIN COSTO      : " WSV-CANT-SIN-COSTO
           DISPLAY "INVENTARIO VALORIZADO: " WSV-TOT-INVENTARIO
           DISPLAY "COSTO DISPENSADO     : " WSV-COSTO-DISPENSADO
           DISPLAY "FALTANTES            : " WSV-TOT-FALTANTES
           DISPLAY "SOBRANTES            : " WSV-TOT-SOBRANTES
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-ASIENTOS
      *Costo de lo dispensado: debe costo de mercaderia dispensada /
      *haber mercaderias. Faltantes: debe diferencias de inventario /
      *haber mercaderias; sobrantes al reves.
      ******************************************************************
       310000-GRABAR-ASIENTOS.
           OPEN EXTEND ASIENTOS
           IF FS-STATUS-ASI-NOT-FOUND
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-ASI-FECHA
           MOVE CON-ORIGEN        TO REG-ASI-ORIGEN

           IF WSV-COSTO-DISPENSADO > ZERO
              MOVE WSV-COSTO-DISPENSADO   TO REG-ASI-IMPORTE
              MOVE CON-CTA-COSTO-DISPENSA TO REG-ASI-CUENTA
              MOVE "D"                    TO REG-ASI-DH
              MOVE "COSTO MERCADERIA DISPENSADA" TO REG-ASI-DETALLE
              PERFORM 315000-WRITE-ASIENTO
                 THRU 315000-WRITE-ASIENTO-F
              MOVE CON-CTA-MERCADERIAS    TO REG-ASI-CUENTA
              MOVE "H"                    TO REG-ASI-DH
              MOVE "MERCADERIAS - DISPENSA" TO REG-ASI-DETALLE
              PERFORM 315000-WRITE-ASIENTO
                 THRU 315000-WRITE-ASIENTO-F
           END-IF

           IF WSV-TOT-FALTANTES > ZERO
              MOVE WSV-TOT-FALTANTES      TO REG-ASI-IMPORTE
              MOVE CON-CTA-DIF-INVENTARIO TO REG-ASI-CUENTA
              MOVE "D"                    TO REG-ASI-DH
              MOVE "FALTANTES DE INVENTARIO" TO REG-ASI-DETALLE
              PERFORM 315000-WRITE-ASIENTO
                 THRU 315000-WRITE-ASIENTO-F
              MOVE CON-CTA-MERCADERIAS    TO REG-ASI-CUENTA
              MOVE "H"                    TO REG-ASI-DH
              MOVE "MERCADERIAS - FALTANTES" TO REG-ASI-DETALLE
              PERFORM 315000-WRITE-ASIENTO
                 THRU 315000-WRITE-ASIENTO-F
           END-IF

           IF WSV-TOT-SOBRANTES > ZERO
              MOVE WSV-TOT-SOBRANTES      TO REG-ASI-IMPORTE
              MOVE CON-CTA-MERCADERIAS    TO REG-ASI-CUENTA
              MOVE "D"                    TO REG-ASI-DH
              MOVE "MERCADERIAS - SOBRANTES" TO REG-ASI-DETALLE
              PERFORM 315000-WRITE-ASIENTO
                 THRU 315000-WRITE-ASIENTO-F
              MOVE CON-CTA-DIF-INVENTARIO TO REG-ASI-CUENTA
              MOVE "H"                    TO REG-ASI-DH
              MOVE "SOBRANTES DE INVENTARIO" TO REG-ASI-DETALLE
              PERFORM 315000-WRITE-ASIENTO
                 THRU 315000-WRITE-ASIENTO-F
           END-IF

           CLOSE ASIENTOS
           .
       310000-GRABAR-ASIENTOS-F. EXIT.
      ******************************************************************
      *                         315000-WRITE-ASIENTO
      ******************************************************************
       315000-WRITE-ASIENTO.
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       315000-WRITE-ASIENTO-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E171.
