      ******************************************************************
      *Inventario fisico de farmacia por producto y lote. El stock de
      *MASTER.txt y de LOTES_FEFO.txt se va corriendo de lo que hay
      *en la estanteria (roturas, vencidos tirados, errores de
      *carga) y E79 marca los controlados donde el libro no cierra
      *con el stock. Este programa lleva el inventario completo:
      *1. Congela el stock de LOTES_FEFO.txt en
      *   INVENTARIO_CONGELADO.txt (producto, lote, vencimiento,
      *   stock de libro, cantidad contada, estado P pendiente / A
      *   asentado) e imprime las planillas de conteo por producto y
      *   lote en INVENTARIO_PLANILLAS.txt. La planilla no muestra el
      *   stock de libro: el conteo se hace a ciegas.
      *2. Carga lo contado por producto y lote; un lote que aparece
      *   en la estanteria y no estaba en el libro se da de alta con
      *   stock de libro cero. El ultimo conteo cargado rige.
      *3. Emite INVENTARIO_DIFERENCIAS.txt con la diferencia de cada
      *   lote valorizada al costo de COSTOS_FARMACIA.txt.
      *4. Asienta los ajustes aprobados: la diferencia se aplica
      *   sobre el stock actual del lote (las dispensas hechas entre
      *   el congelado y el asiento no se pisan), el MASTER.txt de
      *   cada producto ajustado queda igual a la suma de sus lotes,
      *   y cada ajuste queda en AJUSTES_INVENTARIO.txt con la
      *   matricula del farmaceutico que aprueba. Para los productos
      *   de PRODCONTROLADOS.txt el ajuste va ademas al libro
      *   LIBROCONTROL.txt como asiento I (ingreso) o E (egreso) y
      *   exige la firma de un segundo farmaceutico, que queda
      *   registrada con el ajuste; sin esa segunda firma los lotes
      *   controlados con diferencia quedan pendientes.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E170.
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
       SELECT COSTOS ASSIGN TO "COSTOS_FARMACIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CST.

       SELECT CONTROLADOS ASSIGN TO "PRODCONTROLADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTL.
      ****************************  OUTPUT  ****************************
       SELECT MASTER ASSIGN TO "MASTER.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MAS.

       SELECT LOTES ASSIGN TO "LOTES_FEFO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.

       SELECT CONGELADO ASSIGN TO "INVENTARIO_CONGELADO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CGL.

       SELECT PLANILLAS ASSIGN TO "INVENTARIO_PLANILLAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PLA.

       SELECT DIFERENCIAS ASSIGN TO "INVENTARIO_DIFERENCIAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DIF.

       SELECT AJUSTES ASSIGN TO "AJUSTES_INVENTARIO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-AJU.

       SELECT LIBRO ASSIGN TO "LIBROCONTROL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LIB.
       DATA DIVISION.
       FILE SECTION.
      *Costo unitario de compra por producto, promedio ponderado que
      *mantiene E78REC (la lista de PRECIOS.txt es de venta y no
      *sirve para valorizar un faltante).
       FD COSTOS.
          01 REG-COSTO.
             05 REG-CST-CODE               PIC 9(02).
             05 REG-CST-IMPORTE            PIC 9(05)V9(02).

       FD CONTROLADOS.
          01 REG-CONTROLADO.
             05 REG-CTL-CODE               PIC 9(02).
             05 REG-CTL-DESCRIPCION        PIC X(20).

       FD MASTER.
          01 REG-MASTER.
             05 REG-CODE-PRO                PIC 9(02).
             05 REG-NAME-PRO                PIC X(03).
             05 REG-AMOUNT                  PIC 9(02).

       FD LOTES.
          01 REG-LINEA-LOTE                 PIC X(60).

      *Foto del stock al congelar, con lo contado de cada lote.
       FD CONGELADO.
          01 REG-CONGELADO.
             05 REG-CGL-FECHA              PIC 9(08).
             05 REG-CGL-PRODUCTO           PIC 9(02).
             05 REG-CGL-NAME               PIC X(03).
             05 REG-CGL-LOTE               PIC X(06).
             05 REG-CGL-VTO                PIC 9(08).
             05 REG-CGL-LIBRO              PIC 9(03).
             05 REG-CGL-CONTADA            PIC 9(03).
             05 REG-CGL-CONTADO            PIC X(01).
             05 REG-CGL-ESTADO             PIC X(01).

       FD PLANILLAS.
          01 REG-PLANILLA                  PIC X(80).

       FD DIFERENCIAS.
          01 REG-DIFERENCIA                PIC X(80).

      *Un registro por lote ajustado: tipo I/E, cantidad, valor al
      *costo y las firmas (la segunda solo en los controlados).
       FD AJUSTES.
          01 REG-AJUSTE.
             05 REG-AJU-FECHA              PIC 9(08).
             05 REG-AJU-HORA               PIC 9(08).
             05 REG-AJU-FECHA-CONGELADO    PIC 9(08).
             05 REG-AJU-PRODUCTO           PIC 9(02).
             05 REG-AJU-LOTE               PIC X(06).
             05 REG-AJU-TIPO               PIC X(01).
             05 REG-AJU-CANTIDAD           PIC 9(03).
             05 REG-AJU-COSTO              PIC 9(05)V9(02).
             05 REG-AJU-VALOR              PIC 9(07)V9(02).
             05 REG-AJU-APROBO             PIC X(08).
             05 REG-AJU-SEGUNDA-FIRMA      PIC X(08).

       FD LIBRO.
          01 REG-LIBRO.
             05 REG-LIB-FECHA              PIC 9(08).
             05 REG-LIB-HORA               PIC 9(08).
             05 REG-LIB-TIPO               PIC X(01).
             05 REG-LIB-PRODUCTO           PIC 9(02).
             05 REG-LIB-CANTIDAD           PIC 9(03).
             05 REG-LIB-LOTE               PIC X(06).
             05 REG-LIB-SALDO              PIC 9(04).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-CONGELADO PIC X(30) VALUE
              '110000-CARGAR-CONGELADO     '.
              05 CON-120000-CARGAR-LOTES    PIC X(30) VALUE
              '120000-CARGAR-LOTES         '.
              05 CON-130000-CARGAR-MASTER   PIC X(30) VALUE
              '130000-CARGAR-MASTER        '.
              05 CON-140000-CARGAR-COSTOS   PIC X(30) VALUE
              '140000-CARGAR-COSTOS        '.
              05 CON-150000-CARGAR-CONTROL  PIC X(30) VALUE
              '150000-CARGAR-CONTROLADOS   '.
              05 CON-210000-CONGELAR        PIC X(30) VALUE
              '210000-CONGELAR             '.
              05 CON-230000-INFORME-DIF     PIC X(30) VALUE
              '230000-INFORME-DIFERENCIAS  '.
              05 CON-246000-GRABAR-ASIENTOS PIC X(30) VALUE
              '246000-GRABAR-ASIENTOS      '.
              05 CON-310000-GRABAR-CONGEL   PIC X(30) VALUE
              '310000-GRABAR-CONGELADO     '.
              05 CON-320000-GRABAR-STOCK    PIC X(30) VALUE
              '320000-GRABAR-STOCK         '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-COSTOS    PIC X(10) VALUE 'COSTOS    '.
              05 CON-CONTROLAD PIC X(10) VALUE 'CONTROLADO'.
              05 CON-MASTER    PIC X(10) VALUE 'MASTER    '.
              05 CON-LOTES     PIC X(10) VALUE 'LOTES     '.
              05 CON-CONGELADO PIC X(10) VALUE 'CONGELADO '.
              05 CON-PLANILLAS PIC X(10) VALUE 'PLANILLAS '.
              05 CON-DIFERENC  PIC X(10) VALUE 'DIFERENCIA'.
              05 CON-AJUSTES   PIC X(10) VALUE 'AJUSTES   '.
              05 CON-LIBRO     PIC X(10) VALUE 'LIBRO     '.
      ******************  VISTA DEL DETALLE DE LOTES  ******************
      *Mismo formato de linea que graban E36 y E77 en LOTES_FEFO.txt.
       01 WS-LINEA-ENC-LOTES.
          02 FILLER    PIC X(11) VALUE "COD.PRODUCT".
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(12) VALUE "PRODUCT NAME".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "LOTE  ".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(10) VALUE "VENCIMIENT".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(05) VALUE "STOCK".

       01 WS-LINEA-DET-LOTES.
          02 DL-CODE    PIC 9(02).
          02 FILLER     PIC X(12) VALUE SPACES.
          02 DL-NAME    PIC X(03).
          02 FILLER     PIC X(11) VALUE SPACES.
          02 DL-NUMERO  PIC X(06).
          02 FILLER     PIC X(06) VALUE SPACES.
          02 DL-VTO     PIC 9(08).
          02 FILLER     PIC X(06) VALUE SPACES.
          02 DL-CANT    PIC ZZ9.
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
      ***************  LINEAS DE PLANILLA Y DE DIFERENCIAS  ************
       01 WSV-LINEA-PLA-PRODUCTO.
          02 FILLER       PIC X(09) VALUE "PRODUCTO ".
          02 PLA-PRODUCTO PIC 9(02).
          02 FILLER       PIC X(01) VALUE SPACES.
          02 PLA-NAME     PIC X(03).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 PLA-CONTROL  PIC X(30).

       01 WSV-LINEA-PLA-ENC.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(06) VALUE "LOTE  ".
          02 FILLER    PIC X(02) VALUE SPACES.
          02 FILLER    PIC X(11) VALUE "VENCIMIENTO".
          02 FILLER    PIC X(04) VALUE SPACES.
          02 FILLER    PIC X(17) VALUE "CANTIDAD CONTADA ".
          02 FILLER    PIC X(03) VALUE SPACES.
          02 FILLER    PIC X(11) VALUE "OBSERVACION".

       01 WSV-LINEA-PLA-DET.
          02 FILLER       PIC X(02) VALUE SPACES.
          02 PLA-LOTE     PIC X(06).
          02 FILLER       PIC X(02) VALUE SPACES.
          02 PLA-VTO      PIC 9(08).
          02 FILLER       PIC X(07) VALUE SPACES.
          02 FILLER       PIC X(17) VALUE "_________________".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE "____________________".

       01 WSV-LINEA-DIF-ENC.
          02 FILLER    PIC X(40) VALUE
             "PR NOM LOTE   VENCIMIE LIBRO CONT  DIFER".
          02 FILLER    PIC X(40) VALUE
             "  COSTO UNIT.     VALOR DIF. C MARCA    ".

       01 WSV-LINEA-DIF-DET.
          02 DIF-PRODUCTO   PIC 9(02).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 DIF-NAME       PIC X(03).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 DIF-LOTE       PIC X(06).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 DIF-VTO        PIC 9(08).
          02 FILLER         PIC X(03) VALUE SPACES.
          02 DIF-LIBRO      PIC ZZ9.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 DIF-CONTADA    PIC ZZ9.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 DIF-DIFERENCIA PIC ---9.
          02 FILLER         PIC X(02) VALUE SPACES.
          02 DIF-COSTO      PIC ZZ.ZZ9,99.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 DIF-VALOR      PIC --.---.--9,99.
          02 FILLER         PIC X(01) VALUE SPACES.
          02 DIF-CONTROL    PIC X(01).
          02 FILLER         PIC X(01) VALUE SPACES.
          02 DIF-MARCA      PIC X(10).
      ************************** TABLES ********************************
      *Renglones del inventario en curso (congelado + conteo).
       01 WSV-TABLA-CONTEO.
          02 WSV-CNT-ENTRY OCCURS 200 TIMES.
             05 WSV-CNT-PRODUCTO      PIC 9(02).
             05 WSV-CNT-NAME          PIC X(03).
             05 WSV-CNT-LOTE          PIC X(06).
             05 WSV-CNT-VTO           PIC 9(08).
             05 WSV-CNT-LIBRO         PIC 9(03).
             05 WSV-CNT-CONTADA       PIC 9(03).
             05 WSV-CNT-CONTADO       PIC X(01).
                88 WSV-CNT-ES-CONTADO           VALUE "S".
             05 WSV-CNT-ESTADO        PIC X(01).
                88 WSV-CNT-PENDIENTE            VALUE "P".
                88 WSV-CNT-ASENTADO             VALUE "A".
             05 WSV-CNT-AJUSTE        PIC S9(03).
             05 WSV-CNT-APLICADO      PIC X(01).
                88 WSV-CNT-ES-APLICADO          VALUE "S".
       01 WSV-CANT-CONTEO             PIC 9(03) VALUE 0.
       01 WSV-CNT-AUX                 PIC X(31).

       01 WSV-TABLA-LOTES.
          02 WSV-LOTE-ENTRY OCCURS 200 TIMES.
             05 WSV-LOTE-CODE         PIC 9(02).
             05 WSV-LOTE-NAME         PIC X(03).
             05 WSV-LOTE-NUMERO       PIC X(06).
             05 WSV-LOTE-VTO          PIC 9(08).
             05 WSV-LOTE-CANT         PIC 9(03).
       01 WSV-CANT-LOTES              PIC 9(03) VALUE 0.

       01 WSV-TABLA-MASTER.
          02 WSV-MAS-ENTRY OCCURS 100 TIMES.
             05 WSV-MAS-CODE          PIC 9(02).
             05 WSV-MAS-NAME          PIC X(03).
             05 WSV-MAS-CANT          PIC S9(04).
             05 WSV-MAS-AJUSTADO      PIC X(01).
             05 WSV-MAS-DELTA         PIC S9(04).
             05 WSV-MAS-SALDO         PIC S9(04).
       01 WSV-CANT-MASTER             PIC 9(03) VALUE 0.

       01 WSV-TABLA-COSTOS.
          02 WSV-CST-ENTRY OCCURS 100 TIMES.
             05 WSV-CST-CODE          PIC 9(02).
             05 WSV-CST-IMPORTE       PIC 9(05)V9(02).
       01 WSV-CANT-COSTOS             PIC 9(03) VALUE 0.

       01 WSV-TABLA-CONTROLADOS.
          02 WSV-CTL-ENTRY OCCURS 50 TIMES.
             05 WSV-CTL-CODE          PIC 9(02).
       01 WSV-CANT-CONTROLADOS        PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-CST           PIC X(02) VALUE "00".
             88 FS-STATUS-CST-OK               VALUE "00".
             88 FS-STATUS-CST-EOF              VALUE "10".
             88 FS-STATUS-CST-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CTL           PIC X(02) VALUE "00".
             88 FS-STATUS-CTL-OK               VALUE "00".
             88 FS-STATUS-CTL-EOF              VALUE "10".
             88 FS-STATUS-CTL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MAS           PIC X(02) VALUE "00".
             88 FS-STATUS-MAS-OK               VALUE "00".
             88 FS-STATUS-MAS-EOF              VALUE "10".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
          05 FS-STATUS-CGL           PIC X(02) VALUE "00".
             88 FS-STATUS-CGL-OK               VALUE "00".
             88 FS-STATUS-CGL-EOF              VALUE "10".
             88 FS-STATUS-CGL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PLA           PIC X(02) VALUE "00".
             88 FS-STATUS-PLA-OK               VALUE "00".
          05 FS-STATUS-DIF           PIC X(02) VALUE "00".
             88 FS-STATUS-DIF-OK               VALUE "00".
          05 FS-STATUS-AJU           PIC X(02) VALUE "00".
             88 FS-STATUS-AJU-OK               VALUE "00".
             88 FS-STATUS-AJU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LIB           PIC X(02) VALUE "00".
             88 FS-STATUS-LIB-OK               VALUE "00".
             88 FS-STATUS-LIB-NOT-FOUND        VALUE "35".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-CONTROLADO       PIC X(01).
             88 WSV-ES-CONTROLADO              VALUE "S".
          05 WSV-SW-FIN-CARGA        PIC X(01).
             88 WSV-FIN-CARGA                  VALUE "S".
          05 WSV-SW-SEGUNDA-FIRMA    PIC X(01).
             88 WSV-HAY-SEGUNDA-FIRMA          VALUE "S".
          05 WSV-SW-HAY-COSTOS       PIC X(01).
             88 WSV-HAY-COSTOS                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-HORA                PIC 9(08).
          05 WSV-FECHA-CONGELADO     PIC 9(08) VALUE ZERO.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX2                PIC 9(03).
          05 WSV-IDX-CNT             PIC 9(03).
          05 WSV-IDX-LOTE            PIC 9(03).
          05 WSV-IDX-MASTER          PIC 9(03).
          05 WSV-PRODUCTO-ANT        PIC 9(02).
          05 WSV-PRODUCTO            PIC 9(02).
          05 WSV-LOTE                PIC X(06).
          05 WSV-VTO                 PIC 9(08).
          05 WSV-CANTIDAD            PIC 9(03).
          05 WSV-NAME                PIC X(03).
          05 WSV-APROBO              PIC X(08).
          05 WSV-SEGUNDA-FIRMA       PIC X(08).
          05 WSV-DIFERENCIA          PIC S9(04).
          05 WSV-NUEVO-STOCK         PIC S9(04).
          05 WSV-COSTO               PIC 9(05)V9(02).
          05 WSV-VALOR               PIC S9(07)V9(02).
          05 WSV-EDIT                PIC ----.---.--9,99.
          05 WSV-LINEA               PIC X(80).
       01 WSV-CONTADORES.
          05 WSV-CANT-PENDIENTES     PIC 9(03) VALUE ZERO.
          05 WSV-CANT-SIN-CONTAR     PIC 9(03) VALUE ZERO.
          05 WSV-CANT-CON-DIFER      PIC 9(03) VALUE ZERO.
          05 WSV-CANT-CTL-DIFER      PIC 9(03) VALUE ZERO.
          05 WSV-CANT-ASENTADOS      PIC 9(03) VALUE ZERO.
          05 WSV-CANT-RETENIDOS      PIC 9(03) VALUE ZERO.
          05 WSV-TOTAL-FALTANTE      PIC S9(09)V9(02) VALUE ZERO.
          05 WSV-TOTAL-SOBRANTE      PIC S9(09)V9(02) VALUE ZERO.
          05 WSV-TOTAL-NETO          PIC S9(09)V9(02) VALUE ZERO.
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
           MOVE "E170" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-CARGAR-CONGELADO
              THRU 110000-CARGAR-CONGELADO-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0

           STOP RUN
           .
      ******************************************************************
      *                         110000-CARGAR-CONGELADO
      *Sin INVENTARIO_CONGELADO.txt no hay inventario en curso.
      ******************************************************************
       110000-CARGAR-CONGELADO.
           MOVE ZERO TO WSV-CANT-CONTEO
           MOVE ZERO TO WSV-FECHA-CONGELADO
           OPEN INPUT CONGELADO
           IF FS-STATUS-CGL-NOT-FOUND
              GO TO 110000-CARGAR-CONGELADO-F
           END-IF
           IF NOT FS-STATUS-CGL-OK
              MOVE CON-110000-CARGAR-CONGELADO TO WS-ERR-PARRAFO
              MOVE CON-CONGELADO               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-CGL               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-CONGELADO
              THRU 112000-LEER-CONGELADO-F
              UNTIL FS-STATUS-CGL-EOF

           CLOSE CONGELADO
           .
       110000-CARGAR-CONGELADO-F. EXIT.
      ******************************************************************
      *                         112000-LEER-CONGELADO
      ******************************************************************
       112000-LEER-CONGELADO.
           READ CONGELADO
           EVALUATE TRUE
               WHEN FS-STATUS-CGL-OK
      *310000 regraba el congelado desde esta tabla: un renglon fuera
      *de tabla se perderia con su conteo, tabla llena corta.
                    IF WSV-CANT-CONTEO = 200
                       DISPLAY "E170: TABLA DE CONTEO LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-CONGELADO TO
                          WS-ERR-PARRAFO
                       MOVE CON-CONGELADO TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CONTEO
                    MOVE REG-CGL-FECHA    TO WSV-FECHA-CONGELADO
                    MOVE REG-CGL-PRODUCTO TO
                       WSV-CNT-PRODUCTO(WSV-CANT-CONTEO)
                    MOVE REG-CGL-NAME     TO
                       WSV-CNT-NAME(WSV-CANT-CONTEO)
                    MOVE REG-CGL-LOTE     TO
                       WSV-CNT-LOTE(WSV-CANT-CONTEO)
                    MOVE REG-CGL-VTO      TO
                       WSV-CNT-VTO(WSV-CANT-CONTEO)
                    MOVE REG-CGL-LIBRO    TO
                       WSV-CNT-LIBRO(WSV-CANT-CONTEO)
                    MOVE REG-CGL-CONTADA  TO
                       WSV-CNT-CONTADA(WSV-CANT-CONTEO)
                    MOVE REG-CGL-CONTADO  TO
                       WSV-CNT-CONTADO(WSV-CANT-CONTEO)
                    MOVE REG-CGL-ESTADO   TO
                       WSV-CNT-ESTADO(WSV-CANT-CONTEO)
                    MOVE ZERO TO WSV-CNT-AJUSTE(WSV-CANT-CONTEO)
                    MOVE "N"  TO WSV-CNT-APLICADO(WSV-CANT-CONTEO)
               WHEN FS-STATUS-CGL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-CONGELADO TO WS-ERR-PARRAFO
                    MOVE CON-CONGELADO               TO WS-ERR-OBJETO
                    MOVE CON-LEER                    TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CGL               TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-CONGELADO-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-LOTES
      *Lee el archivo de lotes en el formato de reporte de E36: la
      *primera linea es el encabezado y se saltea.
      ******************************************************************
       120000-CARGAR-LOTES.
           MOVE ZERO TO WSV-CANT-LOTES
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
      *320000 regraba LOTES_FEFO desde esta tabla: un lote fuera de
      *tabla desapareceria del archivo, tabla llena corta.
                       IF WSV-CANT-LOTES = 200
                          DISPLAY "E170: TABLA DE LOTES LLENA - "
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
      *                         130000-CARGAR-MASTER
      ******************************************************************
       130000-CARGAR-MASTER.
           MOVE ZERO TO WSV-CANT-MASTER
           OPEN INPUT MASTER
           IF NOT FS-STATUS-MAS-OK
              MOVE CON-130000-CARGAR-MASTER TO WS-ERR-PARRAFO
              MOVE CON-MASTER               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-MAS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 132000-LEER-MASTER
              THRU 132000-LEER-MASTER-F
              UNTIL FS-STATUS-MAS-EOF

           CLOSE MASTER
           .
       130000-CARGAR-MASTER-F. EXIT.
      ******************************************************************
      *                         132000-LEER-MASTER
      ******************************************************************
       132000-LEER-MASTER.
           READ MASTER
           EVALUATE TRUE
               WHEN FS-STATUS-MAS-OK
      *320000 regraba MASTER.txt desde esta tabla: un producto fuera
      *de tabla desapareceria del archivo, tabla llena corta.
                    IF WSV-CANT-MASTER = 100
                       DISPLAY "E170: TABLA DE PRODUCTOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-130000-CARGAR-MASTER TO
                          WS-ERR-PARRAFO
                       MOVE CON-MASTER TO WS-ERR-OBJETO
                       MOVE CON-LEER   TO WS-ERR-OPERACION
                       MOVE 99         TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-MASTER
                    MOVE REG-CODE-PRO TO WSV-MAS-CODE(WSV-CANT-MASTER)
                    MOVE REG-NAME-PRO TO WSV-MAS-NAME(WSV-CANT-MASTER)
                    MOVE REG-AMOUNT   TO WSV-MAS-CANT(WSV-CANT-MASTER)
                    MOVE "N"  TO WSV-MAS-AJUSTADO(WSV-CANT-MASTER)
                    MOVE ZERO TO WSV-MAS-DELTA(WSV-CANT-MASTER)
                    MOVE ZERO TO WSV-MAS-SALDO(WSV-CANT-MASTER)
               WHEN FS-STATUS-MAS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-CARGAR-MASTER TO WS-ERR-PARRAFO
                    MOVE CON-MASTER               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MAS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       132000-LEER-MASTER-F. EXIT.
      ******************************************************************
      *                         140000-CARGAR-COSTOS
      *Sin archivo de costos las diferencias salen en cantidades y
      *el valor en cero.
      ******************************************************************
       140000-CARGAR-COSTOS.
           MOVE ZERO TO WSV-CANT-COSTOS
           MOVE "N"  TO WSV-SW-HAY-COSTOS
           OPEN INPUT COSTOS
           IF FS-STATUS-CST-NOT-FOUND
              DISPLAY "E170: SIN COSTOS_FARMACIA.txt - DIFERENCIAS "
                      "SIN VALORIZAR"
              GO TO 140000-CARGAR-COSTOS-F
           END-IF
           IF NOT FS-STATUS-CST-OK
              MOVE CON-140000-CARGAR-COSTOS TO WS-ERR-PARRAFO
              MOVE CON-COSTOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CST            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE "S" TO WSV-SW-HAY-COSTOS

           PERFORM 142000-LEER-COSTO
              THRU 142000-LEER-COSTO-F
              UNTIL FS-STATUS-CST-EOF
              OR WSV-CANT-COSTOS = 100

           CLOSE COSTOS
           .
       140000-CARGAR-COSTOS-F. EXIT.
      ******************************************************************
      *                         142000-LEER-COSTO
      ******************************************************************
       142000-LEER-COSTO.
           READ COSTOS
           IF FS-STATUS-CST-OK
              ADD 1 TO WSV-CANT-COSTOS
              MOVE REG-CST-CODE    TO WSV-CST-CODE(WSV-CANT-COSTOS)
              MOVE REG-CST-IMPORTE TO WSV-CST-IMPORTE(WSV-CANT-COSTOS)
           END-IF
           .
       142000-LEER-COSTO-F. EXIT.
      ******************************************************************
      *                         150000-CARGAR-CONTROLADOS
      ******************************************************************
       150000-CARGAR-CONTROLADOS.
           MOVE ZERO TO WSV-CANT-CONTROLADOS
           OPEN INPUT CONTROLADOS
           IF FS-STATUS-CTL-NOT-FOUND
              GO TO 150000-CARGAR-CONTROLADOS-F
           END-IF
           IF NOT FS-STATUS-CTL-OK
              MOVE CON-150000-CARGAR-CONTROL TO WS-ERR-PARRAFO
              MOVE CON-CONTROLAD             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTL             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 152000-LEER-CONTROLADO
              THRU 152000-LEER-CONTROLADO-F
              UNTIL FS-STATUS-CTL-EOF

           CLOSE CONTROLADOS
           .
       150000-CARGAR-CONTROLADOS-F. EXIT.
      ******************************************************************
      *                         152000-LEER-CONTROLADO
      ******************************************************************
       152000-LEER-CONTROLADO.
           READ CONTROLADOS
           IF FS-STATUS-CTL-OK
      *Un controlado fuera de tabla se ajustaria sin asiento en el
      *libro ni segunda firma: tabla llena corta la corrida.
              IF WSV-CANT-CONTROLADOS = 50
                 DISPLAY "E170: TABLA DE CONTROLADOS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-150000-CARGAR-CONTROL TO WS-ERR-PARRAFO
                 MOVE CON-CONTROLAD             TO WS-ERR-OBJETO
                 MOVE CON-LEER                  TO WS-ERR-OPERACION
                 MOVE 99                        TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-CONTROLADOS
              MOVE REG-CTL-CODE TO WSV-CTL-CODE(WSV-CANT-CONTROLADOS)
           END-IF
           .
       152000-LEER-CONTROLADO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONGELAR STOCK E IMPRIMIR PLANILLAS DE CONTEO"
           DISPLAY "2.CARGAR CONTEO"
           DISPLAY "3.INFORME DE DIFERENCIAS VALORIZADO"
           DISPLAY "4.APROBAR Y ASENTAR AJUSTES"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 210000-CONGELAR
                       THRU 210000-CONGELAR-F
               WHEN 2
                    PERFORM 220000-CARGAR-CONTEO
                       THRU 220000-CARGAR-CONTEO-F
               WHEN 3
                    PERFORM 230000-INFORME-DIFERENCIAS
                       THRU 230000-INFORME-DIFERENCIAS-F
               WHEN 4
                    PERFORM 240000-ASENTAR
                       THRU 240000-ASENTAR-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         205000-CONTAR-PENDIENTES
      ******************************************************************
       205000-CONTAR-PENDIENTES.
           MOVE ZERO TO WSV-CANT-PENDIENTES
           MOVE ZERO TO WSV-CANT-SIN-CONTAR
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CONTEO
              IF WSV-CNT-PENDIENTE(WSV-IDX)
                 ADD 1 TO WSV-CANT-PENDIENTES
                 IF NOT WSV-CNT-ES-CONTADO(WSV-IDX)
                    ADD 1 TO WSV-CANT-SIN-CONTAR
                 END-IF
              END-IF
           END-PERFORM
           .
       205000-CONTAR-PENDIENTES-F. EXIT.
      ******************************************************************
      *                         210000-CONGELAR
      *No se congela encima de un inventario con renglones sin
      *asentar: se perderia lo contado.
      ******************************************************************
       210000-CONGELAR.
           PERFORM 205000-CONTAR-PENDIENTES
              THRU 205000-CONTAR-PENDIENTES-F
           IF WSV-CANT-PENDIENTES > ZERO
              DISPLAY "HAY UN INVENTARIO DEL " WSV-FECHA-CONGELADO
                      " CON " WSV-CANT-PENDIENTES
                      " RENGLONES SIN ASENTAR"
              GO TO 210000-CONGELAR-F
           END-IF

           PERFORM 120000-CARGAR-LOTES
              THRU 120000-CARGAR-LOTES-F

           PERFORM 150000-CARGAR-CONTROLADOS
              THRU 150000-CARGAR-CONTROLADOS-F

           MOVE WSV-FECHA-HOY TO WSV-FECHA-CONGELADO
           MOVE ZERO TO WSV-CANT-CONTEO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LOTES
              IF WSV-LOTE-CANT(WSV-IDX) > ZERO
                 ADD 1 TO WSV-CANT-CONTEO
                 MOVE WSV-LOTE-CODE(WSV-IDX) TO
                    WSV-CNT-PRODUCTO(WSV-CANT-CONTEO)
                 MOVE WSV-LOTE-NAME(WSV-IDX) TO
                    WSV-CNT-NAME(WSV-CANT-CONTEO)
                 MOVE WSV-LOTE-NUMERO(WSV-IDX) TO
                    WSV-CNT-LOTE(WSV-CANT-CONTEO)
                 MOVE WSV-LOTE-VTO(WSV-IDX) TO
                    WSV-CNT-VTO(WSV-CANT-CONTEO)
                 MOVE WSV-LOTE-CANT(WSV-IDX) TO
                    WSV-CNT-LIBRO(WSV-CANT-CONTEO)
                 MOVE ZERO TO WSV-CNT-CONTADA(WSV-CANT-CONTEO)
                 MOVE "N"  TO WSV-CNT-CONTADO(WSV-CANT-CONTEO)
                 MOVE "P"  TO WSV-CNT-ESTADO(WSV-CANT-CONTEO)
                 MOVE ZERO TO WSV-CNT-AJUSTE(WSV-CANT-CONTEO)
                 MOVE "N"  TO WSV-CNT-APLICADO(WSV-CANT-CONTEO)
              END-IF
           END-PERFORM

           PERFORM 212000-ORDENAR-CONTEO
              THRU 212000-ORDENAR-CONTEO-F

           PERFORM 310000-GRABAR-CONGELADO
              THRU 310000-GRABAR-CONGELADO-F

           PERFORM 214000-IMPRIMIR-PLANILLAS
              THRU 214000-IMPRIMIR-PLANILLAS-F

           DISPLAY "STOCK CONGELADO EL " WSV-FECHA-CONGELADO ": "
                   WSV-CANT-CONTEO " LOTES A CONTAR"
           .
       210000-CONGELAR-F. EXIT.
      ******************************************************************
      *                         212000-ORDENAR-CONTEO
      *Por producto y lote, que es el orden de la estanteria.
      ******************************************************************
       212000-ORDENAR-CONTEO.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX >= WSV-CANT-CONTEO
              PERFORM VARYING WSV-IDX2 FROM 1 BY 1
                 UNTIL WSV-IDX2 >= WSV-CANT-CONTEO
                 IF WSV-CNT-PRODUCTO(WSV-IDX2) >
                    WSV-CNT-PRODUCTO(WSV-IDX2 + 1)
                    OR (WSV-CNT-PRODUCTO(WSV-IDX2) =
                        WSV-CNT-PRODUCTO(WSV-IDX2 + 1)
                        AND WSV-CNT-LOTE(WSV-IDX2) >
                            WSV-CNT-LOTE(WSV-IDX2 + 1))
                    MOVE WSV-CNT-ENTRY(WSV-IDX2) TO WSV-CNT-AUX
                    MOVE WSV-CNT-ENTRY(WSV-IDX2 + 1)
                       TO WSV-CNT-ENTRY(WSV-IDX2)
                    MOVE WSV-CNT-AUX TO WSV-CNT-ENTRY(WSV-IDX2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       212000-ORDENAR-CONTEO-F. EXIT.
      ******************************************************************
      *                         214000-IMPRIMIR-PLANILLAS
      *Una planilla por producto con sus lotes y el renglon en blanco
      *para la cantidad contada; los controlados salen marcados
      *porque su diferencia lleva doble firma.
      ******************************************************************
       214000-IMPRIMIR-PLANILLAS.
           OPEN OUTPUT PLANILLAS
           IF NOT FS-STATUS-PLA-OK
              MOVE CON-210000-CONGELAR TO WS-ERR-PARRAFO
              MOVE CON-PLANILLAS       TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-PLA       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           STRING "E170 - PLANILLA DE CONTEO FISICO - STOCK CONGELADO "
                  DELIMITED BY SIZE
                  "EL " DELIMITED BY SIZE
                  WSV-FECHA-CONGELADO DELIMITED BY SIZE
                  INTO WSV-LINEA
           WRITE REG-PLANILLA FROM WSV-LINEA

           MOVE 99 TO WSV-PRODUCTO-ANT
           PERFORM 215000-LINEA-PLANILLA
              THRU 215000-LINEA-PLANILLA-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CONTEO

           MOVE SPACES TO REG-PLANILLA
           WRITE REG-PLANILLA
           MOVE SPACES TO WSV-LINEA
           STRING "CONTO: ______________________  " DELIMITED BY SIZE
                  "CONTROLO: ______________________" DELIMITED BY SIZE
                  INTO WSV-LINEA
           WRITE REG-PLANILLA FROM WSV-LINEA
           IF NOT FS-STATUS-PLA-OK
              MOVE CON-210000-CONGELAR TO WS-ERR-PARRAFO
              MOVE CON-PLANILLAS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-PLA       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE PLANILLAS
           .
       214000-IMPRIMIR-PLANILLAS-F. EXIT.
      ******************************************************************
      *                         215000-LINEA-PLANILLA
      ******************************************************************
       215000-LINEA-PLANILLA.
           IF WSV-CNT-PRODUCTO(WSV-IDX) NOT = WSV-PRODUCTO-ANT
              MOVE WSV-CNT-PRODUCTO(WSV-IDX) TO WSV-PRODUCTO-ANT
              MOVE WSV-CNT-PRODUCTO(WSV-IDX) TO WSV-PRODUCTO
              PERFORM 255000-BUSCAR-CONTROLADO
                 THRU 255000-BUSCAR-CONTROLADO-F
              MOVE SPACES TO REG-PLANILLA
              WRITE REG-PLANILLA
              MOVE WSV-CNT-PRODUCTO(WSV-IDX) TO PLA-PRODUCTO
              MOVE WSV-CNT-NAME(WSV-IDX)     TO PLA-NAME
              IF WSV-ES-CONTROLADO
                 MOVE "CONTROLADO - DOBLE FIRMA" TO PLA-CONTROL
              ELSE
                 MOVE SPACES TO PLA-CONTROL
              END-IF
              WRITE REG-PLANILLA FROM WSV-LINEA-PLA-PRODUCTO
              WRITE REG-PLANILLA FROM WSV-LINEA-PLA-ENC
           END-IF

           MOVE WSV-CNT-LOTE(WSV-IDX) TO PLA-LOTE
           MOVE WSV-CNT-VTO(WSV-IDX)  TO PLA-VTO
           WRITE REG-PLANILLA FROM WSV-LINEA-PLA-DET
           IF NOT FS-STATUS-PLA-OK
              MOVE CON-210000-CONGELAR TO WS-ERR-PARRAFO
              MOVE CON-PLANILLAS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-PLA       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       215000-LINEA-PLANILLA-F. EXIT.
      ******************************************************************
      *                         220000-CARGAR-CONTEO
      ******************************************************************
       220000-CARGAR-CONTEO.
           PERFORM 205000-CONTAR-PENDIENTES
              THRU 205000-CONTAR-PENDIENTES-F
           IF WSV-CANT-PENDIENTES = ZERO
              DISPLAY "NO HAY INVENTARIO EN CURSO - CONGELE EL STOCK"
              GO TO 220000-CARGAR-CONTEO-F
           END-IF

           PERFORM 130000-CARGAR-MASTER
              THRU 130000-CARGAR-MASTER-F

           MOVE "N" TO WSV-SW-FIN-CARGA
           PERFORM 222000-CARGAR-RENGLON
              THRU 222000-CARGAR-RENGLON-F
              UNTIL WSV-FIN-CARGA

           PERFORM 310000-GRABAR-CONGELADO
              THRU 310000-GRABAR-CONGELADO-F

           PERFORM 205000-CONTAR-PENDIENTES
              THRU 205000-CONTAR-PENDIENTES-F
           DISPLAY "LOTES PENDIENTES: " WSV-CANT-PENDIENTES
                   " SIN CONTAR: " WSV-CANT-SIN-CONTAR
           .
       220000-CARGAR-CONTEO-F. EXIT.
      ******************************************************************
      *                         222000-CARGAR-RENGLON
      *Un lote contado que no estaba en el libro se agrega con stock
      *de libro cero; toda su cantidad sale como sobrante.
      ******************************************************************
       222000-CARGAR-RENGLON.
           DISPLAY "INGRESE EL PRODUCTO (00 = FIN DE CARGA)"
           ACCEPT WSV-PRODUCTO
           IF WSV-PRODUCTO = ZERO
              MOVE "S" TO WSV-SW-FIN-CARGA
              GO TO 222000-CARGAR-RENGLON-F
           END-IF
           DISPLAY "INGRESE EL LOTE"
           ACCEPT WSV-LOTE

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-CNT FROM 1 BY 1
              UNTIL WSV-IDX-CNT > WSV-CANT-CONTEO
              OR WSV-ENCONTRADO
              IF WSV-CNT-PRODUCTO(WSV-IDX-CNT) = WSV-PRODUCTO
                 AND WSV-CNT-LOTE(WSV-IDX-CNT) = WSV-LOTE
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM

           IF WSV-ENCONTRADO
              SUBTRACT 1 FROM WSV-IDX-CNT
              IF WSV-CNT-ASENTADO(WSV-IDX-CNT)
                 DISPLAY "EL LOTE YA FUE ASENTADO EN ESTE INVENTARIO"
                 GO TO 222000-CARGAR-RENGLON-F
              END-IF
           ELSE
              MOVE "N" TO WSV-SW-ENCONTRADO
              PERFORM VARYING WSV-IDX-MASTER FROM 1 BY 1
                 UNTIL WSV-IDX-MASTER > WSV-CANT-MASTER
                 OR WSV-ENCONTRADO
                 IF WSV-MAS-CODE(WSV-IDX-MASTER) = WSV-PRODUCTO
                    MOVE "S" TO WSV-SW-ENCONTRADO
                 END-IF
              END-PERFORM
              IF NOT WSV-ENCONTRADO
                 DISPLAY "PRODUCTO INEXISTENTE"
                 GO TO 222000-CARGAR-RENGLON-F
              END-IF
              SUBTRACT 1 FROM WSV-IDX-MASTER
              IF WSV-CANT-CONTEO = 200
                 DISPLAY "E170: TABLA DE CONTEO LLENA - "
                         "AMPLIE LA TABLA"
                 GO TO 222000-CARGAR-RENGLON-F
              END-IF
              DISPLAY "LOTE SIN STOCK EN LIBRO - INGRESE EL "
                      "VENCIMIENTO (AAAAMMDD)"
              ACCEPT WSV-VTO
              ADD 1 TO WSV-CANT-CONTEO
              MOVE WSV-CANT-CONTEO TO WSV-IDX-CNT
              MOVE WSV-PRODUCTO TO WSV-CNT-PRODUCTO(WSV-IDX-CNT)
              MOVE WSV-MAS-NAME(WSV-IDX-MASTER) TO
                 WSV-CNT-NAME(WSV-IDX-CNT)
              MOVE WSV-LOTE     TO WSV-CNT-LOTE(WSV-IDX-CNT)
              MOVE WSV-VTO      TO WSV-CNT-VTO(WSV-IDX-CNT)
              MOVE ZERO         TO WSV-CNT-LIBRO(WSV-IDX-CNT)
              MOVE "P"          TO WSV-CNT-ESTADO(WSV-IDX-CNT)
              MOVE ZERO         TO WSV-CNT-AJUSTE(WSV-IDX-CNT)
              MOVE "N"          TO WSV-CNT-APLICADO(WSV-IDX-CNT)
           END-IF

           DISPLAY "INGRESE LA CANTIDAD CONTADA"
           ACCEPT WSV-CANTIDAD
           MOVE WSV-CANTIDAD TO WSV-CNT-CONTADA(WSV-IDX-CNT)
           MOVE "S"          TO WSV-CNT-CONTADO(WSV-IDX-CNT)
           DISPLAY "CONTEO REGISTRADO"
           .
       222000-CARGAR-RENGLON-F. EXIT.
      ******************************************************************
      *                         230000-INFORME-DIFERENCIAS
      ******************************************************************
       230000-INFORME-DIFERENCIAS.
           PERFORM 205000-CONTAR-PENDIENTES
              THRU 205000-CONTAR-PENDIENTES-F
           IF WSV-CANT-PENDIENTES = ZERO
              DISPLAY "NO HAY INVENTARIO EN CURSO - CONGELE EL STOCK"
              GO TO 230000-INFORME-DIFERENCIAS-F
           END-IF

           PERFORM 140000-CARGAR-COSTOS
              THRU 140000-CARGAR-COSTOS-F

           PERFORM 150000-CARGAR-CONTROLADOS
              THRU 150000-CARGAR-CONTROLADOS-F

           OPEN OUTPUT DIFERENCIAS
           IF NOT FS-STATUS-DIF-OK
              MOVE CON-230000-INFORME-DIF TO WS-ERR-PARRAFO
              MOVE CON-DIFERENC           TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-DIF          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           STRING "E170 - DIFERENCIAS DE INVENTARIO FISICO AL COSTO - "
                  DELIMITED BY SIZE
                  "CONGELADO " DELIMITED BY SIZE
                  WSV-FECHA-CONGELADO DELIMITED BY SIZE
                  INTO WSV-LINEA
           WRITE REG-DIFERENCIA FROM WSV-LINEA
           WRITE REG-DIFERENCIA FROM WSV-LINEA-DIF-ENC

           MOVE ZERO TO WSV-CANT-CON-DIFER
           MOVE ZERO TO WSV-CANT-CTL-DIFER
           MOVE ZERO TO WSV-TOTAL-FALTANTE
           MOVE ZERO TO WSV-TOTAL-SOBRANTE
           PERFORM 232000-LINEA-DIFERENCIA
              THRU 232000-LINEA-DIFERENCIA-F
              VARYING WSV-IDX-CNT FROM 1 BY 1
              UNTIL WSV-IDX-CNT > WSV-CANT-CONTEO

           COMPUTE WSV-TOTAL-NETO =
              WSV-TOTAL-SOBRANTE + WSV-TOTAL-FALTANTE

           MOVE SPACES TO REG-DIFERENCIA
           WRITE REG-DIFERENCIA
           MOVE SPACES TO WSV-LINEA
           STRING "LOTES CON DIFERENCIA: " DELIMITED BY SIZE
                  WSV-CANT-CON-DIFER DELIMITED BY SIZE
                  "  CONTROLADOS: " DELIMITED BY SIZE
                  WSV-CANT-CTL-DIFER DELIMITED BY SIZE
                  "  SIN CONTAR: " DELIMITED BY SIZE
                  WSV-CANT-SIN-CONTAR DELIMITED BY SIZE
                  INTO WSV-LINEA
           WRITE REG-DIFERENCIA FROM WSV-LINEA
           MOVE WSV-TOTAL-FALTANTE TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "TOTAL FALTANTE AL COSTO : " DELIMITED BY SIZE
                  WSV-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA
           WRITE REG-DIFERENCIA FROM WSV-LINEA
           MOVE WSV-TOTAL-SOBRANTE TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "TOTAL SOBRANTE AL COSTO : " DELIMITED BY SIZE
                  WSV-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA
           WRITE REG-DIFERENCIA FROM WSV-LINEA
           MOVE WSV-TOTAL-NETO TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "DIFERENCIA NETA AL COSTO: " DELIMITED BY SIZE
                  WSV-EDIT DELIMITED BY SIZE
                  INTO WSV-LINEA
           WRITE REG-DIFERENCIA FROM WSV-LINEA
           IF NOT FS-STATUS-DIF-OK
              MOVE CON-230000-INFORME-DIF TO WS-ERR-PARRAFO
              MOVE CON-DIFERENC           TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-DIF          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE DIFERENCIAS

           DISPLAY "INFORME DE DIFERENCIAS EMITIDO - LOTES CON "
                   "DIFERENCIA: " WSV-CANT-CON-DIFER
           .
       230000-INFORME-DIFERENCIAS-F. EXIT.
      ******************************************************************
      *                         232000-LINEA-DIFERENCIA
      *Solo los renglones pendientes; el lote sin contar sale marcado
      *y sin diferencia (no se ajusta hasta que se cuente).
      ******************************************************************
       232000-LINEA-DIFERENCIA.
           IF NOT WSV-CNT-PENDIENTE(WSV-IDX-CNT)
              GO TO 232000-LINEA-DIFERENCIA-F
           END-IF

           MOVE WSV-CNT-PRODUCTO(WSV-IDX-CNT) TO WSV-PRODUCTO
           PERFORM 250000-BUSCAR-COSTO
              THRU 250000-BUSCAR-COSTO-F
           PERFORM 255000-BUSCAR-CONTROLADO
              THRU 255000-BUSCAR-CONTROLADO-F

           MOVE WSV-CNT-PRODUCTO(WSV-IDX-CNT) TO DIF-PRODUCTO
           MOVE WSV-CNT-NAME(WSV-IDX-CNT)     TO DIF-NAME
           MOVE WSV-CNT-LOTE(WSV-IDX-CNT)     TO DIF-LOTE
           MOVE WSV-CNT-VTO(WSV-IDX-CNT)      TO DIF-VTO
           MOVE WSV-CNT-LIBRO(WSV-IDX-CNT)    TO DIF-LIBRO
           MOVE WSV-CNT-CONTADA(WSV-IDX-CNT)  TO DIF-CONTADA
           MOVE WSV-COSTO                     TO DIF-COSTO
           MOVE SPACES                        TO DIF-MARCA
           IF WSV-ES-CONTROLADO
              MOVE "C" TO DIF-CONTROL
           ELSE
              MOVE SPACES TO DIF-CONTROL
           END-IF

           IF WSV-CNT-ES-CONTADO(WSV-IDX-CNT)
              COMPUTE WSV-DIFERENCIA =
                 WSV-CNT-CONTADA(WSV-IDX-CNT)
                 - WSV-CNT-LIBRO(WSV-IDX-CNT)
           ELSE
              MOVE ZERO TO WSV-DIFERENCIA
              MOVE "SIN CONTAR" TO DIF-MARCA
           END-IF
           COMPUTE WSV-VALOR = WSV-DIFERENCIA * WSV-COSTO
           MOVE WSV-DIFERENCIA TO DIF-DIFERENCIA
           MOVE WSV-VALOR      TO DIF-VALOR

           IF WSV-DIFERENCIA NOT = ZERO
              ADD 1 TO WSV-CANT-CON-DIFER
              IF WSV-ES-CONTROLADO
                 ADD 1 TO WSV-CANT-CTL-DIFER
              END-IF
              IF WSV-COSTO = ZERO
                 MOVE "SIN COSTO" TO DIF-MARCA
              END-IF
              IF WSV-DIFERENCIA < ZERO
                 ADD WSV-VALOR TO WSV-TOTAL-FALTANTE
              ELSE
                 ADD WSV-VALOR TO WSV-TOTAL-SOBRANTE
              END-IF
           END-IF

           WRITE REG-DIFERENCIA FROM WSV-LINEA-DIF-DET
           IF NOT FS-STATUS-DIF-OK
              MOVE CON-230000-INFORME-DIF TO WS-ERR-PARRAFO
              MOVE CON-DIFERENC           TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-DIF          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       232000-LINEA-DIFERENCIA-F. EXIT.
      ******************************************************************
      *                         240000-ASENTAR
      *Se asienta con todo el inventario contado (un lote que no esta
      *en la estanteria se carga con cantidad cero). Los controlados
      *con diferencia sin segunda firma valida (otra matricula que la
      *del que aprueba) quedan pendientes para asentarlos despues.
      ******************************************************************
       240000-ASENTAR.
           PERFORM 205000-CONTAR-PENDIENTES
              THRU 205000-CONTAR-PENDIENTES-F
           IF WSV-CANT-PENDIENTES = ZERO
              DISPLAY "NO HAY INVENTARIO PENDIENTE DE ASENTAR"
              GO TO 240000-ASENTAR-F
           END-IF
           IF WSV-CANT-SIN-CONTAR > ZERO
              DISPLAY "HAY " WSV-CANT-SIN-CONTAR " LOTES SIN CONTAR - "
                      "CARGUE EL CONTEO ANTES DE ASENTAR"
              GO TO 240000-ASENTAR-F
           END-IF

           PERFORM 150000-CARGAR-CONTROLADOS
              THRU 150000-CARGAR-CONTROLADOS-F

           MOVE ZERO TO WSV-CANT-CTL-DIFER
           PERFORM VARYING WSV-IDX-CNT FROM 1 BY 1
              UNTIL WSV-IDX-CNT > WSV-CANT-CONTEO
              IF WSV-CNT-PENDIENTE(WSV-IDX-CNT)
                 AND WSV-CNT-CONTADA(WSV-IDX-CNT) NOT =
                     WSV-CNT-LIBRO(WSV-IDX-CNT)
                 MOVE WSV-CNT-PRODUCTO(WSV-IDX-CNT) TO WSV-PRODUCTO
                 PERFORM 255000-BUSCAR-CONTROLADO
                    THRU 255000-BUSCAR-CONTROLADO-F
                 IF WSV-ES-CONTROLADO
                    ADD 1 TO WSV-CANT-CTL-DIFER
                 END-IF
              END-IF
           END-PERFORM

           MOVE SPACES TO WSV-APROBO
           DISPLAY "INGRESE LA MATRICULA DEL FARMACEUTICO QUE APRUEBA"
           ACCEPT WSV-APROBO
           IF WSV-APROBO = SPACES
              DISPLAY "AJUSTE CANCELADO - FALTA LA APROBACION"
              GO TO 240000-ASENTAR-F
           END-IF

           MOVE "N"    TO WSV-SW-SEGUNDA-FIRMA
           MOVE SPACES TO WSV-SEGUNDA-FIRMA
           IF WSV-CANT-CTL-DIFER > ZERO
              DISPLAY "HAY " WSV-CANT-CTL-DIFER " LOTES CONTROLADOS "
                      "CON DIFERENCIA"
              DISPLAY "INGRESE LA MATRICULA DEL SEGUNDO FARMACEUTICO"
              ACCEPT WSV-SEGUNDA-FIRMA
              IF WSV-SEGUNDA-FIRMA = SPACES
                 OR WSV-SEGUNDA-FIRMA = WSV-APROBO
                 DISPLAY "SIN SEGUNDA FIRMA VALIDA - LOS CONTROLADOS "
                         "CON DIFERENCIA QUEDAN PENDIENTES"
                 MOVE SPACES TO WSV-SEGUNDA-FIRMA
              ELSE
                 MOVE "S" TO WSV-SW-SEGUNDA-FIRMA
              END-IF
           END-IF

           PERFORM 140000-CARGAR-COSTOS
              THRU 140000-CARGAR-COSTOS-F

           PERFORM 120000-CARGAR-LOTES
              THRU 120000-CARGAR-LOTES-F

           PERFORM 130000-CARGAR-MASTER
              THRU 130000-CARGAR-MASTER-F

           MOVE ZERO TO WSV-CANT-ASENTADOS
           MOVE ZERO TO WSV-CANT-RETENIDOS
           PERFORM 242000-APLICAR-RENGLON
              THRU 242000-APLICAR-RENGLON-F
              VARYING WSV-IDX-CNT FROM 1 BY 1
              UNTIL WSV-IDX-CNT > WSV-CANT-CONTEO

           PERFORM 244000-RESINCRONIZAR-MASTER
              THRU 244000-RESINCRONIZAR-MASTER-F

           PERFORM 246000-GRABAR-ASIENTOS
              THRU 246000-GRABAR-ASIENTOS-F

           PERFORM 320000-GRABAR-STOCK
              THRU 320000-GRABAR-STOCK-F

           PERFORM 310000-GRABAR-CONGELADO
              THRU 310000-GRABAR-CONGELADO-F

           DISPLAY "LOTES ASENTADOS : " WSV-CANT-ASENTADOS
           DISPLAY "LOTES RETENIDOS : " WSV-CANT-RETENIDOS
           .
       240000-ASENTAR-F. EXIT.
      ******************************************************************
      *                         242000-APLICAR-RENGLON
      *La diferencia (contado - congelado) se aplica sobre el stock
      *actual del lote, asi las dispensas posteriores al congelado
      *no se pierden. Un lote que ya no esta en LOTES_FEFO.txt se
      *vuelve a dar de alta si la diferencia es un sobrante.
      ******************************************************************
       242000-APLICAR-RENGLON.
           MOVE "N"  TO WSV-CNT-APLICADO(WSV-IDX-CNT)
           MOVE ZERO TO WSV-CNT-AJUSTE(WSV-IDX-CNT)
           IF NOT WSV-CNT-PENDIENTE(WSV-IDX-CNT)
              GO TO 242000-APLICAR-RENGLON-F
           END-IF

           COMPUTE WSV-DIFERENCIA =
              WSV-CNT-CONTADA(WSV-IDX-CNT) - WSV-CNT-LIBRO(WSV-IDX-CNT)
           IF WSV-DIFERENCIA = ZERO
              MOVE "A" TO WSV-CNT-ESTADO(WSV-IDX-CNT)
              ADD 1 TO WSV-CANT-ASENTADOS
              GO TO 242000-APLICAR-RENGLON-F
           END-IF

           MOVE WSV-CNT-PRODUCTO(WSV-IDX-CNT) TO WSV-PRODUCTO
           PERFORM 255000-BUSCAR-CONTROLADO
              THRU 255000-BUSCAR-CONTROLADO-F
           IF WSV-ES-CONTROLADO
              AND NOT WSV-HAY-SEGUNDA-FIRMA
              ADD 1 TO WSV-CANT-RETENIDOS
              GO TO 242000-APLICAR-RENGLON-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-MASTER FROM 1 BY 1
              UNTIL WSV-IDX-MASTER > WSV-CANT-MASTER
              OR WSV-ENCONTRADO
              IF WSV-MAS-CODE(WSV-IDX-MASTER) = WSV-PRODUCTO
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              DISPLAY "PRODUCTO " WSV-PRODUCTO " SIN MAESTRO - LOTE "
                      WSV-CNT-LOTE(WSV-IDX-CNT) " QUEDA PENDIENTE"
              ADD 1 TO WSV-CANT-RETENIDOS
              GO TO 242000-APLICAR-RENGLON-F
           END-IF
           SUBTRACT 1 FROM WSV-IDX-MASTER

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-LOTE FROM 1 BY 1
              UNTIL WSV-IDX-LOTE > WSV-CANT-LOTES
              OR WSV-ENCONTRADO
              IF WSV-LOTE-CODE(WSV-IDX-LOTE) = WSV-PRODUCTO
                 AND WSV-LOTE-NUMERO(WSV-IDX-LOTE) =
                     WSV-CNT-LOTE(WSV-IDX-CNT)
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM

           IF WSV-ENCONTRADO
              SUBTRACT 1 FROM WSV-IDX-LOTE
           ELSE
              IF WSV-CANT-LOTES = 200
                 DISPLAY "E170: TABLA DE LOTES LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-120000-CARGAR-LOTES TO WS-ERR-PARRAFO
                 MOVE CON-LOTES               TO WS-ERR-OBJETO
                 MOVE CON-GRABAR              TO WS-ERR-OPERACION
                 MOVE 99                      TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-LOTES
              MOVE WSV-CANT-LOTES TO WSV-IDX-LOTE
              MOVE WSV-PRODUCTO TO WSV-LOTE-CODE(WSV-IDX-LOTE)
              MOVE WSV-CNT-NAME(WSV-IDX-CNT) TO
                 WSV-LOTE-NAME(WSV-IDX-LOTE)
              MOVE WSV-CNT-LOTE(WSV-IDX-CNT) TO
                 WSV-LOTE-NUMERO(WSV-IDX-LOTE)
              MOVE WSV-CNT-VTO(WSV-IDX-CNT) TO
                 WSV-LOTE-VTO(WSV-IDX-LOTE)
              MOVE ZERO TO WSV-LOTE-CANT(WSV-IDX-LOTE)
           END-IF

      *Un faltante mayor que lo que queda del lote solo lo deja en
      *cero: el ajuste real es lo que efectivamente se desconto.
           COMPUTE WSV-NUEVO-STOCK =
              WSV-LOTE-CANT(WSV-IDX-LOTE) + WSV-DIFERENCIA
           IF WSV-NUEVO-STOCK < ZERO
              MOVE ZERO TO WSV-NUEVO-STOCK
           END-IF
           COMPUTE WSV-CNT-AJUSTE(WSV-IDX-CNT) =
              WSV-NUEVO-STOCK - WSV-LOTE-CANT(WSV-IDX-LOTE)
           MOVE WSV-NUEVO-STOCK TO WSV-LOTE-CANT(WSV-IDX-LOTE)

           MOVE "S" TO WSV-MAS-AJUSTADO(WSV-IDX-MASTER)
           ADD WSV-CNT-AJUSTE(WSV-IDX-CNT) TO
              WSV-MAS-DELTA(WSV-IDX-MASTER)
           MOVE "S" TO WSV-CNT-APLICADO(WSV-IDX-CNT)
           MOVE "A" TO WSV-CNT-ESTADO(WSV-IDX-CNT)
           ADD 1 TO WSV-CANT-ASENTADOS
           .
       242000-APLICAR-RENGLON-F. EXIT.
      ******************************************************************
      *                         244000-RESINCRONIZAR-MASTER
      *El total de cada producto ajustado queda igual a la suma de
      *sus lotes, que es lo que hay en la estanteria. El saldo de
      *arranque del libro se lleva a antes de los ajustes para
      *asentarlos con saldo corrido.
      ******************************************************************
       244000-RESINCRONIZAR-MASTER.
           PERFORM VARYING WSV-IDX-MASTER FROM 1 BY 1
              UNTIL WSV-IDX-MASTER > WSV-CANT-MASTER
              IF WSV-MAS-AJUSTADO(WSV-IDX-MASTER) = "S"
                 MOVE ZERO TO WSV-MAS-CANT(WSV-IDX-MASTER)
                 PERFORM VARYING WSV-IDX-LOTE FROM 1 BY 1
                    UNTIL WSV-IDX-LOTE > WSV-CANT-LOTES
                    IF WSV-LOTE-CODE(WSV-IDX-LOTE) =
                       WSV-MAS-CODE(WSV-IDX-MASTER)
                       ADD WSV-LOTE-CANT(WSV-IDX-LOTE) TO
                          WSV-MAS-CANT(WSV-IDX-MASTER)
                    END-IF
                 END-PERFORM
                 COMPUTE WSV-MAS-SALDO(WSV-IDX-MASTER) =
                    WSV-MAS-CANT(WSV-IDX-MASTER)
                    - WSV-MAS-DELTA(WSV-IDX-MASTER)
              END-IF
           END-PERFORM
           .
       244000-RESINCRONIZAR-MASTER-F. EXIT.
      ******************************************************************
      *                         246000-GRABAR-ASIENTOS
      *Un registro en AJUSTES_INVENTARIO.txt por lote ajustado y,
      *si el producto es controlado, su asiento I/E en el libro con
      *el saldo corrido del producto.
      ******************************************************************
       246000-GRABAR-ASIENTOS.
           IF WSV-CANT-ASENTADOS = ZERO
              GO TO 246000-GRABAR-ASIENTOS-F
           END-IF

           OPEN EXTEND AJUSTES
           IF FS-STATUS-AJU-NOT-FOUND
              OPEN OUTPUT AJUSTES
           END-IF
           IF NOT FS-STATUS-AJU-OK
              MOVE CON-246000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-AJUSTES                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-AJU              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND LIBRO
           IF FS-STATUS-LIB-NOT-FOUND
              OPEN OUTPUT LIBRO
           END-IF
           IF NOT FS-STATUS-LIB-OK
              MOVE CON-246000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-LIBRO                  TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-LIB              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ACCEPT WSV-HORA FROM TIME
           PERFORM 248000-GRABAR-ASIENTO
              THRU 248000-GRABAR-ASIENTO-F
              VARYING WSV-IDX-CNT FROM 1 BY 1
              UNTIL WSV-IDX-CNT > WSV-CANT-CONTEO

           CLOSE AJUSTES
           CLOSE LIBRO
           .
       246000-GRABAR-ASIENTOS-F. EXIT.
      ******************************************************************
      *                         248000-GRABAR-ASIENTO
      ******************************************************************
       248000-GRABAR-ASIENTO.
           IF NOT WSV-CNT-ES-APLICADO(WSV-IDX-CNT)
              OR WSV-CNT-AJUSTE(WSV-IDX-CNT) = ZERO
              GO TO 248000-GRABAR-ASIENTO-F
           END-IF

           MOVE WSV-CNT-PRODUCTO(WSV-IDX-CNT) TO WSV-PRODUCTO
           PERFORM 250000-BUSCAR-COSTO
              THRU 250000-BUSCAR-COSTO-F
           PERFORM 255000-BUSCAR-CONTROLADO
              THRU 255000-BUSCAR-CONTROLADO-F

           INITIALIZE REG-AJUSTE
           MOVE WSV-FECHA-HOY       TO REG-AJU-FECHA
           MOVE WSV-HORA            TO REG-AJU-HORA
           MOVE WSV-FECHA-CONGELADO TO REG-AJU-FECHA-CONGELADO
           MOVE WSV-PRODUCTO        TO REG-AJU-PRODUCTO
           MOVE WSV-CNT-LOTE(WSV-IDX-CNT) TO REG-AJU-LOTE
           IF WSV-CNT-AJUSTE(WSV-IDX-CNT) > ZERO
              MOVE "I" TO REG-AJU-TIPO
           ELSE
              MOVE "E" TO REG-AJU-TIPO
           END-IF
           MOVE WSV-CNT-AJUSTE(WSV-IDX-CNT) TO REG-AJU-CANTIDAD
           MOVE WSV-COSTO           TO REG-AJU-COSTO
           COMPUTE REG-AJU-VALOR = REG-AJU-CANTIDAD * WSV-COSTO
           MOVE WSV-APROBO          TO REG-AJU-APROBO
           IF WSV-ES-CONTROLADO
              MOVE WSV-SEGUNDA-FIRMA TO REG-AJU-SEGUNDA-FIRMA
           END-IF
           WRITE REG-AJUSTE
           IF NOT FS-STATUS-AJU-OK
              MOVE CON-246000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-AJUSTES                TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-AJU              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF NOT WSV-ES-CONTROLADO
              GO TO 248000-GRABAR-ASIENTO-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-MASTER FROM 1 BY 1
              UNTIL WSV-IDX-MASTER > WSV-CANT-MASTER
              OR WSV-ENCONTRADO
              IF WSV-MAS-CODE(WSV-IDX-MASTER) = WSV-PRODUCTO
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           SUBTRACT 1 FROM WSV-IDX-MASTER
           ADD WSV-CNT-AJUSTE(WSV-IDX-CNT) TO
              WSV-MAS-SALDO(WSV-IDX-MASTER)

           MOVE WSV-FECHA-HOY       TO REG-LIB-FECHA
           MOVE WSV-HORA            TO REG-LIB-HORA
           MOVE REG-AJU-TIPO        TO REG-LIB-TIPO
           MOVE WSV-PRODUCTO        TO REG-LIB-PRODUCTO
           MOVE REG-AJU-CANTIDAD    TO REG-LIB-CANTIDAD
           MOVE REG-AJU-LOTE        TO REG-LIB-LOTE
           MOVE WSV-MAS-SALDO(WSV-IDX-MASTER) TO REG-LIB-SALDO
           WRITE REG-LIBRO
           IF NOT FS-STATUS-LIB-OK
              MOVE CON-246000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-LIBRO                  TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-LIB              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       248000-GRABAR-ASIENTO-F. EXIT.
      ******************************************************************
      *                         250000-BUSCAR-COSTO
      ******************************************************************
       250000-BUSCAR-COSTO.
           MOVE ZERO TO WSV-COSTO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-COSTOS
              IF WSV-CST-CODE(WSV-IDX) = WSV-PRODUCTO
                 MOVE WSV-CST-IMPORTE(WSV-IDX) TO WSV-COSTO
              END-IF
           END-PERFORM
           .
       250000-BUSCAR-COSTO-F. EXIT.
      ******************************************************************
      *                         255000-BUSCAR-CONTROLADO
      ******************************************************************
       255000-BUSCAR-CONTROLADO.
           MOVE "N" TO WSV-SW-CONTROLADO
           PERFORM VARYING WSV-IDX2 FROM 1 BY 1
              UNTIL WSV-IDX2 > WSV-CANT-CONTROLADOS
              OR WSV-ES-CONTROLADO
              IF WSV-CTL-CODE(WSV-IDX2) = WSV-PRODUCTO
                 MOVE "S" TO WSV-SW-CONTROLADO
              END-IF
           END-PERFORM
           .
       255000-BUSCAR-CONTROLADO-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-CONGELADO
      ******************************************************************
       310000-GRABAR-CONGELADO.
           OPEN OUTPUT CONGELADO
           IF NOT FS-STATUS-CGL-OK
              MOVE CON-310000-GRABAR-CONGEL TO WS-ERR-PARRAFO
              MOVE CON-CONGELADO            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CGL            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CONTEO
              MOVE WSV-FECHA-CONGELADO       TO REG-CGL-FECHA
              MOVE WSV-CNT-PRODUCTO(WSV-IDX) TO REG-CGL-PRODUCTO
              MOVE WSV-CNT-NAME(WSV-IDX)     TO REG-CGL-NAME
              MOVE WSV-CNT-LOTE(WSV-IDX)     TO REG-CGL-LOTE
              MOVE WSV-CNT-VTO(WSV-IDX)      TO REG-CGL-VTO
              MOVE WSV-CNT-LIBRO(WSV-IDX)    TO REG-CGL-LIBRO
              MOVE WSV-CNT-CONTADA(WSV-IDX)  TO REG-CGL-CONTADA
              MOVE WSV-CNT-CONTADO(WSV-IDX)  TO REG-CGL-CONTADO
              MOVE WSV-CNT-ESTADO(WSV-IDX)   TO REG-CGL-ESTADO
              WRITE REG-CONGELADO
              IF NOT FS-STATUS-CGL-OK
                 MOVE CON-310000-GRABAR-CONGEL TO WS-ERR-PARRAFO
                 MOVE CON-CONGELADO            TO WS-ERR-OBJETO
                 MOVE CON-GRABAR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CGL            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           CLOSE CONGELADO
           .
       310000-GRABAR-CONGELADO-F. EXIT.
      ******************************************************************
      *                         320000-GRABAR-STOCK
      *Regraba LOTES_FEFO.txt en el formato de reporte de E36
      *(encabezado + detalle) y MASTER.txt, como lo hace E77.
      ******************************************************************
       320000-GRABAR-STOCK.
           IF WSV-CANT-ASENTADOS = ZERO
              GO TO 320000-GRABAR-STOCK-F
           END-IF

           OPEN OUTPUT LOTES
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-320000-GRABAR-STOCK TO WS-ERR-PARRAFO
              MOVE CON-LOTES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WS-LINEA-ENC-LOTES TO REG-LINEA-LOTE
           WRITE REG-LINEA-LOTE

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LOTES
              IF WSV-LOTE-CANT(WSV-IDX) > ZERO
                 MOVE WSV-LOTE-CODE(WSV-IDX)   TO DL-CODE
                 MOVE WSV-LOTE-NAME(WSV-IDX)   TO DL-NAME
                 MOVE WSV-LOTE-NUMERO(WSV-IDX) TO DL-NUMERO
                 MOVE WSV-LOTE-VTO(WSV-IDX)    TO DL-VTO
                 MOVE WSV-LOTE-CANT(WSV-IDX)   TO DL-CANT
                 MOVE WS-LINEA-DET-LOTES TO REG-LINEA-LOTE
                 WRITE REG-LINEA-LOTE
                 IF NOT FS-STATUS-LOT-OK
                    MOVE CON-320000-GRABAR-STOCK TO WS-ERR-PARRAFO
                    MOVE CON-LOTES               TO WS-ERR-OBJETO
                    MOVE CON-GRABAR              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LOT           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LOTES

           OPEN OUTPUT MASTER
           IF NOT FS-STATUS-MAS-OK
              MOVE CON-320000-GRABAR-STOCK TO WS-ERR-PARRAFO
              MOVE CON-MASTER              TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-MAS           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MASTER
              MOVE WSV-MAS-CODE(WSV-IDX) TO REG-CODE-PRO
              MOVE WSV-MAS-NAME(WSV-IDX) TO REG-NAME-PRO
              IF WSV-MAS-CANT(WSV-IDX) < ZERO
                 MOVE ZERO TO REG-AMOUNT
              ELSE
                 MOVE WSV-MAS-CANT(WSV-IDX) TO REG-AMOUNT
              END-IF
              WRITE REG-MASTER
              IF NOT FS-STATUS-MAS-OK
                 MOVE CON-320000-GRABAR-STOCK TO WS-ERR-PARRAFO
                 MOVE CON-MASTER              TO WS-ERR-OBJETO
                 MOVE CON-GRABAR              TO WS-ERR-OPERACION
                 MOVE FS-STATUS-MAS           TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           CLOSE MASTER
           .
       320000-GRABAR-STOCK-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E170.
