      ******************************************************************
      *Libro IVA ventas y extracto del libro digital. Las ventas de
      *SUC-VEN.txt y las notas de credito de DEVOLUCIONES.txt no
      *traian desglose de impuesto y el contador rearmaba el libro con
      *los listados de las sucursales. Ahora la venta y la devolucion
      *traen el comprobante (tipo A/B, numero, CUIT del comprador) y
      *LISTA_PRECIOS.txt trae la alicuota de IVA de cada producto;
      *este proceso mensual:
      *- toma las ventas y las devoluciones del periodo, busca la
      *  alicuota vigente a la fecha de la venta (la misma regla de
      *  fecha-desde de E141) y separa el importe, que es precio
      *  final, en neto gravado e IVA;
      *- agrupa por comprobante y alicuota e imprime
      *  LIBRO_IVA_VENTAS.txt por sucursal y tipo de comprobante,
      *  con neto, IVA por alicuota y total; las notas de credito
      *  restan;
      *- graba IVA_DIGITAL_VENTAS.txt con el diseno de registro fijo
      *  del libro digital: cabecera H (CUIT de la empresa y
      *  periodo), un registro C por comprobante, un registro A por
      *  alicuota del comprobante y el cierre T con cantidad e
      *  importes de control;
      *- concilia las facturas de cada sucursal contra
      *  RESUMENVTA.txt (E27), para que el libro y el resumen de
      *  ventas cierren.
      *El periodo y el CUIT de la empresa salen de
      *IVA_PARAMETROS.txt; sin periodo se toma el mes en curso. Una
      *venta sin alicuota en la lista va a la alicuota general y se
      *denuncia. Una venta sin tipo de comprobante (registros
      *anteriores) se toma como factura B a consumidor final.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E179.
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
       SELECT PARAMETROS ASSIGN TO "IVA_PARAMETROS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT PRECIOS ASSIGN TO "LISTA_PRECIOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PRE.

       SELECT DATOS1 ASSIGN TO "SUC-VEN.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-FILE.

       SELECT DEVOLUCIONES ASSIGN TO "DEVOLUCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DEV.

       SELECT RESUMENVTA ASSIGN TO "RESUMENVTA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RES.
      ****************************  OUTPUT  ****************************
       SELECT LIBRO ASSIGN TO "LIBRO_IVA_VENTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LIB.

       SELECT DIGITAL ASSIGN TO "IVA_DIGITAL_VENTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DIG.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
               05 REG-PAR-PERIODO           PIC 9(06).
               05 REG-PAR-CUIT-EMPRESA      PIC 9(11).

       FD PRECIOS.
          01 REG-PRECIO.
               05 REG-PRE-PRODUCTO          PIC 9(03).
               05 REG-PRE-DESDE             PIC 9(08).
               05 REG-PRE-PRECIO            PIC 9(07)V99.
               05 REG-PRE-ALICUOTA-IVA      PIC 9(02)V99.

       FD DATOS1.
          01 REG-DATOS1.
               05 REG-SUCURSAL              PIC 9(02).
               05 REG-VENDEDOR              PIC 9(02).
               05 REG-MONTO                 PIC 9(07)V99.
               05 REG-PRODUCTO              PIC 9(03).
               05 REG-CANTIDAD              PIC 9(03).
               05 REG-FECHA                 PIC 9(08).
               05 REG-TIPO-CBTE             PIC X(01).
               05 REG-NRO-CBTE              PIC 9(08).
               05 REG-CUIT-COMPRADOR        PIC 9(11).

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

       FD RESUMENVTA.
          01 REG-RESUMEN-VTA.
               05 REG-RESVTA-SUCURSAL       PIC 9(02).
               05 REG-RESVTA-VENTAS         PIC 9(07)V99.
               05 REG-RESVTA-COMISION       PIC 9(07)V99.

       FD LIBRO.
          01 REG-LIBRO                     PIC X(100).

       FD DIGITAL.
          01 REG-DIG-CABECERA.
               05 REG-DGH-TIPO-REG          PIC X(01).
               05 REG-DGH-CUIT-EMPRESA      PIC 9(11).
               05 REG-DGH-PERIODO           PIC 9(06).
               05 FILLER                    PIC X(82).
          01 REG-DIG-COMPROBANTE.
               05 REG-DGC-TIPO-REG          PIC X(01).
               05 REG-DGC-FECHA             PIC 9(08).
               05 REG-DGC-TIPO-CBTE         PIC 9(03).
               05 REG-DGC-PUNTO-VENTA       PIC 9(05).
               05 REG-DGC-NUMERO            PIC 9(08).
               05 REG-DGC-TIPO-DOC          PIC 9(02).
               05 REG-DGC-NRO-DOC           PIC 9(11).
               05 REG-DGC-TOTAL             PIC 9(13)V99.
               05 REG-DGC-NETO              PIC 9(13)V99.
               05 REG-DGC-IVA               PIC 9(13)V99.
               05 REG-DGC-CANT-ALICUOTAS    PIC 9(01).
               05 FILLER                    PIC X(16).
          01 REG-DIG-ALICUOTA.
               05 REG-DGA-TIPO-REG          PIC X(01).
               05 REG-DGA-TIPO-CBTE         PIC 9(03).
               05 REG-DGA-PUNTO-VENTA       PIC 9(05).
               05 REG-DGA-NUMERO            PIC 9(08).
               05 REG-DGA-NETO              PIC 9(13)V99.
               05 REG-DGA-COD-ALICUOTA      PIC 9(04).
               05 REG-DGA-IVA               PIC 9(13)V99.
               05 FILLER                    PIC X(49).
          01 REG-DIG-CIERRE.
               05 REG-DGT-TIPO-REG          PIC X(01).
               05 REG-DGT-CANT-CBTES        PIC 9(07).
               05 REG-DGT-CANT-ALICUOTAS    PIC 9(07).
               05 REG-DGT-TOTAL             PIC 9(15)V99.
               05 REG-DGT-NETO              PIC 9(15)V99.
               05 REG-DGT-IVA               PIC 9(15)V99.
               05 FILLER                    PIC X(34).
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
              05 CON-200000-LEER-VENTAS     PIC X(30) VALUE
              '200000-LEER-VENTAS          '.
              05 CON-250000-ACUMULAR-CBTE   PIC X(30) VALUE
              '250000-ACUMULAR-COMPROBANTE '.
              05 CON-300000-LEER-DEVOL      PIC X(30) VALUE
              '300000-LEER-DEVOLUCIONES    '.
              05 CON-400000-EMITIR-LIBRO    PIC X(30) VALUE
              '400000-EMITIR-LIBRO         '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETRO PIC X(10) VALUE 'PARAMETROS'.
              05 CON-PRECIOS   PIC X(10) VALUE 'PRECIOS   '.
              05 CON-DATOS1    PIC X(10) VALUE 'SUC-VEN   '.
              05 CON-DEVOL     PIC X(10) VALUE 'DEVOLUCION'.
              05 CON-RESUMEN   PIC X(10) VALUE 'RESUMENVTA'.
              05 CON-LIBRO     PIC X(10) VALUE 'LIBRO IVA '.
              05 CON-DIGITAL   PIC X(10) VALUE 'DIGITAL   '.
      *Alicuota general para el producto sin alicuota en la lista.
           02 CON-ALICUOTA-GENERAL      PIC 9(02)V99 VALUE 21,00.
      *Codigos de comprobante del libro digital.
           02 CON-CBTE-FACTURA-A        PIC 9(03) VALUE 001.
           02 CON-CBTE-NC-A             PIC 9(03) VALUE 003.
           02 CON-CBTE-FACTURA-B        PIC 9(03) VALUE 006.
           02 CON-CBTE-NC-B             PIC 9(03) VALUE 008.
           02 CON-DOC-CUIT              PIC 9(02) VALUE 80.
           02 CON-DOC-CONS-FINAL        PIC 9(02) VALUE 99.
      ************************** TABLES ********************************
       01 WSV-TABLA-PRECIOS.
          02 WSV-PRE-ENTRY OCCURS 100 TIMES.
             05 WSV-PRE-PRODUCTO     PIC 9(03).
             05 WSV-PRE-DESDE        PIC 9(08).
             05 WSV-PRE-ALICUOTA     PIC 9(02)V99.
       01 WSV-CANT-PRECIOS           PIC 9(03) VALUE 0.

      *Comprobantes del periodo ordenados por sucursal, tipo (A/B),
      *clase (F factura / N nota de credito) y numero.
       01 WSV-TABLA-COMPROBANTES.
          02 WSV-CBT-ENTRY OCCURS 3000 TIMES.
             05 WSV-CBT-CLAVE.
                10 WSV-CBT-SUCURSAL  PIC 9(02).
                10 WSV-CBT-TIPO      PIC X(01).
                10 WSV-CBT-CLASE     PIC X(01).
                   88 WSV-CBT-FACTURA          VALUE "F".
                   88 WSV-CBT-NOTA-CREDITO     VALUE "N".
                10 WSV-CBT-NUMERO    PIC 9(08).
             05 WSV-CBT-FECHA        PIC 9(08).
             05 WSV-CBT-CUIT         PIC 9(11).
             05 WSV-CBT-TOTAL        PIC 9(09)V99.
             05 WSV-CBT-CANT-ALIC    PIC 9(01).
             05 WSV-CBT-ALICUOTAS OCCURS 4 TIMES.
                10 WSV-CBT-TASA      PIC 9(02)V99.
                10 WSV-CBT-NETO      PIC 9(09)V99.
                10 WSV-CBT-IVA       PIC 9(09)V99.
       01 WSV-CANT-COMPROBANTES      PIC 9(04) VALUE 0.

      *Totales por sucursal, tipo, clase y alicuota para el libro y
      *la conciliacion.
       01 WSV-TABLA-TOTALES.
          02 WSV-TOT-ENTRY OCCURS 400 TIMES.
             05 WSV-TOT-SUCURSAL     PIC 9(02).
             05 WSV-TOT-TIPO         PIC X(01).
             05 WSV-TOT-CLASE        PIC X(01).
             05 WSV-TOT-TASA         PIC 9(02)V99.
             05 WSV-TOT-NETO         PIC 9(11)V99.
             05 WSV-TOT-IVA          PIC 9(11)V99.
             05 WSV-TOT-TOTAL        PIC 9(11)V99.
       01 WSV-CANT-TOTALES           PIC 9(03) VALUE 0.

       01 WSV-TABLA-RESUMEN.
          02 WSV-RES-ENTRY OCCURS 100 TIMES.
             05 WSV-RES-SUCURSAL     PIC 9(02).
             05 WSV-RES-VENTAS       PIC 9(09)V99.
             05 WSV-RES-USADO        PIC X(01).
       01 WSV-CANT-RESUMEN           PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PRE           PIC X(02) VALUE "00".
             88 FS-STATUS-PRE-OK               VALUE "00".
             88 FS-STATUS-PRE-EOF              VALUE "10".
          05 FS-STATUS-FILE          PIC X(02) VALUE "00".
             88 FS-STATUS-FILE-OK              VALUE "00".
             88 FS-STATUS-FILE-EOF             VALUE "10".
          05 FS-STATUS-DEV           PIC X(02) VALUE "00".
             88 FS-STATUS-DEV-OK               VALUE "00".
             88 FS-STATUS-DEV-EOF              VALUE "10".
             88 FS-STATUS-DEV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RES           PIC X(02) VALUE "00".
             88 FS-STATUS-RES-OK               VALUE "00".
             88 FS-STATUS-RES-EOF              VALUE "10".
             88 FS-STATUS-RES-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LIB           PIC X(02) VALUE "00".
             88 FS-STATUS-LIB-OK               VALUE "00".
          05 FS-STATUS-DIG           PIC X(02) VALUE "00".
             88 FS-STATUS-DIG-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROC-PERIODO     PIC 9(06).
             10 WSV-PROC-DD          PIC 9(02).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-CUIT-EMPRESA        PIC 9(11) VALUE ZERO.
          05 WSV-IDX                 PIC 9(04).
          05 WSV-IDX-AUX             PIC 9(04).
          05 WSV-IDX-CBT             PIC 9(04).
          05 WSV-IDX-ALI             PIC 9(01).
          05 WSV-IDX-TOT             PIC 9(03).
          05 WSV-IDX-RES             PIC 9(03).
          05 WSV-DESDE-MEJOR         PIC 9(08).
      *Datos del renglon (venta o devolucion) a acumular.
          05 WSV-REN-CLAVE.
             10 WSV-REN-SUCURSAL     PIC 9(02).
             10 WSV-REN-TIPO         PIC X(01).
             10 WSV-REN-CLASE        PIC X(01).
             10 WSV-REN-NUMERO       PIC 9(08).
          05 WSV-REN-FECHA           PIC 9(08).
          05 WSV-REN-FECHA-PRECIO    PIC 9(08).
          05 WSV-REN-PRODUCTO        PIC 9(03).
          05 WSV-REN-CUIT            PIC 9(11).
          05 WSV-REN-MONTO           PIC 9(07)V99.
          05 WSV-REN-TASA            PIC 9(02)V99.
          05 WSV-REN-NETO            PIC 9(07)V99.
          05 WSV-REN-IVA             PIC 9(07)V99.
          05 WSV-SUC-ANTERIOR        PIC 9(02).
          05 WSV-TIPO-CBTE-DIG       PIC 9(03).
          05 WSV-SIGNO               PIC X(01).
          05 WSV-NETO-CBTE           PIC 9(09)V99.
          05 WSV-IVA-CBTE            PIC 9(09)V99.
          05 WSV-DIFERENCIA          PIC S9(09)V99.
          05 WSV-LINEA               PIC X(100).
          05 WSV-DESC-CBTE           PIC X(06).
          05 WSV-EDIT-NETO           PIC -ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-IVA            PIC -ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-TOTAL          PIC -ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-TASA           PIC Z9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-VENTAS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DEVOL          PIC 9(05) VALUE ZERO.
          05 WSV-CANT-FUERA-PERIODO  PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-ALICUOTA   PIC 9(05) VALUE ZERO.
          05 WSV-CANT-REG-ALICUOTA   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DIFERENCIAS    PIC 9(03) VALUE ZERO.
          05 WSV-TOT-DIG-TOTAL       PIC 9(15)V99 VALUE ZERO.
          05 WSV-TOT-DIG-NETO        PIC 9(15)V99 VALUE ZERO.
          05 WSV-TOT-DIG-IVA         PIC 9(15)V99 VALUE ZERO.
          05 WSV-TOT-LIB-NETO        PIC S9(13)V99 VALUE ZERO.
          05 WSV-TOT-LIB-IVA         PIC S9(13)V99 VALUE ZERO.
          05 WSV-TOT-LIB-TOTAL       PIC S9(13)V99 VALUE ZERO.
          05 WSV-SUC-LIB-NETO        PIC S9(13)V99 VALUE ZERO.
          05 WSV-SUC-LIB-IVA         PIC S9(13)V99 VALUE ZERO.
          05 WSV-SUC-LIB-TOTAL       PIC S9(13)V99 VALUE ZERO.
          05 WSV-SUC-FACTURADO       PIC 9(11)V99 VALUE ZERO.
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
           MOVE "E179" TO WS-ERR-PROGRAMA

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-LEER-VENTAS
              THRU 200000-LEER-VENTAS-F

           PERFORM 300000-LEER-DEVOLUCIONES
              THRU 300000-LEER-DEVOLUCIONES-F

           PERFORM 400000-EMITIR-LIBRO
              THRU 400000-EMITIR-LIBRO-F

           DISPLAY "E179 - LIBRO IVA VENTAS PERIODO " WSV-PERIODO
           DISPLAY "RENGLONES DE VENTA       : " WSV-CANT-VENTAS
           DISPLAY "RENGLONES DE DEVOLUCION  : " WSV-CANT-DEVOL
           DISPLAY "FUERA DEL PERIODO        : " WSV-CANT-FUERA-PERIODO
           DISPLAY "SIN ALICUOTA EN LISTA    : " WSV-CANT-SIN-ALICUOTA
           DISPLAY "COMPROBANTES             : " WSV-CANT-COMPROBANTES
           DISPLAY "SUCURSALES CON DIFERENCIA: " WSV-CANT-DIFERENCIAS
           STOP RUN
           .
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      ******************************************************************
       110000-CARGAR-TABLAS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           MOVE WSV-PROC-PERIODO TO WSV-PERIODO
           OPEN INPUT PARAMETROS
           IF FS-STATUS-PAR-OK
              READ PARAMETROS
              IF FS-STATUS-PAR-OK
                 IF REG-PAR-PERIODO IS NUMERIC
                    AND REG-PAR-PERIODO > ZERO
                    MOVE REG-PAR-PERIODO TO WSV-PERIODO
                 END-IF
                 IF REG-PAR-CUIT-EMPRESA IS NUMERIC
                    MOVE REG-PAR-CUIT-EMPRESA TO WSV-CUIT-EMPRESA
                 END-IF
              END-IF
              CLOSE PARAMETROS
           END-IF
           IF WSV-CUIT-EMPRESA = ZERO
              DISPLAY "E179: SIN CUIT DE LA EMPRESA EN "
                      "IVA_PARAMETROS.TXT"
           END-IF

           OPEN INPUT PRECIOS
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-PRECIOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-PRECIO
              THRU 112000-LEER-PRECIO-F
              UNTIL FS-STATUS-PRE-EOF
           CLOSE PRECIOS

           OPEN INPUT RESUMENVTA
           IF FS-STATUS-RES-NOT-FOUND
              DISPLAY "E179: SIN RESUMENVTA.TXT - NO SE CONCILIA"
           ELSE
              IF NOT FS-STATUS-RES-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-RESUMEN              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-RES            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 114000-LEER-RESUMEN
                 THRU 114000-LEER-RESUMEN-F
                 UNTIL FS-STATUS-RES-EOF
              CLOSE RESUMENVTA
           END-IF
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-PRECIO
      ******************************************************************
       112000-LEER-PRECIO.
           READ PRECIOS
           EVALUATE TRUE
               WHEN FS-STATUS-PRE-OK
                    IF WSV-CANT-PRECIOS = 100
                       DISPLAY "E179: TABLA DE PRECIOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-PRECIOS TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-PRECIOS
                    MOVE REG-PRE-PRODUCTO TO
                       WSV-PRE-PRODUCTO(WSV-CANT-PRECIOS)
                    MOVE REG-PRE-DESDE TO
                       WSV-PRE-DESDE(WSV-CANT-PRECIOS)
      *Lista anterior sin la columna de IVA: alicuota general.
                    IF REG-PRE-ALICUOTA-IVA IS NUMERIC
                       MOVE REG-PRE-ALICUOTA-IVA TO
                          WSV-PRE-ALICUOTA(WSV-CANT-PRECIOS)
                    ELSE
                       MOVE CON-ALICUOTA-GENERAL TO
                          WSV-PRE-ALICUOTA(WSV-CANT-PRECIOS)
                    END-IF
               WHEN FS-STATUS-PRE-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PRECIOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRE            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-PRECIO-F. EXIT.
      ******************************************************************
      *                         114000-LEER-RESUMEN
      ******************************************************************
       114000-LEER-RESUMEN.
           READ RESUMENVTA
           EVALUATE TRUE
               WHEN FS-STATUS-RES-OK
                    IF WSV-CANT-RESUMEN < 100
                       ADD 1 TO WSV-CANT-RESUMEN
                       MOVE REG-RESVTA-SUCURSAL TO
                          WSV-RES-SUCURSAL(WSV-CANT-RESUMEN)
                       MOVE REG-RESVTA-VENTAS TO
                          WSV-RES-VENTAS(WSV-CANT-RESUMEN)
                       MOVE "N" TO WSV-RES-USADO(WSV-CANT-RESUMEN)
                    END-IF
               WHEN FS-STATUS-RES-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-RESUMEN              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RES            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-RESUMEN-F. EXIT.
      ******************************************************************
      *                         200000-LEER-VENTAS
      ******************************************************************
       200000-LEER-VENTAS.
           OPEN INPUT DATOS1
           IF NOT FS-STATUS-FILE-OK
              MOVE CON-200000-LEER-VENTAS TO WS-ERR-PARRAFO
              MOVE CON-DATOS1             TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-FILE         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 210000-LEER-VENTA
              THRU 210000-LEER-VENTA-F
              UNTIL FS-STATUS-FILE-EOF

           CLOSE DATOS1
           .
       200000-LEER-VENTAS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-VENTA
      ******************************************************************
       210000-LEER-VENTA.
           READ DATOS1
           EVALUATE TRUE
               WHEN FS-STATUS-FILE-OK
                    IF REG-FECHA(1:6) NOT = WSV-PERIODO
                       ADD 1 TO WSV-CANT-FUERA-PERIODO
                    ELSE
                       MOVE REG-SUCURSAL  TO WSV-REN-SUCURSAL
                       MOVE REG-TIPO-CBTE TO WSV-REN-TIPO
                       MOVE "F"           TO WSV-REN-CLASE
                       MOVE REG-NRO-CBTE  TO WSV-REN-NUMERO
                       MOVE REG-FECHA     TO WSV-REN-FECHA
                       MOVE REG-FECHA     TO WSV-REN-FECHA-PRECIO
                       MOVE REG-PRODUCTO  TO WSV-REN-PRODUCTO
                       MOVE REG-CUIT-COMPRADOR TO WSV-REN-CUIT
                       MOVE REG-MONTO     TO WSV-REN-MONTO
                       PERFORM 250000-ACUMULAR-COMPROBANTE
                          THRU 250000-ACUMULAR-COMPROBANTE-F
                       ADD 1 TO WSV-CANT-VENTAS
                    END-IF
               WHEN FS-STATUS-FILE-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-LEER-VENTAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS1             TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-FILE         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-VENTA-F. EXIT.
      ******************************************************************
      *                         250000-ACUMULAR-COMPROBANTE
      *Separa neto e IVA del renglon (el importe es precio final) y
      *lo suma a su comprobante y a su alicuota.
      ******************************************************************
       250000-ACUMULAR-COMPROBANTE.
           IF WSV-REN-TIPO NOT = "A"
              MOVE "B" TO WSV-REN-TIPO
           END-IF
           IF WSV-REN-CUIT IS NOT NUMERIC
              MOVE ZERO TO WSV-REN-CUIT
           END-IF
           IF WSV-REN-NUMERO IS NOT NUMERIC
              MOVE ZERO TO WSV-REN-NUMERO
           END-IF

           PERFORM 255000-BUSCAR-ALICUOTA
              THRU 255000-BUSCAR-ALICUOTA-F
           COMPUTE WSV-REN-NETO ROUNDED =
              WSV-REN-MONTO * 100 / (100 + WSV-REN-TASA)
           COMPUTE WSV-REN-IVA = WSV-REN-MONTO - WSV-REN-NETO

           PERFORM 260000-BUSCAR-COMPROBANTE
              THRU 260000-BUSCAR-COMPROBANTE-F
           ADD WSV-REN-MONTO TO WSV-CBT-TOTAL(WSV-IDX-CBT)

           MOVE ZERO TO WSV-IDX-ALI
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CBT-CANT-ALIC(WSV-IDX-CBT)
              IF WSV-CBT-TASA(WSV-IDX-CBT, WSV-IDX) = WSV-REN-TASA
                 MOVE WSV-IDX TO WSV-IDX-ALI
              END-IF
           END-PERFORM
           IF WSV-IDX-ALI = ZERO
              IF WSV-CBT-CANT-ALIC(WSV-IDX-CBT) = 4
                 DISPLAY "E179: COMPROBANTE " WSV-REN-NUMERO
                         " CON MAS DE 4 ALICUOTAS"
                 MOVE CON-250000-ACUMULAR-CBTE TO WS-ERR-PARRAFO
                 MOVE CON-DATOS1               TO WS-ERR-OBJETO
                 MOVE CON-LEER                 TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CBT-CANT-ALIC(WSV-IDX-CBT)
              MOVE WSV-CBT-CANT-ALIC(WSV-IDX-CBT) TO WSV-IDX-ALI
              MOVE WSV-REN-TASA TO
                 WSV-CBT-TASA(WSV-IDX-CBT, WSV-IDX-ALI)
              MOVE ZERO TO WSV-CBT-NETO(WSV-IDX-CBT, WSV-IDX-ALI)
              MOVE ZERO TO WSV-CBT-IVA(WSV-IDX-CBT, WSV-IDX-ALI)
           END-IF
           ADD WSV-REN-NETO TO WSV-CBT-NETO(WSV-IDX-CBT, WSV-IDX-ALI)
           ADD WSV-REN-IVA  TO WSV-CBT-IVA(WSV-IDX-CBT, WSV-IDX-ALI)

           PERFORM 270000-ACUMULAR-TOTALES
              THRU 270000-ACUMULAR-TOTALES-F
           .
       250000-ACUMULAR-COMPROBANTE-F. EXIT.
      ******************************************************************
      *                         255000-BUSCAR-ALICUOTA
      *Alicuota del producto con la fecha-desde mas reciente que no
      *supera la fecha de la venta.
      ******************************************************************
       255000-BUSCAR-ALICUOTA.
           MOVE ZERO TO WSV-IDX-AUX
           MOVE ZERO TO WSV-DESDE-MEJOR
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PRECIOS
              IF WSV-PRE-PRODUCTO(WSV-IDX) = WSV-REN-PRODUCTO
                 AND WSV-PRE-DESDE(WSV-IDX) <= WSV-REN-FECHA-PRECIO
                 AND WSV-PRE-DESDE(WSV-IDX) >= WSV-DESDE-MEJOR
                 MOVE WSV-IDX TO WSV-IDX-AUX
                 MOVE WSV-PRE-DESDE(WSV-IDX) TO WSV-DESDE-MEJOR
              END-IF
           END-PERFORM
           IF WSV-IDX-AUX = ZERO
              MOVE CON-ALICUOTA-GENERAL TO WSV-REN-TASA
              ADD 1 TO WSV-CANT-SIN-ALICUOTA
              DISPLAY "E179: PRODUCTO " WSV-REN-PRODUCTO
                      " SIN ALICUOTA AL " WSV-REN-FECHA-PRECIO
                      " - SE TOMA LA GENERAL"
           ELSE
              MOVE WSV-PRE-ALICUOTA(WSV-IDX-AUX) TO WSV-REN-TASA
           END-IF
           .
       255000-BUSCAR-ALICUOTA-F. EXIT.
      ******************************************************************
      *                         260000-BUSCAR-COMPROBANTE
      *Busca (o intercala en orden) el comprobante WSV-REN-CLAVE.
      ******************************************************************
       260000-BUSCAR-COMPROBANTE.
           MOVE "N" TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-CBT
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-COMPROBANTES
              OR WSV-IDX-CBT > ZERO
              IF WSV-CBT-CLAVE(WSV-IDX) = WSV-REN-CLAVE
                 MOVE "S"     TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-CBT
              END-IF
              IF WSV-CBT-CLAVE(WSV-IDX) > WSV-REN-CLAVE
                 MOVE WSV-IDX TO WSV-IDX-CBT
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              GO TO 260000-BUSCAR-COMPROBANTE-F
           END-IF

           IF WSV-CANT-COMPROBANTES = 3000
              DISPLAY "E179: TABLA DE COMPROBANTES LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-250000-ACUMULAR-CBTE TO WS-ERR-PARRAFO
              MOVE CON-DATOS1               TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF WSV-IDX-CBT = ZERO
              COMPUTE WSV-IDX-CBT = WSV-CANT-COMPROBANTES + 1
           ELSE
              PERFORM VARYING WSV-IDX FROM WSV-CANT-COMPROBANTES BY -1
                 UNTIL WSV-IDX < WSV-IDX-CBT
                 COMPUTE WSV-IDX-AUX = WSV-IDX + 1
                 MOVE WSV-CBT-ENTRY(WSV-IDX) TO
                    WSV-CBT-ENTRY(WSV-IDX-AUX)
              END-PERFORM
           END-IF
           ADD 1 TO WSV-CANT-COMPROBANTES
           MOVE WSV-REN-CLAVE  TO WSV-CBT-CLAVE(WSV-IDX-CBT)
           MOVE WSV-REN-FECHA  TO WSV-CBT-FECHA(WSV-IDX-CBT)
           MOVE WSV-REN-CUIT   TO WSV-CBT-CUIT(WSV-IDX-CBT)
           MOVE ZERO           TO WSV-CBT-TOTAL(WSV-IDX-CBT)
           MOVE ZERO           TO WSV-CBT-CANT-ALIC(WSV-IDX-CBT)
           .
       260000-BUSCAR-COMPROBANTE-F. EXIT.
      ******************************************************************
      *                         270000-ACUMULAR-TOTALES
      ******************************************************************
       270000-ACUMULAR-TOTALES.
           MOVE ZERO TO WSV-IDX-TOT
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TOTALES
              IF WSV-TOT-SUCURSAL(WSV-IDX) = WSV-REN-SUCURSAL
                 AND WSV-TOT-TIPO(WSV-IDX)  = WSV-REN-TIPO
                 AND WSV-TOT-CLASE(WSV-IDX) = WSV-REN-CLASE
                 AND WSV-TOT-TASA(WSV-IDX)  = WSV-REN-TASA
                 MOVE WSV-IDX TO WSV-IDX-TOT
              END-IF
           END-PERFORM
           IF WSV-IDX-TOT = ZERO
              IF WSV-CANT-TOTALES = 400
                 DISPLAY "E179: TABLA DE TOTALES LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-250000-ACUMULAR-CBTE TO WS-ERR-PARRAFO
                 MOVE CON-DATOS1               TO WS-ERR-OBJETO
                 MOVE CON-LEER                 TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-TOTALES
              MOVE WSV-CANT-TOTALES TO WSV-IDX-TOT
              MOVE WSV-REN-SUCURSAL TO WSV-TOT-SUCURSAL(WSV-IDX-TOT)
              MOVE WSV-REN-TIPO     TO WSV-TOT-TIPO(WSV-IDX-TOT)
              MOVE WSV-REN-CLASE    TO WSV-TOT-CLASE(WSV-IDX-TOT)
              MOVE WSV-REN-TASA     TO WSV-TOT-TASA(WSV-IDX-TOT)
              MOVE ZERO TO WSV-TOT-NETO(WSV-IDX-TOT)
              MOVE ZERO TO WSV-TOT-IVA(WSV-IDX-TOT)
              MOVE ZERO TO WSV-TOT-TOTAL(WSV-IDX-TOT)
           END-IF
           ADD WSV-REN-NETO  TO WSV-TOT-NETO(WSV-IDX-TOT)
           ADD WSV-REN-IVA   TO WSV-TOT-IVA(WSV-IDX-TOT)
           ADD WSV-REN-MONTO TO WSV-TOT-TOTAL(WSV-IDX-TOT)
           .
       270000-ACUMULAR-TOTALES-F. EXIT.
      ******************************************************************
      *                         300000-LEER-DEVOLUCIONES
      *La nota de credito del periodo es la de fecha de devolucion
      *en el periodo; la alicuota es la de la fecha de la venta.
      ******************************************************************
       300000-LEER-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES
           IF FS-STATUS-DEV-NOT-FOUND
              DISPLAY "E179: SIN DEVOLUCIONES EN EL PERIODO"
              GO TO 300000-LEER-DEVOLUCIONES-F
           END-IF
           IF NOT FS-STATUS-DEV-OK
              MOVE CON-300000-LEER-DEVOL TO WS-ERR-PARRAFO
              MOVE CON-DEVOL             TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEV         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 310000-LEER-DEVOLUCION
              THRU 310000-LEER-DEVOLUCION-F
              UNTIL FS-STATUS-DEV-EOF

           CLOSE DEVOLUCIONES
           .
       300000-LEER-DEVOLUCIONES-F. EXIT.
      ******************************************************************
      *                         310000-LEER-DEVOLUCION
      ******************************************************************
       310000-LEER-DEVOLUCION.
           READ DEVOLUCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-DEV-OK
                    IF REG-DEV-FECHA(1:6) NOT = WSV-PERIODO
                       ADD 1 TO WSV-CANT-FUERA-PERIODO
                    ELSE
                       MOVE REG-DEV-SUCURSAL  TO WSV-REN-SUCURSAL
                       MOVE REG-DEV-TIPO-CBTE TO WSV-REN-TIPO
                       MOVE "N"               TO WSV-REN-CLASE
                       MOVE REG-DEV-NRO-CBTE  TO WSV-REN-NUMERO
                       MOVE REG-DEV-FECHA     TO WSV-REN-FECHA
                       MOVE REG-DEV-FECHA-VENTA TO
                          WSV-REN-FECHA-PRECIO
                       MOVE REG-DEV-PRODUCTO  TO WSV-REN-PRODUCTO
                       IF WSV-REN-PRODUCTO IS NOT NUMERIC
                          MOVE ZERO TO WSV-REN-PRODUCTO
                       END-IF
                       MOVE REG-DEV-CUIT-COMPRADOR TO WSV-REN-CUIT
                       MOVE REG-DEV-MONTO     TO WSV-REN-MONTO
                       PERFORM 250000-ACUMULAR-COMPROBANTE
                          THRU 250000-ACUMULAR-COMPROBANTE-F
                       ADD 1 TO WSV-CANT-DEVOL
                    END-IF
               WHEN FS-STATUS-DEV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-300000-LEER-DEVOL TO WS-ERR-PARRAFO
                    MOVE CON-DEVOL             TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DEV         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       310000-LEER-DEVOLUCION-F. EXIT.
      ******************************************************************
      *                         400000-EMITIR-LIBRO
      ******************************************************************
       400000-EMITIR-LIBRO.
           OPEN OUTPUT LIBRO
           OPEN OUTPUT DIGITAL
           IF NOT FS-STATUS-LIB-OK
              OR NOT FS-STATUS-DIG-OK
              MOVE CON-400000-EMITIR-LIBRO TO WS-ERR-PARRAFO
              MOVE CON-LIBRO               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-LIB           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "H"              TO REG-DGH-TIPO-REG
           MOVE WSV-CUIT-EMPRESA TO REG-DGH-CUIT-EMPRESA
           MOVE WSV-PERIODO      TO REG-DGH-PERIODO
           MOVE SPACES TO REG-DIG-CABECERA(19:82)
           PERFORM 480000-GRABAR-DIGITAL
              THRU 480000-GRABAR-DIGITAL-F

           MOVE SPACES TO WSV-LINEA
           STRING "LIBRO IVA VENTAS - PERIODO " DELIMITED BY SIZE
              WSV-PERIODO DELIMITED BY SIZE
              " - CUIT " DELIMITED BY SIZE
              WSV-CUIT-EMPRESA DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           MOVE 99 TO WSV-SUC-ANTERIOR
           PERFORM 410000-LINEA-COMPROBANTE
              THRU 410000-LINEA-COMPROBANTE-F
              VARYING WSV-IDX-CBT FROM 1 BY 1
              UNTIL WSV-IDX-CBT > WSV-CANT-COMPROBANTES
           IF WSV-CANT-COMPROBANTES > ZERO
              PERFORM 430000-TOTALES-SUCURSAL
                 THRU 430000-TOTALES-SUCURSAL-F
           END-IF

           PERFORM 450000-TOTALES-GENERALES
              THRU 450000-TOTALES-GENERALES-F

           PERFORM 460000-CONCILIAR
              THRU 460000-CONCILIAR-F

           MOVE "T"                    TO REG-DGT-TIPO-REG
           MOVE WSV-CANT-COMPROBANTES  TO REG-DGT-CANT-CBTES
           MOVE WSV-CANT-REG-ALICUOTA  TO REG-DGT-CANT-ALICUOTAS
           MOVE WSV-TOT-DIG-TOTAL      TO REG-DGT-TOTAL
           MOVE WSV-TOT-DIG-NETO       TO REG-DGT-NETO
           MOVE WSV-TOT-DIG-IVA        TO REG-DGT-IVA
           MOVE SPACES TO REG-DIG-CIERRE(67:34)
           PERFORM 480000-GRABAR-DIGITAL
              THRU 480000-GRABAR-DIGITAL-F

           CLOSE DIGITAL
           CLOSE LIBRO
           .
       400000-EMITIR-LIBRO-F. EXIT.
      ******************************************************************
      *                         410000-LINEA-COMPROBANTE
      *Un renglon del libro por comprobante (la nota de credito
      *resta) y sus registros C y A en el libro digital.
      ******************************************************************
       410000-LINEA-COMPROBANTE.
           IF WSV-CBT-SUCURSAL(WSV-IDX-CBT) NOT = WSV-SUC-ANTERIOR
              IF WSV-SUC-ANTERIOR NOT = 99
                 PERFORM 430000-TOTALES-SUCURSAL
                    THRU 430000-TOTALES-SUCURSAL-F
              END-IF
              MOVE WSV-CBT-SUCURSAL(WSV-IDX-CBT) TO WSV-SUC-ANTERIOR
              MOVE SPACES TO WSV-LINEA
              PERFORM 490000-ESCRIBIR
                 THRU 490000-ESCRIBIR-F
              STRING "SUCURSAL " DELIMITED BY SIZE
                 WSV-SUC-ANTERIOR DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 490000-ESCRIBIR
                 THRU 490000-ESCRIBIR-F
              MOVE "FECHA    CBTE   NUMERO   CUIT COMPRADOR   "
                 TO WSV-LINEA
              MOVE "      NETO GRAV.             IVA           TOTAL"
                 TO WSV-LINEA(44:48)
              PERFORM 490000-ESCRIBIR
                 THRU 490000-ESCRIBIR-F
           END-IF

           MOVE ZERO TO WSV-NETO-CBTE
           MOVE ZERO TO WSV-IVA-CBTE
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CBT-CANT-ALIC(WSV-IDX-CBT)
              ADD WSV-CBT-NETO(WSV-IDX-CBT, WSV-IDX) TO WSV-NETO-CBTE
              ADD WSV-CBT-IVA(WSV-IDX-CBT, WSV-IDX)  TO WSV-IVA-CBTE
           END-PERFORM

           EVALUATE TRUE
               WHEN WSV-CBT-FACTURA(WSV-IDX-CBT)
                    AND WSV-CBT-TIPO(WSV-IDX-CBT) = "A"
                    MOVE CON-CBTE-FACTURA-A TO WSV-TIPO-CBTE-DIG
                    MOVE "FAC A " TO WSV-DESC-CBTE
               WHEN WSV-CBT-FACTURA(WSV-IDX-CBT)
                    MOVE CON-CBTE-FACTURA-B TO WSV-TIPO-CBTE-DIG
                    MOVE "FAC B " TO WSV-DESC-CBTE
               WHEN WSV-CBT-TIPO(WSV-IDX-CBT) = "A"
                    MOVE CON-CBTE-NC-A TO WSV-TIPO-CBTE-DIG
                    MOVE "NC  A " TO WSV-DESC-CBTE
               WHEN OTHER
                    MOVE CON-CBTE-NC-B TO WSV-TIPO-CBTE-DIG
                    MOVE "NC  B " TO WSV-DESC-CBTE
           END-EVALUATE

           IF WSV-CBT-NOTA-CREDITO(WSV-IDX-CBT)
              COMPUTE WSV-EDIT-NETO  = WSV-NETO-CBTE * -1
              COMPUTE WSV-EDIT-IVA   = WSV-IVA-CBTE * -1
              COMPUTE WSV-EDIT-TOTAL = WSV-CBT-TOTAL(WSV-IDX-CBT) * -1
           ELSE
              MOVE WSV-NETO-CBTE  TO WSV-EDIT-NETO
              MOVE WSV-IVA-CBTE   TO WSV-EDIT-IVA
              MOVE WSV-CBT-TOTAL(WSV-IDX-CBT) TO WSV-EDIT-TOTAL
           END-IF
           MOVE SPACES TO WSV-LINEA
           STRING WSV-CBT-FECHA(WSV-IDX-CBT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WSV-DESC-CBTE DELIMITED BY SIZE
              WSV-CBT-NUMERO(WSV-IDX-CBT) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WSV-CBT-CUIT(WSV-IDX-CBT) DELIMITED BY SIZE
              INTO WSV-LINEA
           MOVE WSV-EDIT-NETO  TO WSV-LINEA(44:16)
           MOVE WSV-EDIT-IVA   TO WSV-LINEA(61:16)
           MOVE WSV-EDIT-TOTAL TO WSV-LINEA(78:16)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           MOVE "C"                       TO REG-DGC-TIPO-REG
           MOVE WSV-CBT-FECHA(WSV-IDX-CBT) TO REG-DGC-FECHA
           MOVE WSV-TIPO-CBTE-DIG         TO REG-DGC-TIPO-CBTE
           MOVE WSV-CBT-SUCURSAL(WSV-IDX-CBT) TO REG-DGC-PUNTO-VENTA
           MOVE WSV-CBT-NUMERO(WSV-IDX-CBT) TO REG-DGC-NUMERO
           IF WSV-CBT-CUIT(WSV-IDX-CBT) > ZERO
              MOVE CON-DOC-CUIT       TO REG-DGC-TIPO-DOC
           ELSE
              MOVE CON-DOC-CONS-FINAL TO REG-DGC-TIPO-DOC
           END-IF
           MOVE WSV-CBT-CUIT(WSV-IDX-CBT)  TO REG-DGC-NRO-DOC
           MOVE WSV-CBT-TOTAL(WSV-IDX-CBT) TO REG-DGC-TOTAL
           MOVE WSV-NETO-CBTE             TO REG-DGC-NETO
           MOVE WSV-IVA-CBTE              TO REG-DGC-IVA
           MOVE WSV-CBT-CANT-ALIC(WSV-IDX-CBT) TO
              REG-DGC-CANT-ALICUOTAS
           MOVE SPACES TO REG-DIG-COMPROBANTE(85:16)
           PERFORM 480000-GRABAR-DIGITAL
              THRU 480000-GRABAR-DIGITAL-F
           ADD WSV-CBT-TOTAL(WSV-IDX-CBT) TO WSV-TOT-DIG-TOTAL
           ADD WSV-NETO-CBTE             TO WSV-TOT-DIG-NETO
           ADD WSV-IVA-CBTE              TO WSV-TOT-DIG-IVA

           PERFORM 420000-REGISTRO-ALICUOTA
              THRU 420000-REGISTRO-ALICUOTA-F
              VARYING WSV-IDX-ALI FROM 1 BY 1
              UNTIL WSV-IDX-ALI > WSV-CBT-CANT-ALIC(WSV-IDX-CBT)
           .
       410000-LINEA-COMPROBANTE-F. EXIT.
      ******************************************************************
      *                         420000-REGISTRO-ALICUOTA
      *Codigo de alicuota del libro digital: 3 = 0%, 9 = 2,5%,
      *8 = 5%, 4 = 10,5%, 5 = 21%, 6 = 27%.
      ******************************************************************
       420000-REGISTRO-ALICUOTA.
           MOVE "A"                  TO REG-DGA-TIPO-REG
           MOVE WSV-TIPO-CBTE-DIG    TO REG-DGA-TIPO-CBTE
           MOVE WSV-CBT-SUCURSAL(WSV-IDX-CBT) TO REG-DGA-PUNTO-VENTA
           MOVE WSV-CBT-NUMERO(WSV-IDX-CBT)   TO REG-DGA-NUMERO
           MOVE WSV-CBT-NETO(WSV-IDX-CBT, WSV-IDX-ALI) TO REG-DGA-NETO
           MOVE WSV-CBT-IVA(WSV-IDX-CBT, WSV-IDX-ALI)  TO REG-DGA-IVA
           EVALUATE WSV-CBT-TASA(WSV-IDX-CBT, WSV-IDX-ALI)
               WHEN 0
                    MOVE 3 TO REG-DGA-COD-ALICUOTA
               WHEN 2,50
                    MOVE 9 TO REG-DGA-COD-ALICUOTA
               WHEN 5
                    MOVE 8 TO REG-DGA-COD-ALICUOTA
               WHEN 10,50
                    MOVE 4 TO REG-DGA-COD-ALICUOTA
               WHEN 27
                    MOVE 6 TO REG-DGA-COD-ALICUOTA
               WHEN OTHER
                    MOVE 5 TO REG-DGA-COD-ALICUOTA
           END-EVALUATE
           MOVE SPACES TO REG-DIG-ALICUOTA(52:49)
           PERFORM 480000-GRABAR-DIGITAL
              THRU 480000-GRABAR-DIGITAL-F
           ADD 1 TO WSV-CANT-REG-ALICUOTA
           .
       420000-REGISTRO-ALICUOTA-F. EXIT.
      ******************************************************************
      *                         430000-TOTALES-SUCURSAL
      *Subtotales de la sucursal por tipo de comprobante y alicuota.
      ******************************************************************
       430000-TOTALES-SUCURSAL.
           MOVE ZERO TO WSV-SUC-LIB-NETO
           MOVE ZERO TO WSV-SUC-LIB-IVA
           MOVE ZERO TO WSV-SUC-LIB-TOTAL
           MOVE "  SUBTOTALES POR COMPROBANTE Y ALICUOTA" TO WSV-LINEA
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           PERFORM 440000-LINEA-TOTAL
              THRU 440000-LINEA-TOTAL-F
              VARYING WSV-IDX-TOT FROM 1 BY 1
              UNTIL WSV-IDX-TOT > WSV-CANT-TOTALES

           MOVE WSV-SUC-LIB-NETO  TO WSV-EDIT-NETO
           MOVE WSV-SUC-LIB-IVA   TO WSV-EDIT-IVA
           MOVE WSV-SUC-LIB-TOTAL TO WSV-EDIT-TOTAL
           MOVE SPACES TO WSV-LINEA
           STRING "  TOTAL SUCURSAL " DELIMITED BY SIZE
              WSV-SUC-ANTERIOR DELIMITED BY SIZE
              INTO WSV-LINEA
           MOVE WSV-EDIT-NETO  TO WSV-LINEA(44:16)
           MOVE WSV-EDIT-IVA   TO WSV-LINEA(61:16)
           MOVE WSV-EDIT-TOTAL TO WSV-LINEA(78:16)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           .
       430000-TOTALES-SUCURSAL-F. EXIT.
      ******************************************************************
      *                         440000-LINEA-TOTAL
      ******************************************************************
       440000-LINEA-TOTAL.
           IF WSV-TOT-SUCURSAL(WSV-IDX-TOT) NOT = WSV-SUC-ANTERIOR
              GO TO 440000-LINEA-TOTAL-F
           END-IF
           IF WSV-TOT-CLASE(WSV-IDX-TOT) = "N"
              MOVE "-" TO WSV-SIGNO
              COMPUTE WSV-EDIT-NETO  = WSV-TOT-NETO(WSV-IDX-TOT) * -1
              COMPUTE WSV-EDIT-IVA   = WSV-TOT-IVA(WSV-IDX-TOT) * -1
              COMPUTE WSV-EDIT-TOTAL = WSV-TOT-TOTAL(WSV-IDX-TOT) * -1
              SUBTRACT WSV-TOT-NETO(WSV-IDX-TOT)  FROM WSV-SUC-LIB-NETO
              SUBTRACT WSV-TOT-IVA(WSV-IDX-TOT)   FROM WSV-SUC-LIB-IVA
              SUBTRACT WSV-TOT-TOTAL(WSV-IDX-TOT) FROM
                 WSV-SUC-LIB-TOTAL
              MOVE "NC  " TO WSV-DESC-CBTE
           ELSE
              MOVE WSV-TOT-NETO(WSV-IDX-TOT)  TO WSV-EDIT-NETO
              MOVE WSV-TOT-IVA(WSV-IDX-TOT)   TO WSV-EDIT-IVA
              MOVE WSV-TOT-TOTAL(WSV-IDX-TOT) TO WSV-EDIT-TOTAL
              ADD WSV-TOT-NETO(WSV-IDX-TOT)  TO WSV-SUC-LIB-NETO
              ADD WSV-TOT-IVA(WSV-IDX-TOT)   TO WSV-SUC-LIB-IVA
              ADD WSV-TOT-TOTAL(WSV-IDX-TOT) TO WSV-SUC-LIB-TOTAL
              MOVE "FAC " TO WSV-DESC-CBTE
           END-IF
           MOVE WSV-TOT-TIPO(WSV-IDX-TOT) TO WSV-DESC-CBTE(5:1)
           MOVE WSV-TOT-TASA(WSV-IDX-TOT) TO WSV-EDIT-TASA
           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-DESC-CBTE DELIMITED BY SIZE
              " ALICUOTA " DELIMITED BY SIZE
              WSV-EDIT-TASA DELIMITED BY SIZE
              " %" DELIMITED BY SIZE
              INTO WSV-LINEA
           MOVE WSV-EDIT-NETO  TO WSV-LINEA(44:16)
           MOVE WSV-EDIT-IVA   TO WSV-LINEA(61:16)
           MOVE WSV-EDIT-TOTAL TO WSV-LINEA(78:16)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           .
       440000-LINEA-TOTAL-F. EXIT.
      ******************************************************************
      *                         450000-TOTALES-GENERALES
      ******************************************************************
       450000-TOTALES-GENERALES.
           PERFORM VARYING WSV-IDX-TOT FROM 1 BY 1
              UNTIL WSV-IDX-TOT > WSV-CANT-TOTALES
              IF WSV-TOT-CLASE(WSV-IDX-TOT) = "N"
                 SUBTRACT WSV-TOT-NETO(WSV-IDX-TOT) FROM
                    WSV-TOT-LIB-NETO
                 SUBTRACT WSV-TOT-IVA(WSV-IDX-TOT) FROM
                    WSV-TOT-LIB-IVA
                 SUBTRACT WSV-TOT-TOTAL(WSV-IDX-TOT) FROM
                    WSV-TOT-LIB-TOTAL
              ELSE
                 ADD WSV-TOT-NETO(WSV-IDX-TOT)  TO WSV-TOT-LIB-NETO
                 ADD WSV-TOT-IVA(WSV-IDX-TOT)   TO WSV-TOT-LIB-IVA
                 ADD WSV-TOT-TOTAL(WSV-IDX-TOT) TO WSV-TOT-LIB-TOTAL
              END-IF
           END-PERFORM
           MOVE WSV-TOT-LIB-NETO  TO WSV-EDIT-NETO
           MOVE WSV-TOT-LIB-IVA   TO WSV-EDIT-IVA
           MOVE WSV-TOT-LIB-TOTAL TO WSV-EDIT-TOTAL
           MOVE SPACES TO WSV-LINEA
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           MOVE "TOTAL DEL PERIODO (DEBITO FISCAL NETO)" TO WSV-LINEA
           MOVE WSV-EDIT-NETO  TO WSV-LINEA(44:16)
           MOVE WSV-EDIT-IVA   TO WSV-LINEA(61:16)
           MOVE WSV-EDIT-TOTAL TO WSV-LINEA(78:16)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           .
       450000-TOTALES-GENERALES-F. EXIT.
      ******************************************************************
      *                         460000-CONCILIAR
      *Facturado por sucursal en el libro (precio final, sin las
      *notas de credito) contra las ventas de RESUMENVTA.txt.
      ******************************************************************
       460000-CONCILIAR.
           IF WSV-CANT-RESUMEN = ZERO
              GO TO 460000-CONCILIAR-F
           END-IF
           MOVE SPACES TO WSV-LINEA
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           MOVE "CONCILIACION CON RESUMENVTA" TO WSV-LINEA
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
              UNTIL WSV-IDX-RES > WSV-CANT-RESUMEN
              MOVE WSV-RES-SUCURSAL(WSV-IDX-RES) TO WSV-SUC-ANTERIOR
              PERFORM 465000-FACTURADO-SUCURSAL
                 THRU 465000-FACTURADO-SUCURSAL-F
              MOVE "S" TO WSV-RES-USADO(WSV-IDX-RES)
              COMPUTE WSV-DIFERENCIA =
                 WSV-SUC-FACTURADO - WSV-RES-VENTAS(WSV-IDX-RES)
              PERFORM 470000-LINEA-CONCILIACION
                 THRU 470000-LINEA-CONCILIACION-F
           END-PERFORM

      *Sucursales con facturas en el libro que no estan en el
      *resumen de ventas.
           PERFORM VARYING WSV-IDX-TOT FROM 1 BY 1
              UNTIL WSV-IDX-TOT > WSV-CANT-TOTALES
              MOVE "N" TO WSV-SW-ENCONTRADO
              PERFORM VARYING WSV-IDX-RES FROM 1 BY 1
                 UNTIL WSV-IDX-RES > WSV-CANT-RESUMEN
                 IF WSV-RES-SUCURSAL(WSV-IDX-RES) =
                    WSV-TOT-SUCURSAL(WSV-IDX-TOT)
                    MOVE "S" TO WSV-SW-ENCONTRADO
                 END-IF
              END-PERFORM
              IF NOT WSV-ENCONTRADO
                 AND WSV-TOT-CLASE(WSV-IDX-TOT) = "F"
                 MOVE WSV-TOT-SUCURSAL(WSV-IDX-TOT) TO
                    WSV-SUC-ANTERIOR
                 PERFORM 465000-FACTURADO-SUCURSAL
                    THRU 465000-FACTURADO-SUCURSAL-F
                 MOVE WSV-SUC-FACTURADO TO WSV-DIFERENCIA
                 PERFORM 470000-LINEA-CONCILIACION
                    THRU 470000-LINEA-CONCILIACION-F
      *Marca la sucursal para no volver a listarla por otra
      *alicuota o tipo.
                 PERFORM VARYING WSV-IDX FROM WSV-IDX-TOT BY 1
                    UNTIL WSV-IDX > WSV-CANT-TOTALES
                    IF WSV-TOT-SUCURSAL(WSV-IDX) = WSV-SUC-ANTERIOR
                       MOVE "X" TO WSV-TOT-CLASE(WSV-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       460000-CONCILIAR-F. EXIT.
      ******************************************************************
      *                         465000-FACTURADO-SUCURSAL
      ******************************************************************
       465000-FACTURADO-SUCURSAL.
           MOVE ZERO TO WSV-SUC-FACTURADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TOTALES
              IF WSV-TOT-SUCURSAL(WSV-IDX) = WSV-SUC-ANTERIOR
                 AND WSV-TOT-CLASE(WSV-IDX) NOT = "N"
                 ADD WSV-TOT-TOTAL(WSV-IDX) TO WSV-SUC-FACTURADO
              END-IF
           END-PERFORM
           .
       465000-FACTURADO-SUCURSAL-F. EXIT.
      ******************************************************************
      *                         470000-LINEA-CONCILIACION
      ******************************************************************
       470000-LINEA-CONCILIACION.
           MOVE WSV-SUC-FACTURADO TO WSV-EDIT-NETO
           COMPUTE WSV-EDIT-IVA = WSV-SUC-FACTURADO - WSV-DIFERENCIA
           MOVE WSV-DIFERENCIA    TO WSV-EDIT-TOTAL
           MOVE SPACES TO WSV-LINEA
           STRING "SUCURSAL " DELIMITED BY SIZE
              WSV-SUC-ANTERIOR DELIMITED BY SIZE
              " LIBRO " DELIMITED BY SIZE
              WSV-EDIT-NETO DELIMITED BY SIZE
              " RESUMEN " DELIMITED BY SIZE
              WSV-EDIT-IVA DELIMITED BY SIZE
              " DIF " DELIMITED BY SIZE
              WSV-EDIT-TOTAL DELIMITED BY SIZE
              INTO WSV-LINEA
           IF WSV-DIFERENCIA NOT = ZERO
              ADD 1 TO WSV-CANT-DIFERENCIAS
              DISPLAY WSV-LINEA
           ELSE
              MOVE " OK" TO WSV-LINEA(90:3)
           END-IF
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           .
       470000-LINEA-CONCILIACION-F. EXIT.
      ******************************************************************
      *                         480000-GRABAR-DIGITAL
      ******************************************************************
       480000-GRABAR-DIGITAL.
           WRITE REG-DIG-CABECERA
           IF NOT FS-STATUS-DIG-OK
              MOVE CON-400000-EMITIR-LIBRO TO WS-ERR-PARRAFO
              MOVE CON-DIGITAL             TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-DIG           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       480000-GRABAR-DIGITAL-F. EXIT.
      ******************************************************************
      *                         490000-ESCRIBIR
      ******************************************************************
       490000-ESCRIBIR.
           WRITE REG-LIBRO FROM WSV-LINEA
           IF NOT FS-STATUS-LIB-OK
              MOVE CON-400000-EMITIR-LIBRO TO WS-ERR-PARRAFO
              MOVE CON-LIBRO               TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-LIB           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE SPACES TO WSV-LINEA
           .
       490000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E179.
