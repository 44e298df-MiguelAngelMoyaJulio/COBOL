      ******************************************************************
      *Liquidacion de facturas de los contratistas de la red wifi.
      *Los contratistas de mantenimiento facturan un abono mensual
      *por access point y hasta ahora se pagaba completo aunque E92
      *hubiera dejado incumplimientos en PENALIDADES_SLA.txt y E135
      *tuviera ordenes vencidas en ORDENES_TRABAJO.txt. Este batch
      *recibe FACTURAS_CONTRATISTAS.txt (contratista, factura, AP,
      *abono; ordenado por contratista y factura) y valida cada AP
      *facturado: debe existir en el inventario de LOTE.txt y su
      *barrio debe estar asignado al contratista que factura segun
      *CONTRATISTAS.txt; el AP inexistente, ajeno o facturado dos
      *veces en la misma factura se rechaza y no se paga.
      *Sobre los AP aceptados descuenta, como porcentaje del abono
      *(PARAMFACTSLA.txt, con valores por defecto si falta):
      *  - por incumplimiento de SLA, un porcentaje por cada punto
      *    de disponibilidad por debajo del umbral de PARAMSLA.txt;
      *  - por orden vencida, la que sigue abierta o escalada con la
      *    fecha limite pasada o la que se reparo fuera de plazo;
      *  - por re-verificacion fallida, un porcentaje por cada
      *    reincidencia que E135REV haya sumado a la orden.
      *El total descontado por AP no supera el tope del abono.
      *Vencidas y reincidencias se descuentan una sola vez: quedan
      *en DESCUENTOS_ORDENES.txt con la factura que las desconto y
      *una nueva corrida de la misma factura las vuelve a liquidar
      *desde cero. Salen DETALLE_DESCUENTOS.txt, el detalle por AP
      *que se devuelve al contratista, y LIQUIDACION_CONTRATISTAS.txt
      *con el neto a pagar por factura. La fecha de proceso es la
      *del dia o la de PARAMETROS.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E183.
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
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT PARAMFACT ASSIGN TO "PARAMFACTSLA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PFA.

       SELECT PARAMSLA ASSIGN TO "PARAMSLA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-SLA.

       SELECT DATOS ASSIGN TO "LOTE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.

       SELECT CONTRATISTAS ASSIGN TO "CONTRATISTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTR.

       SELECT PENALIDADES ASSIGN TO "PENALIDADES_SLA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PEN.

       SELECT ORDENES ASSIGN TO "ORDENES_TRABAJO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ORD.

       SELECT FACTURAS ASSIGN TO "FACTURAS_CONTRATISTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-FAC.
      ****************************  INPUT-OUTPUT  **********************
       SELECT DESCUENTOS ASSIGN TO "DESCUENTOS_ORDENES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DES.
      ****************************  OUTPUT  ****************************
       SELECT DETALLE ASSIGN TO "DETALLE_DESCUENTOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DET.

       SELECT LIQUIDACION ASSIGN TO "LIQUIDACION_CONTRATISTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LIQ.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA               PIC 9(08).

      *Porcentajes del abono: por punto de SLA, por orden vencida,
      *por reincidencia y tope total por AP.
       FD PARAMFACT.
          01 REG-PARAMFACT.
             05 REG-PFA-PCT-PUNTO             PIC 9(02)V9(02).
             05 REG-PFA-PCT-VENCIDA           PIC 9(02)V9(02).
             05 REG-PFA-PCT-REINCIDENCIA      PIC 9(02)V9(02).
             05 REG-PFA-PCT-TOPE              PIC 9(03)V9(02).

       FD PARAMSLA.
          01 REG-PARAMSLA.
             05 REG-SLA-UMBRAL                PIC 9(02)V9(02).
             05 REG-SLA-PLAZO                 PIC 9(02).

       FD DATOS.
          01 REG-DATOS.
             05 REG-NEIGHBORHOOD              PIC 9(02).
             05 REG-SITE                      PIC X(18).
             05 REG-APS                       PIC X(10).

       FD CONTRATISTAS.
          01 REG-CONTRATISTA.
             05 REG-CTR-BARRIO                PIC 9(02).
             05 REG-CTR-NOMBRE                PIC X(10).

       FD PENALIDADES.
          01 REG-PENALIDAD.
             05 REG-PEN-BARRIO                PIC 9(02).
             05 REG-PEN-AP                    PIC X(10).
             05 REG-PEN-DISPONIB              PIC 9(03)V9(02).

       FD ORDENES.
          01 REG-ORDEN.
             05 REG-ORD-NUMERO                PIC 9(06).
             05 REG-ORD-AP                    PIC X(10).
             05 REG-ORD-BARRIO                PIC 9(02).
             05 REG-ORD-SITIO                 PIC X(18).
             05 REG-ORD-CONTRATISTA           PIC X(10).
             05 REG-ORD-FECHA-EMISION         PIC 9(08).
             05 REG-ORD-FECHA-LIMITE          PIC 9(08).
             05 REG-ORD-FECHA-REPAR           PIC 9(08).
             05 REG-ORD-DISPONIB              PIC 9(03)V9(02).
             05 REG-ORD-REINCIDENCIAS         PIC 9(02).
             05 REG-ORD-PENALIDAD-AC          PIC 9(03)V9(02).
             05 REG-ORD-ESTADO                PIC X(01).
                88 REG-ORD-ABIERTA                 VALUE "A".
                88 REG-ORD-REPARADA                VALUE "R".
                88 REG-ORD-CERRADA                 VALUE "C".
                88 REG-ORD-ESCALADA                VALUE "E".

       FD FACTURAS.
          01 REG-FACTURA.
             05 REG-FAC-CONTRATISTA           PIC X(10).
             05 REG-FAC-NUMERO                PIC 9(08).
             05 REG-FAC-AP                    PIC X(10).
             05 REG-FAC-ABONO                 PIC 9(07)V9(02).

      *Descuentos ya aplicados por orden: reincidencias descontadas
      *y marca de orden vencida descontada.
       FD DESCUENTOS.
          01 REG-DESCUENTO.
             05 REG-DES-ORDEN                 PIC 9(06).
             05 REG-DES-CONTRATISTA           PIC X(10).
             05 REG-DES-FACTURA               PIC 9(08).
             05 REG-DES-REINCIDENCIAS         PIC 9(02).
             05 REG-DES-VENCIDA               PIC X(01).

       FD DETALLE.
          01 REG-DETALLE                      PIC X(116).

       FD LIQUIDACION.
          01 REG-LIQUIDACION.
             05 REG-LIQ-CONTRATISTA           PIC X(10).
             05 REG-LIQ-FACTURA               PIC 9(08).
             05 REG-LIQ-PERIODO               PIC 9(06).
             05 REG-LIQ-FACTURADO             PIC 9(09)V9(02).
             05 REG-LIQ-RECHAZADO             PIC 9(09)V9(02).
             05 REG-LIQ-DESCUENTO             PIC 9(09)V9(02).
             05 REG-LIQ-NETO                  PIC 9(09)V9(02).
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
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-200000-LIQUIDAR        PIC X(30) VALUE
              '200000-LIQUIDAR             '.
              05 CON-300000-GRABAR-DESCUENTOS PIC X(30) VALUE
              '300000-GRABAR-DESCUENTOS    '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS  PIC X(10) VALUE 'PARAMETROS'.
              05 CON-DATOS       PIC X(10) VALUE 'LOTE      '.
              05 CON-CONTRATIS   PIC X(10) VALUE 'CONTRATIST'.
              05 CON-PENALID     PIC X(10) VALUE 'PENALIDADE'.
              05 CON-ORDENES     PIC X(10) VALUE 'ORDENES   '.
              05 CON-FACTURAS    PIC X(10) VALUE 'FACTURAS  '.
              05 CON-DESCUENTOS  PIC X(10) VALUE 'DESCUENTOS'.
              05 CON-DETALLE     PIC X(10) VALUE 'DETALLE   '.
              05 CON-LIQUIDAC    PIC X(10) VALUE 'LIQUIDACIO'.
           02 CON-OTROS.
              05 CON-SLA-DEFECTO       PIC 9(02)V9(02) VALUE 99,50.
              05 CON-PCT-PUNTO-DEF     PIC 9(02)V9(02) VALUE 10,00.
              05 CON-PCT-VENCIDA-DEF   PIC 9(02)V9(02) VALUE 20,00.
              05 CON-PCT-REINC-DEF     PIC 9(02)V9(02) VALUE 25,00.
              05 CON-PCT-TOPE-DEF      PIC 9(03)V9(02) VALUE 100,00.
      ************************** TABLES ********************************
      *Inventario AP - barrio (primera aparicion en LOTE).
       01 WSV-TABLA-APS.
          02 WSV-AP-ENTRY OCCURS 100 TIMES.
             05 WSV-AP-CODIGO        PIC X(10).
             05 WSV-AP-BARRIO        PIC 9(02).
       01 WSV-CANT-APS               PIC 9(03) VALUE 0.

       01 WSV-TABLA-CONTRATISTAS.
          02 WSV-CTR-ENTRY OCCURS 50 TIMES.
             05 WSV-CTR-BARRIO       PIC 9(02).
             05 WSV-CTR-NOMBRE       PIC X(10).
       01 WSV-CANT-CONTRATISTAS      PIC 9(02) VALUE 0.

       01 WSV-TABLA-PENALIDADES.
          02 WSV-PEN-ENTRY OCCURS 100 TIMES.
             05 WSV-PEN-AP           PIC X(10).
             05 WSV-PEN-DISPONIB     PIC 9(03)V9(02).
       01 WSV-CANT-PENALIDADES       PIC 9(03) VALUE 0.

       01 WSV-TABLA-ORDENES.
          02 WSV-ORD-ENTRY OCCURS 300 TIMES.
             05 WSV-ORD-NUMERO       PIC 9(06).
             05 WSV-ORD-AP           PIC X(10).
             05 WSV-ORD-CONTRATISTA  PIC X(10).
             05 WSV-ORD-FECHA-LIMITE PIC 9(08).
             05 WSV-ORD-FECHA-REPAR  PIC 9(08).
             05 WSV-ORD-REINCIDENCIAS PIC 9(02).
             05 WSV-ORD-ESTADO       PIC X(01).
       01 WSV-CANT-ORDENES           PIC 9(03) VALUE 0.

      *Descuentos por orden. Estado: vigente (V), dado de baja por
      *reliquidacion de su factura (B) o nuevo de esta corrida (N).
       01 WSV-TABLA-DESCUENTOS.
          02 WSV-DES-ENTRY OCCURS 500 TIMES.
             05 WSV-DES-ORDEN        PIC 9(06).
             05 WSV-DES-CONTRATISTA  PIC X(10).
             05 WSV-DES-FACTURA      PIC 9(08).
             05 WSV-DES-REINCIDENCIAS PIC 9(02).
             05 WSV-DES-VENCIDA      PIC X(01).
             05 WSV-DES-ESTADO       PIC X(01).
       01 WSV-CANT-DESCUENTOS        PIC 9(03) VALUE 0.

      *AP ya facturados en la factura en curso.
       01 WSV-TABLA-FACTURADOS.
          02 WSV-FAC-ENTRY OCCURS 100 TIMES.
             05 WSV-FAC-AP           PIC X(10).
       01 WSV-CANT-FACTURADOS        PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PFA           PIC X(02) VALUE "00".
             88 FS-STATUS-PFA-OK               VALUE "00".
          05 FS-STATUS-SLA           PIC X(02) VALUE "00".
             88 FS-STATUS-SLA-OK               VALUE "00".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
          05 FS-STATUS-CTR           PIC X(02) VALUE "00".
             88 FS-STATUS-CTR-OK               VALUE "00".
             88 FS-STATUS-CTR-EOF              VALUE "10".
          05 FS-STATUS-PEN           PIC X(02) VALUE "00".
             88 FS-STATUS-PEN-OK               VALUE "00".
             88 FS-STATUS-PEN-EOF              VALUE "10".
             88 FS-STATUS-PEN-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ORD           PIC X(02) VALUE "00".
             88 FS-STATUS-ORD-OK               VALUE "00".
             88 FS-STATUS-ORD-EOF              VALUE "10".
             88 FS-STATUS-ORD-NOT-FOUND        VALUE "35".
          05 FS-STATUS-FAC           PIC X(02) VALUE "00".
             88 FS-STATUS-FAC-OK               VALUE "00".
             88 FS-STATUS-FAC-EOF              VALUE "10".
          05 FS-STATUS-DES           PIC X(02) VALUE "00".
             88 FS-STATUS-DES-OK               VALUE "00".
             88 FS-STATUS-DES-EOF              VALUE "10".
             88 FS-STATUS-DES-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DET           PIC X(02) VALUE "00".
             88 FS-STATUS-DET-OK               VALUE "00".
          05 FS-STATUS-LIQ           PIC X(02) VALUE "00".
             88 FS-STATUS-LIQ-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-VENCIDA          PIC X(01).
             88 WSV-VENCIDA                    VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-ORD             PIC 9(03).
          05 WSV-IDX-DES             PIC 9(03).
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-UMBRAL-SLA          PIC 9(02)V9(02).
          05 WSV-PCT-PUNTO           PIC 9(02)V9(02).
          05 WSV-PCT-VENCIDA         PIC 9(02)V9(02).
          05 WSV-PCT-REINCIDENCIA    PIC 9(02)V9(02).
          05 WSV-PCT-TOPE            PIC 9(03)V9(02).
          05 WSV-BARRIO              PIC 9(02).
          05 WSV-RESPONSABLE         PIC X(10).
          05 WSV-PUNTOS              PIC 9(03)V9(02).
          05 WSV-REINC-DESCONTADAS   PIC 9(02).
          05 WSV-REINC-NUEVAS        PIC 9(02).
          05 WSV-YA-VENCIDA          PIC X(01).
          05 WSV-CANT-VENCIDAS       PIC 9(03).
          05 WSV-CANT-REINC          PIC 9(03).
          05 WSV-DESC-SLA            PIC 9(07)V9(02).
          05 WSV-DESC-VENCIDAS       PIC 9(07)V9(02).
          05 WSV-DESC-REINC          PIC 9(07)V9(02).
          05 WSV-DESC-TOTAL          PIC 9(07)V9(02).
          05 WSV-DESC-TOPE           PIC 9(07)V9(02).
          05 WSV-EXCESO              PIC 9(07)V9(02).
          05 WSV-NETO-AP             PIC 9(07)V9(02).
          05 WSV-OBSERVACION         PIC X(30).
          05 WSV-LINEA               PIC X(116).
          05 WSV-EDIT-IMPORTE        PIC Z.ZZZ.ZZ9,99.
          05 WSV-EDIT-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-PUNTOS         PIC ZZ9,99.
      *Corte por contratista y factura.
       01 WSV-FACTURA-ACTUAL.
          05 WSV-ACT-CONTRATISTA     PIC X(10).
          05 WSV-ACT-NUMERO          PIC 9(08).
       01 WSV-TOTALES-FACTURA.
          05 WSV-TOT-FACTURADO       PIC 9(09)V9(02).
          05 WSV-TOT-RECHAZADO       PIC 9(09)V9(02).
          05 WSV-TOT-DESCUENTO       PIC 9(09)V9(02).
          05 WSV-TOT-NETO            PIC 9(09)V9(02).
          05 WSV-TOT-APS             PIC 9(04).
          05 WSV-TOT-RECHAZOS        PIC 9(04).
       01 WSV-CONTADORES.
          05 WSV-CANT-FACTURAS       PIC 9(04) VALUE ZERO.
          05 WSV-CANT-LINEAS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECHAZOS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CON-DESCUENTO  PIC 9(05) VALUE ZERO.
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
           MOVE "E183" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-LIQUIDAR
              THRU 200000-LIQUIDAR-F

           PERFORM 300000-GRABAR-DESCUENTOS
              THRU 300000-GRABAR-DESCUENTOS-F

           DISPLAY "E183 - LIQUIDACION DE CONTRATISTAS AL "
                   WSV-FECHA-PROCESO
           DISPLAY "FACTURAS LIQUIDADAS      : " WSV-CANT-FACTURAS
           DISPLAY "AP FACTURADOS            : " WSV-CANT-LINEAS
           DISPLAY "AP RECHAZADOS            : " WSV-CANT-RECHAZOS
           DISPLAY "AP CON DESCUENTO         : " WSV-CANT-CON-DESCUENTO
           STOP RUN
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *Fecha de proceso, porcentajes de descuento y umbral de SLA;
      *un valor en cero o ausente toma el valor por defecto.
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

           MOVE CON-PCT-PUNTO-DEF   TO WSV-PCT-PUNTO
           MOVE CON-PCT-VENCIDA-DEF TO WSV-PCT-VENCIDA
           MOVE CON-PCT-REINC-DEF   TO WSV-PCT-REINCIDENCIA
           MOVE CON-PCT-TOPE-DEF    TO WSV-PCT-TOPE
           OPEN INPUT PARAMFACT
           IF FS-STATUS-PFA-OK
              READ PARAMFACT
              IF FS-STATUS-PFA-OK
                 IF REG-PFA-PCT-PUNTO IS NUMERIC
                    AND REG-PFA-PCT-PUNTO > ZERO
                    MOVE REG-PFA-PCT-PUNTO TO WSV-PCT-PUNTO
                 END-IF
                 IF REG-PFA-PCT-VENCIDA IS NUMERIC
                    AND REG-PFA-PCT-VENCIDA > ZERO
                    MOVE REG-PFA-PCT-VENCIDA TO WSV-PCT-VENCIDA
                 END-IF
                 IF REG-PFA-PCT-REINCIDENCIA IS NUMERIC
                    AND REG-PFA-PCT-REINCIDENCIA > ZERO
                    MOVE REG-PFA-PCT-REINCIDENCIA TO
                       WSV-PCT-REINCIDENCIA
                 END-IF
                 IF REG-PFA-PCT-TOPE IS NUMERIC
                    AND REG-PFA-PCT-TOPE > ZERO
                    AND REG-PFA-PCT-TOPE NOT > 100
                    MOVE REG-PFA-PCT-TOPE TO WSV-PCT-TOPE
                 END-IF
              END-IF
              CLOSE PARAMFACT
           END-IF

           MOVE CON-SLA-DEFECTO TO WSV-UMBRAL-SLA
           OPEN INPUT PARAMSLA
           IF FS-STATUS-SLA-OK
              READ PARAMSLA
              IF FS-STATUS-SLA-OK
                 AND REG-SLA-UMBRAL > ZERO
                 MOVE REG-SLA-UMBRAL TO WSV-UMBRAL-SLA
              END-IF
              CLOSE PARAMSLA
           END-IF
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      *Inventario y contratistas son obligatorios: sin ellos no hay
      *con que validar la factura. Sin penalidades ni ordenes no se
      *descuenta nada; sin DESCUENTOS_ORDENES.txt (primera corrida)
      *no hay descuentos previos.
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-INVENTARIO
              THRU 112000-LEER-INVENTARIO-F
              UNTIL FS-STATUS-LOT-EOF
           CLOSE DATOS

           OPEN INPUT CONTRATISTAS
           IF NOT FS-STATUS-CTR-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-CONTRATIS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTR            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 114000-LEER-CONTRATISTA
              THRU 114000-LEER-CONTRATISTA-F
              UNTIL FS-STATUS-CTR-EOF
           CLOSE CONTRATISTAS

           OPEN INPUT PENALIDADES
           IF FS-STATUS-PEN-NOT-FOUND
              DISPLAY "E183: SIN PENALIDADES_SLA.txt - NO SE "
                      "DESCUENTA INCUMPLIMIENTO DE SLA"
           ELSE
              IF NOT FS-STATUS-PEN-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-PENALID              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PEN            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 116000-LEER-PENALIDAD
                 THRU 116000-LEER-PENALIDAD-F
                 UNTIL FS-STATUS-PEN-EOF
              CLOSE PENALIDADES
           END-IF

           OPEN INPUT ORDENES
           IF FS-STATUS-ORD-NOT-FOUND
              DISPLAY "E183: SIN ORDENES_TRABAJO.txt - NO SE "
                      "DESCUENTAN ORDENES"
           ELSE
              IF NOT FS-STATUS-ORD-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-ORDENES              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-ORD            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 118000-LEER-ORDEN
                 THRU 118000-LEER-ORDEN-F
                 UNTIL FS-STATUS-ORD-EOF
              CLOSE ORDENES
           END-IF

           OPEN INPUT DESCUENTOS
           IF FS-STATUS-DES-NOT-FOUND
              GO TO 110000-CARGAR-TABLAS-F
           END-IF
           IF NOT FS-STATUS-DES-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-DESCUENTOS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DES            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 119000-LEER-DESCUENTO
              THRU 119000-LEER-DESCUENTO-F
              UNTIL FS-STATUS-DES-EOF
           CLOSE DESCUENTOS
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-INVENTARIO
      *Un AP por entrada; el inventario trae un registro por conexion
      *relevada, los repetidos se cargan una vez.
      ******************************************************************
       112000-LEER-INVENTARIO.
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-LOT-OK
                    MOVE "N" TO WSV-SW-ENCONTRADO
                    PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-APS
                       OR WSV-ENCONTRADO
                       IF WSV-AP-CODIGO(WSV-IDX) = REG-APS
                          MOVE "S" TO WSV-SW-ENCONTRADO
                       END-IF
                    END-PERFORM
                    IF NOT WSV-ENCONTRADO
      *Un AP fuera de tabla se rechazaria como inexistente: corta.
                       IF WSV-CANT-APS = 100
                          DISPLAY "E183: TABLA DE AP LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-110000-CARGAR-TABLAS TO
                             WS-ERR-PARRAFO
                          MOVE CON-DATOS TO WS-ERR-OBJETO
                          MOVE CON-LEER  TO WS-ERR-OPERACION
                          MOVE 99        TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-APS
                       MOVE REG-APS TO WSV-AP-CODIGO(WSV-CANT-APS)
                       MOVE REG-NEIGHBORHOOD TO
                          WSV-AP-BARRIO(WSV-CANT-APS)
                    END-IF
               WHEN FS-STATUS-LOT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LOT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-INVENTARIO-F. EXIT.
      ******************************************************************
      *                         114000-LEER-CONTRATISTA
      ******************************************************************
       114000-LEER-CONTRATISTA.
           READ CONTRATISTAS
           EVALUATE TRUE
               WHEN FS-STATUS-CTR-OK
                    IF WSV-CANT-CONTRATISTAS = 50
                       DISPLAY "E183: TABLA DE CONTRATISTAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-CONTRATIS TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CONTRATISTAS
                    MOVE REG-CTR-BARRIO TO
                       WSV-CTR-BARRIO(WSV-CANT-CONTRATISTAS)
                    MOVE REG-CTR-NOMBRE TO
                       WSV-CTR-NOMBRE(WSV-CANT-CONTRATISTAS)
               WHEN FS-STATUS-CTR-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-CONTRATIS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CTR            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-CONTRATISTA-F. EXIT.
      ******************************************************************
      *                         116000-LEER-PENALIDAD
      ******************************************************************
       116000-LEER-PENALIDAD.
           READ PENALIDADES
           EVALUATE TRUE
               WHEN FS-STATUS-PEN-OK
                    IF WSV-CANT-PENALIDADES = 100
                       DISPLAY "E183: TABLA DE PENALIDADES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-PENALID TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-PENALIDADES
                    MOVE REG-PEN-AP TO
                       WSV-PEN-AP(WSV-CANT-PENALIDADES)
                    MOVE REG-PEN-DISPONIB TO
                       WSV-PEN-DISPONIB(WSV-CANT-PENALIDADES)
               WHEN FS-STATUS-PEN-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PENALID              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PEN            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-PENALIDAD-F. EXIT.
      ******************************************************************
      *                         118000-LEER-ORDEN
      ******************************************************************
       118000-LEER-ORDEN.
           READ ORDENES
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    IF WSV-CANT-ORDENES = 300
                       DISPLAY "E183: TABLA DE ORDENES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-ORDENES TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-ORDENES
                    MOVE REG-ORD-NUMERO TO
                       WSV-ORD-NUMERO(WSV-CANT-ORDENES)
                    MOVE REG-ORD-AP TO WSV-ORD-AP(WSV-CANT-ORDENES)
                    MOVE REG-ORD-CONTRATISTA TO
                       WSV-ORD-CONTRATISTA(WSV-CANT-ORDENES)
                    MOVE REG-ORD-FECHA-LIMITE TO
                       WSV-ORD-FECHA-LIMITE(WSV-CANT-ORDENES)
                    MOVE REG-ORD-FECHA-REPAR TO
                       WSV-ORD-FECHA-REPAR(WSV-CANT-ORDENES)
                    MOVE REG-ORD-REINCIDENCIAS TO
                       WSV-ORD-REINCIDENCIAS(WSV-CANT-ORDENES)
                    MOVE REG-ORD-ESTADO TO
                       WSV-ORD-ESTADO(WSV-CANT-ORDENES)
               WHEN FS-STATUS-ORD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-ORDEN-F. EXIT.
      ******************************************************************
      *                         119000-LEER-DESCUENTO
      ******************************************************************
       119000-LEER-DESCUENTO.
           READ DESCUENTOS
           EVALUATE TRUE
               WHEN FS-STATUS-DES-OK
      *Un descuento fuera de tabla se perderia en la regrabacion y
      *se volveria a cobrar: tabla llena corta.
                    IF WSV-CANT-DESCUENTOS = 500
                       DISPLAY "E183: TABLA DE DESCUENTOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-DESCUENTOS TO WS-ERR-OBJETO
                       MOVE CON-LEER       TO WS-ERR-OPERACION
                       MOVE 99             TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-DESCUENTOS
                    MOVE REG-DES-ORDEN TO
                       WSV-DES-ORDEN(WSV-CANT-DESCUENTOS)
                    MOVE REG-DES-CONTRATISTA TO
                       WSV-DES-CONTRATISTA(WSV-CANT-DESCUENTOS)
                    MOVE REG-DES-FACTURA TO
                       WSV-DES-FACTURA(WSV-CANT-DESCUENTOS)
                    MOVE REG-DES-REINCIDENCIAS TO
                       WSV-DES-REINCIDENCIAS(WSV-CANT-DESCUENTOS)
                    MOVE REG-DES-VENCIDA TO
                       WSV-DES-VENCIDA(WSV-CANT-DESCUENTOS)
                    MOVE "V" TO WSV-DES-ESTADO(WSV-CANT-DESCUENTOS)
               WHEN FS-STATUS-DES-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-DESCUENTOS           TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DES            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       119000-LEER-DESCUENTO-F. EXIT.
      ******************************************************************
      *                         200000-LIQUIDAR
      ******************************************************************
       200000-LIQUIDAR.
           OPEN INPUT FACTURAS
           IF NOT FS-STATUS-FAC-OK
              MOVE CON-200000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT DETALLE
           IF NOT FS-STATUS-DET-OK
              MOVE CON-200000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-DETALLE         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-DET       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT LIQUIDACION
           IF NOT FS-STATUS-LIQ-OK
              MOVE CON-200000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-LIQUIDAC        TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-LIQ       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 205000-LEER-FACTURA
              THRU 205000-LEER-FACTURA-F

           PERFORM 210000-LIQUIDAR-FACTURA
              THRU 210000-LIQUIDAR-FACTURA-F
              UNTIL FS-STATUS-FAC-EOF

           CLOSE FACTURAS
           CLOSE DETALLE
           CLOSE LIQUIDACION
           .
       200000-LIQUIDAR-F. EXIT.
      ******************************************************************
      *                         205000-LEER-FACTURA
      ******************************************************************
       205000-LEER-FACTURA.
           READ FACTURAS
           IF NOT FS-STATUS-FAC-OK
              AND NOT FS-STATUS-FAC-EOF
              MOVE CON-200000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS        TO WS-ERR-OBJETO
              MOVE CON-LEER            TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAC       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       205000-LEER-FACTURA-F. EXIT.
      ******************************************************************
      *                         210000-LIQUIDAR-FACTURA
      *Corte por contratista y factura. Antes de liquidar se dan de
      *baja los descuentos que esta misma factura aplico en una
      *corrida anterior, asi la reliquidacion parte de cero.
      ******************************************************************
       210000-LIQUIDAR-FACTURA.
           MOVE REG-FAC-CONTRATISTA TO WSV-ACT-CONTRATISTA
           MOVE REG-FAC-NUMERO      TO WSV-ACT-NUMERO
           INITIALIZE WSV-TOTALES-FACTURA
           MOVE ZERO TO WSV-CANT-FACTURADOS
           ADD 1 TO WSV-CANT-FACTURAS

           PERFORM VARYING WSV-IDX-DES FROM 1 BY 1
              UNTIL WSV-IDX-DES > WSV-CANT-DESCUENTOS
              IF WSV-DES-CONTRATISTA(WSV-IDX-DES) =
                 WSV-ACT-CONTRATISTA
                 AND WSV-DES-FACTURA(WSV-IDX-DES) = WSV-ACT-NUMERO
                 AND WSV-DES-ESTADO(WSV-IDX-DES) = "V"
                 MOVE "B" TO WSV-DES-ESTADO(WSV-IDX-DES)
              END-IF
           END-PERFORM

           PERFORM 250000-ENCABEZADO
              THRU 250000-ENCABEZADO-F

           PERFORM 220000-LIQUIDAR-AP
              THRU 220000-LIQUIDAR-AP-F
              UNTIL FS-STATUS-FAC-EOF
              OR REG-FAC-CONTRATISTA NOT = WSV-ACT-CONTRATISTA
              OR REG-FAC-NUMERO NOT = WSV-ACT-NUMERO

           PERFORM 270000-TOTALES
              THRU 270000-TOTALES-F
           .
       210000-LIQUIDAR-FACTURA-F. EXIT.
      ******************************************************************
      *                         220000-LIQUIDAR-AP
      ******************************************************************
       220000-LIQUIDAR-AP.
           ADD 1 TO WSV-CANT-LINEAS
           ADD 1 TO WSV-TOT-APS
           ADD REG-FAC-ABONO TO WSV-TOT-FACTURADO
           MOVE ZERO   TO WSV-BARRIO
           MOVE ZERO   TO WSV-PUNTOS
           MOVE ZERO   TO WSV-DESC-SLA
           MOVE ZERO   TO WSV-DESC-VENCIDAS
           MOVE ZERO   TO WSV-DESC-REINC
           MOVE ZERO   TO WSV-NETO-AP
           MOVE SPACES TO WSV-OBSERVACION

           PERFORM 225000-VALIDAR-AP
              THRU 225000-VALIDAR-AP-F

           IF WSV-OBSERVACION = SPACES
              MOVE REG-FAC-AP TO WSV-FAC-AP(WSV-CANT-FACTURADOS)
              PERFORM 230000-DESCONTAR
                 THRU 230000-DESCONTAR-F
           ELSE
              ADD 1 TO WSV-CANT-RECHAZOS
              ADD 1 TO WSV-TOT-RECHAZOS
              ADD REG-FAC-ABONO TO WSV-TOT-RECHAZADO
           END-IF

           PERFORM 260000-DETALLE-AP
              THRU 260000-DETALLE-AP-F

           PERFORM 205000-LEER-FACTURA
              THRU 205000-LEER-FACTURA-F
           .
       220000-LIQUIDAR-AP-F. EXIT.
      ******************************************************************
      *                         225000-VALIDAR-AP
      *Deja el motivo de rechazo en la observacion; en blanco el AP
      *es del contratista y se liquida.
      ******************************************************************
       225000-VALIDAR-AP.
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-FACTURADOS
              OR WSV-ENCONTRADO
              IF WSV-FAC-AP(WSV-IDX) = REG-FAC-AP
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              MOVE "RECHAZADO: AP REPETIDO" TO
                 WSV-OBSERVACION
              GO TO 225000-VALIDAR-AP-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-APS
              OR WSV-ENCONTRADO
              IF WSV-AP-CODIGO(WSV-IDX) = REG-FAC-AP
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              MOVE "RECHAZADO: AP NO INVENTARIADO" TO
                 WSV-OBSERVACION
              GO TO 225000-VALIDAR-AP-F
           END-IF
           SUBTRACT 1 FROM WSV-IDX
           MOVE WSV-AP-BARRIO(WSV-IDX) TO WSV-BARRIO

           MOVE SPACES TO WSV-RESPONSABLE
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CONTRATISTAS
              OR WSV-RESPONSABLE NOT = SPACES
              IF WSV-CTR-BARRIO(WSV-IDX) = WSV-BARRIO
                 MOVE WSV-CTR-NOMBRE(WSV-IDX) TO WSV-RESPONSABLE
              END-IF
           END-PERFORM
           IF WSV-RESPONSABLE = SPACES
              MOVE "RECHAZADO: BARRIO SIN CONTRATO" TO
                 WSV-OBSERVACION
              GO TO 225000-VALIDAR-AP-F
           END-IF
           IF WSV-RESPONSABLE NOT = WSV-ACT-CONTRATISTA
              STRING "RECHAZADO: ES DE " WSV-RESPONSABLE
                     DELIMITED BY SIZE
                 INTO WSV-OBSERVACION
              GO TO 225000-VALIDAR-AP-F
           END-IF

      *Aceptado: el AP queda anotado contra facturas repetidas.
           IF WSV-CANT-FACTURADOS < 100
              ADD 1 TO WSV-CANT-FACTURADOS
           ELSE
              DISPLAY "E183: TABLA DE AP FACTURADOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-200000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-FACTURAS        TO WS-ERR-OBJETO
              MOVE CON-LEER            TO WS-ERR-OPERACION
              MOVE 99                  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       225000-VALIDAR-AP-F. EXIT.
      ******************************************************************
      *                         230000-DESCONTAR
      *SLA del mes por puntos bajo el umbral; ordenes del AP a cargo
      *del contratista por vencimiento y por reincidencias todavia
      *no descontadas. El total se recorta al tope empezando por las
      *reincidencias, despues las vencidas y por ultimo el SLA.
      ******************************************************************
       230000-DESCONTAR.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PENALIDADES
              IF WSV-PEN-AP(WSV-IDX) = REG-FAC-AP
                 AND WSV-PEN-DISPONIB(WSV-IDX) < WSV-UMBRAL-SLA
                 COMPUTE WSV-PUNTOS =
                    WSV-PUNTOS +
                    (WSV-UMBRAL-SLA - WSV-PEN-DISPONIB(WSV-IDX))
              END-IF
           END-PERFORM
           COMPUTE WSV-DESC-SLA ROUNDED =
              REG-FAC-ABONO * WSV-PUNTOS * WSV-PCT-PUNTO / 100

           MOVE ZERO TO WSV-CANT-VENCIDAS
           MOVE ZERO TO WSV-CANT-REINC
           PERFORM 235000-DESCONTAR-ORDEN
              THRU 235000-DESCONTAR-ORDEN-F
              VARYING WSV-IDX-ORD FROM 1 BY 1
              UNTIL WSV-IDX-ORD > WSV-CANT-ORDENES
           COMPUTE WSV-DESC-VENCIDAS ROUNDED =
              REG-FAC-ABONO * WSV-CANT-VENCIDAS * WSV-PCT-VENCIDA
              / 100
           COMPUTE WSV-DESC-REINC ROUNDED =
              REG-FAC-ABONO * WSV-CANT-REINC * WSV-PCT-REINCIDENCIA
              / 100

           COMPUTE WSV-DESC-TOTAL =
              WSV-DESC-SLA + WSV-DESC-VENCIDAS + WSV-DESC-REINC
           COMPUTE WSV-DESC-TOPE ROUNDED =
              REG-FAC-ABONO * WSV-PCT-TOPE / 100
           IF WSV-DESC-TOTAL > WSV-DESC-TOPE
              COMPUTE WSV-EXCESO = WSV-DESC-TOTAL - WSV-DESC-TOPE
              MOVE "DESCUENTO LIMITADO AL TOPE" TO WSV-OBSERVACION
              IF WSV-EXCESO > WSV-DESC-REINC
                 SUBTRACT WSV-DESC-REINC FROM WSV-EXCESO
                 MOVE ZERO TO WSV-DESC-REINC
              ELSE
                 SUBTRACT WSV-EXCESO FROM WSV-DESC-REINC
                 MOVE ZERO TO WSV-EXCESO
              END-IF
              IF WSV-EXCESO > WSV-DESC-VENCIDAS
                 SUBTRACT WSV-DESC-VENCIDAS FROM WSV-EXCESO
                 MOVE ZERO TO WSV-DESC-VENCIDAS
              ELSE
                 SUBTRACT WSV-EXCESO FROM WSV-DESC-VENCIDAS
                 MOVE ZERO TO WSV-EXCESO
              END-IF
              SUBTRACT WSV-EXCESO FROM WSV-DESC-SLA
              MOVE WSV-DESC-TOPE TO WSV-DESC-TOTAL
           END-IF

           COMPUTE WSV-NETO-AP = REG-FAC-ABONO - WSV-DESC-TOTAL
           ADD WSV-DESC-TOTAL TO WSV-TOT-DESCUENTO
           ADD WSV-NETO-AP    TO WSV-TOT-NETO
           IF WSV-DESC-TOTAL > ZERO
              ADD 1 TO WSV-CANT-CON-DESCUENTO
           END-IF
           .
       230000-DESCONTAR-F. EXIT.
      ******************************************************************
      *                         235000-DESCONTAR-ORDEN
      *Vencida: abierta o escalada con la fecha limite pasada, o
      *reparada despues de la fecha limite. Cada orden se descuenta
      *por vencida una vez y por cada reincidencia una vez; lo ya
      *descontado por otras facturas sale de DESCUENTOS_ORDENES.
      ******************************************************************
       235000-DESCONTAR-ORDEN.
           IF WSV-ORD-AP(WSV-IDX-ORD) NOT = REG-FAC-AP
              OR WSV-ORD-CONTRATISTA(WSV-IDX-ORD) NOT =
                 WSV-ACT-CONTRATISTA
              GO TO 235000-DESCONTAR-ORDEN-F
           END-IF

           MOVE "N" TO WSV-SW-VENCIDA
           IF (WSV-ORD-ESTADO(WSV-IDX-ORD) = "A" OR "E")
              AND WSV-ORD-FECHA-LIMITE(WSV-IDX-ORD) <
                  WSV-FECHA-PROCESO
              MOVE "S" TO WSV-SW-VENCIDA
           END-IF
           IF WSV-ORD-FECHA-REPAR(WSV-IDX-ORD) >
              WSV-ORD-FECHA-LIMITE(WSV-IDX-ORD)
              MOVE "S" TO WSV-SW-VENCIDA
           END-IF

           MOVE ZERO TO WSV-REINC-DESCONTADAS
           MOVE "N"  TO WSV-YA-VENCIDA
           PERFORM VARYING WSV-IDX-DES FROM 1 BY 1
              UNTIL WSV-IDX-DES > WSV-CANT-DESCUENTOS
              IF WSV-DES-ORDEN(WSV-IDX-DES) =
                 WSV-ORD-NUMERO(WSV-IDX-ORD)
                 AND WSV-DES-ESTADO(WSV-IDX-DES) NOT = "B"
                 IF WSV-DES-REINCIDENCIAS(WSV-IDX-DES) >
                    WSV-REINC-DESCONTADAS
                    MOVE WSV-DES-REINCIDENCIAS(WSV-IDX-DES) TO
                       WSV-REINC-DESCONTADAS
                 END-IF
                 IF WSV-DES-VENCIDA(WSV-IDX-DES) = "S"
                    MOVE "S" TO WSV-YA-VENCIDA
                 END-IF
              END-IF
           END-PERFORM

           IF WSV-YA-VENCIDA = "S"
              MOVE "N" TO WSV-SW-VENCIDA
           END-IF
           MOVE ZERO TO WSV-REINC-NUEVAS
           IF WSV-ORD-REINCIDENCIAS(WSV-IDX-ORD) >
              WSV-REINC-DESCONTADAS
              COMPUTE WSV-REINC-NUEVAS =
                 WSV-ORD-REINCIDENCIAS(WSV-IDX-ORD) -
                 WSV-REINC-DESCONTADAS
           END-IF
           IF NOT WSV-VENCIDA
              AND WSV-REINC-NUEVAS = ZERO
              GO TO 235000-DESCONTAR-ORDEN-F
           END-IF

           IF WSV-VENCIDA
              ADD 1 TO WSV-CANT-VENCIDAS
           END-IF
           ADD WSV-REINC-NUEVAS TO WSV-CANT-REINC

           IF WSV-CANT-DESCUENTOS = 500
              DISPLAY "E183: TABLA DE DESCUENTOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-200000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-DESCUENTOS      TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE 99                  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-DESCUENTOS
           MOVE WSV-ORD-NUMERO(WSV-IDX-ORD) TO
              WSV-DES-ORDEN(WSV-CANT-DESCUENTOS)
           MOVE WSV-ACT-CONTRATISTA TO
              WSV-DES-CONTRATISTA(WSV-CANT-DESCUENTOS)
           MOVE WSV-ACT-NUMERO TO WSV-DES-FACTURA(WSV-CANT-DESCUENTOS)
           MOVE WSV-ORD-REINCIDENCIAS(WSV-IDX-ORD) TO
              WSV-DES-REINCIDENCIAS(WSV-CANT-DESCUENTOS)
           MOVE WSV-SW-VENCIDA TO WSV-DES-VENCIDA(WSV-CANT-DESCUENTOS)
           MOVE "N" TO WSV-DES-ESTADO(WSV-CANT-DESCUENTOS)
           .
       235000-DESCONTAR-ORDEN-F. EXIT.
      ******************************************************************
      *                         250000-ENCABEZADO
      ******************************************************************
       250000-ENCABEZADO.
           MOVE SPACES TO WSV-LINEA
           STRING "LIQUIDACION DE LA FACTURA " WSV-ACT-NUMERO
                  " DEL CONTRATISTA " WSV-ACT-CONTRATISTA
                  " - PERIODO " WSV-FECHA-PROCESO(5:2) "/"
                  WSV-FECHA-PROCESO(1:4)
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           MOVE WSV-UMBRAL-SLA TO WSV-EDIT-PUNTOS
           MOVE SPACES TO WSV-LINEA
           STRING "UMBRAL SLA " WSV-EDIT-PUNTOS " %"
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           MOVE "AP"          TO WSV-LINEA(1:2)
           MOVE "BA"          TO WSV-LINEA(12:2)
           MOVE "ABONO"       TO WSV-LINEA(22:5)
           MOVE "PUNTOS"      TO WSV-LINEA(28:6)
           MOVE "DESC. SLA"   TO WSV-LINEA(38:9)
           MOVE "DESC. VENC." TO WSV-LINEA(49:11)
           MOVE "DESC. REINC" TO WSV-LINEA(62:11)
           MOVE "NETO"        TO WSV-LINEA(82:4)
           MOVE "OBSERVACION" TO WSV-LINEA(87:11)
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F
           .
       250000-ENCABEZADO-F. EXIT.
      ******************************************************************
      *                         260000-DETALLE-AP
      ******************************************************************
       260000-DETALLE-AP.
           MOVE SPACES TO WSV-LINEA
           MOVE REG-FAC-AP TO WSV-LINEA(1:10)
           IF WSV-BARRIO > ZERO
              MOVE WSV-BARRIO TO WSV-LINEA(12:2)
           END-IF
           MOVE REG-FAC-ABONO     TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE  TO WSV-LINEA(15:12)
           MOVE WSV-PUNTOS        TO WSV-EDIT-PUNTOS
           MOVE WSV-EDIT-PUNTOS   TO WSV-LINEA(28:6)
           MOVE WSV-DESC-SLA      TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE  TO WSV-LINEA(35:12)
           MOVE WSV-DESC-VENCIDAS TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE  TO WSV-LINEA(48:12)
           MOVE WSV-DESC-REINC    TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE  TO WSV-LINEA(61:12)
           MOVE WSV-NETO-AP       TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE  TO WSV-LINEA(74:12)
           MOVE WSV-OBSERVACION   TO WSV-LINEA(87:30)
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F
           .
       260000-DETALLE-AP-F. EXIT.
      ******************************************************************
      *                         270000-TOTALES
      ******************************************************************
       270000-TOTALES.
           MOVE SPACES TO WSV-LINEA
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           MOVE WSV-TOT-FACTURADO TO WSV-EDIT-TOTAL
           MOVE SPACES TO WSV-LINEA
           MOVE "TOTAL FACTURADO"   TO WSV-LINEA
           MOVE WSV-EDIT-TOTAL      TO WSV-LINEA(30:14)
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           MOVE WSV-TOT-RECHAZADO TO WSV-EDIT-TOTAL
           MOVE SPACES TO WSV-LINEA
           MOVE "AP RECHAZADOS"     TO WSV-LINEA
           MOVE WSV-TOT-RECHAZOS    TO WSV-LINEA(20:4)
           MOVE WSV-EDIT-TOTAL      TO WSV-LINEA(30:14)
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           MOVE WSV-TOT-DESCUENTO TO WSV-EDIT-TOTAL
           MOVE SPACES TO WSV-LINEA
           MOVE "DESCUENTOS"        TO WSV-LINEA
           MOVE WSV-EDIT-TOTAL      TO WSV-LINEA(30:14)
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           MOVE WSV-TOT-NETO TO WSV-EDIT-TOTAL
           MOVE SPACES TO WSV-LINEA
           MOVE "NETO A PAGAR"      TO WSV-LINEA
           MOVE WSV-EDIT-TOTAL      TO WSV-LINEA(30:14)
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           MOVE WSV-ACT-CONTRATISTA    TO REG-LIQ-CONTRATISTA
           MOVE WSV-ACT-NUMERO         TO REG-LIQ-FACTURA
           MOVE WSV-FECHA-PROCESO(1:6) TO REG-LIQ-PERIODO
           MOVE WSV-TOT-FACTURADO      TO REG-LIQ-FACTURADO
           MOVE WSV-TOT-RECHAZADO      TO REG-LIQ-RECHAZADO
           MOVE WSV-TOT-DESCUENTO      TO REG-LIQ-DESCUENTO
           MOVE WSV-TOT-NETO           TO REG-LIQ-NETO
           WRITE REG-LIQUIDACION
           IF NOT FS-STATUS-LIQ-OK
              MOVE CON-200000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-LIQUIDAC        TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-LIQ       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       270000-TOTALES-F. EXIT.
      ******************************************************************
      *                         290000-ESCRIBIR
      ******************************************************************
       290000-ESCRIBIR.
           WRITE REG-DETALLE FROM WSV-LINEA
           IF NOT FS-STATUS-DET-OK
              MOVE CON-200000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-DETALLE         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-DET       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       290000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         300000-GRABAR-DESCUENTOS
      *Se regraba completo sin los descuentos dados de baja.
      ******************************************************************
       300000-GRABAR-DESCUENTOS.
           OPEN OUTPUT DESCUENTOS
           IF NOT FS-STATUS-DES-OK
              MOVE CON-300000-GRABAR-DESCUENTOS TO WS-ERR-PARRAFO
              MOVE CON-DESCUENTOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                    TO WS-ERR-OPERACION
              MOVE FS-STATUS-DES                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX-DES FROM 1 BY 1
              UNTIL WSV-IDX-DES > WSV-CANT-DESCUENTOS
              IF WSV-DES-ESTADO(WSV-IDX-DES) NOT = "B"
                 MOVE WSV-DES-ORDEN(WSV-IDX-DES) TO REG-DES-ORDEN
                 MOVE WSV-DES-CONTRATISTA(WSV-IDX-DES) TO
                    REG-DES-CONTRATISTA
                 MOVE WSV-DES-FACTURA(WSV-IDX-DES) TO REG-DES-FACTURA
                 MOVE WSV-DES-REINCIDENCIAS(WSV-IDX-DES) TO
                    REG-DES-REINCIDENCIAS
                 MOVE WSV-DES-VENCIDA(WSV-IDX-DES) TO REG-DES-VENCIDA
                 WRITE REG-DESCUENTO
                 IF NOT FS-STATUS-DES-OK
                    MOVE CON-300000-GRABAR-DESCUENTOS TO
                       WS-ERR-PARRAFO
                    MOVE CON-DESCUENTOS TO WS-ERR-OBJETO
                    MOVE CON-GRABAR     TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DES  TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
                 END-IF
              END-IF
           END-PERFORM
           CLOSE DESCUENTOS
           .
       300000-GRABAR-DESCUENTOS-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E183.
