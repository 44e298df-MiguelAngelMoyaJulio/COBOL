      ******************************************************************
      *Ingreso de las cobranzas de facturas de gas por redes de
      *cobranza extrabancaria (Rapipago, Pago Facil) y por otros
      *bancos. Hasta ahora los pagos se tipeaban a mano en NEWS.txt
      *para el apareo de E37. Las redes habilitadas estan en
      *REDES_COBRANZA.txt (codigo, nombre y comision: porcentaje
      *sobre lo cobrado mas un fijo por pago). De cada red se lee el
      *archivo diario COBRANZAS_<red>_<AAAAMMDD>.txt; un archivo cuyo
      *trailer no cierra con sus detalles (cantidad e importe) no se
      *procesa. Cada pago se valida leyendo el codigo de barras con
      *RUTBARRA contra la factura de FACTURAS_EMITIDAS.txt que dejo
      *E167: digito verificador, ente, factura existente y no
      *cobrada, codigo igual al emitido, pagada hasta el segundo
      *vencimiento y por el importe que corresponde a la fecha de
      *pago (con el recargo si paso el primero). Los pagos buenos
      *marcan la factura como cobrada, entran a NEWS.txt en el orden
      *por medidor que necesita E37 (junto con lo que ya hubiera
      *cargado) y actualizan la fecha de ultimo pago del medidor en
      *HISTPAGOS.txt (tipo C si tiene convenio vigente). Los malos
      *quedan en COBRANZAS_RECHAZADAS.txt para reclamar a la red.
      *Al final concilia, por red, la transferencia del dia de
      *LIQUIDACIONES_REDES.txt contra lo informado menos la comision
      *y deja el resultado en CONCILIACION_REDES.txt. La fecha de
      *proceso sale de PARAMETROS.txt si existe.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E168.
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

       SELECT REDES ASSIGN TO "REDES_COBRANZA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RED.

       SELECT COBRANZAS ASSIGN TO WS-COBRANZAS-FILE
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-COB.

       SELECT LIQUIDACIONES ASSIGN TO "LIQUIDACIONES_REDES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LIQ.

       SELECT CONVENIOS ASSIGN TO "CONVENIOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CNV.
      ****************************  OUTPUT  ****************************
       SELECT EMITIDAS ASSIGN TO "FACTURAS_EMITIDAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EMI.

       SELECT NEWS ASSIGN TO "NEWS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-NEW.

       SELECT HISTPAGOS ASSIGN TO "HISTPAGOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-HIS.

       SELECT RECHAZADAS ASSIGN TO "COBRANZAS_RECHAZADAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RCH.

       SELECT CONCILIACION ASSIGN TO "CONCILIACION_REDES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CON.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA            PIC 9(08).

       FD REDES.
          01 REG-RED.
             05 REG-RED-CODIGO             PIC X(03).
             05 REG-RED-NOMBRE             PIC X(20).
             05 REG-RED-COMISION-PORC      PIC 9(02)V9(02).
             05 REG-RED-COMISION-FIJA      PIC 9(03)V9(02).

      *Archivo diario de la red: un detalle por pago y un trailer de
      *control al final.
       FD COBRANZAS.
          01 REG-COB-DETALLE.
             05 REG-COB-TIPO               PIC X(01).
                88 REG-COB-ES-DETALLE           VALUE "D".
                88 REG-COB-ES-TRAILER           VALUE "T".
             05 REG-COB-FECHA-PAGO         PIC 9(08).
             05 REG-COB-CODIGO             PIC X(49).
             05 REG-COB-IMPORTE            PIC 9(06)V9(02).
             05 REG-COB-TERMINAL           PIC X(06).
          01 REG-COB-TRAILER.
             05 REG-TRL-TIPO               PIC X(01).
             05 REG-TRL-CANTIDAD           PIC 9(06).
             05 REG-TRL-TOTAL              PIC 9(09)V9(02).
             05 FILLER                     PIC X(54).

       FD LIQUIDACIONES.
          01 REG-LIQUIDACION.
             05 REG-LIQ-RED                PIC X(03).
             05 REG-LIQ-FECHA              PIC 9(08).
             05 REG-LIQ-IMPORTE            PIC 9(09)V9(02).

       FD CONVENIOS.
          01 REG-CONVENIO.
             05 REG-CNV-MEDIDOR            PIC 9(02).
             05 REG-CNV-DEUDA              PIC 9(06)V9(02).
             05 REG-CNV-CANT-CUOTAS        PIC 9(02).
             05 REG-CNV-IMPORTE-CUOTA      PIC 9(04)V9(02).
             05 REG-CNV-FECHA-INICIO       PIC 9(08).
             05 REG-CNV-CUOTAS-PAGADAS     PIC 9(02).
             05 REG-CNV-ESTADO             PIC X(01).

       FD EMITIDAS.
          01 REG-EMITIDA.
             05 REG-EMI-MEDIDOR            PIC 9(02).
             05 REG-EMI-CLIENTE            PIC 9(04).
             05 REG-EMI-PERIODO            PIC 9(06).
             05 REG-EMI-FECHA              PIC 9(08).
             05 REG-EMI-IMPORTE-1          PIC 9(06)V9(02).
             05 REG-EMI-VENCIMIENTO-1      PIC 9(08).
             05 REG-EMI-IMPORTE-2          PIC 9(06)V9(02).
             05 REG-EMI-VENCIMIENTO-2      PIC 9(08).
             05 REG-EMI-CODIGO             PIC X(49).
             05 REG-EMI-ESTADO             PIC X(01).

       FD NEWS.
          01 REG-NEWS.
             05 REG-NRO-MEDIDOR-N          PIC 9(02).
             05 REG-NRO-PAGO-N             PIC 9(04)V9(02).

       FD HISTPAGOS.
          01 REG-HISTPAGOS.
             05 REG-MEDIDOR-H              PIC 9(02).
             05 REG-FECHA-PAGO-H           PIC 9(08).
             05 REG-TIPO-PAGO-H            PIC X(01).

       FD RECHAZADAS.
          01 REG-RECHAZADA.
             05 REG-RCH-RED                PIC X(03).
             05 REG-RCH-FECHA-PAGO         PIC 9(08).
             05 REG-RCH-CODIGO             PIC X(49).
             05 REG-RCH-IMPORTE            PIC 9(06)V9(02).
             05 REG-RCH-MOTIVO             PIC X(30).

       FD CONCILIACION.
          01 REG-CONCILIACION              PIC X(80).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTBARRA  PIC X(08) VALUE 'RUTBARRA'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-120000-CARGAR-TABLAS   PIC X(30) VALUE
              '120000-CARGAR-TABLAS        '.
              05 CON-210000-CARGAR-COBRANZAS PIC X(30) VALUE
              '210000-CARGAR-COBRANZAS     '.
              05 CON-240000-RECHAZAR        PIC X(30) VALUE
              '240000-RECHAZAR             '.
              05 CON-280000-ESCRIBIR-LINEA  PIC X(30) VALUE
              '280000-ESCRIBIR-LINEA       '.
              05 CON-300000-GRABAR-TABLAS   PIC X(30) VALUE
              '300000-GRABAR-TABLAS        '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-REDES      PIC X(10) VALUE 'REDES     '.
              05 CON-COBRANZAS  PIC X(10) VALUE 'COBRANZAS '.
              05 CON-LIQUIDAC   PIC X(10) VALUE 'LIQUIDAC  '.
              05 CON-CONVENIOS  PIC X(10) VALUE 'CONVENIOS '.
              05 CON-EMITIDAS   PIC X(10) VALUE 'EMITIDAS  '.
              05 CON-NEWS       PIC X(10) VALUE 'NEWS      '.
              05 CON-HISTPAGOS  PIC X(10) VALUE 'HISTPAGOS '.
              05 CON-RECHAZADAS PIC X(10) VALUE 'RECHAZADAS'.
              05 CON-CONCILIAC  PIC X(10) VALUE 'CONCILIAC '.
      *Codigo de la distribuidora de gas como ente recaudador (el
      *mismo con que E167 arma el codigo de barras).
           02 CON-ENTE-GAS     PIC 9(04) VALUE 0040.
      *Tope de un registro de NEWS (REG-NRO-PAGO-N): un pago mayor
      *se parte en varios registros del mismo medidor, que E37 suma.
           02 CON-TOPE-NEWS    PIC 9(04)V9(02) VALUE 9999,99.
      ************************  PARAMETROS  ****************************
       01 WS-PARAMETROS.
          05 WS-COBRANZAS-FILE       PIC X(40) VALUE SPACES.
      ************************** TABLES ********************************
       01 WSV-TABLA-REDES.
          02 WSV-RED-ENTRY OCCURS 20 TIMES.
             05 WSV-RED-CODIGO        PIC X(03).
             05 WSV-RED-NOMBRE        PIC X(20).
             05 WSV-RED-COMISION-PORC PIC 9(02)V9(02).
             05 WSV-RED-COMISION-FIJA PIC 9(03)V9(02).
       01 WSV-CANT-REDES              PIC 9(02) VALUE 0.

       01 WSV-TABLA-COBROS.
          02 WSV-COB-ENTRY OCCURS 1000 TIMES.
             05 WSV-COB-FECHA-PAGO    PIC 9(08).
             05 WSV-COB-CODIGO        PIC X(49).
             05 WSV-COB-IMPORTE       PIC 9(06)V9(02).
       01 WSV-CANT-COBROS             PIC 9(04) VALUE 0.

       01 WSV-TABLA-LIQUIDACIONES.
          02 WSV-LIQ-ENTRY OCCURS 100 TIMES.
             05 WSV-LIQ-RED           PIC X(03).
             05 WSV-LIQ-IMPORTE       PIC 9(09)V9(02).
       01 WSV-CANT-LIQUIDACIONES      PIC 9(03) VALUE 0.

       01 WSV-TABLA-CONVENIOS.
          02 WSV-CNV-ENTRY OCCURS 100 TIMES.
             05 WSV-CNV-MEDIDOR       PIC 9(02).
       01 WSV-CANT-CONVENIOS          PIC 9(03) VALUE 0.

       01 WSV-TABLA-EMITIDAS.
          02 WSV-EMI-ENTRY OCCURS 2000 TIMES.
             05 WSV-EMI-MEDIDOR       PIC 9(02).
             05 WSV-EMI-CLIENTE       PIC 9(04).
             05 WSV-EMI-PERIODO       PIC 9(06).
             05 WSV-EMI-FECHA         PIC 9(08).
             05 WSV-EMI-IMPORTE-1     PIC 9(06)V9(02).
             05 WSV-EMI-VENCIMIENTO-1 PIC 9(08).
             05 WSV-EMI-IMPORTE-2     PIC 9(06)V9(02).
             05 WSV-EMI-VENCIMIENTO-2 PIC 9(08).
             05 WSV-EMI-CODIGO        PIC X(49).
             05 WSV-EMI-ESTADO        PIC X(01).
       01 WSV-CANT-EMITIDAS           PIC 9(04) VALUE 0.

      *NEWS se mantiene ordenado por medidor al cargarlo.
       01 WSV-TABLA-NEWS.
          02 WSV-NEW-ENTRY OCCURS 1000 TIMES.
             05 WSV-NEW-MEDIDOR       PIC 9(02).
             05 WSV-NEW-PAGO          PIC 9(04)V9(02).
       01 WSV-CANT-NEWS               PIC 9(04) VALUE 0.

       01 WSV-TABLA-HISTPAGOS.
          02 WSV-HIS-ENTRY OCCURS 100 TIMES.
             05 WSV-HIS-MEDIDOR       PIC 9(02).
             05 WSV-HIS-FECHA         PIC 9(08).
             05 WSV-HIS-TIPO          PIC X(01).
       01 WSV-CANT-HISTPAGOS          PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RED           PIC X(02) VALUE "00".
             88 FS-STATUS-RED-OK               VALUE "00".
             88 FS-STATUS-RED-EOF              VALUE "10".
             88 FS-STATUS-RED-NOT-FOUND        VALUE "35".
          05 FS-STATUS-COB           PIC X(02) VALUE "00".
             88 FS-STATUS-COB-OK               VALUE "00".
             88 FS-STATUS-COB-EOF              VALUE "10".
             88 FS-STATUS-COB-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LIQ           PIC X(02) VALUE "00".
             88 FS-STATUS-LIQ-OK               VALUE "00".
             88 FS-STATUS-LIQ-EOF              VALUE "10".
             88 FS-STATUS-LIQ-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CNV           PIC X(02) VALUE "00".
             88 FS-STATUS-CNV-OK               VALUE "00".
             88 FS-STATUS-CNV-EOF              VALUE "10".
             88 FS-STATUS-CNV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-EMI           PIC X(02) VALUE "00".
             88 FS-STATUS-EMI-OK               VALUE "00".
             88 FS-STATUS-EMI-EOF              VALUE "10".
             88 FS-STATUS-EMI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-NEW           PIC X(02) VALUE "00".
             88 FS-STATUS-NEW-OK               VALUE "00".
             88 FS-STATUS-NEW-EOF              VALUE "10".
             88 FS-STATUS-NEW-NOT-FOUND        VALUE "35".
          05 FS-STATUS-HIS           PIC X(02) VALUE "00".
             88 FS-STATUS-HIS-OK               VALUE "00".
             88 FS-STATUS-HIS-EOF              VALUE "10".
             88 FS-STATUS-HIS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RCH           PIC X(02) VALUE "00".
             88 FS-STATUS-RCH-OK               VALUE "00".
          05 FS-STATUS-CON           PIC X(02) VALUE "00".
             88 FS-STATUS-CON-OK               VALUE "00".

          05 WSV-SW-ARCHIVO          PIC X(01).
             88 WSV-ARCHIVO-OK                 VALUE "S".
             88 WSV-ARCHIVO-FALTA              VALUE "F".
             88 WSV-ARCHIVO-INCONSISTENTE      VALUE "I".
          05 WSV-SW-TRAILER          PIC X(01).
             88 WSV-HAY-TRAILER                VALUE "S".
          05 WSV-SW-HALLADO          PIC X(01).
             88 WSV-HALLADO                    VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-IDX                 PIC 9(04).
          05 WSV-IDX-RED             PIC 9(02).
          05 WSV-IDX-COB             PIC 9(04).
          05 WSV-IDX-EMI             PIC 9(04).
          05 WSV-IDX-NEW             PIC 9(04).
          05 WSV-MEDIDOR             PIC 9(02).
          05 WSV-IMPORTE-DEBIDO      PIC 9(06)V9(02).
          05 WSV-RESTO-PAGO          PIC 9(06)V9(02).
          05 WSV-PAGO-NEWS           PIC 9(04)V9(02).
          05 WSV-MOTIVO              PIC X(30).
          05 WSV-TRL-CANTIDAD        PIC 9(06).
          05 WSV-TRL-TOTAL           PIC 9(09)V9(02).
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT                PIC ----.---.--9,99.
      *Acumuladores de la red en proceso.
          05 WSV-RED-INFORMADOS      PIC 9(05).
          05 WSV-RED-IMP-INFORMADO   PIC 9(09)V9(02).
          05 WSV-RED-ACEPTADOS       PIC 9(05).
          05 WSV-RED-IMP-ACEPTADO    PIC 9(09)V9(02).
          05 WSV-RED-RECHAZADOS      PIC 9(05).
          05 WSV-RED-IMP-RECHAZADO   PIC 9(09)V9(02).
          05 WSV-RED-COMISION        PIC 9(07)V9(02).
          05 WSV-RED-NETO-ESPERADO   PIC S9(09)V9(02).
          05 WSV-RED-TRANSFERIDO     PIC 9(09)V9(02).
          05 WSV-RED-DIFERENCIA      PIC S9(09)V9(02).
       01 WSV-CONTADORES.
          05 WSV-CANT-ACEPTADOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECHAZADOS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-REDES-DIF      PIC 9(02) VALUE ZERO.
          05 WSV-TOTAL-ACEPTADO      PIC 9(09)V9(02) VALUE ZERO.
      ************************** LINEAS ********************************
       01 WSL-IMPORTE.
          05 WSL-IMP-DESCRIPCION     PIC X(30).
          05 WSL-IMP-CANTIDAD        PIC ZZZZ9 BLANK WHEN ZERO.
          05 FILLER                  PIC X(05) VALUE SPACES.
          05 WSL-IMP-IMPORTE         PIC ----.---.--9,99.
          05 FILLER                  PIC X(25) VALUE SPACES.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-BARRA.
       COPY WSBARRA.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E168" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              VARYING WSV-IDX-RED FROM 1 BY 1
              UNTIL WSV-IDX-RED > WSV-CANT-REDES

           PERFORM 300000-GRABAR-TABLAS
              THRU 300000-GRABAR-TABLAS-F

           PERFORM 390000-EXIT
              THRU 390000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 120000-CARGAR-TABLAS
              THRU 120000-CARGAR-TABLAS-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F
           .
       100000-START-F. EXIT.
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
      *                         110000-OPEN-ARCHIVOS
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN EXTEND RECHAZADAS
           IF FS-STATUS-RCH = "35"
              OPEN OUTPUT RECHAZADAS
           END-IF
           IF NOT FS-STATUS-RCH-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-RECHAZADAS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCH            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT CONCILIACION
           IF NOT FS-STATUS-CON-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CONCILIAC            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CON            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           STRING "CONCILIACION DE REDES DE COBRANZA DEL "
              DELIMITED BY SIZE
              WSV-FECHA-PROCESO DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE ALL "=" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-TABLAS
      *Sin redes habilitadas o sin facturas emitidas no hay nada que
      *ingresar. Las facturas emitidas, NEWS e HISTPAGOS se regraban
      *al final desde las tablas, asi que tabla llena corta antes de
      *tocar nada.
      ******************************************************************
       120000-CARGAR-TABLAS.
           OPEN INPUT REDES
           IF FS-STATUS-RED-NOT-FOUND
              DISPLAY "E168: NO EXISTE REDES_COBRANZA.txt - NO HAY "
                      "REDES HABILITADAS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-RED-OK
              MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-REDES                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RED            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 125000-LEER-RED
              THRU 125000-LEER-RED-F
              UNTIL FS-STATUS-RED-EOF
           CLOSE REDES

           OPEN INPUT EMITIDAS
           IF FS-STATUS-EMI-NOT-FOUND
              DISPLAY "E168: NO EXISTE FACTURAS_EMITIDAS.txt - NO HAY "
                      "FACTURAS PARA COBRAR"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-EMI-OK
              MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-EMITIDAS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 130000-LEER-EMITIDA
              THRU 130000-LEER-EMITIDA-F
              UNTIL FS-STATUS-EMI-EOF
           CLOSE EMITIDAS

           OPEN INPUT CONVENIOS
           IF FS-STATUS-CNV-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-CNV-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-CONVENIOS            TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CNV            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 140000-LEER-CONVENIO
                 THRU 140000-LEER-CONVENIO-F
                 UNTIL FS-STATUS-CNV-EOF
              CLOSE CONVENIOS
           END-IF

           OPEN INPUT NEWS
           IF FS-STATUS-NEW-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-NEW-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-NEWS                 TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-NEW            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 150000-LEER-NEWS
                 THRU 150000-LEER-NEWS-F
                 UNTIL FS-STATUS-NEW-EOF
              CLOSE NEWS
           END-IF

           OPEN INPUT HISTPAGOS
           IF FS-STATUS-HIS-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-HIS-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-HISTPAGOS            TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 160000-LEER-HISTPAGO
                 THRU 160000-LEER-HISTPAGO-F
                 UNTIL FS-STATUS-HIS-EOF
              CLOSE HISTPAGOS
           END-IF

           OPEN INPUT LIQUIDACIONES
           IF FS-STATUS-LIQ-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-LIQ-OK
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-LIQUIDAC             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-LIQ            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 170000-LEER-LIQUIDACION
                 THRU 170000-LEER-LIQUIDACION-F
                 UNTIL FS-STATUS-LIQ-EOF
              CLOSE LIQUIDACIONES
           END-IF
           .
       120000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         125000-LEER-RED
      ******************************************************************
       125000-LEER-RED.
           READ REDES
           EVALUATE TRUE
               WHEN FS-STATUS-RED-OK
                    IF WSV-CANT-REDES = 20
                       DISPLAY "E168: TABLA DE REDES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-REDES                TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-REDES
                    MOVE REG-RED TO WSV-RED-ENTRY(WSV-CANT-REDES)
               WHEN FS-STATUS-RED-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-REDES                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RED            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       125000-LEER-RED-F. EXIT.
      ******************************************************************
      *                         130000-LEER-EMITIDA
      ******************************************************************
       130000-LEER-EMITIDA.
           READ EMITIDAS
           EVALUATE TRUE
               WHEN FS-STATUS-EMI-OK
                    IF WSV-CANT-EMITIDAS = 2000
                       DISPLAY "E168: TABLA DE FACTURAS EMITIDAS "
                               "LLENA - AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-EMITIDAS             TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-EMITIDAS
                    MOVE REG-EMITIDA TO
                       WSV-EMI-ENTRY(WSV-CANT-EMITIDAS)
               WHEN FS-STATUS-EMI-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-EMITIDAS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EMI            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       130000-LEER-EMITIDA-F. EXIT.
      ******************************************************************
      *                         140000-LEER-CONVENIO
      *Solo hace falta saber que medidores tienen convenio vigente.
      ******************************************************************
       140000-LEER-CONVENIO.
           READ CONVENIOS
           EVALUATE TRUE
               WHEN FS-STATUS-CNV-OK
                    IF REG-CNV-ESTADO = "V"
                       AND WSV-CANT-CONVENIOS < 100
                       ADD 1 TO WSV-CANT-CONVENIOS
                       MOVE REG-CNV-MEDIDOR TO
                          WSV-CNV-MEDIDOR(WSV-CANT-CONVENIOS)
                    END-IF
               WHEN FS-STATUS-CNV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-CONVENIOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CNV            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       140000-LEER-CONVENIO-F. EXIT.
      ******************************************************************
      *                         150000-LEER-NEWS
      *Lo que ya estaba en NEWS.txt (pagos cargados a mano o de una
      *corrida anterior del mes) se conserva.
      ******************************************************************
       150000-LEER-NEWS.
           READ NEWS
           EVALUATE TRUE
               WHEN FS-STATUS-NEW-OK
                    MOVE REG-NRO-MEDIDOR-N TO WSV-MEDIDOR
                    MOVE REG-NRO-PAGO-N    TO WSV-PAGO-NEWS
                    PERFORM 155000-INSERTAR-NEWS
                       THRU 155000-INSERTAR-NEWS-F
               WHEN FS-STATUS-NEW-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-NEWS                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-NEW            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       150000-LEER-NEWS-F. EXIT.
      ******************************************************************
      *                         155000-INSERTAR-NEWS
      *Inserta WSV-MEDIDOR / WSV-PAGO-NEWS despues del ultimo
      *registro del mismo medidor o menor: NEWS queda ordenado por
      *medidor como lo aparea E37.
      ******************************************************************
       155000-INSERTAR-NEWS.
           IF WSV-CANT-NEWS = 1000
              DISPLAY "E168: TABLA DE NEWS LLENA - AMPLIE LA TABLA"
              MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-NEWS                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-NEWS
           PERFORM VARYING WSV-IDX-NEW FROM WSV-CANT-NEWS BY -1
              UNTIL WSV-IDX-NEW = 1
              OR WSV-NEW-MEDIDOR(WSV-IDX-NEW - 1) <= WSV-MEDIDOR
              MOVE WSV-NEW-ENTRY(WSV-IDX-NEW - 1)
                 TO WSV-NEW-ENTRY(WSV-IDX-NEW)
           END-PERFORM
           MOVE WSV-MEDIDOR   TO WSV-NEW-MEDIDOR(WSV-IDX-NEW)
           MOVE WSV-PAGO-NEWS TO WSV-NEW-PAGO(WSV-IDX-NEW)
           .
       155000-INSERTAR-NEWS-F. EXIT.
      ******************************************************************
      *                         160000-LEER-HISTPAGO
      ******************************************************************
       160000-LEER-HISTPAGO.
           READ HISTPAGOS
           EVALUATE TRUE
               WHEN FS-STATUS-HIS-OK
                    IF WSV-CANT-HISTPAGOS = 100
                       DISPLAY "E168: TABLA DE HISTPAGOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-HISTPAGOS            TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-HISTPAGOS
                    MOVE REG-HISTPAGOS TO
                       WSV-HIS-ENTRY(WSV-CANT-HISTPAGOS)
               WHEN FS-STATUS-HIS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-HISTPAGOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       160000-LEER-HISTPAGO-F. EXIT.
      ******************************************************************
      *                         170000-LEER-LIQUIDACION
      *Solo las transferencias de la fecha de proceso; si una red
      *transfiere en mas de una vez el mismo dia se suman.
      ******************************************************************
       170000-LEER-LIQUIDACION.
           READ LIQUIDACIONES
           EVALUATE TRUE
               WHEN FS-STATUS-LIQ-OK
                    IF REG-LIQ-FECHA NOT = WSV-FECHA-PROCESO
                       GO TO 170000-LEER-LIQUIDACION-F
                    END-IF
                    MOVE "N" TO WSV-SW-HALLADO
                    PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-LIQUIDACIONES
                       OR WSV-HALLADO
                       IF WSV-LIQ-RED(WSV-IDX) = REG-LIQ-RED
                          MOVE "S" TO WSV-SW-HALLADO
                          ADD REG-LIQ-IMPORTE
                             TO WSV-LIQ-IMPORTE(WSV-IDX)
                       END-IF
                    END-PERFORM
                    IF NOT WSV-HALLADO
                       AND WSV-CANT-LIQUIDACIONES < 100
                       ADD 1 TO WSV-CANT-LIQUIDACIONES
                       MOVE REG-LIQ-RED TO
                          WSV-LIQ-RED(WSV-CANT-LIQUIDACIONES)
                       MOVE REG-LIQ-IMPORTE TO
                          WSV-LIQ-IMPORTE(WSV-CANT-LIQUIDACIONES)
                    END-IF
               WHEN FS-STATUS-LIQ-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-LIQUIDAC             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LIQ            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       170000-LEER-LIQUIDACION-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *Una red por vuelta: carga su archivo del dia, valida cada pago
      *si el archivo cierra y concilia la transferencia.
      ******************************************************************
       200000-PROCESS.
           MOVE ZERO TO WSV-RED-INFORMADOS
           MOVE ZERO TO WSV-RED-IMP-INFORMADO
           MOVE ZERO TO WSV-RED-ACEPTADOS
           MOVE ZERO TO WSV-RED-IMP-ACEPTADO
           MOVE ZERO TO WSV-RED-RECHAZADOS
           MOVE ZERO TO WSV-RED-IMP-RECHAZADO

           PERFORM 210000-CARGAR-COBRANZAS
              THRU 210000-CARGAR-COBRANZAS-F

           IF WSV-ARCHIVO-OK
              PERFORM 220000-VALIDAR-COBRO
                 THRU 220000-VALIDAR-COBRO-F
                 VARYING WSV-IDX-COB FROM 1 BY 1
                 UNTIL WSV-IDX-COB > WSV-CANT-COBROS
           END-IF

           PERFORM 260000-CONCILIAR-RED
              THRU 260000-CONCILIAR-RED-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-CARGAR-COBRANZAS
      *El archivo se carga entero antes de aplicar nada: si falta el
      *trailer o no coincide con los detalles la red lo tiene que
      *reenviar y no se toma ningun pago.
      ******************************************************************
       210000-CARGAR-COBRANZAS.
           MOVE ZERO   TO WSV-CANT-COBROS
           MOVE "N"    TO WSV-SW-TRAILER
           MOVE "S"    TO WSV-SW-ARCHIVO
           MOVE SPACES TO WS-COBRANZAS-FILE
           STRING "COBRANZAS_" DELIMITED BY SIZE
              WSV-RED-CODIGO(WSV-IDX-RED) DELIMITED BY SPACE
              "_" DELIMITED BY SIZE
              WSV-FECHA-PROCESO DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO WS-COBRANZAS-FILE

           OPEN INPUT COBRANZAS
           IF FS-STATUS-COB-NOT-FOUND
              MOVE "F" TO WSV-SW-ARCHIVO
              GO TO 210000-CARGAR-COBRANZAS-F
           END-IF
           IF NOT FS-STATUS-COB-OK
              MOVE CON-210000-CARGAR-COBRANZAS TO WS-ERR-PARRAFO
              MOVE CON-COBRANZAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-COB               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 215000-LEER-COBRANZA
              THRU 215000-LEER-COBRANZA-F
              UNTIL FS-STATUS-COB-EOF
           CLOSE COBRANZAS
           MOVE "00" TO FS-STATUS-COB

           IF NOT WSV-HAY-TRAILER
              OR WSV-TRL-CANTIDAD NOT = WSV-RED-INFORMADOS
              OR WSV-TRL-TOTAL NOT = WSV-RED-IMP-INFORMADO
              MOVE "I" TO WSV-SW-ARCHIVO
              DISPLAY "E168: " WS-COBRANZAS-FILE
              DISPLAY "      TRAILER NO COINCIDE CON LOS DETALLES - "
                      "ARCHIVO NO PROCESADO"
           END-IF
           .
       210000-CARGAR-COBRANZAS-F. EXIT.
      ******************************************************************
      *                         215000-LEER-COBRANZA
      ******************************************************************
       215000-LEER-COBRANZA.
           READ COBRANZAS
           EVALUATE TRUE
               WHEN FS-STATUS-COB-OK
                    IF REG-COB-ES-TRAILER
                       MOVE "S" TO WSV-SW-TRAILER
                       MOVE REG-TRL-CANTIDAD TO WSV-TRL-CANTIDAD
                       MOVE REG-TRL-TOTAL    TO WSV-TRL-TOTAL
                       GO TO 215000-LEER-COBRANZA-F
                    END-IF
                    IF WSV-CANT-COBROS = 1000
                       DISPLAY "E168: TABLA DE COBROS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-210000-CARGAR-COBRANZAS
                          TO WS-ERR-PARRAFO
                       MOVE CON-COBRANZAS TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-COBROS
                    MOVE REG-COB-FECHA-PAGO TO
                       WSV-COB-FECHA-PAGO(WSV-CANT-COBROS)
                    MOVE REG-COB-CODIGO     TO
                       WSV-COB-CODIGO(WSV-CANT-COBROS)
                    MOVE REG-COB-IMPORTE    TO
                       WSV-COB-IMPORTE(WSV-CANT-COBROS)
                    ADD 1 TO WSV-RED-INFORMADOS
                    ADD REG-COB-IMPORTE TO WSV-RED-IMP-INFORMADO
               WHEN FS-STATUS-COB-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-CARGAR-COBRANZAS TO WS-ERR-PARRAFO
                    MOVE CON-COBRANZAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                    TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COB               TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       215000-LEER-COBRANZA-F. EXIT.
      ******************************************************************
      *                         220000-VALIDAR-COBRO
      *Hasta el primer vencimiento corresponde el importe 1; hasta el
      *segundo, el importe 2 con el recargo. Despues del segundo la
      *red no deberia haberlo cobrado.
      ******************************************************************
       220000-VALIDAR-COBRO.
           MOVE "L" TO WS-BAR-OPERACION
           MOVE WSV-COB-CODIGO(WSV-IDX-COB) TO WS-BAR-CODIGO
           CALL CON-RUTBARRA USING WS-REG-BARRA
           EVALUATE WS-BAR-COD-RET
               WHEN ZERO
                    CONTINUE
               WHEN 10
                    MOVE "DIGITO VERIFICADOR ERRONEO" TO WSV-MOTIVO
                    PERFORM 240000-RECHAZAR
                       THRU 240000-RECHAZAR-F
                    GO TO 220000-VALIDAR-COBRO-F
               WHEN OTHER
                    MOVE "CODIGO DE BARRAS ILEGIBLE" TO WSV-MOTIVO
                    PERFORM 240000-RECHAZAR
                       THRU 240000-RECHAZAR-F
                    GO TO 220000-VALIDAR-COBRO-F
           END-EVALUATE

           IF WS-BAR-ENTE NOT = CON-ENTE-GAS
              OR WS-BAR-MEDIDOR > 99
              MOVE "CODIGO DE OTRO ENTE" TO WSV-MOTIVO
              PERFORM 240000-RECHAZAR
                 THRU 240000-RECHAZAR-F
              GO TO 220000-VALIDAR-COBRO-F
           END-IF

      *Un medidor con mudanza tiene dos facturas en el bimestre (la
      *final del que se fue y la del ocupante nuevo): se busca
      *primero la que tiene el mismo codigo.
           MOVE "N" TO WSV-SW-HALLADO
           PERFORM VARYING WSV-IDX-EMI FROM 1 BY 1
              UNTIL WSV-IDX-EMI > WSV-CANT-EMITIDAS
              OR WSV-HALLADO
              IF WSV-EMI-MEDIDOR(WSV-IDX-EMI) = WS-BAR-MEDIDOR
                 AND WSV-EMI-PERIODO(WSV-IDX-EMI) = WS-BAR-PERIODO
                 AND WSV-EMI-CODIGO(WSV-IDX-EMI) =
                     WSV-COB-CODIGO(WSV-IDX-COB)
                 MOVE "S" TO WSV-SW-HALLADO
              END-IF
           END-PERFORM
           IF NOT WSV-HALLADO
              PERFORM VARYING WSV-IDX-EMI FROM 1 BY 1
                 UNTIL WSV-IDX-EMI > WSV-CANT-EMITIDAS
                 OR WSV-HALLADO
                 IF WSV-EMI-MEDIDOR(WSV-IDX-EMI) = WS-BAR-MEDIDOR
                    AND WSV-EMI-PERIODO(WSV-IDX-EMI) = WS-BAR-PERIODO
                    MOVE "S" TO WSV-SW-HALLADO
                 END-IF
              END-PERFORM
           END-IF
           IF NOT WSV-HALLADO
              MOVE "FACTURA INEXISTENTE" TO WSV-MOTIVO
              PERFORM 240000-RECHAZAR
                 THRU 240000-RECHAZAR-F
              GO TO 220000-VALIDAR-COBRO-F
           END-IF
           SUBTRACT 1 FROM WSV-IDX-EMI

           IF WSV-EMI-ESTADO(WSV-IDX-EMI) = "C"
              MOVE "FACTURA YA COBRADA" TO WSV-MOTIVO
              PERFORM 240000-RECHAZAR
                 THRU 240000-RECHAZAR-F
              GO TO 220000-VALIDAR-COBRO-F
           END-IF

           IF WSV-EMI-CODIGO(WSV-IDX-EMI) NOT =
              WSV-COB-CODIGO(WSV-IDX-COB)
              MOVE "CODIGO DISTINTO AL EMITIDO" TO WSV-MOTIVO
              PERFORM 240000-RECHAZAR
                 THRU 240000-RECHAZAR-F
              GO TO 220000-VALIDAR-COBRO-F
           END-IF

           EVALUATE TRUE
               WHEN WSV-COB-FECHA-PAGO(WSV-IDX-COB) <=
                    WS-BAR-VENCIMIENTO-1
                    MOVE WS-BAR-IMPORTE-1 TO WSV-IMPORTE-DEBIDO
               WHEN WSV-COB-FECHA-PAGO(WSV-IDX-COB) <=
                    WS-BAR-VENCIMIENTO-2
                    MOVE WS-BAR-IMPORTE-2 TO WSV-IMPORTE-DEBIDO
               WHEN OTHER
                    MOVE "PAGADA DESPUES DEL 2DO. VTO." TO WSV-MOTIVO
                    PERFORM 240000-RECHAZAR
                       THRU 240000-RECHAZAR-F
                    GO TO 220000-VALIDAR-COBRO-F
           END-EVALUATE

           IF WSV-COB-IMPORTE(WSV-IDX-COB) NOT = WSV-IMPORTE-DEBIDO
              MOVE "IMPORTE DISTINTO AL DEBIDO" TO WSV-MOTIVO
              PERFORM 240000-RECHAZAR
                 THRU 240000-RECHAZAR-F
              GO TO 220000-VALIDAR-COBRO-F
           END-IF

           PERFORM 230000-APLICAR-COBRO
              THRU 230000-APLICAR-COBRO-F
           .
       220000-VALIDAR-COBRO-F. EXIT.
      ******************************************************************
      *                         230000-APLICAR-COBRO
      ******************************************************************
       230000-APLICAR-COBRO.
           MOVE "C" TO WSV-EMI-ESTADO(WSV-IDX-EMI)
           MOVE WSV-EMI-MEDIDOR(WSV-IDX-EMI) TO WSV-MEDIDOR

           MOVE WSV-COB-IMPORTE(WSV-IDX-COB) TO WSV-RESTO-PAGO
           PERFORM UNTIL WSV-RESTO-PAGO = ZERO
              IF WSV-RESTO-PAGO > CON-TOPE-NEWS
                 MOVE CON-TOPE-NEWS TO WSV-PAGO-NEWS
              ELSE
                 MOVE WSV-RESTO-PAGO TO WSV-PAGO-NEWS
              END-IF
              SUBTRACT WSV-PAGO-NEWS FROM WSV-RESTO-PAGO
              PERFORM 155000-INSERTAR-NEWS
                 THRU 155000-INSERTAR-NEWS-F
           END-PERFORM

           PERFORM 235000-ACTUALIZAR-HISTPAGOS
              THRU 235000-ACTUALIZAR-HISTPAGOS-F

           ADD 1 TO WSV-RED-ACEPTADOS
           ADD WSV-COB-IMPORTE(WSV-IDX-COB) TO WSV-RED-IMP-ACEPTADO
           ADD 1 TO WSV-CANT-ACEPTADOS
           ADD WSV-COB-IMPORTE(WSV-IDX-COB) TO WSV-TOTAL-ACEPTADO
           .
       230000-APLICAR-COBRO-F. EXIT.
      ******************************************************************
      *                         235000-ACTUALIZAR-HISTPAGOS
      *Un registro por medidor con la fecha de su ultimo pago, como
      *lo lleva E37; el tipo es C si el medidor tiene convenio.
      ******************************************************************
       235000-ACTUALIZAR-HISTPAGOS.
           MOVE "N" TO WSV-SW-HALLADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-HISTPAGOS
              OR WSV-HALLADO
              IF WSV-HIS-MEDIDOR(WSV-IDX) = WSV-MEDIDOR
                 MOVE "S" TO WSV-SW-HALLADO
              END-IF
           END-PERFORM
           IF WSV-HALLADO
              SUBTRACT 1 FROM WSV-IDX
           ELSE
              IF WSV-CANT-HISTPAGOS = 100
                 DISPLAY "E168: TABLA DE HISTPAGOS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-120000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-HISTPAGOS            TO WS-ERR-OBJETO
                 MOVE CON-GRABAR               TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-HISTPAGOS
              MOVE WSV-CANT-HISTPAGOS TO WSV-IDX
              MOVE WSV-MEDIDOR TO WSV-HIS-MEDIDOR(WSV-IDX)
              MOVE ZERO        TO WSV-HIS-FECHA(WSV-IDX)
           END-IF

           IF WSV-COB-FECHA-PAGO(WSV-IDX-COB) > WSV-HIS-FECHA(WSV-IDX)
              MOVE WSV-COB-FECHA-PAGO(WSV-IDX-COB)
                 TO WSV-HIS-FECHA(WSV-IDX)
           END-IF

           MOVE "N" TO WSV-HIS-TIPO(WSV-IDX)
           PERFORM VARYING WSV-IDX-NEW FROM 1 BY 1
              UNTIL WSV-IDX-NEW > WSV-CANT-CONVENIOS
              IF WSV-CNV-MEDIDOR(WSV-IDX-NEW) = WSV-MEDIDOR
                 MOVE "C" TO WSV-HIS-TIPO(WSV-IDX)
              END-IF
           END-PERFORM
           .
       235000-ACTUALIZAR-HISTPAGOS-F. EXIT.
      ******************************************************************
      *                         240000-RECHAZAR
      ******************************************************************
       240000-RECHAZAR.
           MOVE WSV-RED-CODIGO(WSV-IDX-RED)      TO REG-RCH-RED
           MOVE WSV-COB-FECHA-PAGO(WSV-IDX-COB)  TO REG-RCH-FECHA-PAGO
           MOVE WSV-COB-CODIGO(WSV-IDX-COB)      TO REG-RCH-CODIGO
           MOVE WSV-COB-IMPORTE(WSV-IDX-COB)     TO REG-RCH-IMPORTE
           MOVE WSV-MOTIVO                       TO REG-RCH-MOTIVO
           WRITE REG-RECHAZADA
           IF NOT FS-STATUS-RCH-OK
              MOVE CON-240000-RECHAZAR TO WS-ERR-PARRAFO
              MOVE CON-RECHAZADAS      TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCH       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-RED-RECHAZADOS
           ADD WSV-COB-IMPORTE(WSV-IDX-COB) TO WSV-RED-IMP-RECHAZADO
           ADD 1 TO WSV-CANT-RECHAZADOS
           .
       240000-RECHAZAR-F. EXIT.
      ******************************************************************
      *                         260000-CONCILIAR-RED
      *La red transfiere todo lo que cobro (aceptado o rechazado aca:
      *los rechazados se reclaman aparte) menos su comision, que es
      *un porcentaje de lo cobrado mas un fijo por pago.
      ******************************************************************
       260000-CONCILIAR-RED.
           MOVE SPACES TO WSV-LINEA
           STRING "RED " DELIMITED BY SIZE
              WSV-RED-CODIGO(WSV-IDX-RED) DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WSV-RED-NOMBRE(WSV-IDX-RED) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE ZERO TO WSV-RED-TRANSFERIDO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LIQUIDACIONES
              IF WSV-LIQ-RED(WSV-IDX) = WSV-RED-CODIGO(WSV-IDX-RED)
                 MOVE WSV-LIQ-IMPORTE(WSV-IDX) TO WSV-RED-TRANSFERIDO
              END-IF
           END-PERFORM

           IF WSV-ARCHIVO-FALTA
              MOVE "   SIN ARCHIVO DE COBRANZAS DEL DIA" TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF
           IF WSV-ARCHIVO-INCONSISTENTE
              MOVE "   ARCHIVO CON TRAILER QUE NO CIERRA - NO PROCESADO"
                 TO WSV-LINEA
              PERFORM 280000-ESCRIBIR-LINEA
                 THRU 280000-ESCRIBIR-LINEA-F
           END-IF

           COMPUTE WSV-RED-COMISION ROUNDED =
              WSV-RED-IMP-INFORMADO *
              WSV-RED-COMISION-PORC(WSV-IDX-RED) / 100 +
              WSV-RED-INFORMADOS * WSV-RED-COMISION-FIJA(WSV-IDX-RED)
           COMPUTE WSV-RED-NETO-ESPERADO =
              WSV-RED-IMP-INFORMADO - WSV-RED-COMISION
           COMPUTE WSV-RED-DIFERENCIA =
              WSV-RED-TRANSFERIDO - WSV-RED-NETO-ESPERADO

           INITIALIZE WSL-IMPORTE
           MOVE "   PAGOS INFORMADOS"     TO WSL-IMP-DESCRIPCION
           MOVE WSV-RED-INFORMADOS        TO WSL-IMP-CANTIDAD
           MOVE WSV-RED-IMP-INFORMADO     TO WSL-IMP-IMPORTE
           MOVE WSL-IMPORTE TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           INITIALIZE WSL-IMPORTE
           MOVE "   ACEPTADOS"            TO WSL-IMP-DESCRIPCION
           MOVE WSV-RED-ACEPTADOS         TO WSL-IMP-CANTIDAD
           MOVE WSV-RED-IMP-ACEPTADO      TO WSL-IMP-IMPORTE
           MOVE WSL-IMPORTE TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           INITIALIZE WSL-IMPORTE
           MOVE "   RECHAZADOS"           TO WSL-IMP-DESCRIPCION
           MOVE WSV-RED-RECHAZADOS        TO WSL-IMP-CANTIDAD
           MOVE WSV-RED-IMP-RECHAZADO     TO WSL-IMP-IMPORTE
           MOVE WSL-IMPORTE TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           INITIALIZE WSL-IMPORTE
           MOVE "   COMISION DE LA RED"   TO WSL-IMP-DESCRIPCION
           MOVE WSV-RED-COMISION          TO WSL-IMP-IMPORTE
           MOVE WSL-IMPORTE TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           INITIALIZE WSL-IMPORTE
           MOVE "   NETO A TRANSFERIR"    TO WSL-IMP-DESCRIPCION
           MOVE WSV-RED-NETO-ESPERADO     TO WSL-IMP-IMPORTE
           MOVE WSL-IMPORTE TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           INITIALIZE WSL-IMPORTE
           MOVE "   TRANSFERIDO POR LA RED" TO WSL-IMP-DESCRIPCION
           MOVE WSV-RED-TRANSFERIDO       TO WSL-IMP-IMPORTE
           MOVE WSL-IMPORTE TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           INITIALIZE WSL-IMPORTE
           MOVE "   DIFERENCIA"           TO WSL-IMP-DESCRIPCION
           MOVE WSV-RED-DIFERENCIA        TO WSL-IMP-IMPORTE
           MOVE WSL-IMPORTE TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           IF WSV-RED-DIFERENCIA = ZERO
              MOVE "   CONCILIADA" TO WSV-LINEA
           ELSE
              ADD 1 TO WSV-CANT-REDES-DIF
              MOVE "   CON DIFERENCIA - RECLAMAR A LA RED"
                 TO WSV-LINEA
           END-IF
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE ALL "-" TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           .
       260000-CONCILIAR-RED-F. EXIT.
      ******************************************************************
      *                         280000-ESCRIBIR-LINEA
      ******************************************************************
       280000-ESCRIBIR-LINEA.
           WRITE REG-CONCILIACION FROM WSV-LINEA
           IF NOT FS-STATUS-CON-OK
              MOVE CON-280000-ESCRIBIR-LINEA TO WS-ERR-PARRAFO
              MOVE CON-CONCILIAC             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CON             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-ESCRIBIR-LINEA-F. EXIT.
      ******************************************************************
      *                         300000-GRABAR-TABLAS
      *Regraba facturas emitidas (con las cobradas marcadas), NEWS
      *ordenado por medidor e HISTPAGOS.
      ******************************************************************
       300000-GRABAR-TABLAS.
           OPEN OUTPUT EMITIDAS
           IF NOT FS-STATUS-EMI-OK
              MOVE CON-300000-GRABAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-EMITIDAS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-EMITIDAS
              MOVE WSV-EMI-ENTRY(WSV-IDX) TO REG-EMITIDA
              WRITE REG-EMITIDA
              IF NOT FS-STATUS-EMI-OK
                 MOVE CON-300000-GRABAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-EMITIDAS             TO WS-ERR-OBJETO
                 MOVE CON-GRABAR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-EMI            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           CLOSE EMITIDAS

           OPEN OUTPUT NEWS
           IF NOT FS-STATUS-NEW-OK
              MOVE CON-300000-GRABAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-NEWS                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-NEW            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-NEWS
              MOVE WSV-NEW-MEDIDOR(WSV-IDX) TO REG-NRO-MEDIDOR-N
              MOVE WSV-NEW-PAGO(WSV-IDX)    TO REG-NRO-PAGO-N
              WRITE REG-NEWS
              IF NOT FS-STATUS-NEW-OK
                 MOVE CON-300000-GRABAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-NEWS                 TO WS-ERR-OBJETO
                 MOVE CON-GRABAR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-NEW            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           CLOSE NEWS

           OPEN OUTPUT HISTPAGOS
           IF NOT FS-STATUS-HIS-OK
              MOVE CON-300000-GRABAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-HISTPAGOS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-HISTPAGOS
              MOVE WSV-HIS-ENTRY(WSV-IDX) TO REG-HISTPAGOS
              WRITE REG-HISTPAGOS
              IF NOT FS-STATUS-HIS-OK
                 MOVE CON-300000-GRABAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-HISTPAGOS            TO WS-ERR-OBJETO
                 MOVE CON-GRABAR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           CLOSE HISTPAGOS
           .
       300000-GRABAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         390000-EXIT
      ******************************************************************
       390000-EXIT.
           CLOSE RECHAZADAS
           CLOSE CONCILIACION

           MOVE WSV-TOTAL-ACEPTADO TO WSV-EDIT
           DISPLAY "E168 - COBRANZAS POR REDES DEL " WSV-FECHA-PROCESO
           DISPLAY "PAGOS ACEPTADOS     : " WSV-CANT-ACEPTADOS
           DISPLAY "PAGOS RECHAZADOS    : " WSV-CANT-RECHAZADOS
           DISPLAY "IMPORTE ACEPTADO    : " WSV-EDIT
           DISPLAY "REDES CON DIFERENCIA: " WSV-CANT-REDES-DIF
           STOP RUN
           .
       390000-EXIT-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E168.
