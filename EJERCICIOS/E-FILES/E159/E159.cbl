      ******************************************************************
      *Revision trimestral de accesos y segregacion de funciones.
      *Lista cada usuario de USUARIOS.txt con sus permisos y arma la
      *campania de recertificacion en RECERTIFICACION.txt: un
      *registro por usuario y permiso otorgado, que los responsables
      *resuelven (mantener o revocar) con E159REC. Deja en
      *SOD_HALLAZGOS.txt y en el informe:
      *  T combinaciones incompatibles de permisos en un mismo
      *    usuario (tabla WSV-TABLA-INCOMPATIBLES);
      *  A un supervisor que resolvio en E100 un movimiento cargado
      *    por el mismo (APROBACIONES_OTORGADAS.txt y
      *    APROBACIONES_RECHAZADAS.txt);
      *  C un supervisor que autorizo en E99 una operacion de su
      *    propia caja (CAJA_OPERACIONES.txt);
      *  N intentos de operaciones no autorizadas y F claves
      *    incorrectas del log de seguridad;
      *  I usuarios sin ingreso correcto en CON-DIAS-INACTIVO dias.
      *Los hallazgos de log y aprobaciones miran los ultimos
      *CON-DIAS-REVISION dias. No se abre una campania nueva
      *mientras la anterior tenga revocaciones sin aplicar.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E159.
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

       SELECT USUARIOS ASSIGN TO "USUARIOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-USU.

       SELECT SEGLOG ASSIGN TO "SEGURIDAD_LOG.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SEG.

       SELECT OTORGADAS ASSIGN TO "APROBACIONES_OTORGADAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-OTG.

       SELECT RECHAZADAS ASSIGN TO "APROBACIONES_RECHAZADAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-RCH.

       SELECT CAJAOPS ASSIGN TO "CAJA_OPERACIONES.txt"
                     FILE STATUS IS FS-STATUS-OPS
                     ORGANIZATION IS LINE SEQUENTIAL.
      ****************************  OUTPUT  ****************************
       SELECT RECERT ASSIGN TO "RECERTIFICACION.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-RCT-CLAVE
                       FILE STATUS  IS FS-STATUS-RCT.

       SELECT HALLAZGOS ASSIGN TO "SOD_HALLAZGOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-HAL.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD USUARIOS.
          01 REG-USUARIO.
             05 REG-USU-ID               PIC X(08).
             05 REG-USU-CLAVE            PIC X(08).
             05 REG-USU-PERMISOS.
                10 REG-USU-PUEDE-CONSULTA PIC X(01).
                10 REG-USU-PUEDE-ALTA    PIC X(01).
                10 REG-USU-PUEDE-BAJA    PIC X(01).
                10 REG-USU-PUEDE-MODIF   PIC X(01).
                10 REG-USU-PUEDE-LOTE    PIC X(01).
             05 REG-USU-PERMISOS-R REDEFINES REG-USU-PERMISOS.
                10 REG-USU-PERMISO       PIC X(01) OCCURS 5 TIMES.

       FD SEGLOG.
          01 REG-SEGLOG.
             05 REG-SEG-FECHA            PIC 9(08).
             05 REG-SEG-HORA             PIC 9(08).
             05 REG-SEG-OPERADOR         PIC X(08).
             05 REG-SEG-OPCION           PIC 9(01).
             05 REG-SEG-MOTIVO           PIC X(20).

       FD OTORGADAS.
          01 REG-OTORGADA.
             05 REG-OTG-NUMERO           PIC 9(08).
             05 REG-OTG-OPERACION        PIC X(01).
             05 REG-OTG-CUENTA           PIC X(08).
             05 REG-OTG-MONTO            PIC S9(15)V9(02).
             05 REG-OTG-FECHA-CARGA      PIC 9(08).
             05 REG-OTG-OPERADOR-CARGA   PIC X(08).
             05 REG-OTG-SUPERVISOR       PIC X(08).
             05 REG-OTG-FECHA-DECISION   PIC 9(08).
             05 REG-OTG-NRO-LIBERADA     PIC 9(08).

       FD RECHAZADAS.
          01 REG-RECHAZADA.
             05 REG-RCH-NUMERO           PIC 9(08).
             05 REG-RCH-OPERACION        PIC X(01).
             05 REG-RCH-CUENTA           PIC X(08).
             05 REG-RCH-MONTO            PIC S9(15)V9(02).
             05 REG-RCH-FECHA-CARGA      PIC 9(08).
             05 REG-RCH-OPERADOR-CARGA   PIC X(08).
             05 REG-RCH-SUPERVISOR       PIC X(08).
             05 REG-RCH-FECHA-DECISION   PIC 9(08).

       FD CAJAOPS.
          01 REG-CAJAOP.
             05 REG-OPS-FECHA            PIC 9(08).
             05 REG-OPS-HORA             PIC 9(08).
             05 REG-OPS-CAJERO           PIC X(08).
             05 REG-OPS-SUCURSAL         PIC X(03).
             05 REG-OPS-CUENTA           PIC X(08).
             05 REG-OPS-TIPO             PIC X(01).
             05 REG-OPS-IMPORTE          PIC 9(15)V9(02).
             05 REG-OPS-CLIENTE          PIC 9(08).
             05 REG-OPS-FIRMANTE         PIC 9(08).
             05 REG-OPS-COFIRMANTE       PIC 9(08).
             05 REG-OPS-SUPERVISOR       PIC X(08).

      *PERMISO: CON ALT BAJ MOD LOT. DECISION: blanco pendiente, M
      *mantener, R revocar (E159REC). APLICADA: S cuando la revocacion
      *ya se bajo a USUARIOS.txt.
       FD RECERT.
          01 REG-RECERT.
             05 REG-RCT-CLAVE.
                10 REG-RCT-USUARIO       PIC X(08).
                10 REG-RCT-PERMISO       PIC X(03).
             05 REG-RCT-CAMPANIA         PIC 9(08).
             05 REG-RCT-INCOMPATIBLE     PIC X(01).
             05 REG-RCT-INACTIVO         PIC X(01).
             05 REG-RCT-ULTIMO-INGRESO   PIC 9(08).
             05 REG-RCT-DECISION         PIC X(01).
                88 REG-RCT-PENDIENTE            VALUE SPACE.
                88 REG-RCT-MANTENER             VALUE "M".
                88 REG-RCT-REVOCAR              VALUE "R".
             05 REG-RCT-RESPONSABLE      PIC X(08).
             05 REG-RCT-FECHA-DECISION   PIC 9(08).
             05 REG-RCT-APLICADA         PIC X(01).
                88 REG-RCT-YA-APLICADA          VALUE "S".
             05 REG-RCT-FECHA-APLICACION PIC 9(08).

       FD HALLAZGOS.
          01 REG-HALLAZGO.
             05 REG-HAL-FECHA-PROCESO    PIC 9(08).
             05 REG-HAL-TIPO             PIC X(01).
             05 REG-HAL-USUARIO          PIC X(08).
             05 REG-HAL-FECHA            PIC 9(08).
             05 REG-HAL-REFERENCIA       PIC X(12).
             05 REG-HAL-DETALLE          PIC X(40).
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
              05 CON-110000-CONTROLAR-CAMP  PIC X(30) VALUE
              '110000-CONTROLAR-CAMPANIA   '.
              05 CON-115000-OPEN-SALIDAS    PIC X(30) VALUE
              '115000-OPEN-SALIDAS         '.
              05 CON-120000-CARGAR-USUARIOS PIC X(30) VALUE
              '120000-CARGAR-USUARIOS      '.
              05 CON-130000-LOG-SEGURIDAD   PIC X(30) VALUE
              '130000-LOG-SEGURIDAD        '.
              05 CON-140000-APROBACIONES    PIC X(30) VALUE
              '140000-APROBACIONES         '.
              05 CON-150000-CAJA            PIC X(30) VALUE
              '150000-OPERACIONES-CAJA     '.
              05 CON-250000-GRABAR-RECERT   PIC X(30) VALUE
              '250000-GRABAR-RECERT        '.
              05 CON-290000-GRABAR-HALLAZGO PIC X(30) VALUE
              '290000-GRABAR-HALLAZGO      '.
           02 CON-POLITICAS.
      *Dias corridos hacia atras que cubre la revision de logs y
      *aprobaciones (un trimestre).
              05 CON-DIAS-REVISION      PIC 9(03) VALUE 90.
      *Dias sin un ingreso correcto para considerar inactivo.
              05 CON-DIAS-INACTIVO      PIC 9(03) VALUE 90.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-USUARIOS   PIC X(10) VALUE 'USUARIOS  '.
              05 CON-SEGLOG     PIC X(10) VALUE 'SEGLOG    '.
              05 CON-OTORGADAS  PIC X(10) VALUE 'OTORGADAS '.
              05 CON-RECHAZADAS PIC X(10) VALUE 'RECHAZADAS'.
              05 CON-CAJAOPS    PIC X(10) VALUE 'CAJAOPS   '.
              05 CON-RECERT     PIC X(10) VALUE 'RECERT    '.
              05 CON-HALLAZGOS  PIC X(10) VALUE 'HALLAZGOS '.
      ************************** TABLES ********************************
      *Permisos en el orden de las marcas de USUARIOS.txt.
       01 WSV-PERMISOS-VALORES.
          05 FILLER PIC X(15) VALUE 'CONCONSULTA    '.
          05 FILLER PIC X(15) VALUE 'ALTALTA        '.
          05 FILLER PIC X(15) VALUE 'BAJBAJA        '.
          05 FILLER PIC X(15) VALUE 'MODMODIF/SUPERV'.
          05 FILLER PIC X(15) VALUE 'LOTCARGA LOTE  '.
       01 WSV-TABLA-PERMISOS REDEFINES WSV-PERMISOS-VALORES.
          02 WSV-PER-ENTRY OCCURS 5 TIMES.
             05 WSV-PER-CODIGO           PIC X(03).
             05 WSV-PER-DESCRIPCION      PIC X(12).
      *Pares de permisos que un mismo usuario no debe tener juntos,
      *por posicion en la tabla de permisos.
       01 WSV-INCOMPATIBLES-VALORES.
          05 FILLER PIC X(32) VALUE '45CARGA DE LOTE Y APROBACION    '.
          05 FILLER PIC X(32) VALUE '24ALTA Y AUTORIZACION DE ALTAS  '.
          05 FILLER PIC X(32) VALUE '23ALTA Y BAJA DE CUENTAS        '.
       01 WSV-TABLA-INCOMPATIBLES REDEFINES WSV-INCOMPATIBLES-VALORES.
          02 WSV-INC-ENTRY OCCURS 3 TIMES.
             05 WSV-INC-PERMISO-1        PIC 9(01).
             05 WSV-INC-PERMISO-2        PIC 9(01).
             05 WSV-INC-DESCRIPCION      PIC X(30).
       01 WSV-TOPE-INCOMPATIBLES         PIC 9(01) VALUE 3.

       01 WSV-TABLA-USUARIOS.
          02 WSV-USU-ENTRY OCCURS 20 TIMES.
             05 WSV-USU-ID               PIC X(08).
             05 WSV-USU-PERMISO          PIC X(01) OCCURS 5 TIMES.
             05 WSV-USU-MARCA-INC        PIC X(01) OCCURS 5 TIMES.
             05 WSV-USU-ULTIMO-INGRESO   PIC 9(08).
             05 WSV-USU-NO-AUTORIZADOS   PIC 9(05).
             05 WSV-USU-CLAVES-FALLIDAS  PIC 9(05).
             05 WSV-USU-AUTOAPROBACIONES PIC 9(05).
             05 WSV-USU-CAJA-PROPIA      PIC 9(05).
       01 WSV-CANT-USUARIOS              PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-USU           PIC X(02) VALUE "00".
             88 FS-STATUS-USU-OK               VALUE "00".
             88 FS-STATUS-USU-EOF              VALUE "10".
          05 FS-STATUS-SEG           PIC X(02) VALUE "00".
             88 FS-STATUS-SEG-OK               VALUE "00".
             88 FS-STATUS-SEG-EOF              VALUE "10".
             88 FS-STATUS-SEG-NOT-FOUND        VALUE "35".
          05 FS-STATUS-OTG           PIC X(02) VALUE "00".
             88 FS-STATUS-OTG-OK               VALUE "00".
             88 FS-STATUS-OTG-EOF              VALUE "10".
             88 FS-STATUS-OTG-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RCH           PIC X(02) VALUE "00".
             88 FS-STATUS-RCH-OK               VALUE "00".
             88 FS-STATUS-RCH-EOF              VALUE "10".
             88 FS-STATUS-RCH-NOT-FOUND        VALUE "35".
          05 FS-STATUS-OPS           PIC X(02) VALUE "00".
             88 FS-STATUS-OPS-OK               VALUE "00".
             88 FS-STATUS-OPS-EOF              VALUE "10".
             88 FS-STATUS-OPS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RCT           PIC X(02) VALUE "00".
             88 FS-STATUS-RCT-OK               VALUE "00".
             88 FS-STATUS-RCT-EOF              VALUE "10".
             88 FS-STATUS-RCT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-HAL           PIC X(02) VALUE "00".
             88 FS-STATUS-HAL-OK               VALUE "00".
          05 WSV-SW-EN-VENTANA       PIC X(01).
             88 WSV-EN-VENTANA                 VALUE "S".
          05 WSV-SW-INACTIVO         PIC X(01).
             88 WSV-INACTIVO                   VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-USU             PIC 9(02).
          05 WSV-IDX-PER             PIC 9(01).
          05 WSV-IDX-INC             PIC 9(01).
          05 WSV-PER-1               PIC 9(01).
          05 WSV-PER-2               PIC 9(01).
          05 WSV-BUSCAR-USUARIO      PIC X(08).
          05 WSV-FECHA-EVENTO        PIC 9(08).
          05 WSV-PENDIENTES-APLICAR  PIC 9(05) VALUE ZERO.
          05 WSV-HAL-TIPO            PIC X(01).
          05 WSV-HAL-USUARIO         PIC X(08).
          05 WSV-HAL-FECHA           PIC 9(08).
          05 WSV-HAL-REFERENCIA      PIC X(12).
          05 WSV-HAL-DETALLE         PIC X(40).
      ********************  LINEA DEL INFORME  *************************
       01 WSR-LINEA-DETALLE.
          05 WSR-DET-USUARIO         PIC X(08).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-PERMISO         PIC X(01) OCCURS 5 TIMES.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-ULTIMO-INGRESO  PIC X(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-NO-AUTORIZADOS  PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-CLAVES          PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-AUTOAPROB       PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-CAJA            PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-MARCAS          PIC X(22).
       01 WSV-CONTADORES.
          05 WSV-CANT-EVENTOS        PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-USUARIO    PIC 9(07) VALUE ZERO.
          05 WSV-CANT-APROBACIONES   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-OPERACIONES    PIC 9(07) VALUE ZERO.
          05 WSV-CANT-PERMISOS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-HALLAZGOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-INCOMPATIBLES  PIC 9(05) VALUE ZERO.
          05 WSV-CANT-AUTOAPROB      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CAJA-PROPIA    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-INACTIVOS      PIC 9(05) VALUE ZERO.
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
           MOVE "E159" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              VARYING WSV-IDX-USU FROM 1 BY 1
              UNTIL WSV-IDX-USU > WSV-CANT-USUARIOS

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CONTROLAR-CAMPANIA
              THRU 110000-CONTROLAR-CAMPANIA-F

           PERFORM 115000-OPEN-SALIDAS
              THRU 115000-OPEN-SALIDAS-F

           PERFORM 120000-CARGAR-USUARIOS
              THRU 120000-CARGAR-USUARIOS-F

           PERFORM 130000-LOG-SEGURIDAD
              THRU 130000-LOG-SEGURIDAD-F

           PERFORM 140000-APROBACIONES
              THRU 140000-APROBACIONES-F

           PERFORM 150000-OPERACIONES-CAJA
              THRU 150000-OPERACIONES-CAJA-F

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "RECERTIFICACION DE ACCESOS" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "USUARIO   CABML  ULT.ING. NOAUT CLAVE AUTAP  CAJA "
                   "MARCAS"
           .
       100000-START-F. EXIT.
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
      *                         110000-CONTROLAR-CAMPANIA
      *Una revocacion decidida y no aplicada se perderia al rehacer
      *el archivo: en ese caso no se corre.
      ******************************************************************
       110000-CONTROLAR-CAMPANIA.
           OPEN INPUT RECERT
           IF FS-STATUS-RCT-NOT-FOUND
              GO TO 110000-CONTROLAR-CAMPANIA-F
           END-IF
           IF NOT FS-STATUS-RCT-OK
              MOVE CON-110000-CONTROLAR-CAMP TO WS-ERR-PARRAFO
              MOVE CON-RECERT                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCT             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-RECERT
              THRU 112000-LEER-RECERT-F
              UNTIL FS-STATUS-RCT-EOF

           CLOSE RECERT

           IF WSV-PENDIENTES-APLICAR > ZERO
              DISPLAY "E159: LA CAMPANIA ANTERIOR TIENE "
                      WSV-PENDIENTES-APLICAR
                      " REVOCACIONES SIN APLICAR - APLIQUELAS CON "
                      "E159REC ANTES DE ABRIR OTRA"
              STOP RUN
           END-IF
           .
       110000-CONTROLAR-CAMPANIA-F. EXIT.
      ******************************************************************
      *                         112000-LEER-RECERT
      ******************************************************************
       112000-LEER-RECERT.
           READ RECERT NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-RCT-OK
                    IF REG-RCT-REVOCAR AND NOT REG-RCT-YA-APLICADA
                       ADD 1 TO WSV-PENDIENTES-APLICAR
                    END-IF
               WHEN FS-STATUS-RCT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CONTROLAR-CAMP TO WS-ERR-PARRAFO
                    MOVE CON-RECERT                TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RCT             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-RECERT-F. EXIT.
      ******************************************************************
      *                         115000-OPEN-SALIDAS
      ******************************************************************
       115000-OPEN-SALIDAS.
           OPEN OUTPUT RECERT
           IF NOT FS-STATUS-RCT-OK
              MOVE CON-115000-OPEN-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-RECERT              TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCT           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT HALLAZGOS
           IF NOT FS-STATUS-HAL-OK
              MOVE CON-115000-OPEN-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-HALLAZGOS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-HAL           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       115000-OPEN-SALIDAS-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-USUARIOS
      ******************************************************************
       120000-CARGAR-USUARIOS.
           OPEN INPUT USUARIOS
           IF NOT FS-STATUS-USU-OK
              MOVE CON-120000-CARGAR-USUARIOS TO WS-ERR-PARRAFO
              MOVE CON-USUARIOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-USU              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 122000-LEER-USUARIO
              THRU 122000-LEER-USUARIO-F
              UNTIL FS-STATUS-USU-EOF

           CLOSE USUARIOS
           .
       120000-CARGAR-USUARIOS-F. EXIT.
      ******************************************************************
      *                         122000-LEER-USUARIO
      ******************************************************************
       122000-LEER-USUARIO.
           READ USUARIOS
           EVALUATE TRUE
               WHEN FS-STATUS-USU-OK
                    IF WSV-CANT-USUARIOS = 20
                       DISPLAY "E159: TABLA DE USUARIOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-USUARIOS TO
                          WS-ERR-PARRAFO
                       MOVE CON-USUARIOS       TO WS-ERR-OBJETO
                       MOVE CON-LEER           TO WS-ERR-OPERACION
                       MOVE 99                 TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-USUARIOS
                    INITIALIZE WSV-USU-ENTRY(WSV-CANT-USUARIOS)
                    MOVE REG-USU-ID TO WSV-USU-ID(WSV-CANT-USUARIOS)
                    PERFORM 124000-COPIAR-PERMISO
                       THRU 124000-COPIAR-PERMISO-F
                       VARYING WSV-IDX-PER FROM 1 BY 1
                       UNTIL WSV-IDX-PER > 5
               WHEN FS-STATUS-USU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-USUARIOS TO WS-ERR-PARRAFO
                    MOVE CON-USUARIOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-USU              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       122000-LEER-USUARIO-F. EXIT.
      ******************************************************************
      *                         124000-COPIAR-PERMISO
      ******************************************************************
       124000-COPIAR-PERMISO.
           MOVE REG-USU-PERMISO(WSV-IDX-PER) TO
              WSV-USU-PERMISO(WSV-CANT-USUARIOS, WSV-IDX-PER)
           MOVE "N" TO
              WSV-USU-MARCA-INC(WSV-CANT-USUARIOS, WSV-IDX-PER)
           .
       124000-COPIAR-PERMISO-F. EXIT.
      ******************************************************************
      *                         130000-LOG-SEGURIDAD
      *El ultimo ingreso correcto se toma de todo el log; los
      *intentos fallidos solo dentro de la ventana de revision.
      ******************************************************************
       130000-LOG-SEGURIDAD.
           OPEN INPUT SEGLOG
           IF FS-STATUS-SEG-NOT-FOUND
              DISPLAY "E159: NO HAY SEGURIDAD_LOG.txt - NINGUN "
                      "USUARIO TIENE INGRESOS REGISTRADOS"
              GO TO 130000-LOG-SEGURIDAD-F
           END-IF
           IF NOT FS-STATUS-SEG-OK
              MOVE CON-130000-LOG-SEGURIDAD TO WS-ERR-PARRAFO
              MOVE CON-SEGLOG               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SEG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 132000-LEER-EVENTO
              THRU 132000-LEER-EVENTO-F
              UNTIL FS-STATUS-SEG-EOF

           CLOSE SEGLOG
           .
       130000-LOG-SEGURIDAD-F. EXIT.
      ******************************************************************
      *                         132000-LEER-EVENTO
      ******************************************************************
       132000-LEER-EVENTO.
           READ SEGLOG
           EVALUATE TRUE
               WHEN FS-STATUS-SEG-OK
                    ADD 1 TO WSV-CANT-EVENTOS
               WHEN FS-STATUS-SEG-EOF
                    GO TO 132000-LEER-EVENTO-F
               WHEN OTHER
                    MOVE CON-130000-LOG-SEGURIDAD TO WS-ERR-PARRAFO
                    MOVE CON-SEGLOG               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SEG            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-SEG-OPERADOR TO WSV-BUSCAR-USUARIO
           PERFORM 160000-BUSCAR-USUARIO
              THRU 160000-BUSCAR-USUARIO-F
           IF WSV-IDX = ZERO
              ADD 1 TO WSV-CANT-SIN-USUARIO
              GO TO 132000-LEER-EVENTO-F
           END-IF

           IF REG-SEG-MOTIVO = "INGRESO OK"
              IF REG-SEG-FECHA > WSV-USU-ULTIMO-INGRESO(WSV-IDX)
                 MOVE REG-SEG-FECHA TO WSV-USU-ULTIMO-INGRESO(WSV-IDX)
              END-IF
              GO TO 132000-LEER-EVENTO-F
           END-IF

           MOVE REG-SEG-FECHA TO WSV-FECHA-EVENTO
           PERFORM 170000-CONTROLAR-VENTANA
              THRU 170000-CONTROLAR-VENTANA-F
           IF NOT WSV-EN-VENTANA
              GO TO 132000-LEER-EVENTO-F
           END-IF

           EVALUATE REG-SEG-MOTIVO
               WHEN "NO AUTORIZADO"
                    ADD 1 TO WSV-USU-NO-AUTORIZADOS(WSV-IDX)
               WHEN "CLAVE INCORRECTA"
                    ADD 1 TO WSV-USU-CLAVES-FALLIDAS(WSV-IDX)
           END-EVALUATE
           .
       132000-LEER-EVENTO-F. EXIT.
      ******************************************************************
      *                         140000-APROBACIONES
      *Historia de decisiones de E100: el supervisor nunca deberia
      *ser quien cargo el movimiento, aprobado o rechazado.
      ******************************************************************
       140000-APROBACIONES.
           OPEN INPUT OTORGADAS
           IF FS-STATUS-OTG-NOT-FOUND
              MOVE "10" TO FS-STATUS-OTG
           ELSE
              IF NOT FS-STATUS-OTG-OK
                 MOVE CON-140000-APROBACIONES TO WS-ERR-PARRAFO
                 MOVE CON-OTORGADAS           TO WS-ERR-OBJETO
                 MOVE CON-ABRIR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-OTG           TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 142000-LEER-OTORGADA
                 THRU 142000-LEER-OTORGADA-F
                 UNTIL FS-STATUS-OTG-EOF
              CLOSE OTORGADAS
           END-IF

           OPEN INPUT RECHAZADAS
           IF FS-STATUS-RCH-NOT-FOUND
              MOVE "10" TO FS-STATUS-RCH
           ELSE
              IF NOT FS-STATUS-RCH-OK
                 MOVE CON-140000-APROBACIONES TO WS-ERR-PARRAFO
                 MOVE CON-RECHAZADAS          TO WS-ERR-OBJETO
                 MOVE CON-ABRIR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-RCH           TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 144000-LEER-RECHAZADA
                 THRU 144000-LEER-RECHAZADA-F
                 UNTIL FS-STATUS-RCH-EOF
              CLOSE RECHAZADAS
           END-IF
           .
       140000-APROBACIONES-F. EXIT.
      ******************************************************************
      *                         142000-LEER-OTORGADA
      ******************************************************************
       142000-LEER-OTORGADA.
           READ OTORGADAS
           EVALUATE TRUE
               WHEN FS-STATUS-OTG-OK
                    ADD 1 TO WSV-CANT-APROBACIONES
               WHEN FS-STATUS-OTG-EOF
                    GO TO 142000-LEER-OTORGADA-F
               WHEN OTHER
                    MOVE CON-140000-APROBACIONES TO WS-ERR-PARRAFO
                    MOVE CON-OTORGADAS           TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-OTG           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-OTG-SUPERVISOR NOT = REG-OTG-OPERADOR-CARGA
              GO TO 142000-LEER-OTORGADA-F
           END-IF
           MOVE REG-OTG-FECHA-DECISION TO WSV-FECHA-EVENTO
           PERFORM 170000-CONTROLAR-VENTANA
              THRU 170000-CONTROLAR-VENTANA-F
           IF NOT WSV-EN-VENTANA
              GO TO 142000-LEER-OTORGADA-F
           END-IF

           MOVE "A"                    TO WSV-HAL-TIPO
           MOVE REG-OTG-SUPERVISOR     TO WSV-HAL-USUARIO
           MOVE REG-OTG-FECHA-DECISION TO WSV-HAL-FECHA
           MOVE REG-OTG-NUMERO         TO WSV-HAL-REFERENCIA
           MOVE "APROBO UN MOVIMIENTO CARGADO POR EL MISMO"
             TO WSV-HAL-DETALLE
           PERFORM 290000-GRABAR-HALLAZGO
              THRU 290000-GRABAR-HALLAZGO-F
           PERFORM 146000-CONTAR-AUTOAPROBACION
              THRU 146000-CONTAR-AUTOAPROBACION-F
           .
       142000-LEER-OTORGADA-F. EXIT.
      ******************************************************************
      *                         144000-LEER-RECHAZADA
      ******************************************************************
       144000-LEER-RECHAZADA.
           READ RECHAZADAS
           EVALUATE TRUE
               WHEN FS-STATUS-RCH-OK
                    ADD 1 TO WSV-CANT-APROBACIONES
               WHEN FS-STATUS-RCH-EOF
                    GO TO 144000-LEER-RECHAZADA-F
               WHEN OTHER
                    MOVE CON-140000-APROBACIONES TO WS-ERR-PARRAFO
                    MOVE CON-RECHAZADAS          TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RCH           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-RCH-SUPERVISOR NOT = REG-RCH-OPERADOR-CARGA
              GO TO 144000-LEER-RECHAZADA-F
           END-IF
           MOVE REG-RCH-FECHA-DECISION TO WSV-FECHA-EVENTO
           PERFORM 170000-CONTROLAR-VENTANA
              THRU 170000-CONTROLAR-VENTANA-F
           IF NOT WSV-EN-VENTANA
              GO TO 144000-LEER-RECHAZADA-F
           END-IF

           MOVE "A"                    TO WSV-HAL-TIPO
           MOVE REG-RCH-SUPERVISOR     TO WSV-HAL-USUARIO
           MOVE REG-RCH-FECHA-DECISION TO WSV-HAL-FECHA
           MOVE REG-RCH-NUMERO         TO WSV-HAL-REFERENCIA
           MOVE "RECHAZO UN MOVIMIENTO CARGADO POR EL MISMO"
             TO WSV-HAL-DETALLE
           PERFORM 290000-GRABAR-HALLAZGO
              THRU 290000-GRABAR-HALLAZGO-F
           PERFORM 146000-CONTAR-AUTOAPROBACION
              THRU 146000-CONTAR-AUTOAPROBACION-F
           .
       144000-LEER-RECHAZADA-F. EXIT.
      ******************************************************************
      *                         146000-CONTAR-AUTOAPROBACION
      ******************************************************************
       146000-CONTAR-AUTOAPROBACION.
           ADD 1 TO WSV-CANT-AUTOAPROB
           MOVE WSV-HAL-USUARIO TO WSV-BUSCAR-USUARIO
           PERFORM 160000-BUSCAR-USUARIO
              THRU 160000-BUSCAR-USUARIO-F
           IF WSV-IDX > ZERO
              ADD 1 TO WSV-USU-AUTOAPROBACIONES(WSV-IDX)
           END-IF
           .
       146000-CONTAR-AUTOAPROBACION-F. EXIT.
      ******************************************************************
      *                         150000-OPERACIONES-CAJA
      *Operaciones de caja de E99 autorizadas por un supervisor que
      *es el mismo cajero que las hizo.
      ******************************************************************
       150000-OPERACIONES-CAJA.
           OPEN INPUT CAJAOPS
           IF FS-STATUS-OPS-NOT-FOUND
              GO TO 150000-OPERACIONES-CAJA-F
           END-IF
           IF NOT FS-STATUS-OPS-OK
              MOVE CON-150000-CAJA    TO WS-ERR-PARRAFO
              MOVE CON-CAJAOPS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-OPS      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 152000-LEER-OPERACION
              THRU 152000-LEER-OPERACION-F
              UNTIL FS-STATUS-OPS-EOF

           CLOSE CAJAOPS
           .
       150000-OPERACIONES-CAJA-F. EXIT.
      ******************************************************************
      *                         152000-LEER-OPERACION
      ******************************************************************
       152000-LEER-OPERACION.
           READ CAJAOPS
           EVALUATE TRUE
               WHEN FS-STATUS-OPS-OK
                    ADD 1 TO WSV-CANT-OPERACIONES
               WHEN FS-STATUS-OPS-EOF
                    GO TO 152000-LEER-OPERACION-F
               WHEN OTHER
                    MOVE CON-150000-CAJA    TO WS-ERR-PARRAFO
                    MOVE CON-CAJAOPS        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-OPS      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-OPS-SUPERVISOR = SPACES
              OR REG-OPS-SUPERVISOR NOT = REG-OPS-CAJERO
              GO TO 152000-LEER-OPERACION-F
           END-IF
           MOVE REG-OPS-FECHA TO WSV-FECHA-EVENTO
           PERFORM 170000-CONTROLAR-VENTANA
              THRU 170000-CONTROLAR-VENTANA-F
           IF NOT WSV-EN-VENTANA
              GO TO 152000-LEER-OPERACION-F
           END-IF

           ADD 1 TO WSV-CANT-CAJA-PROPIA
           MOVE "C"                TO WSV-HAL-TIPO
           MOVE REG-OPS-SUPERVISOR TO WSV-HAL-USUARIO
           MOVE REG-OPS-FECHA      TO WSV-HAL-FECHA
           MOVE REG-OPS-CUENTA     TO WSV-HAL-REFERENCIA
           MOVE "AUTORIZO UNA OPERACION DE SU PROPIA CAJA"
             TO WSV-HAL-DETALLE
           PERFORM 290000-GRABAR-HALLAZGO
              THRU 290000-GRABAR-HALLAZGO-F

           MOVE REG-OPS-SUPERVISOR TO WSV-BUSCAR-USUARIO
           PERFORM 160000-BUSCAR-USUARIO
              THRU 160000-BUSCAR-USUARIO-F
           IF WSV-IDX > ZERO
              ADD 1 TO WSV-USU-CAJA-PROPIA(WSV-IDX)
           END-IF
           .
       152000-LEER-OPERACION-F. EXIT.
      ******************************************************************
      *                         160000-BUSCAR-USUARIO
      *Deja en WSV-IDX la entrada de WSV-BUSCAR-USUARIO, cero si no
      *esta en USUARIOS.txt.
      ******************************************************************
       160000-BUSCAR-USUARIO.
           MOVE ZERO TO WSV-IDX
           PERFORM VARYING WSV-IDX-PER FROM 1 BY 1
              UNTIL WSV-IDX-PER > WSV-CANT-USUARIOS
              OR WSV-IDX > ZERO
              IF WSV-USU-ID(WSV-IDX-PER) = WSV-BUSCAR-USUARIO
                 MOVE WSV-IDX-PER TO WSV-IDX
              END-IF
           END-PERFORM
           .
       160000-BUSCAR-USUARIO-F. EXIT.
      ******************************************************************
      *                         170000-CONTROLAR-VENTANA
      *WSV-FECHA-EVENTO cae dentro de los CON-DIAS-REVISION dias
      *anteriores a la fecha de proceso (una fecha posterior, de un
      *reproceso, queda afuera).
      ******************************************************************
       170000-CONTROLAR-VENTANA.
           MOVE "N" TO WSV-SW-EN-VENTANA
           MOVE "E"               TO WS-FEC-OPERACION
           MOVE WSV-FECHA-EVENTO  TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              AND WS-FEC-DIAS < CON-DIAS-REVISION
              MOVE "S" TO WSV-SW-EN-VENTANA
           END-IF
           .
       170000-CONTROLAR-VENTANA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           MOVE SPACES TO WSR-DET-MARCAS

           PERFORM 210000-CONTROLAR-INCOMPATIBLES
              THRU 210000-CONTROLAR-INCOMPATIBLES-F
              VARYING WSV-IDX-INC FROM 1 BY 1
              UNTIL WSV-IDX-INC > WSV-TOPE-INCOMPATIBLES

           PERFORM 220000-CONTROLAR-INACTIVO
              THRU 220000-CONTROLAR-INACTIVO-F

           PERFORM 230000-HALLAZGOS-LOG
              THRU 230000-HALLAZGOS-LOG-F

           PERFORM 250000-GRABAR-RECERT
              THRU 250000-GRABAR-RECERT-F
              VARYING WSV-IDX-PER FROM 1 BY 1
              UNTIL WSV-IDX-PER > 5

           MOVE WSV-USU-ID(WSV-IDX-USU) TO WSR-DET-USUARIO
           PERFORM 260000-MOSTRAR-PERMISO
              THRU 260000-MOSTRAR-PERMISO-F
              VARYING WSV-IDX-PER FROM 1 BY 1
              UNTIL WSV-IDX-PER > 5
           IF WSV-USU-ULTIMO-INGRESO(WSV-IDX-USU) = ZERO
              MOVE "NUNCA"  TO WSR-DET-ULTIMO-INGRESO
           ELSE
              MOVE WSV-USU-ULTIMO-INGRESO(WSV-IDX-USU)
                TO WSR-DET-ULTIMO-INGRESO
           END-IF
           MOVE WSV-USU-NO-AUTORIZADOS(WSV-IDX-USU)
             TO WSR-DET-NO-AUTORIZADOS
           MOVE WSV-USU-CLAVES-FALLIDAS(WSV-IDX-USU) TO WSR-DET-CLAVES
           MOVE WSV-USU-AUTOAPROBACIONES(WSV-IDX-USU)
             TO WSR-DET-AUTOAPROB
           MOVE WSV-USU-CAJA-PROPIA(WSV-IDX-USU) TO WSR-DET-CAJA
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSR-LINEA-DETALLE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-CONTROLAR-INCOMPATIBLES
      ******************************************************************
       210000-CONTROLAR-INCOMPATIBLES.
           MOVE WSV-INC-PERMISO-1(WSV-IDX-INC) TO WSV-PER-1
           MOVE WSV-INC-PERMISO-2(WSV-IDX-INC) TO WSV-PER-2
           IF WSV-USU-PERMISO(WSV-IDX-USU, WSV-PER-1) NOT = "S"
              OR WSV-USU-PERMISO(WSV-IDX-USU, WSV-PER-2) NOT = "S"
              GO TO 210000-CONTROLAR-INCOMPATIBLES-F
           END-IF

           ADD 1 TO WSV-CANT-INCOMPATIBLES
           MOVE "S" TO WSV-USU-MARCA-INC(WSV-IDX-USU, WSV-PER-1)
           MOVE "S" TO WSV-USU-MARCA-INC(WSV-IDX-USU, WSV-PER-2)
           MOVE "INCOMPATIBLE" TO WSR-DET-MARCAS(1:12)

           MOVE "T"                     TO WSV-HAL-TIPO
           MOVE WSV-USU-ID(WSV-IDX-USU) TO WSV-HAL-USUARIO
           MOVE WSV-FECHA-PROCESO       TO WSV-HAL-FECHA
           MOVE SPACES                  TO WSV-HAL-REFERENCIA
           STRING WSV-PER-CODIGO(WSV-PER-1) "+"
                  WSV-PER-CODIGO(WSV-PER-2)
              DELIMITED BY SIZE INTO WSV-HAL-REFERENCIA
           MOVE WSV-INC-DESCRIPCION(WSV-IDX-INC) TO WSV-HAL-DETALLE
           PERFORM 290000-GRABAR-HALLAZGO
              THRU 290000-GRABAR-HALLAZGO-F
           .
       210000-CONTROLAR-INCOMPATIBLES-F. EXIT.
      ******************************************************************
      *                         220000-CONTROLAR-INACTIVO
      ******************************************************************
       220000-CONTROLAR-INACTIVO.
           MOVE "N" TO WSV-SW-INACTIVO
           IF WSV-USU-ULTIMO-INGRESO(WSV-IDX-USU) = ZERO
              MOVE "S" TO WSV-SW-INACTIVO
           ELSE
              MOVE "E" TO WS-FEC-OPERACION
              MOVE WSV-USU-ULTIMO-INGRESO(WSV-IDX-USU) TO WS-FEC-FECHA
              MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              IF WS-FEC-COD-RET = ZERO
                 AND WS-FEC-DIAS > CON-DIAS-INACTIVO
                 MOVE "S" TO WSV-SW-INACTIVO
              END-IF
           END-IF

           IF NOT WSV-INACTIVO
              GO TO 220000-CONTROLAR-INACTIVO-F
           END-IF

           ADD 1 TO WSV-CANT-INACTIVOS
           MOVE "INACTIVO" TO WSR-DET-MARCAS(14:8)
           MOVE "I"                     TO WSV-HAL-TIPO
           MOVE WSV-USU-ID(WSV-IDX-USU) TO WSV-HAL-USUARIO
           MOVE WSV-USU-ULTIMO-INGRESO(WSV-IDX-USU) TO WSV-HAL-FECHA
           MOVE SPACES                  TO WSV-HAL-REFERENCIA
           MOVE "SIN INGRESO EN EL PLAZO DE INACTIVIDAD"
             TO WSV-HAL-DETALLE
           PERFORM 290000-GRABAR-HALLAZGO
              THRU 290000-GRABAR-HALLAZGO-F
           .
       220000-CONTROLAR-INACTIVO-F. EXIT.
      ******************************************************************
      *                         230000-HALLAZGOS-LOG
      *Un hallazgo por usuario y motivo, con la cantidad en la
      *referencia.
      ******************************************************************
       230000-HALLAZGOS-LOG.
           MOVE WSV-USU-ID(WSV-IDX-USU) TO WSV-HAL-USUARIO
           MOVE WSV-FECHA-PROCESO       TO WSV-HAL-FECHA

           IF WSV-USU-NO-AUTORIZADOS(WSV-IDX-USU) > ZERO
              MOVE "N" TO WSV-HAL-TIPO
              MOVE WSV-USU-NO-AUTORIZADOS(WSV-IDX-USU)
                TO WSV-HAL-REFERENCIA
              MOVE "INTENTOS DE OPERACIONES NO AUTORIZADAS"
                TO WSV-HAL-DETALLE
              PERFORM 290000-GRABAR-HALLAZGO
                 THRU 290000-GRABAR-HALLAZGO-F
           END-IF

           IF WSV-USU-CLAVES-FALLIDAS(WSV-IDX-USU) > ZERO
              MOVE "F" TO WSV-HAL-TIPO
              MOVE WSV-USU-CLAVES-FALLIDAS(WSV-IDX-USU)
                TO WSV-HAL-REFERENCIA
              MOVE "INGRESOS CON CLAVE INCORRECTA"
                TO WSV-HAL-DETALLE
              PERFORM 290000-GRABAR-HALLAZGO
                 THRU 290000-GRABAR-HALLAZGO-F
           END-IF
           .
       230000-HALLAZGOS-LOG-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-RECERT
      *Un registro por permiso otorgado, pendiente de decision.
      ******************************************************************
       250000-GRABAR-RECERT.
           IF WSV-USU-PERMISO(WSV-IDX-USU, WSV-IDX-PER) NOT = "S"
              GO TO 250000-GRABAR-RECERT-F
           END-IF

           INITIALIZE REG-RECERT
           MOVE WSV-USU-ID(WSV-IDX-USU)     TO REG-RCT-USUARIO
           MOVE WSV-PER-CODIGO(WSV-IDX-PER) TO REG-RCT-PERMISO
           MOVE WSV-FECHA-PROCESO           TO REG-RCT-CAMPANIA
           MOVE WSV-USU-MARCA-INC(WSV-IDX-USU, WSV-IDX-PER)
             TO REG-RCT-INCOMPATIBLE
           MOVE WSV-SW-INACTIVO             TO REG-RCT-INACTIVO
           MOVE WSV-USU-ULTIMO-INGRESO(WSV-IDX-USU)
             TO REG-RCT-ULTIMO-INGRESO
           MOVE SPACE                       TO REG-RCT-DECISION
           MOVE "N"                         TO REG-RCT-APLICADA

           WRITE REG-RECERT
           EVALUATE TRUE
               WHEN FS-STATUS-RCT-OK
                    ADD 1 TO WSV-CANT-PERMISOS
               WHEN FS-STATUS-RCT = "22"
                    DISPLAY "E159: USUARIO " REG-RCT-USUARIO
                            " REPETIDO EN USUARIOS.txt"
               WHEN OTHER
                    MOVE CON-250000-GRABAR-RECERT TO WS-ERR-PARRAFO
                    MOVE CON-RECERT               TO WS-ERR-OBJETO
                    MOVE CON-GRABAR               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RCT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       250000-GRABAR-RECERT-F. EXIT.
      ******************************************************************
      *                         260000-MOSTRAR-PERMISO
      ******************************************************************
       260000-MOSTRAR-PERMISO.
           IF WSV-USU-PERMISO(WSV-IDX-USU, WSV-IDX-PER) = "S"
              MOVE WSV-PER-CODIGO(WSV-IDX-PER)(1:1)
                TO WSR-DET-PERMISO(WSV-IDX-PER)
           ELSE
              MOVE "."  TO WSR-DET-PERMISO(WSV-IDX-PER)
           END-IF
           .
       260000-MOSTRAR-PERMISO-F. EXIT.
      ******************************************************************
      *                         290000-GRABAR-HALLAZGO
      ******************************************************************
       290000-GRABAR-HALLAZGO.
           MOVE WSV-FECHA-PROCESO  TO REG-HAL-FECHA-PROCESO
           MOVE WSV-HAL-TIPO       TO REG-HAL-TIPO
           MOVE WSV-HAL-USUARIO    TO REG-HAL-USUARIO
           MOVE WSV-HAL-FECHA      TO REG-HAL-FECHA
           MOVE WSV-HAL-REFERENCIA TO REG-HAL-REFERENCIA
           MOVE WSV-HAL-DETALLE    TO REG-HAL-DETALLE
           WRITE REG-HALLAZGO
           IF NOT FS-STATUS-HAL-OK
              MOVE CON-290000-GRABAR-HALLAZGO TO WS-ERR-PARRAFO
              MOVE CON-HALLAZGOS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-HAL              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-HALLAZGOS
           .
       290000-GRABAR-HALLAZGO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE RECERT
           CLOSE HALLAZGOS

           DISPLAY " "
           DISPLAY "E159 - RECERTIFICACION DE ACCESOS AL "
                   WSV-FECHA-PROCESO
           DISPLAY "USUARIOS                  : " WSV-CANT-USUARIOS
           DISPLAY "PERMISOS A RECERTIFICAR   : " WSV-CANT-PERMISOS
           DISPLAY "EVENTOS DE SEGURIDAD      : " WSV-CANT-EVENTOS
           DISPLAY "  DE USUARIOS INEXISTENTES: " WSV-CANT-SIN-USUARIO
           DISPLAY "DECISIONES DE APROBACION  : " WSV-CANT-APROBACIONES
           DISPLAY "OPERACIONES DE CAJA       : " WSV-CANT-OPERACIONES
           DISPLAY "HALLAZGOS                 : " WSV-CANT-HALLAZGOS
           DISPLAY "  COMBINACIONES INCOMPAT. : " WSV-CANT-INCOMPATIBLES
           DISPLAY "  AUTOAPROBACIONES        : " WSV-CANT-AUTOAPROB
           DISPLAY "  CAJA PROPIA AUTORIZADA  : " WSV-CANT-CAJA-PROPIA
           DISPLAY "  USUARIOS INACTIVOS      : " WSV-CANT-INACTIVOS
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
       END PROGRAM E159.
