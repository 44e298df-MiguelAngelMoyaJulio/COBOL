      ******************************************************************
      *Barrido semanal de integridad referencial entre maestros. E109
      *perfila un archivo por vez; los peores incidentes vinieron de
      *vinculos rotos entre archivos. Este programa controla:
      *  1 cuentas de CUENTASIX.txt cuyo cliente no esta en
      *    CLIENTESIX.txt;
      *  2 servicios de SERVICIOIX.txt de cuentas cerradas (E147
      *    borra la cuenta al cerrarla, asi que no estan en
      *    CUENTASIX.txt);
      *  3 plazos fijos vigentes de PLAZOFIJO.txt y cheques vivos
      *    (emitidos o frenados) de CHEQUES.txt de cuentas que ya no
      *    existen, y abonos vigentes de ABONOS.txt (que son por
      *    cliente) de clientes sin ninguna cuenta;
      *  4 adhesiones de CUENTASBANCO.txt (por cliente) de clientes
      *    bloqueados o inexistentes en CLIENTESIX.txt;
      *  5 convenios de CONVENIOS.txt de medidores que no estan en
      *    MEDIDORES.txt;
      *  6 empleados de LEGAJOS.txt (no liquidados por egreso) sin
      *    registro en el LOTE.txt de nomina.
      *Un archivo secundario que no existe se informa y su control se
      *saltea. Las excepciones salen agrupadas por regla en el
      *informe y en INTEGRIDAD_EXCEPCIONES.txt; la cantidad por
      *regla se agrega a INTEGRIDAD_RESUMEN.txt, de donde la toma el
      *boletin de operaciones (E108).
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E160.
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

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.

       SELECT SERVICIOIX ASSIGN TO "SERVICIOIX.txt"
                         ORGANIZATION IS INDEXED
                         ACCESS MODE  IS SEQUENTIAL
                         RECORD KEY   IS REG-SRV-CUENTA
                            WITH DUPLICATES
                         FILE STATUS  IS FS-STATUS-SRV.

       SELECT PLAZOFIJO ASSIGN TO "PLAZOFIJO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-PF-NUMERO
                       FILE STATUS  IS FS-STATUS-PF.

       SELECT CHEQUES ASSIGN TO "CHEQUES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-CHQ-CLAVE
                       FILE STATUS  IS FS-STATUS-CHQ.

       SELECT ABONOS ASSIGN TO "ABONOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ABO.

       SELECT BANCOS ASSIGN TO "CUENTASBANCO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-BCO.

       SELECT CONVENIOS ASSIGN TO "CONVENIOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CNV.

       SELECT MEDIDORES ASSIGN TO "MEDIDORES.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS REG-MED-MEDIDOR
                     FILE STATUS IS FS-STATUS-MED.

       SELECT LEGAJOS ASSIGN TO "LEGAJOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-LEG-CLAVE
                       FILE STATUS  IS FS-STATUS-LEG.

       SELECT LOTE ASSIGN TO "LOTE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.
      ****************************  OUTPUT  ****************************
       SELECT EXCEPCIONES ASSIGN TO "INTEGRIDAD_EXCEPCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EXC.

       SELECT RESUMEN ASSIGN TO "INTEGRIDAD_RESUMEN.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RES.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-COD-CLIENTE-CL       PIC 9(08).
             05 REG-NOMBRE-CL            PIC X(30).
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
                88 REG-CLIENTE-ACTIVO           VALUE "A".
                88 REG-CLIENTE-BLOQUEADO        VALUE "B".
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD SERVICIOIX.
          01 REG-SERVICIOIX.
             05 REG-SRV-CUENTA           PIC X(08).
             05 REG-SRV-CODIGO           PIC X(03).
             05 REG-SRV-DESCRIPCION      PIC X(30).
             05 REG-SRV-PERIODO          PIC X(06).
             05 REG-SRV-MONTO            PIC S9(05)V9(02).

       FD PLAZOFIJO.
          01 REG-PLAZOFIJO.
             05 REG-PF-NUMERO            PIC 9(08).
             05 REG-PF-CUENTA            PIC X(08).
             05 REG-PF-CAPITAL           PIC 9(13)V9(02).
             05 REG-PF-TASA              PIC 9(03)V9(04).
             05 REG-PF-FECHA-CONST       PIC 9(08).
             05 REG-PF-PLAZO-DIAS        PIC 9(04).
             05 REG-PF-FECHA-VTO         PIC 9(08).
             05 REG-PF-RENOVACION        PIC X(01).
             05 REG-PF-ESTADO            PIC X(01).
                88 REG-PF-VIGENTE               VALUE "V".
                88 REG-PF-PAGADO                VALUE "P".
             05 REG-PF-MONEDA            PIC X(03).

       FD CHEQUES.
          01 REG-CHEQUE.
             05 REG-CHQ-CLAVE.
                10 REG-CHQ-CUENTA        PIC X(08).
                10 REG-CHQ-NUMERO        PIC 9(08).
             05 REG-CHQ-SERIE           PIC X(03).
             05 REG-CHQ-ESTADO          PIC X(01).
                88 REG-CHQ-EMITIDO             VALUE "E".
                88 REG-CHQ-PAGADO              VALUE "P".
                88 REG-CHQ-FRENADO             VALUE "S".
                88 REG-CHQ-REBOTADO            VALUE "R".
                88 REG-CHQ-ANULADO             VALUE "A".
             05 REG-CHQ-FECHA-ALTA      PIC 9(08).
             05 REG-CHQ-FECHA-ESTADO    PIC 9(08).

       FD ABONOS.
          01 REG-ABONO.
             05 REG-ABO-CLIENTE          PIC 9(08).
             05 REG-ABO-SERVICIO         PIC X(03).
             05 REG-ABO-DESCRIPCION      PIC X(30).
             05 REG-ABO-TARIFA           PIC 9(15)V9(02).
             05 REG-ABO-PERIODICIDAD     PIC 9(02).
             05 REG-ABO-FECHA-INICIO     PIC 9(08).
             05 REG-ABO-FECHA-FIN        PIC 9(08).

       FD BANCOS.
          01 REG-BANCO.
             05 REG-CLIENTE-B           PIC 9(08).
             05 REG-BANCO-B             PIC X(03).
             05 REG-CBU-B               PIC X(22).

       FD CONVENIOS.
          01 REG-CONVENIO.
             05 REG-CNV-MEDIDOR                PIC 9(02).
             05 REG-CNV-DEUDA                  PIC 9(06)V9(02).
             05 REG-CNV-CANT-CUOTAS            PIC 9(02).
             05 REG-CNV-IMPORTE-CUOTA          PIC 9(04)V9(02).
             05 REG-CNV-FECHA-INICIO           PIC 9(08).
             05 REG-CNV-CUOTAS-PAGADAS         PIC 9(02).
             05 REG-CNV-ESTADO                 PIC X(01).
                88 REG-CNV-VIGENTE                  VALUE "V".

       FD MEDIDORES.
          01 REG-MEDIDOR.
             05 REG-MED-MEDIDOR            PIC 9(02).
             05 REG-MED-CLIENTE            PIC 9(04).
             05 REG-MED-FECHA-INSTAL       PIC 9(08).
             05 REG-MED-LECTURA-INICIAL    PIC 9(06).
             05 REG-MED-FINAL-RETIRADO     PIC 9(06).
             05 REG-MED-RECAMBIO-PEND      PIC X(01).

       FD LEGAJOS.
          01 REG-LEGAJO.
             05 REG-LEG-CLAVE.
                10 REG-LEG-SUC           PIC 9(02).
                10 REG-LEG-DEP           PIC 9(02).
                10 REG-LEG-SEC           PIC 9(02).
                10 REG-LEG-COD-EMP       PIC 9(02).
             05 REG-LEG-FECHA-INGRESO    PIC 9(08).
             05 REG-LEG-CATEGORIA        PIC X(02).
             05 REG-LEG-ESTADO-CIVIL     PIC X(01).
             05 REG-LEG-REGIMEN-REDUCIDO PIC X(01).
             05 REG-LEG-CANT-CARGAS      PIC 9(02).
             05 REG-LEG-CARGAS.
                10 REG-LEG-NACIMIENTO    PIC 9(08) OCCURS 10 TIMES.
      *Egreso: E117 lo registra con fecha y causa, E174 liquida el
      *final y cierra el legajo.
             05 REG-LEG-ESTADO           PIC X(01).
                88 REG-LEG-ACTIVO              VALUE "A" " ".
                88 REG-LEG-EGRESO-PENDIENTE    VALUE "E".
                88 REG-LEG-LIQUIDADO           VALUE "L".
             05 REG-LEG-FECHA-EGRESO     PIC 9(08).
             05 REG-LEG-CAUSA-EGRESO     PIC X(01).
                88 REG-LEG-RENUNCIA            VALUE "R".
                88 REG-LEG-DESPIDO             VALUE "D".
                88 REG-LEG-JUBILACION          VALUE "J".
             05 REG-LEG-FECHA-LIQUIDACION PIC 9(08).

       FD LOTE.
          01 REG-DATOS.
             05 REG-SUC                         PIC 9(02).
             05 REG-DEP                         PIC 9(02).
             05 REG-SEC                         PIC 9(02).
             05 REG-COD-EMP                     PIC 9(02).
             05 REG-SALARY                      PIC 9(04)V9(02).

       FD EXCEPCIONES.
          01 REG-EXCEPCION.
             05 REG-EXC-FECHA            PIC 9(08).
             05 REG-EXC-REGLA            PIC 9(01).
             05 REG-EXC-ARCHIVO          PIC X(12).
             05 REG-EXC-CLAVE            PIC X(16).
             05 REG-EXC-REFERENCIA       PIC X(16).
             05 REG-EXC-DETALLE          PIC X(30).

       FD RESUMEN.
          01 REG-RESUMEN.
             05 REG-RES-FECHA            PIC 9(08).
             05 REG-RES-CANTIDADES.
                10 REG-RES-CANT-REGLA    PIC 9(05) OCCURS 6 TIMES.
             05 REG-RES-TOTAL            PIC 9(06).
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
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-210000-CUENTAS         PIC X(30) VALUE
              '210000-CUENTAS-SIN-CLIENTE  '.
              05 CON-220000-SERVICIOS       PIC X(30) VALUE
              '220000-SERVICIOS            '.
              05 CON-230000-PRODUCTOS       PIC X(30) VALUE
              '230000-PRODUCTOS            '.
              05 CON-240000-ADHESIONES      PIC X(30) VALUE
              '240000-ADHESIONES           '.
              05 CON-250000-CONVENIOS       PIC X(30) VALUE
              '250000-CONVENIOS            '.
              05 CON-260000-LEGAJOS         PIC X(30) VALUE
              '260000-LEGAJOS              '.
              05 CON-270000-BUSCAR          PIC X(30) VALUE
              '270000-BUSCAR-CUENTA        '.
              05 CON-290000-GRABAR-EXC      PIC X(30) VALUE
              '290000-GRABAR-EXCEPCION     '.
              05 CON-300000-EXIT            PIC X(30) VALUE
              '300000-EXIT                 '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
              05 CON-SERVICIOIX PIC X(10) VALUE 'SERVICIOIX'.
              05 CON-PLAZOFIJO  PIC X(10) VALUE 'PLAZOFIJO '.
              05 CON-CHEQUES    PIC X(10) VALUE 'CHEQUES   '.
              05 CON-ABONOS     PIC X(10) VALUE 'ABONOS    '.
              05 CON-BANCOS     PIC X(10) VALUE 'BANCOS    '.
              05 CON-CONVENIOS  PIC X(10) VALUE 'CONVENIOS '.
              05 CON-MEDIDORES  PIC X(10) VALUE 'MEDIDORES '.
              05 CON-LEGAJOS    PIC X(10) VALUE 'LEGAJOS   '.
              05 CON-LOTE       PIC X(10) VALUE 'LOTE      '.
              05 CON-EXCEPCION  PIC X(10) VALUE 'EXCEPCION '.
              05 CON-RESUMEN    PIC X(10) VALUE 'RESUMEN   '.
      ************************** TABLES ********************************
       01 WSV-REGLAS-VALORES.
          05 FILLER PIC X(45) VALUE
             'CUENTAS SIN CLIENTE EN CLIENTESIX            '.
          05 FILLER PIC X(45) VALUE
             'SERVICIOS DE SERVICIOIX DE CUENTAS CERRADAS  '.
          05 FILLER PIC X(45) VALUE
             'PLAZOS FIJOS, CHEQUES Y ABONOS SIN CUENTA    '.
          05 FILLER PIC X(45) VALUE
             'ADHESIONES DE CLIENTES BLOQUEADOS/INEXISTENTE'.
          05 FILLER PIC X(45) VALUE
             'CONVENIOS DE MEDIDORES FUERA DE MEDIDORES    '.
          05 FILLER PIC X(45) VALUE
             'LEGAJOS SIN REGISTRO EN EL LOTE DE NOMINA    '.
       01 WSV-TABLA-REGLAS REDEFINES WSV-REGLAS-VALORES.
          02 WSV-REG-DESCRIPCION         PIC X(45) OCCURS 6 TIMES.

       01 WSV-TABLA-LOTE.
          02 WSV-LOT-ENTRY OCCURS 300 TIMES.
             05 WSV-LOT-CLAVE            PIC 9(08).
       01 WSV-CANT-LOTE                  PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00" "02".
             88 FS-STATUS-EOF                  VALUE "10".
             88 FS-STATUS-SIN-CLAVE            VALUE "23".
          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-SIN-CLAVE        VALUE "23".
          05 FS-STATUS-SRV           PIC X(02) VALUE "00".
             88 FS-STATUS-SRV-OK               VALUE "00" "02".
             88 FS-STATUS-SRV-EOF              VALUE "10".
             88 FS-STATUS-SRV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PF            PIC X(02) VALUE "00".
             88 FS-STATUS-PF-OK                VALUE "00".
             88 FS-STATUS-PF-EOF               VALUE "10".
             88 FS-STATUS-PF-NOT-FOUND         VALUE "35".
          05 FS-STATUS-CHQ           PIC X(02) VALUE "00".
             88 FS-STATUS-CHQ-OK               VALUE "00".
             88 FS-STATUS-CHQ-EOF              VALUE "10".
             88 FS-STATUS-CHQ-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ABO           PIC X(02) VALUE "00".
             88 FS-STATUS-ABO-OK               VALUE "00".
             88 FS-STATUS-ABO-EOF              VALUE "10".
             88 FS-STATUS-ABO-NOT-FOUND        VALUE "35".
          05 FS-STATUS-BCO           PIC X(02) VALUE "00".
             88 FS-STATUS-BCO-OK               VALUE "00".
             88 FS-STATUS-BCO-EOF              VALUE "10".
             88 FS-STATUS-BCO-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CNV           PIC X(02) VALUE "00".
             88 FS-STATUS-CNV-OK               VALUE "00".
             88 FS-STATUS-CNV-EOF              VALUE "10".
             88 FS-STATUS-CNV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MED           PIC X(02) VALUE "00".
             88 FS-STATUS-MED-OK               VALUE "00".
             88 FS-STATUS-MED-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-MED-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LEG           PIC X(02) VALUE "00".
             88 FS-STATUS-LEG-OK               VALUE "00".
             88 FS-STATUS-LEG-EOF              VALUE "10".
             88 FS-STATUS-LEG-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
             88 FS-STATUS-LOT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-EXC           PIC X(02) VALUE "00".
             88 FS-STATUS-EXC-OK               VALUE "00".
          05 FS-STATUS-RES           PIC X(02) VALUE "00".
             88 FS-STATUS-RES-OK               VALUE "00".
             88 FS-STATUS-RES-NOT-FOUND        VALUE "35".
          05 WSV-SW-EXISTE           PIC X(01).
             88 WSV-EXISTE                     VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-REGLA               PIC 9(01).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-CLAVE-LEGAJO        PIC 9(08).
          05 WSV-BUSCAR-CUENTA       PIC X(08).
          05 WSV-NUMERO-ED           PIC Z(07)9.
          05 WSV-EXC-ARCHIVO         PIC X(12).
          05 WSV-EXC-CLAVE           PIC X(16).
          05 WSV-EXC-REFERENCIA      PIC X(16).
          05 WSV-EXC-DETALLE         PIC X(30).
      ********************  LINEA DEL INFORME  *************************
       01 WSR-LINEA-DETALLE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-ARCHIVO         PIC X(12).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-CLAVE           PIC X(16).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-REFERENCIA      PIC X(16).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-DETALLE         PIC X(30).
       01 WSV-CONTADORES.
          05 WSV-CANT-REGLAS.
             10 WSV-CANT-REGLA       PIC 9(05) OCCURS 6 TIMES.
          05 WSV-CANT-TOTAL          PIC 9(06) VALUE ZERO.
          05 WSV-CANT-LEIDOS         PIC 9(07) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
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
           MOVE "E160" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           INITIALIZE WSV-CONTADORES

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "INTEGRIDAD REFERENCIAL ENTRE MAESTROS" TO
              WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
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
      *                         110000-OPEN-ARCHIVOS
      *Los maestros de cuentas y clientes son obligatorios; los demas
      *se abren en el control que los usa.
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT EXCEPCIONES
           IF NOT FS-STATUS-EXC-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-EXCEPCION            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EXC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           PERFORM 210000-CUENTAS-SIN-CLIENTE
              THRU 210000-CUENTAS-SIN-CLIENTE-F

           PERFORM 220000-SERVICIOS
              THRU 220000-SERVICIOS-F

           PERFORM 230000-PRODUCTOS
              THRU 230000-PRODUCTOS-F

           PERFORM 240000-ADHESIONES
              THRU 240000-ADHESIONES-F

           PERFORM 250000-CONVENIOS
              THRU 250000-CONVENIOS-F

           PERFORM 260000-LEGAJOS
              THRU 260000-LEGAJOS-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-CUENTAS-SIN-CLIENTE
      ******************************************************************
       210000-CUENTAS-SIN-CLIENTE.
           MOVE 1 TO WSV-REGLA
           PERFORM 280000-TITULO-REGLA
              THRU 280000-TITULO-REGLA-F

           MOVE LOW-VALUES TO REG-NRO-CUENTA-IX
           START DATOS KEY >= REG-NRO-CUENTA-IX
           IF FS-STATUS-OK
              PERFORM 212000-LEER-CUENTA
                 THRU 212000-LEER-CUENTA-F
                 UNTIL FS-STATUS-EOF
           END-IF
           MOVE "00" TO FS-STATUS

           PERFORM 285000-SUBTOTAL-REGLA
              THRU 285000-SUBTOTAL-REGLA-F
           .
       210000-CUENTAS-SIN-CLIENTE-F. EXIT.
      ******************************************************************
      *                         212000-LEER-CUENTA
      ******************************************************************
       212000-LEER-CUENTA.
           READ DATOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-EOF
                    GO TO 212000-LEER-CUENTA-F
               WHEN OTHER
                    MOVE CON-210000-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS          TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-COD-CLIENTE-IX TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    CONTINUE
               WHEN FS-STATUS-CLI-SIN-CLAVE
                    MOVE "CUENTASIX"        TO WSV-EXC-ARCHIVO
                    MOVE REG-NRO-CUENTA-IX  TO WSV-EXC-CLAVE
                    MOVE REG-COD-CLIENTE-IX TO WSV-NUMERO-ED
                    MOVE WSV-NUMERO-ED      TO WSV-EXC-REFERENCIA
                    MOVE "CLIENTE INEXISTENTE" TO WSV-EXC-DETALLE
                    PERFORM 290000-GRABAR-EXCEPCION
                       THRU 290000-GRABAR-EXCEPCION-F
               WHEN OTHER
                    MOVE CON-210000-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES       TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       212000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         220000-SERVICIOS
      ******************************************************************
       220000-SERVICIOS.
           MOVE 2 TO WSV-REGLA
           PERFORM 280000-TITULO-REGLA
              THRU 280000-TITULO-REGLA-F

           OPEN INPUT SERVICIOIX
           IF FS-STATUS-SRV-NOT-FOUND
              DISPLAY "  SERVICIOIX.txt NO DISPONIBLE - SE SALTEA"
              GO TO 220000-SERVICIOS-F
           END-IF
           IF NOT FS-STATUS-SRV-OK
              MOVE CON-220000-SERVICIOS TO WS-ERR-PARRAFO
              MOVE CON-SERVICIOIX       TO WS-ERR-OBJETO
              MOVE CON-ABRIR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-SRV        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 222000-LEER-SERVICIO
              THRU 222000-LEER-SERVICIO-F
              UNTIL FS-STATUS-SRV-EOF

           CLOSE SERVICIOIX
           PERFORM 285000-SUBTOTAL-REGLA
              THRU 285000-SUBTOTAL-REGLA-F
           .
       220000-SERVICIOS-F. EXIT.
      ******************************************************************
      *                         222000-LEER-SERVICIO
      ******************************************************************
       222000-LEER-SERVICIO.
           READ SERVICIOIX NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-SRV-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-SRV-EOF
                    GO TO 222000-LEER-SERVICIO-F
               WHEN OTHER
                    MOVE CON-220000-SERVICIOS TO WS-ERR-PARRAFO
                    MOVE CON-SERVICIOIX       TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SRV        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-SRV-CUENTA TO WSV-BUSCAR-CUENTA
           PERFORM 270000-BUSCAR-CUENTA
              THRU 270000-BUSCAR-CUENTA-F
           IF WSV-EXISTE
              GO TO 222000-LEER-SERVICIO-F
           END-IF

           MOVE "SERVICIOIX"   TO WSV-EXC-ARCHIVO
           MOVE REG-SRV-CUENTA TO WSV-EXC-CLAVE
           MOVE SPACES         TO WSV-EXC-REFERENCIA
           STRING REG-SRV-CODIGO " " REG-SRV-PERIODO
              DELIMITED BY SIZE INTO WSV-EXC-REFERENCIA
           MOVE "CUENTA CERRADA O INEXISTENTE" TO WSV-EXC-DETALLE
           PERFORM 290000-GRABAR-EXCEPCION
              THRU 290000-GRABAR-EXCEPCION-F
           .
       222000-LEER-SERVICIO-F. EXIT.
      ******************************************************************
      *                         230000-PRODUCTOS
      *Plazos fijos vigentes, cheques emitidos o frenados y abonos
      *sin fecha de fin (o con fin futuro).
      ******************************************************************
       230000-PRODUCTOS.
           MOVE 3 TO WSV-REGLA
           PERFORM 280000-TITULO-REGLA
              THRU 280000-TITULO-REGLA-F

           OPEN INPUT PLAZOFIJO
           IF FS-STATUS-PF-NOT-FOUND
              DISPLAY "  PLAZOFIJO.txt NO DISPONIBLE - SE SALTEA"
           ELSE
              IF NOT FS-STATUS-PF-OK
                 MOVE CON-230000-PRODUCTOS TO WS-ERR-PARRAFO
                 MOVE CON-PLAZOFIJO        TO WS-ERR-OBJETO
                 MOVE CON-ABRIR            TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PF         TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 232000-LEER-PLAZOFIJO
                 THRU 232000-LEER-PLAZOFIJO-F
                 UNTIL FS-STATUS-PF-EOF
              CLOSE PLAZOFIJO
           END-IF

           OPEN INPUT CHEQUES
           IF FS-STATUS-CHQ-NOT-FOUND
              DISPLAY "  CHEQUES.txt NO DISPONIBLE - SE SALTEA"
           ELSE
              IF NOT FS-STATUS-CHQ-OK
                 MOVE CON-230000-PRODUCTOS TO WS-ERR-PARRAFO
                 MOVE CON-CHEQUES          TO WS-ERR-OBJETO
                 MOVE CON-ABRIR            TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CHQ        TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 234000-LEER-CHEQUE
                 THRU 234000-LEER-CHEQUE-F
                 UNTIL FS-STATUS-CHQ-EOF
              CLOSE CHEQUES
           END-IF

           OPEN INPUT ABONOS
           IF FS-STATUS-ABO-NOT-FOUND
              DISPLAY "  ABONOS.txt NO DISPONIBLE - SE SALTEA"
           ELSE
              IF NOT FS-STATUS-ABO-OK
                 MOVE CON-230000-PRODUCTOS TO WS-ERR-PARRAFO
                 MOVE CON-ABONOS           TO WS-ERR-OBJETO
                 MOVE CON-ABRIR            TO WS-ERR-OPERACION
                 MOVE FS-STATUS-ABO        TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 236000-LEER-ABONO
                 THRU 236000-LEER-ABONO-F
                 UNTIL FS-STATUS-ABO-EOF
              CLOSE ABONOS
           END-IF

           PERFORM 285000-SUBTOTAL-REGLA
              THRU 285000-SUBTOTAL-REGLA-F
           .
       230000-PRODUCTOS-F. EXIT.
      ******************************************************************
      *                         232000-LEER-PLAZOFIJO
      ******************************************************************
       232000-LEER-PLAZOFIJO.
           READ PLAZOFIJO NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-PF-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-PF-EOF
                    GO TO 232000-LEER-PLAZOFIJO-F
               WHEN OTHER
                    MOVE CON-230000-PRODUCTOS TO WS-ERR-PARRAFO
                    MOVE CON-PLAZOFIJO        TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PF         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-PF-VIGENTE
              GO TO 232000-LEER-PLAZOFIJO-F
           END-IF
           MOVE REG-PF-CUENTA TO WSV-BUSCAR-CUENTA
           PERFORM 270000-BUSCAR-CUENTA
              THRU 270000-BUSCAR-CUENTA-F
           IF WSV-EXISTE
              GO TO 232000-LEER-PLAZOFIJO-F
           END-IF

           MOVE "PLAZOFIJO"   TO WSV-EXC-ARCHIVO
           MOVE REG-PF-NUMERO TO WSV-NUMERO-ED
           MOVE WSV-NUMERO-ED TO WSV-EXC-CLAVE
           MOVE REG-PF-CUENTA TO WSV-EXC-REFERENCIA
           MOVE "PLAZO FIJO VIGENTE SIN CUENTA" TO WSV-EXC-DETALLE
           PERFORM 290000-GRABAR-EXCEPCION
              THRU 290000-GRABAR-EXCEPCION-F
           .
       232000-LEER-PLAZOFIJO-F. EXIT.
      ******************************************************************
      *                         234000-LEER-CHEQUE
      ******************************************************************
       234000-LEER-CHEQUE.
           READ CHEQUES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-CHQ-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-CHQ-EOF
                    GO TO 234000-LEER-CHEQUE-F
               WHEN OTHER
                    MOVE CON-230000-PRODUCTOS TO WS-ERR-PARRAFO
                    MOVE CON-CHEQUES          TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CHQ        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-CHQ-EMITIDO AND NOT REG-CHQ-FRENADO
              GO TO 234000-LEER-CHEQUE-F
           END-IF
           MOVE REG-CHQ-CUENTA TO WSV-BUSCAR-CUENTA
           PERFORM 270000-BUSCAR-CUENTA
              THRU 270000-BUSCAR-CUENTA-F
           IF WSV-EXISTE
              GO TO 234000-LEER-CHEQUE-F
           END-IF

           MOVE "CHEQUES"      TO WSV-EXC-ARCHIVO
           MOVE REG-CHQ-CUENTA TO WSV-EXC-CLAVE
           MOVE REG-CHQ-NUMERO TO WSV-NUMERO-ED
           MOVE SPACES         TO WSV-EXC-REFERENCIA
           STRING WSV-NUMERO-ED " " REG-CHQ-ESTADO
              DELIMITED BY SIZE INTO WSV-EXC-REFERENCIA
           MOVE "CHEQUE VIVO SIN CUENTA" TO WSV-EXC-DETALLE
           PERFORM 290000-GRABAR-EXCEPCION
              THRU 290000-GRABAR-EXCEPCION-F
           .
       234000-LEER-CHEQUE-F. EXIT.
      ******************************************************************
      *                         236000-LEER-ABONO
      *El abono es por cliente: queda colgado si el cliente ya no
      *tiene ninguna cuenta.
      ******************************************************************
       236000-LEER-ABONO.
           READ ABONOS
           EVALUATE TRUE
               WHEN FS-STATUS-ABO-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-ABO-EOF
                    GO TO 236000-LEER-ABONO-F
               WHEN OTHER
                    MOVE CON-230000-PRODUCTOS TO WS-ERR-PARRAFO
                    MOVE CON-ABONOS           TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ABO        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-ABO-FECHA-FIN NOT = ZERO
              AND REG-ABO-FECHA-FIN <= WSV-FECHA-PROCESO
              GO TO 236000-LEER-ABONO-F
           END-IF

           MOVE REG-ABO-CLIENTE TO REG-COD-CLIENTE-IX
           READ DATOS KEY IS REG-COD-CLIENTE-IX
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    GO TO 236000-LEER-ABONO-F
               WHEN FS-STATUS-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-PRODUCTOS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE "ABONOS"        TO WSV-EXC-ARCHIVO
           MOVE REG-ABO-CLIENTE TO WSV-NUMERO-ED
           MOVE WSV-NUMERO-ED   TO WSV-EXC-CLAVE
           MOVE REG-ABO-SERVICIO TO WSV-EXC-REFERENCIA
           MOVE "ABONO VIGENTE, CLIENTE SIN CTA" TO WSV-EXC-DETALLE
           PERFORM 290000-GRABAR-EXCEPCION
              THRU 290000-GRABAR-EXCEPCION-F
           .
       236000-LEER-ABONO-F. EXIT.
      ******************************************************************
      *                         240000-ADHESIONES
      ******************************************************************
       240000-ADHESIONES.
           MOVE 4 TO WSV-REGLA
           PERFORM 280000-TITULO-REGLA
              THRU 280000-TITULO-REGLA-F

           OPEN INPUT BANCOS
           IF FS-STATUS-BCO-NOT-FOUND
              DISPLAY "  CUENTASBANCO.txt NO DISPONIBLE - SE SALTEA"
              GO TO 240000-ADHESIONES-F
           END-IF
           IF NOT FS-STATUS-BCO-OK
              MOVE CON-240000-ADHESIONES TO WS-ERR-PARRAFO
              MOVE CON-BANCOS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-BCO         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 242000-LEER-ADHESION
              THRU 242000-LEER-ADHESION-F
              UNTIL FS-STATUS-BCO-EOF

           CLOSE BANCOS
           PERFORM 285000-SUBTOTAL-REGLA
              THRU 285000-SUBTOTAL-REGLA-F
           .
       240000-ADHESIONES-F. EXIT.
      ******************************************************************
      *                         242000-LEER-ADHESION
      ******************************************************************
       242000-LEER-ADHESION.
           READ BANCOS
           EVALUATE TRUE
               WHEN FS-STATUS-BCO-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-BCO-EOF
                    GO TO 242000-LEER-ADHESION-F
               WHEN OTHER
                    MOVE CON-240000-ADHESIONES TO WS-ERR-PARRAFO
                    MOVE CON-BANCOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BCO         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-CLIENTE-B TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    IF NOT REG-CLIENTE-BLOQUEADO
                       GO TO 242000-LEER-ADHESION-F
                    END-IF
                    MOVE "CLIENTE BLOQUEADO" TO WSV-EXC-DETALLE
               WHEN FS-STATUS-CLI-SIN-CLAVE
                    MOVE "CLIENTE INEXISTENTE" TO WSV-EXC-DETALLE
               WHEN OTHER
                    MOVE CON-240000-ADHESIONES TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES          TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE "CUENTASBANCO" TO WSV-EXC-ARCHIVO
           MOVE REG-CLIENTE-B  TO WSV-NUMERO-ED
           MOVE WSV-NUMERO-ED  TO WSV-EXC-CLAVE
           MOVE SPACES         TO WSV-EXC-REFERENCIA
           STRING REG-BANCO-B " " REG-CBU-B(1:12)
              DELIMITED BY SIZE INTO WSV-EXC-REFERENCIA
           PERFORM 290000-GRABAR-EXCEPCION
              THRU 290000-GRABAR-EXCEPCION-F
           .
       242000-LEER-ADHESION-F. EXIT.
      ******************************************************************
      *                         250000-CONVENIOS
      ******************************************************************
       250000-CONVENIOS.
           MOVE 5 TO WSV-REGLA
           PERFORM 280000-TITULO-REGLA
              THRU 280000-TITULO-REGLA-F

           OPEN INPUT CONVENIOS
           IF FS-STATUS-CNV-NOT-FOUND
              DISPLAY "  CONVENIOS.txt NO DISPONIBLE - SE SALTEA"
              GO TO 250000-CONVENIOS-F
           END-IF
           IF NOT FS-STATUS-CNV-OK
              MOVE CON-250000-CONVENIOS TO WS-ERR-PARRAFO
              MOVE CON-CONVENIOS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-CNV        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT MEDIDORES
           IF FS-STATUS-MED-NOT-FOUND
              DISPLAY "  MEDIDORES.txt NO DISPONIBLE - SE SALTEA"
              CLOSE CONVENIOS
              GO TO 250000-CONVENIOS-F
           END-IF
           IF NOT FS-STATUS-MED-OK
              MOVE CON-250000-CONVENIOS TO WS-ERR-PARRAFO
              MOVE CON-MEDIDORES        TO WS-ERR-OBJETO
              MOVE CON-ABRIR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-MED        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 252000-LEER-CONVENIO
              THRU 252000-LEER-CONVENIO-F
              UNTIL FS-STATUS-CNV-EOF

           CLOSE CONVENIOS
           CLOSE MEDIDORES
           PERFORM 285000-SUBTOTAL-REGLA
              THRU 285000-SUBTOTAL-REGLA-F
           .
       250000-CONVENIOS-F. EXIT.
      ******************************************************************
      *                         252000-LEER-CONVENIO
      ******************************************************************
       252000-LEER-CONVENIO.
           READ CONVENIOS
           EVALUATE TRUE
               WHEN FS-STATUS-CNV-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-CNV-EOF
                    GO TO 252000-LEER-CONVENIO-F
               WHEN OTHER
                    MOVE CON-250000-CONVENIOS TO WS-ERR-PARRAFO
                    MOVE CON-CONVENIOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CNV        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-CNV-MEDIDOR TO REG-MED-MEDIDOR
           READ MEDIDORES
           EVALUATE TRUE
               WHEN FS-STATUS-MED-OK
                    GO TO 252000-LEER-CONVENIO-F
               WHEN FS-STATUS-MED-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-250000-CONVENIOS TO WS-ERR-PARRAFO
                    MOVE CON-MEDIDORES        TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MED        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE "CONVENIOS"     TO WSV-EXC-ARCHIVO
           MOVE REG-CNV-MEDIDOR TO WSV-EXC-CLAVE
           MOVE SPACES          TO WSV-EXC-REFERENCIA
           STRING REG-CNV-FECHA-INICIO " " REG-CNV-ESTADO
              DELIMITED BY SIZE INTO WSV-EXC-REFERENCIA
           MOVE "MEDIDOR INEXISTENTE" TO WSV-EXC-DETALLE
           PERFORM 290000-GRABAR-EXCEPCION
              THRU 290000-GRABAR-EXCEPCION-F
           .
       252000-LEER-CONVENIO-F. EXIT.
      ******************************************************************
      *                         260000-LEGAJOS
      *El LOTE.txt de nomina se carga en tabla con la clave
      *SUC/DEP/SEC/COD-EMP, como en E117PRE.
      ******************************************************************
       260000-LEGAJOS.
           MOVE 6 TO WSV-REGLA
           PERFORM 280000-TITULO-REGLA
              THRU 280000-TITULO-REGLA-F

           OPEN INPUT LEGAJOS
           IF FS-STATUS-LEG-NOT-FOUND
              DISPLAY "  LEGAJOS.txt NO DISPONIBLE - SE SALTEA"
              GO TO 260000-LEGAJOS-F
           END-IF
           IF NOT FS-STATUS-LEG-OK
              MOVE CON-260000-LEGAJOS TO WS-ERR-PARRAFO
              MOVE CON-LEGAJOS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-LEG      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT LOTE
           IF FS-STATUS-LOT-NOT-FOUND
              DISPLAY "  LOTE.txt NO DISPONIBLE - SE SALTEA"
              CLOSE LEGAJOS
              GO TO 260000-LEGAJOS-F
           END-IF
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-260000-LEGAJOS TO WS-ERR-PARRAFO
              MOVE CON-LOTE           TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 262000-CARGAR-LOTE
              THRU 262000-CARGAR-LOTE-F
              UNTIL FS-STATUS-LOT-EOF
           CLOSE LOTE

           PERFORM 264000-LEER-LEGAJO
              THRU 264000-LEER-LEGAJO-F
              UNTIL FS-STATUS-LEG-EOF

           CLOSE LEGAJOS
           PERFORM 285000-SUBTOTAL-REGLA
              THRU 285000-SUBTOTAL-REGLA-F
           .
       260000-LEGAJOS-F. EXIT.
      ******************************************************************
      *                         262000-CARGAR-LOTE
      ******************************************************************
       262000-CARGAR-LOTE.
           READ LOTE
           EVALUATE TRUE
               WHEN FS-STATUS-LOT-OK
                    IF WSV-CANT-LOTE = 300
                       DISPLAY "E160: TABLA DE LOTE LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-260000-LEGAJOS TO WS-ERR-PARRAFO
                       MOVE CON-LOTE           TO WS-ERR-OBJETO
                       MOVE CON-LEER           TO WS-ERR-OPERACION
                       MOVE 99                 TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-LOTE
                    COMPUTE WSV-LOT-CLAVE(WSV-CANT-LOTE) =
                       REG-SUC * 1000000 + REG-DEP * 10000
                       + REG-SEC * 100 + REG-COD-EMP
               WHEN FS-STATUS-LOT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-260000-LEGAJOS TO WS-ERR-PARRAFO
                    MOVE CON-LOTE           TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LOT      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       262000-CARGAR-LOTE-F. EXIT.
      ******************************************************************
      *                         264000-LEER-LEGAJO
      ******************************************************************
       264000-LEER-LEGAJO.
           READ LEGAJOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-LEG-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-LEG-EOF
                    GO TO 264000-LEER-LEGAJO-F
               WHEN OTHER
                    MOVE CON-260000-LEGAJOS TO WS-ERR-PARRAFO
                    MOVE CON-LEGAJOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LEG      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

      *Un legajo ya liquidado por egreso no cobra en el lote.
           IF REG-LEG-LIQUIDADO
              GO TO 264000-LEER-LEGAJO-F
           END-IF

           MOVE REG-LEG-CLAVE TO WSV-CLAVE-LEGAJO
           MOVE "N" TO WSV-SW-EXISTE
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LOTE
              OR WSV-EXISTE
              IF WSV-LOT-CLAVE(WSV-IDX) = WSV-CLAVE-LEGAJO
                 MOVE "S" TO WSV-SW-EXISTE
              END-IF
           END-PERFORM
           IF WSV-EXISTE
              GO TO 264000-LEER-LEGAJO-F
           END-IF

           MOVE "LEGAJOS"          TO WSV-EXC-ARCHIVO
           MOVE REG-LEG-CLAVE      TO WSV-EXC-CLAVE
           MOVE REG-LEG-CATEGORIA  TO WSV-EXC-REFERENCIA
           MOVE "EMPLEADO FUERA DE NOMINA" TO WSV-EXC-DETALLE
           PERFORM 290000-GRABAR-EXCEPCION
              THRU 290000-GRABAR-EXCEPCION-F
           .
       264000-LEER-LEGAJO-F. EXIT.
      ******************************************************************
      *                         270000-BUSCAR-CUENTA
      *WSV-EXISTE si WSV-BUSCAR-CUENTA esta en CUENTASIX.
      ******************************************************************
       270000-BUSCAR-CUENTA.
           MOVE "N" TO WSV-SW-EXISTE
           MOVE WSV-BUSCAR-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE "S" TO WSV-SW-EXISTE
               WHEN FS-STATUS-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-270000-BUSCAR TO WS-ERR-PARRAFO
                    MOVE CON-DATOS         TO WS-ERR-OBJETO
                    MOVE CON-LEER          TO WS-ERR-OPERACION
                    MOVE FS-STATUS         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       270000-BUSCAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         280000-TITULO-REGLA
      ******************************************************************
       280000-TITULO-REGLA.
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY " "
           DISPLAY "REGLA " WSV-REGLA " - "
                   WSV-REG-DESCRIPCION(WSV-REGLA)
           DISPLAY "  ARCHIVO      CLAVE            REFERENCIA       "
                   "DETALLE"
           .
       280000-TITULO-REGLA-F. EXIT.
      ******************************************************************
      *                         285000-SUBTOTAL-REGLA
      ******************************************************************
       285000-SUBTOTAL-REGLA.
           DISPLAY "  EXCEPCIONES DE LA REGLA " WSV-REGLA " : "
                   WSV-CANT-REGLA(WSV-REGLA)
           .
       285000-SUBTOTAL-REGLA-F. EXIT.
      ******************************************************************
      *                         290000-GRABAR-EXCEPCION
      ******************************************************************
       290000-GRABAR-EXCEPCION.
           MOVE WSV-FECHA-PROCESO  TO REG-EXC-FECHA
           MOVE WSV-REGLA          TO REG-EXC-REGLA
           MOVE WSV-EXC-ARCHIVO    TO REG-EXC-ARCHIVO
           MOVE WSV-EXC-CLAVE      TO REG-EXC-CLAVE
           MOVE WSV-EXC-REFERENCIA TO REG-EXC-REFERENCIA
           MOVE WSV-EXC-DETALLE    TO REG-EXC-DETALLE
           WRITE REG-EXCEPCION
           IF NOT FS-STATUS-EXC-OK
              MOVE CON-290000-GRABAR-EXC TO WS-ERR-PARRAFO
              MOVE CON-EXCEPCION         TO WS-ERR-OBJETO
              MOVE CON-GRABAR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-EXC         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-REGLA(WSV-REGLA)
           ADD 1 TO WSV-CANT-TOTAL

           MOVE WSV-EXC-ARCHIVO    TO WSR-DET-ARCHIVO
           MOVE WSV-EXC-CLAVE      TO WSR-DET-CLAVE
           MOVE WSV-EXC-REFERENCIA TO WSR-DET-REFERENCIA
           MOVE WSV-EXC-DETALLE    TO WSR-DET-DETALLE
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSR-LINEA-DETALLE
           .
       290000-GRABAR-EXCEPCION-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      *El resumen se agrega al historico de barridos; E108 toma el
      *ultimo renglon.
      ******************************************************************
       300000-EXIT.
           CLOSE DATOS
           CLOSE CLIENTES
           CLOSE EXCEPCIONES

           OPEN EXTEND RESUMEN
           IF FS-STATUS-RES-NOT-FOUND
              OPEN OUTPUT RESUMEN
           END-IF
           IF NOT FS-STATUS-RES-OK
              MOVE CON-300000-EXIT    TO WS-ERR-PARRAFO
              MOVE CON-RESUMEN        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-RES-FECHA
           MOVE WSV-CANT-REGLAS   TO REG-RES-CANTIDADES
           MOVE WSV-CANT-TOTAL TO REG-RES-TOTAL
           WRITE REG-RESUMEN
           IF NOT FS-STATUS-RES-OK
              MOVE CON-300000-EXIT    TO WS-ERR-PARRAFO
              MOVE CON-RESUMEN        TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE RESUMEN

           DISPLAY " "
           DISPLAY "E160 - INTEGRIDAD REFERENCIAL AL " WSV-FECHA-PROCESO
           DISPLAY "REGISTROS CONTROLADOS : " WSV-CANT-LEIDOS
           DISPLAY "EXCEPCIONES           : " WSV-CANT-TOTAL
           GOBACK
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
       END PROGRAM E160.
