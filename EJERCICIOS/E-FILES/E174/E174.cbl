      ******************************************************************
      *Liquidacion final por egreso. La nomina solo sabia pagar el
      *mes a los activos y la liquidacion final se hacia con
      *calculadora. Este programa recorre LEGAJOS.txt buscando los
      *egresos registrados con E117 y pendientes de liquidar, y para
      *cada uno calcula: los dias trabajados del mes de egreso sobre
      *el basico de LOTE.txt (el mes completo si egresa el ultimo dia);
      *el SAC proporcional del semestre sobre el mejor bruto del
      *semestre en SALARIO_MENSUAL.txt; las vacaciones no gozadas
      *proporcionales al anio, con la escala de E118 y descontando
      *las tomadas en AUSENCIAS.txt, a razon de basico / 25 por dia;
      *y, solo en el despido sin causa, la indemnizacion por
      *antiguedad (mejor bruto de los ultimos doce meses por anio o
      *fraccion mayor a tres meses, minimo un sueldo), la
      *sustitutiva del preaviso (medio sueldo en periodo de prueba,
      *uno hasta cinco anios, dos despues), la integracion del mes
      *de despido y el SAC sobre ambas. La retencion se calcula con
      *los tramos de E33 sobre los conceptos remunerativos (la
      *indemnizacion esta exenta) y del neto se recupera el saldo del
      *adelanto vigente en ADELANTOS.txt. Emite el recibo en
      *LIQUIDACION_FINAL.txt, acredita el neto en la cuenta del
      *empleado por el lote TRANS_NOMINA.txt (el mismo de E33, que
      *se fusiona con E33MRG; sin cuenta cobra en efectivo) y cierra
      *el legajo como liquidado, con lo que E84 y E117PRE lo dejan
      *fuera de la nomina mensual. Un empleado sin basico en LOTE.txt
      *queda pendiente hasta que se corrija.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E174.
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
       SELECT DATOS ASSIGN TO "LOTE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.

       SELECT MENSUAL ASSIGN TO "SALARIO_MENSUAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MEN.

       SELECT AUSENCIAS ASSIGN TO "AUSENCIAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-AUS.

       SELECT EMPCUENTAS ASSIGN TO "EMPCUENTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EMC.
      *****************************  I-O  ******************************
       SELECT LEGAJOS ASSIGN TO "LEGAJOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-LEG-CLAVE
                       FILE STATUS  IS FS-STATUS-LEG.

       SELECT ADELANTOS ASSIGN TO "ADELANTOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-ADE-CLAVE
                       FILE STATUS  IS FS-STATUS-ADE.
      ****************************  OUTPUT  ****************************
       SELECT RECIBOS ASSIGN TO "LIQUIDACION_FINAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.

       SELECT TRANCTA ASSIGN TO "TRANS_NOMINA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TRA.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
          01 REG-DATOS.
             05 REG-SUC                         PIC 9(02).
             05 REG-DEP                         PIC 9(02).
             05 REG-SEC                         PIC 9(02).
             05 REG-COD-EMP                     PIC 9(02).
             05 REG-SALARY                      PIC 9(04)V9(02).

       FD MENSUAL.
          01 REG-MENSUAL.
             05 REG-MEN-CLAVE                   PIC 9(08).
             05 REG-MEN-PERIODO                 PIC 9(06).
             05 REG-MEN-BRUTO                   PIC 9(04)V9(02).

       FD AUSENCIAS.
          01 REG-AUSENCIA.
             05 REG-AUS-CLAVE            PIC 9(08).
             05 REG-AUS-TIPO             PIC X(01).
                88 REG-AUS-VACACIONES          VALUE "V".
                88 REG-AUS-ENFERMEDAD          VALUE "E".
                88 REG-AUS-SIN-GOCE            VALUE "S".
             05 REG-AUS-DESDE            PIC 9(08).
             05 REG-AUS-HASTA            PIC 9(08).
             05 REG-AUS-DIAS-HABILES     PIC 9(03).

       FD EMPCUENTAS.
          01 REG-EMPCUENTA.
             05 REG-EMC-CLAVE                   PIC 9(08).
             05 REG-EMC-CUENTA                  PIC X(08).
             05 REG-EMC-CLIENTE                 PIC 9(08).

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

       FD ADELANTOS.
          01 REG-ADELANTO.
             05 REG-ADE-CLAVE            PIC 9(08).
             05 REG-ADE-IMPORTE          PIC 9(05)V9(02).
             05 REG-ADE-CUOTAS           PIC 9(02).
             05 REG-ADE-PERIODO-INICIO   PIC 9(06).
             05 REG-ADE-CUOTA-IMPORTE    PIC 9(04)V9(02).
             05 REG-ADE-SALDO            PIC 9(05)V9(02).
             05 REG-ADE-ESTADO           PIC X(01).
                88 REG-ADE-VIGENTE             VALUE "V".
                88 REG-ADE-CANCELADO           VALUE "C".

       FD RECIBOS.
          01 REG-RECIBO                         PIC X(80).

      *Lote de acreditaciones de haberes, mismo layout que E33.
       FD TRANCTA.
          01 REG-TRANCTA.
             05 REG-TRAN-NUMERO          PIC 9(08).
             05 REG-TRAN-OPERACION       PIC X(01).
             05 REG-TRAN-CUENTA          PIC X(08).
             05 REG-TRAN-CLIENTE         PIC 9(08).
             05 REG-TRAN-MONTO           PIC 9(15)V9(02).
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
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-130000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '130000-OPEN-ARCHIVOS        '.
              05 CON-200000-PROCESS         PIC X(30) VALUE
              '200000-PROCESS              '.
              05 CON-230000-HISTORIA        PIC X(30) VALUE
              '230000-HISTORIA             '.
              05 CON-270000-ADELANTO        PIC X(30) VALUE
              '270000-ADELANTO             '.
              05 CON-280000-RECIBO          PIC X(30) VALUE
              '280000-RECIBO               '.
              05 CON-350000-GRABAR-TRAN     PIC X(30) VALUE
              '350000-GRABAR-TRANSACCIONES '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-DATOS      PIC X(10) VALUE 'LOTE      '.
              05 CON-MENSUAL    PIC X(10) VALUE 'MENSUAL   '.
              05 CON-AUSENCIAS  PIC X(10) VALUE 'AUSENCIAS '.
              05 CON-EMPCUENTAS PIC X(10) VALUE 'EMPCUENTAS'.
              05 CON-LEGAJOS    PIC X(10) VALUE 'LEGAJOS   '.
              05 CON-ADELANTOS  PIC X(10) VALUE 'ADELANTOS '.
              05 CON-RECIBOS    PIC X(10) VALUE 'RECIBOS   '.
              05 CON-TRANCTA    PIC X(10) VALUE 'TRANCTA   '.
           02 CON-OTROS.
              05 CON-DIAS-ANIO       PIC 9(03) VALUE 365.
              05 CON-DIAS-MES        PIC 9(02) VALUE 30.
              05 CON-DIAS-PRUEBA     PIC 9(03) VALUE 90.
              05 CON-DIVISOR-VACAC   PIC 9(02) VALUE 25.
      ************************** TABLES ********************************
      *Tramos de retencion de E33.
       01 WSC-RETENCION.
          10 FILLER PIC 9(06)V99 VALUE 001500,00.
          10 FILLER PIC 9(02)V99 VALUE 010,00.
          10 FILLER PIC 9(06)V99 VALUE 003000,00.
          10 FILLER PIC 9(02)V99 VALUE 017,00.
          10 FILLER PIC 9(06)V99 VALUE 999999,99.
          10 FILLER PIC 9(02)V99 VALUE 025,00.
       01 WST-RETENCION REDEFINES WSC-RETENCION.
          05 WST-RET-ENTRY OCCURS 3 TIMES.
             10 WST-RET-TOPE       PIC 9(06)V99.
             10 WST-RET-TASA       PIC 9(02)V99.

       01 WSV-TABLA-LOTE.
          02 WSV-LOT-ENTRY OCCURS 300 TIMES.
             05 WSV-LOT-CLAVE            PIC 9(08).
             05 WSV-LOT-SALARY           PIC 9(04)V9(02).
       01 WSV-CANT-LOTE                  PIC 9(03) VALUE 0.

       01 WSV-TABLA-EMPCUENTAS.
          02 WSV-EMC-ENTRY OCCURS 100 TIMES.
             05 WSV-EMC-CLAVE            PIC 9(08).
             05 WSV-EMC-CUENTA           PIC X(08).
             05 WSV-EMC-CLIENTE          PIC 9(08).
       01 WSV-CANT-EMPCUENTAS            PIC 9(03) VALUE 0.

      *Acreditaciones a emitir al final de la corrida.
       01 WSV-TABLA-ACREDITA.
          02 WSV-ACR-ENTRY OCCURS 100 TIMES.
             05 WSV-ACR-CUENTA           PIC X(08).
             05 WSV-ACR-CLIENTE          PIC 9(08).
             05 WSV-ACR-NETO             PIC 9(07)V9(02).
       01 WSV-CANT-ACREDITA              PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
          05 FS-STATUS-MEN           PIC X(02) VALUE "00".
             88 FS-STATUS-MEN-OK               VALUE "00".
             88 FS-STATUS-MEN-EOF              VALUE "10".
             88 FS-STATUS-MEN-NOT-FOUND        VALUE "35".
          05 FS-STATUS-AUS           PIC X(02) VALUE "00".
             88 FS-STATUS-AUS-OK               VALUE "00".
             88 FS-STATUS-AUS-EOF              VALUE "10".
             88 FS-STATUS-AUS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-EMC           PIC X(02) VALUE "00".
             88 FS-STATUS-EMC-OK               VALUE "00".
             88 FS-STATUS-EMC-EOF              VALUE "10".
             88 FS-STATUS-EMC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LEG           PIC X(02) VALUE "00".
             88 FS-STATUS-LEG-OK               VALUE "00".
             88 FS-STATUS-LEG-EOF              VALUE "10".
             88 FS-STATUS-LEG-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-ADE           PIC X(02) VALUE "00".
             88 FS-STATUS-ADE-OK               VALUE "00".
             88 FS-STATUS-ADE-NOT-FOUND        VALUE "23".
             88 FS-STATUS-ADE-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
          05 FS-STATUS-TRA           PIC X(02) VALUE "00".
             88 FS-STATUS-TRA-OK               VALUE "00".
          05 WSV-SW-ADELANTOS        PIC X(01) VALUE "N".
             88 WSV-HAY-ADELANTOS              VALUE "S".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-ULTIMO-DIA       PIC X(01).
             88 WSV-ULTIMO-DIA                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-CLAVE               PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-RET             PIC 9(01).
          05 WSV-FECHA-EGRESO        PIC 9(08).
          05 WSV-FEC-EGR REDEFINES WSV-FECHA-EGRESO.
             10 WSV-EGR-ANIO         PIC 9(04).
             10 WSV-EGR-MES          PIC 9(02).
             10 WSV-EGR-DIA          PIC 9(02).
          05 WSV-PERIODO-EGRESO      PIC 9(06).
          05 WSV-PERIODO-INGRESO     PIC 9(06).
          05 WSV-DIA-INGRESO         PIC 9(02).
          05 WSV-PERIODO-SEMESTRE    PIC 9(06).
          05 WSV-PERIODO-DOCE        PIC 9(06).
          05 WSV-FECHA-DESDE         PIC 9(08).
          05 WSV-ANIO-AUS            PIC 9(04).
          05 WSV-DIAS-ANTIGUEDAD     PIC 9(05).
          05 WSV-ANIOS               PIC 9(02).
          05 WSV-RESTO-DIAS          PIC 9(03).
          05 WSV-ANIOS-INDEMN        PIC 9(02).
          05 WSV-DIAS-MES            PIC 9(02).
          05 WSV-DIAS-SEMESTRE       PIC 9(03).
          05 WSV-DIAS-ANIO           PIC 9(03).
          05 WSV-DERECHO             PIC 9(03).
          05 WSV-TOMADOS             PIC 9(03).
          05 WSV-DIAS-VACACIONES     PIC S9(03)V9(02).
          05 WSV-BASICO              PIC 9(04)V9(02).
          05 WSV-MEJOR-SEMESTRE      PIC 9(04)V9(02).
          05 WSV-MEJOR-DOCE          PIC 9(04)V9(02).
      *Conceptos del recibo.
          05 WSV-HABERES             PIC 9(06)V9(02).
          05 WSV-SAC                 PIC 9(06)V9(02).
          05 WSV-VACACIONES          PIC 9(06)V9(02).
          05 WSV-PREAVISO            PIC 9(06)V9(02).
          05 WSV-INTEGRACION         PIC 9(06)V9(02).
          05 WSV-SAC-PREAVISO        PIC 9(06)V9(02).
          05 WSV-INDEMNIZACION       PIC 9(07)V9(02).
          05 WSV-REMUNERATIVO        PIC 9(07)V9(02).
          05 WSV-RETENCION           PIC 9(07)V9(02).
          05 WSV-RECUPERO            PIC 9(07)V9(02).
          05 WSV-NETO                PIC 9(07)V9(02).
          05 WSV-CUENTA              PIC X(08).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-DESCRIPCION         PIC X(30).
          05 WSV-IMPORTE             PIC 9(07)V9(02).
          05 WSV-EDIT                PIC Z.ZZZ.ZZ9,99.
          05 WSV-LINEA               PIC X(80).
          05 WSV-ULTIMO-TRAN         PIC 9(08) VALUE ZERO.
          05 WSV-HASH-NOMINA         PIC 9(15)V9(02) VALUE ZERO.
       01 WSV-CONTADORES.
          05 WSV-CANT-LIQUIDADOS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PENDIENTES     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-POR-CUENTA     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-EN-EFECTIVO    PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-NETO          PIC 9(09)V9(02) VALUE ZERO.

      *Trailer TRL + cantidad + suma de control, el mismo que E62
      *controla en todos los archivos de intercambio.
       01 WSV-REG-TRAILER-NOM.
          02 WSV-TRL-MARCA           PIC X(03) VALUE "TRL".
          02 WSV-TRL-CANTIDAD        PIC 9(07).
          02 WSV-TRL-HASH            PIC 9(15)V9(02).
      ************************** COPYS  ********************************
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
           MOVE "E174" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 130000-OPEN-ARCHIVOS
              THRU 130000-OPEN-ARCHIVOS-F

           MOVE ZERO TO REG-LEG-CLAVE
           START LEGAJOS KEY > REG-LEG-CLAVE
           IF FS-STATUS-LEG-OK
              PERFORM 200000-PROCESS
                 THRU 200000-PROCESS-F
                 UNTIL FS-STATUS-LEG-EOF
           END-IF

           PERFORM 350000-GRABAR-TRANSACCIONES
              THRU 350000-GRABAR-TRANSACCIONES-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      *Basicos del mes de LOTE.txt y cuentas de EMPCUENTAS.txt (sin
      *ese archivo todos cobran en efectivo).
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
           PERFORM 112000-LEER-LOTE
              THRU 112000-LEER-LOTE-F
              UNTIL FS-STATUS-LOT-EOF
           CLOSE DATOS

           OPEN INPUT EMPCUENTAS
           IF FS-STATUS-EMC-NOT-FOUND
              GO TO 110000-CARGAR-TABLAS-F
           END-IF
           IF NOT FS-STATUS-EMC-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-EMPCUENTAS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 114000-LEER-EMPCUENTA
              THRU 114000-LEER-EMPCUENTA-F
              UNTIL FS-STATUS-EMC-EOF
           CLOSE EMPCUENTAS
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-LOTE
      ******************************************************************
       112000-LEER-LOTE.
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-LOT-OK
      *Un basico fuera de tabla dejaria al empleado sin liquidar
      *sin que nadie lo note: tabla llena corta la corrida.
                    IF WSV-CANT-LOTE = 300
                       DISPLAY "E174: TABLA DE LOTE LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                       MOVE CON-DATOS                TO WS-ERR-OBJETO
                       MOVE CON-LEER                 TO WS-ERR-OPERACION
                       MOVE 99                       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-LOTE
                    MOVE REG-DATOS(1:8) TO WSV-LOT-CLAVE(WSV-CANT-LOTE)
                    MOVE REG-SALARY    TO WSV-LOT-SALARY(WSV-CANT-LOTE)
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
       112000-LEER-LOTE-F. EXIT.
      ******************************************************************
      *                         114000-LEER-EMPCUENTA
      ******************************************************************
       114000-LEER-EMPCUENTA.
           READ EMPCUENTAS
           IF FS-STATUS-EMC-OK
              IF WSV-CANT-EMPCUENTAS = 100
                 DISPLAY "E174: TABLA DE EMPCUENTAS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-EMPCUENTAS           TO WS-ERR-OBJETO
                 MOVE CON-LEER                 TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-EMPCUENTAS
              MOVE REG-EMC-CLAVE   TO
                 WSV-EMC-CLAVE(WSV-CANT-EMPCUENTAS)
              MOVE REG-EMC-CUENTA  TO
                 WSV-EMC-CUENTA(WSV-CANT-EMPCUENTAS)
              MOVE REG-EMC-CLIENTE TO
                 WSV-EMC-CLIENTE(WSV-CANT-EMPCUENTAS)
           END-IF
           .
       114000-LEER-EMPCUENTA-F. EXIT.
      ******************************************************************
      *                         130000-OPEN-ARCHIVOS
      *Un lote de nomina sin fusionar corta la corrida antes de
      *tocar los legajos, igual que en E33.
      ******************************************************************
       130000-OPEN-ARCHIVOS.
           OPEN INPUT TRANCTA
           IF FS-STATUS-TRA-OK
              CLOSE TRANCTA
              DISPLAY "E174: TRANS_NOMINA.txt EXISTE - HAY UN LOTE "
                      "DE NOMINA SIN FUSIONAR (CORRER E33MRG)"
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O LEGAJOS
           IF FS-STATUS-LEG-SIN-ARCHIVO
              DISPLAY "E174: SIN LEGAJOS.txt - REGISTRE LOS "
                      "LEGAJOS CON E117"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-LEG-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-LEGAJOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-LEG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O ADELANTOS
           EVALUATE TRUE
               WHEN FS-STATUS-ADE-OK
                    MOVE "S" TO WSV-SW-ADELANTOS
               WHEN FS-STATUS-ADE-SIN-ARCHIVO
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                    MOVE CON-ADELANTOS            TO WS-ERR-OBJETO
                    MOVE CON-ABRIR                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ADE            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           OPEN OUTPUT RECIBOS
           IF NOT FS-STATUS-REC-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-RECIBOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       130000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           READ LEGAJOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-LEG-OK
                    IF REG-LEG-EGRESO-PENDIENTE
                       PERFORM 210000-LIQUIDAR
                          THRU 210000-LIQUIDAR-F
                    END-IF
               WHEN FS-STATUS-LEG-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
                    MOVE CON-LEGAJOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LEG      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LIQUIDAR
      ******************************************************************
       210000-LIQUIDAR.
           MOVE REG-LEG-CLAVE        TO WSV-CLAVE
           MOVE REG-LEG-FECHA-EGRESO TO WSV-FECHA-EGRESO

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LOTE
              OR WSV-ENCONTRADO
              IF WSV-LOT-CLAVE(WSV-IDX) = WSV-CLAVE
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 MOVE WSV-LOT-SALARY(WSV-IDX) TO WSV-BASICO
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-PENDIENTES
              DISPLAY "E174: LEGAJO " WSV-CLAVE
                      " SIN BASICO EN LOTE.txt - QUEDA PENDIENTE"
              GO TO 210000-LIQUIDAR-F
           END-IF

           INITIALIZE WSV-HABERES WSV-SAC WSV-VACACIONES
                      WSV-PREAVISO WSV-INTEGRACION WSV-SAC-PREAVISO
                      WSV-INDEMNIZACION WSV-RECUPERO

           PERFORM 220000-ANTIGUEDAD
              THRU 220000-ANTIGUEDAD-F
           PERFORM 230000-HISTORIA
              THRU 230000-HISTORIA-F
           PERFORM 240000-HABERES-Y-SAC
              THRU 240000-HABERES-Y-SAC-F
           PERFORM 250000-VACACIONES
              THRU 250000-VACACIONES-F
           IF REG-LEG-DESPIDO
              PERFORM 260000-DESPIDO
                 THRU 260000-DESPIDO-F
           END-IF

           PERFORM 265000-CALCULAR-RETENCION
              THRU 265000-CALCULAR-RETENCION-F
           COMPUTE WSV-NETO = WSV-REMUNERATIVO - WSV-RETENCION
                            + WSV-INDEMNIZACION

           IF WSV-HAY-ADELANTOS
              PERFORM 270000-ADELANTO
                 THRU 270000-ADELANTO-F
           END-IF

           PERFORM 275000-ANOTAR-ACREDITACION
              THRU 275000-ANOTAR-ACREDITACION-F
           PERFORM 280000-RECIBO
              THRU 280000-RECIBO-F

           MOVE "L"           TO REG-LEG-ESTADO
           MOVE WSV-FECHA-HOY TO REG-LEG-FECHA-LIQUIDACION
           REWRITE REG-LEGAJO
           IF NOT FS-STATUS-LEG-OK
              MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
              MOVE CON-LEGAJOS        TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-LEG      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1        TO WSV-CANT-LIQUIDADOS
           ADD WSV-NETO TO WSV-TOTAL-NETO
           .
       210000-LIQUIDAR-F. EXIT.
      ******************************************************************
      *                         220000-ANTIGUEDAD
      *Dias corridos de ingreso a egreso, anios completos y resto;
      *si el egreso es el ultimo dia del mes se paga el mes entero.
      ******************************************************************
       220000-ANTIGUEDAD.
           MOVE "E"                   TO WS-FEC-OPERACION
           MOVE REG-LEG-FECHA-INGRESO TO WS-FEC-FECHA
           MOVE WSV-FECHA-EGRESO      TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              COMPUTE WSV-DIAS-ANTIGUEDAD = WS-FEC-DIAS + 1
           ELSE
              MOVE 1 TO WSV-DIAS-ANTIGUEDAD
           END-IF
           COMPUTE WSV-ANIOS = WSV-DIAS-ANTIGUEDAD / CON-DIAS-ANIO
           COMPUTE WSV-RESTO-DIAS = WSV-DIAS-ANTIGUEDAD
                                  - WSV-ANIOS * CON-DIAS-ANIO

           COMPUTE WSV-PERIODO-EGRESO  = WSV-FECHA-EGRESO / 100
           COMPUTE WSV-PERIODO-INGRESO = REG-LEG-FECHA-INGRESO / 100

           MOVE "N" TO WSV-SW-ULTIMO-DIA
           MOVE "C"              TO WS-FEC-OPERACION
           MOVE WSV-FECHA-EGRESO TO WS-FEC-FECHA
           MOVE 1                TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              AND WS-FEC-RESULTADO(7:2) = "01"
              MOVE "S" TO WSV-SW-ULTIMO-DIA
           END-IF
           .
       220000-ANTIGUEDAD-F. EXIT.
      ******************************************************************
      *                         230000-HISTORIA
      *Mejor bruto del semestre del egreso y de los ultimos doce
      *meses en SALARIO_MENSUAL.txt (el basico actual entra en la
      *comparacion), y dias de vacaciones tomados en el anio del
      *egreso segun AUSENCIAS.txt.
      ******************************************************************
       230000-HISTORIA.
           IF WSV-EGR-MES < 7
              COMPUTE WSV-PERIODO-SEMESTRE = WSV-EGR-ANIO * 100 + 1
           ELSE
              COMPUTE WSV-PERIODO-SEMESTRE = WSV-EGR-ANIO * 100 + 7
           END-IF
      *AAAAMM - 100 + 1: en diciembre da AAAA13, que igual deja
      *afuera el diciembre anterior.
           COMPUTE WSV-PERIODO-DOCE = WSV-PERIODO-EGRESO - 99
           MOVE WSV-BASICO TO WSV-MEJOR-SEMESTRE
           MOVE WSV-BASICO TO WSV-MEJOR-DOCE
           MOVE ZERO       TO WSV-TOMADOS

           OPEN INPUT MENSUAL
           EVALUATE TRUE
               WHEN FS-STATUS-MEN-OK
                    PERFORM 232000-LEER-MENSUAL
                       THRU 232000-LEER-MENSUAL-F
                       UNTIL FS-STATUS-MEN-EOF
                    CLOSE MENSUAL
               WHEN FS-STATUS-MEN-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-HISTORIA TO WS-ERR-PARRAFO
                    MOVE CON-MENSUAL         TO WS-ERR-OBJETO
                    MOVE CON-ABRIR           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MEN       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           MOVE "00" TO FS-STATUS-MEN

           OPEN INPUT AUSENCIAS
           EVALUATE TRUE
               WHEN FS-STATUS-AUS-OK
                    PERFORM 234000-LEER-AUSENCIA
                       THRU 234000-LEER-AUSENCIA-F
                       UNTIL FS-STATUS-AUS-EOF
                    CLOSE AUSENCIAS
               WHEN FS-STATUS-AUS-NOT-FOUND
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-HISTORIA TO WS-ERR-PARRAFO
                    MOVE CON-AUSENCIAS       TO WS-ERR-OBJETO
                    MOVE CON-ABRIR           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-AUS       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           MOVE "00" TO FS-STATUS-AUS
           .
       230000-HISTORIA-F. EXIT.
      ******************************************************************
      *                         232000-LEER-MENSUAL
      ******************************************************************
       232000-LEER-MENSUAL.
           READ MENSUAL
           EVALUATE TRUE
               WHEN FS-STATUS-MEN-OK
                    IF REG-MEN-CLAVE = WSV-CLAVE
                       AND REG-MEN-PERIODO NOT > WSV-PERIODO-EGRESO
                       IF REG-MEN-PERIODO NOT < WSV-PERIODO-SEMESTRE
                          AND REG-MEN-BRUTO > WSV-MEJOR-SEMESTRE
                          MOVE REG-MEN-BRUTO TO WSV-MEJOR-SEMESTRE
                       END-IF
                       IF REG-MEN-PERIODO NOT < WSV-PERIODO-DOCE
                          AND REG-MEN-BRUTO > WSV-MEJOR-DOCE
                          MOVE REG-MEN-BRUTO TO WSV-MEJOR-DOCE
                       END-IF
                    END-IF
               WHEN FS-STATUS-MEN-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-HISTORIA TO WS-ERR-PARRAFO
                    MOVE CON-MENSUAL         TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MEN       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       232000-LEER-MENSUAL-F. EXIT.
      ******************************************************************
      *                         234000-LEER-AUSENCIA
      ******************************************************************
       234000-LEER-AUSENCIA.
           READ AUSENCIAS
           EVALUATE TRUE
               WHEN FS-STATUS-AUS-OK
                    COMPUTE WSV-ANIO-AUS = REG-AUS-DESDE / 10000
                    IF REG-AUS-CLAVE = WSV-CLAVE
                       AND REG-AUS-VACACIONES
                       AND WSV-ANIO-AUS = WSV-EGR-ANIO
                       ADD REG-AUS-DIAS-HABILES TO WSV-TOMADOS
                    END-IF
               WHEN FS-STATUS-AUS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-HISTORIA TO WS-ERR-PARRAFO
                    MOVE CON-AUSENCIAS       TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-AUS       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       234000-LEER-AUSENCIA-F. EXIT.
      ******************************************************************
      *                         240000-HABERES-Y-SAC
      *Haberes: basico / 30 por dia trabajado del mes (desde el
      *ingreso si entro ese mismo mes), el basico entero si egresa el
      *ultimo dia. SAC proporcional: mejor bruto del semestre por
      *dias del semestre trabajados / 365.
      ******************************************************************
       240000-HABERES-Y-SAC.
           IF WSV-PERIODO-INGRESO = WSV-PERIODO-EGRESO
              MOVE REG-LEG-FECHA-INGRESO(7:2) TO WSV-DIA-INGRESO
              COMPUTE WSV-DIAS-MES = WSV-EGR-DIA - WSV-DIA-INGRESO + 1
           ELSE
              MOVE WSV-EGR-DIA TO WSV-DIAS-MES
           END-IF
           IF WSV-DIAS-MES > CON-DIAS-MES
              MOVE CON-DIAS-MES TO WSV-DIAS-MES
           END-IF
           IF WSV-ULTIMO-DIA
              AND WSV-PERIODO-INGRESO < WSV-PERIODO-EGRESO
              MOVE WSV-BASICO TO WSV-HABERES
           ELSE
              COMPUTE WSV-HABERES ROUNDED =
                 WSV-BASICO * WSV-DIAS-MES / CON-DIAS-MES
           END-IF

           COMPUTE WSV-FECHA-DESDE = WSV-PERIODO-SEMESTRE * 100 + 1
           IF REG-LEG-FECHA-INGRESO > WSV-FECHA-DESDE
              MOVE REG-LEG-FECHA-INGRESO TO WSV-FECHA-DESDE
           END-IF
           MOVE "E"              TO WS-FEC-OPERACION
           MOVE WSV-FECHA-DESDE  TO WS-FEC-FECHA
           MOVE WSV-FECHA-EGRESO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              COMPUTE WSV-DIAS-SEMESTRE = WS-FEC-DIAS + 1
           ELSE
              MOVE ZERO TO WSV-DIAS-SEMESTRE
           END-IF
           COMPUTE WSV-SAC ROUNDED =
              WSV-MEJOR-SEMESTRE * WSV-DIAS-SEMESTRE / CON-DIAS-ANIO
           .
       240000-HABERES-Y-SAC-F. EXIT.
      ******************************************************************
      *                         250000-VACACIONES
      *Derecho del anio con la escala de E118 (14/21/28/35 dias por
      *antiguedad), proporcional a los dias trabajados en el anio,
      *menos los dias ya tomados; cada dia vale basico / 25.
      ******************************************************************
       250000-VACACIONES.
           EVALUATE TRUE
               WHEN WSV-ANIOS < 5
                    MOVE 14 TO WSV-DERECHO
               WHEN WSV-ANIOS < 10
                    MOVE 21 TO WSV-DERECHO
               WHEN WSV-ANIOS < 20
                    MOVE 28 TO WSV-DERECHO
               WHEN OTHER
                    MOVE 35 TO WSV-DERECHO
           END-EVALUATE

           COMPUTE WSV-FECHA-DESDE = WSV-EGR-ANIO * 10000 + 101
           IF REG-LEG-FECHA-INGRESO > WSV-FECHA-DESDE
              MOVE REG-LEG-FECHA-INGRESO TO WSV-FECHA-DESDE
           END-IF
           MOVE "E"              TO WS-FEC-OPERACION
           MOVE WSV-FECHA-DESDE  TO WS-FEC-FECHA
           MOVE WSV-FECHA-EGRESO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              COMPUTE WSV-DIAS-ANIO = WS-FEC-DIAS + 1
           ELSE
              MOVE ZERO TO WSV-DIAS-ANIO
           END-IF

           COMPUTE WSV-DIAS-VACACIONES ROUNDED =
              WSV-DERECHO * WSV-DIAS-ANIO / CON-DIAS-ANIO
              - WSV-TOMADOS
           IF WSV-DIAS-VACACIONES > ZERO
              COMPUTE WSV-VACACIONES ROUNDED =
                 WSV-BASICO * WSV-DIAS-VACACIONES / CON-DIVISOR-VACAC
           ELSE
              MOVE ZERO TO WSV-DIAS-VACACIONES
           END-IF
           .
       250000-VACACIONES-F. EXIT.
      ******************************************************************
      *                         260000-DESPIDO
      *Despido sin causa: indemnizacion por antiguedad (un mejor
      *bruto de los ultimos doce meses por anio, la fraccion mayor a
      *tres meses cuenta como anio, minimo uno), sustitutiva del
      *preaviso, integracion del mes de despido y SAC sobre ambas.
      ******************************************************************
       260000-DESPIDO.
           MOVE WSV-ANIOS TO WSV-ANIOS-INDEMN
           IF WSV-RESTO-DIAS > CON-DIAS-PRUEBA
              ADD 1 TO WSV-ANIOS-INDEMN
           END-IF
           IF WSV-ANIOS-INDEMN = ZERO
              MOVE 1 TO WSV-ANIOS-INDEMN
           END-IF
           COMPUTE WSV-INDEMNIZACION = WSV-MEJOR-DOCE * WSV-ANIOS-INDEMN

           EVALUATE TRUE
               WHEN WSV-DIAS-ANTIGUEDAD NOT > CON-DIAS-PRUEBA
                    COMPUTE WSV-PREAVISO ROUNDED = WSV-BASICO / 2
               WHEN WSV-ANIOS < 5
                    MOVE WSV-BASICO TO WSV-PREAVISO
               WHEN OTHER
                    COMPUTE WSV-PREAVISO = WSV-BASICO * 2
           END-EVALUATE

           IF NOT WSV-ULTIMO-DIA
              AND WSV-BASICO > WSV-HABERES
              COMPUTE WSV-INTEGRACION = WSV-BASICO - WSV-HABERES
           END-IF

           COMPUTE WSV-SAC-PREAVISO ROUNDED =
              (WSV-PREAVISO + WSV-INTEGRACION) / 12
           .
       260000-DESPIDO-F. EXIT.
      ******************************************************************
      *                         265000-CALCULAR-RETENCION
      *Tramos de E33 sobre el total remunerativo; la indemnizacion
      *no tributa.
      ******************************************************************
       265000-CALCULAR-RETENCION.
           COMPUTE WSV-REMUNERATIVO = WSV-HABERES + WSV-SAC
                                    + WSV-VACACIONES + WSV-PREAVISO
                                    + WSV-INTEGRACION
                                    + WSV-SAC-PREAVISO
           MOVE ZERO TO WSV-RETENCION
           MOVE "N"  TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-RET FROM 1 BY 1
              UNTIL WSV-IDX-RET > 3
                 OR WSV-ENCONTRADO
              IF WSV-REMUNERATIVO <= WST-RET-TOPE(WSV-IDX-RET)
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 COMPUTE WSV-RETENCION ROUNDED =
                    WSV-REMUNERATIVO * WST-RET-TASA(WSV-IDX-RET) / 100
              END-IF
           END-PERFORM
           .
       265000-CALCULAR-RETENCION-F. EXIT.
      ******************************************************************
      *                         270000-ADELANTO
      *El saldo del adelanto vigente se recupera del neto final,
      *hasta donde alcance; lo que no alcanza queda informado.
      ******************************************************************
       270000-ADELANTO.
           MOVE WSV-CLAVE TO REG-ADE-CLAVE
           READ ADELANTOS
           IF FS-STATUS-ADE-NOT-FOUND
              GO TO 270000-ADELANTO-F
           END-IF
           IF NOT FS-STATUS-ADE-OK
              MOVE CON-270000-ADELANTO TO WS-ERR-PARRAFO
              MOVE CON-ADELANTOS       TO WS-ERR-OBJETO
              MOVE CON-LEER            TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADE       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF NOT REG-ADE-VIGENTE
              GO TO 270000-ADELANTO-F
           END-IF

           IF REG-ADE-SALDO > WSV-NETO
              MOVE WSV-NETO TO WSV-RECUPERO
           ELSE
              MOVE REG-ADE-SALDO TO WSV-RECUPERO
           END-IF
           SUBTRACT WSV-RECUPERO FROM REG-ADE-SALDO
           SUBTRACT WSV-RECUPERO FROM WSV-NETO
           IF REG-ADE-SALDO = ZERO
              MOVE "C" TO REG-ADE-ESTADO
           ELSE
              MOVE REG-ADE-SALDO TO WSV-EDIT
              DISPLAY "E174: LEGAJO " WSV-CLAVE
                      " ADELANTO CON SALDO SIN RECUPERAR " WSV-EDIT
           END-IF
           REWRITE REG-ADELANTO
           IF NOT FS-STATUS-ADE-OK
              MOVE CON-270000-ADELANTO TO WS-ERR-PARRAFO
              MOVE CON-ADELANTOS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADE       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       270000-ADELANTO-F. EXIT.
      ******************************************************************
      *                         275000-ANOTAR-ACREDITACION
      *Con cuenta mapeada el neto se anota para el lote de
      *transacciones; si no, cobra en efectivo.
      ******************************************************************
       275000-ANOTAR-ACREDITACION.
           MOVE SPACES TO WSV-CUENTA
           MOVE ZERO   TO WSV-CLIENTE
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-EMPCUENTAS
              OR WSV-ENCONTRADO
              IF WSV-EMC-CLAVE(WSV-IDX) = WSV-CLAVE
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 MOVE WSV-EMC-CUENTA(WSV-IDX)  TO WSV-CUENTA
                 MOVE WSV-EMC-CLIENTE(WSV-IDX) TO WSV-CLIENTE
              END-IF
           END-PERFORM

           IF NOT WSV-ENCONTRADO OR WSV-NETO = ZERO
              ADD 1 TO WSV-CANT-EN-EFECTIVO
              GO TO 275000-ANOTAR-ACREDITACION-F
           END-IF

           ADD 1 TO WSV-CANT-POR-CUENTA
      *Una acreditacion fuera de tabla dejaria un neto sin emitir
      *al lote de transacciones: tabla llena corta la corrida.
           IF WSV-CANT-ACREDITA = 100
              DISPLAY "E174: TABLA DE ACREDITACIONES LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-350000-GRABAR-TRAN TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA            TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE 99                     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ACREDITA
           MOVE WSV-CUENTA  TO WSV-ACR-CUENTA(WSV-CANT-ACREDITA)
           MOVE WSV-CLIENTE TO WSV-ACR-CLIENTE(WSV-CANT-ACREDITA)
           MOVE WSV-NETO    TO WSV-ACR-NETO(WSV-CANT-ACREDITA)
           .
       275000-ANOTAR-ACREDITACION-F. EXIT.
      ******************************************************************
      *                         280000-RECIBO
      ******************************************************************
       280000-RECIBO.
           MOVE SPACES TO WSV-LINEA
           STRING "LIQUIDACION FINAL LEGAJO " DELIMITED BY SIZE
              WSV-CLAVE DELIMITED BY SIZE
              " INGRESO " DELIMITED BY SIZE
              REG-LEG-FECHA-INGRESO DELIMITED BY SIZE
              " EGRESO " DELIMITED BY SIZE
              WSV-FECHA-EGRESO DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 285000-GRABAR-LINEA
              THRU 285000-GRABAR-LINEA-F

           MOVE SPACES TO WSV-LINEA
           EVALUATE TRUE
               WHEN REG-LEG-RENUNCIA
                    MOVE "CAUSA: RENUNCIA" TO WSV-LINEA
               WHEN REG-LEG-DESPIDO
                    MOVE "CAUSA: DESPIDO SIN CAUSA" TO WSV-LINEA
               WHEN OTHER
                    MOVE "CAUSA: JUBILACION" TO WSV-LINEA
           END-EVALUATE
           MOVE "ANTIGUEDAD (DIAS)"   TO WSV-LINEA(31:17)
           MOVE WSV-DIAS-ANTIGUEDAD   TO WSV-LINEA(49:5)
           PERFORM 285000-GRABAR-LINEA
              THRU 285000-GRABAR-LINEA-F

           MOVE "HABERES DEL MES"            TO WSV-DESCRIPCION
           MOVE WSV-HABERES                  TO WSV-IMPORTE
           PERFORM 282000-LINEA-CONCEPTO
              THRU 282000-LINEA-CONCEPTO-F
           MOVE "SAC PROPORCIONAL"           TO WSV-DESCRIPCION
           MOVE WSV-SAC                      TO WSV-IMPORTE
           PERFORM 282000-LINEA-CONCEPTO
              THRU 282000-LINEA-CONCEPTO-F
           MOVE "VACACIONES NO GOZADAS"      TO WSV-DESCRIPCION
           MOVE WSV-VACACIONES               TO WSV-IMPORTE
           PERFORM 282000-LINEA-CONCEPTO
              THRU 282000-LINEA-CONCEPTO-F
           IF REG-LEG-DESPIDO
              MOVE "PREAVISO SUSTITUTIVO"       TO WSV-DESCRIPCION
              MOVE WSV-PREAVISO                 TO WSV-IMPORTE
              PERFORM 282000-LINEA-CONCEPTO
                 THRU 282000-LINEA-CONCEPTO-F
              MOVE "INTEGRACION MES DESPIDO"    TO WSV-DESCRIPCION
              MOVE WSV-INTEGRACION              TO WSV-IMPORTE
              PERFORM 282000-LINEA-CONCEPTO
                 THRU 282000-LINEA-CONCEPTO-F
              MOVE "SAC S/PREAVISO E INTEGRAC."  TO WSV-DESCRIPCION
              MOVE WSV-SAC-PREAVISO             TO WSV-IMPORTE
              PERFORM 282000-LINEA-CONCEPTO
                 THRU 282000-LINEA-CONCEPTO-F
           END-IF
           MOVE "TOTAL REMUNERATIVO"         TO WSV-DESCRIPCION
           MOVE WSV-REMUNERATIVO             TO WSV-IMPORTE
           PERFORM 282000-LINEA-CONCEPTO
              THRU 282000-LINEA-CONCEPTO-F
           MOVE "RETENCION"                  TO WSV-DESCRIPCION
           MOVE WSV-RETENCION                TO WSV-IMPORTE
           PERFORM 282000-LINEA-CONCEPTO
              THRU 282000-LINEA-CONCEPTO-F
           IF REG-LEG-DESPIDO
              MOVE "INDEMNIZACION ANTIGUEDAD"   TO WSV-DESCRIPCION
              MOVE WSV-INDEMNIZACION            TO WSV-IMPORTE
              PERFORM 282000-LINEA-CONCEPTO
                 THRU 282000-LINEA-CONCEPTO-F
           END-IF
           IF WSV-RECUPERO > ZERO
              MOVE "RECUPERO ADELANTO"          TO WSV-DESCRIPCION
              MOVE WSV-RECUPERO                 TO WSV-IMPORTE
              PERFORM 282000-LINEA-CONCEPTO
                 THRU 282000-LINEA-CONCEPTO-F
           END-IF
           MOVE "NETO A COBRAR"              TO WSV-DESCRIPCION
           MOVE WSV-NETO                     TO WSV-IMPORTE
           PERFORM 282000-LINEA-CONCEPTO
              THRU 282000-LINEA-CONCEPTO-F

           MOVE SPACES TO WSV-LINEA
           IF WSV-ENCONTRADO AND WSV-NETO > ZERO
              STRING "ACREDITADO EN CUENTA " DELIMITED BY SIZE
                 WSV-CUENTA DELIMITED BY SIZE
                 INTO WSV-LINEA
           ELSE
              MOVE "PAGO EN EFECTIVO" TO WSV-LINEA
           END-IF
           PERFORM 285000-GRABAR-LINEA
              THRU 285000-GRABAR-LINEA-F
           MOVE ALL "-" TO WSV-LINEA
           PERFORM 285000-GRABAR-LINEA
              THRU 285000-GRABAR-LINEA-F
           .
       280000-RECIBO-F. EXIT.
      ******************************************************************
      *                         282000-LINEA-CONCEPTO
      ******************************************************************
       282000-LINEA-CONCEPTO.
           MOVE WSV-IMPORTE TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           MOVE WSV-DESCRIPCION TO WSV-LINEA(3:30)
           MOVE WSV-EDIT        TO WSV-LINEA(35:12)
           PERFORM 285000-GRABAR-LINEA
              THRU 285000-GRABAR-LINEA-F
           .
       282000-LINEA-CONCEPTO-F. EXIT.
      ******************************************************************
      *                         285000-GRABAR-LINEA
      ******************************************************************
       285000-GRABAR-LINEA.
           WRITE REG-RECIBO FROM WSV-LINEA
           IF NOT FS-STATUS-REC-OK
              MOVE CON-280000-RECIBO TO WS-ERR-PARRAFO
              MOVE CON-RECIBOS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       285000-GRABAR-LINEA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE LEGAJOS
           CLOSE RECIBOS
           IF WSV-HAY-ADELANTOS
              CLOSE ADELANTOS
           END-IF

           MOVE WSV-TOTAL-NETO TO WSV-EDIT
           DISPLAY "E174 - LIQUIDACIONES FINALES POR EGRESO"
           DISPLAY "LEGAJOS LIQUIDADOS          : " WSV-CANT-LIQUIDADOS
           DISPLAY "PENDIENTES SIN BASICO       : " WSV-CANT-PENDIENTES
           DISPLAY "PAGADOS POR CUENTA          : " WSV-CANT-POR-CUENTA
           DISPLAY "PAGADOS EN EFECTIVO         : " WSV-CANT-EN-EFECTIVO
           DISPLAY "TOTAL NETO                  : " WSV-EDIT
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         350000-GRABAR-TRANSACCIONES
      *Emite los netos como transacciones de credito (operacion C)
      *en TRANS_NOMINA.txt con trailer TRL, igual que E33; E33MRG lo
      *fusiona en CUENTASIX_TRANS antes de la cadena diaria.
      ******************************************************************
       350000-GRABAR-TRANSACCIONES.
           IF WSV-CANT-ACREDITA = ZERO
              GO TO 350000-GRABAR-TRANSACCIONES-F
           END-IF

           OPEN OUTPUT TRANCTA
           IF NOT FS-STATUS-TRA-OK
              MOVE CON-350000-GRABAR-TRAN TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA            TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRA          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ACREDITA
              ADD 1 TO WSV-ULTIMO-TRAN
              MOVE WSV-ULTIMO-TRAN TO REG-TRAN-NUMERO
              MOVE "C" TO REG-TRAN-OPERACION
              MOVE WSV-ACR-CUENTA(WSV-IDX)  TO REG-TRAN-CUENTA
              MOVE WSV-ACR-CLIENTE(WSV-IDX) TO REG-TRAN-CLIENTE
              MOVE WSV-ACR-NETO(WSV-IDX)    TO REG-TRAN-MONTO
              ADD WSV-ACR-NETO(WSV-IDX) TO WSV-HASH-NOMINA
              WRITE REG-TRANCTA
              IF NOT FS-STATUS-TRA-OK
                 MOVE CON-350000-GRABAR-TRAN TO WS-ERR-PARRAFO
                 MOVE CON-TRANCTA            TO WS-ERR-OBJETO
                 MOVE CON-GRABAR             TO WS-ERR-OPERACION
                 MOVE FS-STATUS-TRA          TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM

           MOVE WSV-ULTIMO-TRAN TO WSV-TRL-CANTIDAD
           MOVE WSV-HASH-NOMINA TO WSV-TRL-HASH
           WRITE REG-TRANCTA FROM WSV-REG-TRAILER-NOM
           IF NOT FS-STATUS-TRA-OK
              MOVE CON-350000-GRABAR-TRAN TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA            TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRA          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE TRANCTA
           DISPLAY "LOTE TRANS_NOMINA.txt GENERADO - "
                   "FUSIONAR CON E33MRG ANTES DE LA CADENA DIARIA"
           .
       350000-GRABAR-TRANSACCIONES-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E174.
