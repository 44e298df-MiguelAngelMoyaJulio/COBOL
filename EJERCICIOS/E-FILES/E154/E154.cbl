      ******************************************************************
      *Monitoreo diario de prevencion de lavado de activos (PLD).
      *Nadie miraba el efectivo: E99 deja cada deposito y extraccion
      *de caja en CAJA_OPERACIONES.txt y E47 aplica los creditos que
      *entran por E97, pero ningun proceso los controlaba. Este paso
      *aplica cuatro reglas con los parametros de PLD_PARAMETROS.txt
      *(si no existe rigen los valores de CON-POLITICAS):
      *  UM - operacion en efectivo del dia (deposito o extraccion)
      *       por encima del umbral de reporte;
      *  FR - fraccionamiento: depositos en efectivo del mismo
      *       cliente, apenas por debajo del umbral (desde el
      *       porcentaje fijado), en los ultimos N dias corridos, que
      *       son al menos la cantidad minima y juntos superan el
      *       umbral; se informa en cuantas sucursales se hicieron;
      *  PP - pasaje rapido de fondos: cuenta que en los ultimos N
      *       dias recibio creditos por encima del minimo y debito
      *       al menos el porcentaje fijado de lo que recibio;
      *  VH - volumen del cliente en los ultimos N dias muy por
      *       encima de su propio promedio: se compara contra lo que
      *       movio en el resto del historico, llevado a N dias y
      *       multiplicado por el factor.
      *Las dos primeras se arman con CAJA_OPERACIONES.txt; las otras
      *dos con los movimientos aplicados de CUENTASIX_HIST.txt, que
      *incluyen los creditos recibidos por E97. Los importes se
      *llevan a pesos con las cotizaciones de TASASDIA.txt segun la
      *moneda de la cuenta. Cada alerta abre un caso en estado A
      *(abierto) en CASOS_PLD.txt, salvo que el cliente ya tenga un
      *caso de la misma regla dentro de la ventana (una operacion UM
      *se reconoce por cuenta, fecha e importe, asi una segunda
      *corrida del dia no la duplica). Los casos los resuelve el
      *analista en E154CAS y los confirmados salen en el reporte de
      *operacion sospechosa de E154ROS. La fecha de proceso sale de
      *PARAMETROS.txt si existe.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E154.
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

       SELECT PARAMPLD ASSIGN TO "PLD_PARAMETROS.txt"
                     FILE STATUS IS FS-STATUS-PPL
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CAJAOPS ASSIGN TO "CAJA_OPERACIONES.txt"
                     FILE STATUS IS FS-STATUS-OPS
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HISTORIAL ASSIGN TO "CUENTASIX_HIST.txt"
                     FILE STATUS IS FS-STATUS-HIS
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TASASDIA ASSIGN TO "TASASDIA.txt"
                     FILE STATUS IS FS-STATUS-TASA
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
       SELECT CASOS ASSIGN TO "CASOS_PLD.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-CAS-NUMERO
                       ALTERNATE RECORD KEY IS REG-CAS-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-CAS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD PARAMPLD.
          01 REG-PARAMPLD.
             05 REG-PPL-UMBRAL           PIC 9(13)V9(02).
             05 REG-PPL-PCT-FRACCION     PIC 9(03).
             05 REG-PPL-CANT-FRACCION    PIC 9(03).
             05 REG-PPL-DIAS-VENTANA     PIC 9(03).
             05 REG-PPL-PCT-PASAJE       PIC 9(03).
             05 REG-PPL-MONTO-PASAJE     PIC 9(13)V9(02).
             05 REG-PPL-DIAS-HISTORIA    PIC 9(03).
             05 REG-PPL-FACTOR-VOLUMEN   PIC 9(03).
             05 REG-PPL-MONTO-VOLUMEN    PIC 9(13)V9(02).

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

       FD HISTORIAL.
          01 REG-HISTORIAL.
             05 REG-HIST-FECHA           PIC 9(08).
             05 REG-HIST-HORA            PIC 9(08).
             05 REG-HIST-CUENTA          PIC X(08).
             05 REG-HIST-MONTO-ANTERIOR  PIC S9(15)V9(02).
             05 REG-HIST-MONTO-APLICADO  PIC S9(15)V9(02).
             05 REG-HIST-MONTO-NUEVO     PIC S9(15)V9(02).
             05 REG-HIST-SECUENCIA       PIC 9(07).
             05 REG-HIST-CONTROL         PIC 9(09).

       FD TASASDIA.
          01 REG-TASADIA.
             05 REG-MONEDA-TASA          PIC X(03).
             05 REG-TIPO-CAMBIO-TASA     PIC 9(04)V9(04).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CASOS.
          01 REG-CASO.
             05 REG-CAS-NUMERO           PIC 9(08).
             05 REG-CAS-FECHA-ALTA       PIC 9(08).
             05 REG-CAS-REGLA            PIC X(02).
                88 REG-CAS-EFECTIVO             VALUE "UM".
                88 REG-CAS-FRACCION             VALUE "FR".
                88 REG-CAS-PASAJE               VALUE "PP".
                88 REG-CAS-VOLUMEN              VALUE "VH".
             05 REG-CAS-CLIENTE          PIC 9(08).
             05 REG-CAS-CUENTA           PIC X(08).
             05 REG-CAS-SUCURSAL         PIC X(03).
             05 REG-CAS-IMPORTE          PIC 9(15)V9(02).
             05 REG-CAS-CANT-OPERACIONES PIC 9(05).
             05 REG-CAS-FECHA-DESDE      PIC 9(08).
             05 REG-CAS-FECHA-HASTA      PIC 9(08).
             05 REG-CAS-DETALLE          PIC X(60).
             05 REG-CAS-ESTADO           PIC X(01).
                88 REG-CAS-ABIERTO              VALUE "A".
                88 REG-CAS-CONFIRMADO           VALUE "C".
                88 REG-CAS-DESCARTADO           VALUE "D".
                88 REG-CAS-REPORTADO            VALUE "R".
             05 REG-CAS-ANALISTA         PIC X(08).
             05 REG-CAS-FECHA-DISPOSICION PIC 9(08).
             05 REG-CAS-COMENTARIO       PIC X(60).
             05 REG-CAS-FECHA-ROS        PIC 9(08).
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
              05 CON-107000-LEER-PARAMPLD   PIC X(30) VALUE
              '107000-LEER-PARAMPLD        '.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-115000-CARGAR-TASAS    PIC X(30) VALUE
              '115000-CARGAR-TASAS         '.
              05 CON-210000-PROCESAR-CAJA   PIC X(30) VALUE
              '210000-PROCESAR-CAJA        '.
              05 CON-216000-LEER-CUENTA     PIC X(30) VALUE
              '216000-LEER-CUENTA          '.
              05 CON-230000-ACUMULAR-FRACC  PIC X(30) VALUE
              '230000-ACUMULAR-FRACCION    '.
              05 CON-250000-PROCESAR-HIST   PIC X(30) VALUE
              '250000-PROCESAR-HISTORIAL   '.
              05 CON-254000-ACUMULAR-CUENTA PIC X(30) VALUE
              '254000-ACUMULAR-CUENTA      '.
              05 CON-265000-ACUMULAR-CLIENTE PIC X(30) VALUE
              '265000-ACUMULAR-CLIENTE     '.
              05 CON-280000-ABRIR-CASO      PIC X(30) VALUE
              '280000-ABRIR-CASO           '.
           02 CON-POLITICAS.
      *Umbral de reporte de operaciones en efectivo, en pesos.
              05 CON-UMBRAL             PIC 9(13)V9(02)
                                        VALUE 1000000,00.
      *Un deposito cuenta para fraccionamiento desde este porcentaje
      *del umbral (y por debajo de el); hacen falta al menos
      *CON-CANT-FRACCION depositos asi dentro de la ventana.
              05 CON-PCT-FRACCION       PIC 9(03) VALUE 080.
              05 CON-CANT-FRACCION      PIC 9(03) VALUE 003.
      *Ventana en dias corridos (incluido el dia de proceso).
              05 CON-DIAS-VENTANA       PIC 9(03) VALUE 005.
      *Pasaje: debitos de al menos este porcentaje de los creditos,
      *con creditos de al menos CON-MONTO-PASAJE en la ventana.
              05 CON-PCT-PASAJE         PIC 9(03) VALUE 090.
              05 CON-MONTO-PASAJE       PIC 9(13)V9(02)
                                        VALUE 2000000,00.
      *Historico del cliente en dias corridos (incluye la ventana),
      *factor sobre su promedio y volumen minimo para alertar.
              05 CON-DIAS-HISTORIA      PIC 9(03) VALUE 180.
              05 CON-FACTOR-VOLUMEN     PIC 9(03) VALUE 005.
              05 CON-MONTO-VOLUMEN      PIC 9(13)V9(02)
                                        VALUE 5000000,00.
              05 CON-MONEDA-PESOS       PIC X(03) VALUE 'ARS'.
              05 CON-MAX-SUCURSALES     PIC 9(02) VALUE 10.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-PARAMPLD   PIC X(10) VALUE 'PARAMPLD  '.
              05 CON-CAJAOPS    PIC X(10) VALUE 'CAJAOPS   '.
              05 CON-HISTORIAL  PIC X(10) VALUE 'HISTORIAL '.
              05 CON-TASASDIA   PIC X(10) VALUE 'TASASDIA  '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-CASOS      PIC X(10) VALUE 'CASOS     '.
              05 CON-FRACCION   PIC X(10) VALUE 'FRACCION  '.
              05 CON-CUENTAS    PIC X(10) VALUE 'CUENTAS   '.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
      *************************  TABLAS  *******************************
      *Depositos en efectivo en la franja de fraccionamiento, por
      *cliente, con las sucursales distintas en que se hicieron.
       01 WSV-TABLA-FRACCION.
          02 WSV-FRA-ENTRY OCCURS 500 TIMES.
             05 WSV-FRA-CLIENTE          PIC 9(08).
             05 WSV-FRA-CUENTA           PIC X(08).
             05 WSV-FRA-CANT             PIC 9(05).
             05 WSV-FRA-TOTAL            PIC 9(15)V9(02).
             05 WSV-FRA-DESDE            PIC 9(08).
             05 WSV-FRA-HASTA            PIC 9(08).
             05 WSV-FRA-CANT-SUC         PIC 9(02).
             05 WSV-FRA-SUCURSAL         PIC X(03) OCCURS 10 TIMES.
       01 WSV-CANT-FRACCION              PIC 9(03) VALUE 0.

      *Movimientos del historico por cuenta, en la moneda de la
      *cuenta: creditos y debitos de la ventana y volumen anterior.
       01 WSV-TABLA-CUENTAS.
          02 WSV-CTA-ENTRY OCCURS 500 TIMES.
             05 WSV-CTA-CUENTA           PIC X(08).
             05 WSV-CTA-CREDITOS         PIC 9(15)V9(02).
             05 WSV-CTA-DEBITOS          PIC 9(15)V9(02).
             05 WSV-CTA-CANT-VENTANA     PIC 9(05).
             05 WSV-CTA-ANTERIOR         PIC 9(15)V9(02).
             05 WSV-CTA-DESDE            PIC 9(08).
       01 WSV-CANT-CUENTAS               PIC 9(03) VALUE 0.

      *Volumen por cliente ya en pesos: ventana y resto del historico.
       01 WSV-TABLA-CLIENTES.
          02 WSV-CLI-ENTRY OCCURS 500 TIMES.
             05 WSV-CLI-CLIENTE          PIC 9(08).
             05 WSV-CLI-CUENTA           PIC X(08).
             05 WSV-CLI-VOL-CUENTA       PIC 9(15)V9(02).
             05 WSV-CLI-VENTANA          PIC 9(15)V9(02).
             05 WSV-CLI-CANT-VENTANA     PIC 9(05).
             05 WSV-CLI-ANTERIOR         PIC 9(15)V9(02).
             05 WSV-CLI-DESDE            PIC 9(08).
       01 WSV-CANT-CLIENTES              PIC 9(03) VALUE 0.

       01 WSV-TABLA-TASAS.
          02 WSV-TASA-ENTRY OCCURS 20 TIMES.
             05 WSV-TASA-MONEDA          PIC X(03).
             05 WSV-TASA-TIPO-CAMBIO     PIC 9(04)V9(04).
       01 WSV-CANT-TASAS                 PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".

          05 FS-STATUS-PPL           PIC X(02) VALUE "00".
             88 FS-STATUS-PPL-OK               VALUE "00".
             88 FS-STATUS-PPL-NOT-FOUND        VALUE "35".

          05 FS-STATUS-OPS           PIC X(02) VALUE "00".
             88 FS-STATUS-OPS-OK               VALUE "00".
             88 FS-STATUS-OPS-EOF              VALUE "10".
             88 FS-STATUS-OPS-NOT-FOUND        VALUE "35".

          05 FS-STATUS-HIS           PIC X(02) VALUE "00".
             88 FS-STATUS-HIS-OK               VALUE "00".
             88 FS-STATUS-HIS-EOF              VALUE "10".
             88 FS-STATUS-HIS-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TASA          PIC X(02) VALUE "00".
             88 FS-STATUS-TASA-OK              VALUE "00".
             88 FS-STATUS-TASA-EOF             VALUE "10".
             88 FS-STATUS-TASA-NOT-FOUND       VALUE "35".

          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-CAS           PIC X(02) VALUE "00".
             88 FS-STATUS-CAS-OK               VALUE "00".
             88 FS-STATUS-CAS-EOF              VALUE "10".
             88 FS-STATUS-CAS-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-CAS-NOT-FOUND        VALUE "35".

          05 WSV-SW-FECHA-VALIDA     PIC X(01).
             88 WSV-FECHA-VALIDA               VALUE "S".

          05 WSV-SW-CUENTA-EXISTE    PIC X(01).
             88 WSV-CUENTA-EXISTE              VALUE "S".

          05 WSV-SW-TASA-ENCONTRADA  PIC X(01).
             88 WSV-TASA-ENCONTRADA            VALUE "S".

          05 WSV-SW-DUPLICADO        PIC X(01).
             88 WSV-CASO-DUPLICADO             VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-UMBRAL              PIC 9(13)V9(02).
          05 WSV-PISO-FRACCION       PIC 9(13)V9(02).
          05 WSV-PCT-FRACCION        PIC 9(03).
          05 WSV-CANT-MIN-FRACCION   PIC 9(03).
          05 WSV-DIAS-VENTANA        PIC 9(03).
          05 WSV-PCT-PASAJE          PIC 9(03).
          05 WSV-MONTO-PASAJE        PIC 9(13)V9(02).
          05 WSV-DIAS-HISTORIA       PIC 9(03).
          05 WSV-FACTOR-VOLUMEN      PIC 9(03).
          05 WSV-MONTO-VOLUMEN       PIC 9(13)V9(02).
          05 WSV-ULTIMO-CASO         PIC 9(08) VALUE ZERO.
          05 WSV-FECHA-MOV           PIC 9(08).
          05 WSV-DIAS                PIC 9(05).
          05 WSV-CLIENTE-CTA         PIC 9(08).
          05 WSV-MONEDA-CTA          PIC X(03).
          05 WSV-MONTO               PIC 9(15)V9(02).
          05 WSV-MONTO-ARS           PIC 9(15)V9(02).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-FRA             PIC 9(03).
          05 WSV-IDX-CTA             PIC 9(03).
          05 WSV-IDX-CLI             PIC 9(03).
          05 WSV-IDX-SUC             PIC 9(02).
          05 WSV-IDX-TASA            PIC 9(02).
          05 WSV-SUC-ENCONTRADA      PIC 9(02).
          05 WSV-CREDITOS-ARS        PIC 9(15)V9(02).
          05 WSV-DEBITOS-ARS         PIC 9(15)V9(02).
          05 WSV-ANTERIOR-ARS        PIC 9(15)V9(02).
          05 WSV-PROMEDIO            PIC 9(15)V9(02).
          05 WSV-VECES               PIC 9(05)V9(01).
          05 WSV-EDIT                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-CANT           PIC ZZZZ9.
          05 WSV-EDIT-PCT            PIC ZZZZ9.
          05 WSV-EDIT-VECES          PIC ZZZZ9,9.
      *Datos del caso a abrir, cargados por cada regla.
       01 WSV-CASO.
          05 WSV-CASO-REGLA          PIC X(02).
          05 WSV-CASO-CLIENTE        PIC 9(08).
          05 WSV-CASO-CUENTA         PIC X(08).
          05 WSV-CASO-SUCURSAL       PIC X(03).
          05 WSV-CASO-IMPORTE        PIC 9(15)V9(02).
          05 WSV-CASO-CANT           PIC 9(05).
          05 WSV-CASO-DESDE          PIC 9(08).
          05 WSV-CASO-HASTA          PIC 9(08).
          05 WSV-CASO-DETALLE        PIC X(60).
       01 WSV-CONTADORES.
          05 WSV-CANT-OPS-LEIDAS     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-HIST-LEIDOS    PIC 9(07) VALUE ZERO.
          05 WSV-CANT-CASOS-UM       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CASOS-FR       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CASOS-PP       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CASOS-VH       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DUPLICADOS     PIC 9(05) VALUE ZERO.
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
           MOVE "E154" TO WS-ERR-PROGRAMA

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
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 107000-LEER-PARAMPLD
              THRU 107000-LEER-PARAMPLD-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 115000-CARGAR-TASAS
              THRU 115000-CARGAR-TASAS-F

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "ALERTAS DE PREVENCION DE LAVADO DE ACTIVOS"
                                  TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "REGLA     CASO  CLIENTE CUENTA   SUC"
                   "          IMPORTE ARS   OPS DETALLE"
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
      *                         107000-LEER-PARAMPLD
      *Sin PLD_PARAMETROS.txt rigen los valores de CON-POLITICAS. Un
      *historico que no supera la ventana no deja con que comparar:
      *en ese caso se vuelve a los dias por defecto.
      ******************************************************************
       107000-LEER-PARAMPLD.
           MOVE CON-UMBRAL         TO WSV-UMBRAL
           MOVE CON-PCT-FRACCION   TO WSV-PCT-FRACCION
           MOVE CON-CANT-FRACCION  TO WSV-CANT-MIN-FRACCION
           MOVE CON-DIAS-VENTANA   TO WSV-DIAS-VENTANA
           MOVE CON-PCT-PASAJE     TO WSV-PCT-PASAJE
           MOVE CON-MONTO-PASAJE   TO WSV-MONTO-PASAJE
           MOVE CON-DIAS-HISTORIA  TO WSV-DIAS-HISTORIA
           MOVE CON-FACTOR-VOLUMEN TO WSV-FACTOR-VOLUMEN
           MOVE CON-MONTO-VOLUMEN  TO WSV-MONTO-VOLUMEN

           OPEN INPUT PARAMPLD
           IF FS-STATUS-PPL-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-PPL-OK
                 MOVE CON-107000-LEER-PARAMPLD TO WS-ERR-PARRAFO
                 MOVE CON-PARAMPLD             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PPL            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              ELSE
                 READ PARAMPLD
                 IF FS-STATUS-PPL-OK
                    MOVE REG-PPL-UMBRAL         TO WSV-UMBRAL
                    MOVE REG-PPL-PCT-FRACCION   TO WSV-PCT-FRACCION
                    MOVE REG-PPL-CANT-FRACCION
                                          TO WSV-CANT-MIN-FRACCION
                    MOVE REG-PPL-DIAS-VENTANA   TO WSV-DIAS-VENTANA
                    MOVE REG-PPL-PCT-PASAJE     TO WSV-PCT-PASAJE
                    MOVE REG-PPL-MONTO-PASAJE   TO WSV-MONTO-PASAJE
                    MOVE REG-PPL-DIAS-HISTORIA  TO WSV-DIAS-HISTORIA
                    MOVE REG-PPL-FACTOR-VOLUMEN TO WSV-FACTOR-VOLUMEN
                    MOVE REG-PPL-MONTO-VOLUMEN  TO WSV-MONTO-VOLUMEN
                 END-IF
                 CLOSE PARAMPLD
              END-IF
           END-IF

           IF WSV-DIAS-VENTANA = ZERO
              OR WSV-DIAS-HISTORIA NOT > WSV-DIAS-VENTANA
              DISPLAY "E154: VENTANA " WSV-DIAS-VENTANA
                      " / HISTORICO " WSV-DIAS-HISTORIA
                      " INVALIDOS - SE USAN LOS DIAS POR DEFECTO"
              MOVE CON-DIAS-VENTANA  TO WSV-DIAS-VENTANA
              MOVE CON-DIAS-HISTORIA TO WSV-DIAS-HISTORIA
           END-IF

           COMPUTE WSV-PISO-FRACCION ROUNDED =
              WSV-UMBRAL * WSV-PCT-FRACCION / 100
           .
       107000-LEER-PARAMPLD-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-ARCHIVOS
      *El archivo de casos se crea vacio la primera vez; se recorre
      *para conocer el ultimo numero de caso asignado.
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

           OPEN I-O CASOS
           IF FS-STATUS-CAS-NOT-FOUND
              OPEN OUTPUT CASOS
              CLOSE CASOS
              OPEN I-O CASOS
           END-IF
           IF NOT FS-STATUS-CAS-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CASOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO REG-CAS-NUMERO
           START CASOS KEY > REG-CAS-NUMERO
           IF FS-STATUS-CAS-OK
              PERFORM 112000-LEER-ULTIMO-CASO
                 THRU 112000-LEER-ULTIMO-CASO-F
                 UNTIL FS-STATUS-CAS-EOF
           END-IF
           MOVE "00" TO FS-STATUS-CAS
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-ULTIMO-CASO
      ******************************************************************
       112000-LEER-ULTIMO-CASO.
           READ CASOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CAS-OK
                    IF REG-CAS-NUMERO > WSV-ULTIMO-CASO
                       MOVE REG-CAS-NUMERO TO WSV-ULTIMO-CASO
                    END-IF
               WHEN FS-STATUS-CAS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                    MOVE CON-CASOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-ULTIMO-CASO-F. EXIT.
      ******************************************************************
      *                         115000-CARGAR-TASAS
      *Sin cotizaciones del dia los importes en moneda extranjera se
      *toman como estan (igual que E47).
      ******************************************************************
       115000-CARGAR-TASAS.
           OPEN INPUT TASASDIA
           IF FS-STATUS-TASA-NOT-FOUND
              DISPLAY "E154: SIN TASASDIA.txt - NO SE CONVIERTE LA "
                      "MONEDA EXTRANJERA"
              GO TO 115000-CARGAR-TASAS-F
           END-IF
           IF NOT FS-STATUS-TASA-OK
              MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
              MOVE CON-TASASDIA            TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-TASA          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 117000-LEER-TASA
              THRU 117000-LEER-TASA-F
              UNTIL FS-STATUS-TASA-EOF

           CLOSE TASASDIA
           .
       115000-CARGAR-TASAS-F. EXIT.
      ******************************************************************
      *                         117000-LEER-TASA
      ******************************************************************
       117000-LEER-TASA.
           READ TASASDIA
           EVALUATE TRUE
               WHEN FS-STATUS-TASA-OK
                    IF WSV-CANT-TASAS = 20
                       DISPLAY "E154: TABLA DE TASAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
                       MOVE CON-TASASDIA            TO WS-ERR-OBJETO
                       MOVE CON-LEER                TO WS-ERR-OPERACION
                       MOVE 99                      TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-TASAS
                    MOVE REG-MONEDA-TASA TO
                       WSV-TASA-MONEDA(WSV-CANT-TASAS)
                    MOVE REG-TIPO-CAMBIO-TASA TO
                       WSV-TASA-TIPO-CAMBIO(WSV-CANT-TASAS)
               WHEN FS-STATUS-TASA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
                    MOVE CON-TASASDIA            TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TASA          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       117000-LEER-TASA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           PERFORM 210000-PROCESAR-CAJA
              THRU 210000-PROCESAR-CAJA-F

           PERFORM 240000-EVALUAR-FRACCION
              THRU 240000-EVALUAR-FRACCION-F
              VARYING WSV-IDX-FRA FROM 1 BY 1
              UNTIL WSV-IDX-FRA > WSV-CANT-FRACCION

           PERFORM 250000-PROCESAR-HISTORIAL
              THRU 250000-PROCESAR-HISTORIAL-F

           PERFORM 260000-EVALUAR-CUENTA
              THRU 260000-EVALUAR-CUENTA-F
              VARYING WSV-IDX-CTA FROM 1 BY 1
              UNTIL WSV-IDX-CTA > WSV-CANT-CUENTAS

           PERFORM 270000-EVALUAR-VOLUMEN
              THRU 270000-EVALUAR-VOLUMEN-F
              VARYING WSV-IDX-CLI FROM 1 BY 1
              UNTIL WSV-IDX-CLI > WSV-CANT-CLIENTES
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-PROCESAR-CAJA
      *Sin operaciones de caja todavia no hay nada que mirar en
      *efectivo; se sigue con el historico de cuentas.
      ******************************************************************
       210000-PROCESAR-CAJA.
           OPEN INPUT CAJAOPS
           IF FS-STATUS-OPS-NOT-FOUND
              DISPLAY "E154: SIN CAJA_OPERACIONES.txt"
              GO TO 210000-PROCESAR-CAJA-F
           END-IF
           IF NOT FS-STATUS-OPS-OK
              MOVE CON-210000-PROCESAR-CAJA TO WS-ERR-PARRAFO
              MOVE CON-CAJAOPS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-OPS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 212000-LEER-CAJA
              THRU 212000-LEER-CAJA-F
              UNTIL FS-STATUS-OPS-EOF

           CLOSE CAJAOPS
           .
       210000-PROCESAR-CAJA-F. EXIT.
      ******************************************************************
      *                         212000-LEER-CAJA
      ******************************************************************
       212000-LEER-CAJA.
           READ CAJAOPS
           EVALUATE TRUE
               WHEN FS-STATUS-OPS-OK
                    ADD 1 TO WSV-CANT-OPS-LEIDAS
                    PERFORM 214000-EVALUAR-OPERACION
                       THRU 214000-EVALUAR-OPERACION-F
               WHEN FS-STATUS-OPS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-PROCESAR-CAJA TO WS-ERR-PARRAFO
                    MOVE CON-CAJAOPS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-OPS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       212000-LEER-CAJA-F. EXIT.
      ******************************************************************
      *                         214000-EVALUAR-OPERACION
      *Un cheque depositado no es efectivo. Solo interesan las
      *operaciones de la ventana; las del dia de proceso (0 dias)
      *ademas se comparan contra el umbral.
      ******************************************************************
       214000-EVALUAR-OPERACION.
           IF REG-OPS-CHEQUE
              GO TO 214000-EVALUAR-OPERACION-F
           END-IF

           MOVE REG-OPS-FECHA TO WSV-FECHA-MOV
           PERFORM 219000-CALCULAR-DIAS
              THRU 219000-CALCULAR-DIAS-F
           IF NOT WSV-FECHA-VALIDA
              OR WSV-DIAS NOT < WSV-DIAS-VENTANA
              GO TO 214000-EVALUAR-OPERACION-F
           END-IF

           MOVE REG-OPS-CUENTA TO REG-NRO-CUENTA-IX
           PERFORM 216000-LEER-CUENTA
              THRU 216000-LEER-CUENTA-F
           MOVE REG-OPS-IMPORTE TO WSV-MONTO
           PERFORM 218000-CONVERTIR
              THRU 218000-CONVERTIR-F

           IF WSV-DIAS = ZERO
              AND WSV-MONTO-ARS NOT < WSV-UMBRAL
              PERFORM 220000-ALERTA-EFECTIVO
                 THRU 220000-ALERTA-EFECTIVO-F
           END-IF

           IF REG-OPS-INGRESO
              AND WSV-MONTO-ARS NOT < WSV-PISO-FRACCION
              AND WSV-MONTO-ARS < WSV-UMBRAL
              PERFORM 230000-ACUMULAR-FRACCION
                 THRU 230000-ACUMULAR-FRACCION-F
           END-IF
           .
       214000-EVALUAR-OPERACION-F. EXIT.
      ******************************************************************
      *                         216000-LEER-CUENTA
      *Cliente y moneda de la cuenta de REG-NRO-CUENTA-IX. Una cuenta
      *que ya no existe queda en pesos y sin cliente conocido.
      ******************************************************************
       216000-LEER-CUENTA.
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE "S" TO WSV-SW-CUENTA-EXISTE
                    MOVE REG-COD-CLIENTE-IX   TO WSV-CLIENTE-CTA
                    MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA-CTA
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "N" TO WSV-SW-CUENTA-EXISTE
                    MOVE ZERO             TO WSV-CLIENTE-CTA
                    MOVE CON-MONEDA-PESOS TO WSV-MONEDA-CTA
               WHEN OTHER
                    MOVE CON-216000-LEER-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       216000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         218000-CONVERTIR
      *Lleva WSV-MONTO, expresado en WSV-MONEDA-CTA, a pesos en
      *WSV-MONTO-ARS con la misma cuenta que hace E47.
      ******************************************************************
       218000-CONVERTIR.
           IF WSV-MONEDA-CTA = SPACES
              OR WSV-MONEDA-CTA = CON-MONEDA-PESOS
              MOVE WSV-MONTO TO WSV-MONTO-ARS
              GO TO 218000-CONVERTIR-F
           END-IF

           MOVE "N" TO WSV-SW-TASA-ENCONTRADA
           PERFORM VARYING WSV-IDX-TASA FROM 1 BY 1
              UNTIL WSV-IDX-TASA > WSV-CANT-TASAS
              OR WSV-TASA-ENCONTRADA
              IF WSV-TASA-MONEDA(WSV-IDX-TASA) = WSV-MONEDA-CTA
                 AND WSV-TASA-TIPO-CAMBIO(WSV-IDX-TASA) > ZERO
                 MOVE "S" TO WSV-SW-TASA-ENCONTRADA
                 COMPUTE WSV-MONTO-ARS ROUNDED =
                    WSV-MONTO / WSV-TASA-TIPO-CAMBIO(WSV-IDX-TASA)
              END-IF
           END-PERFORM

           IF NOT WSV-TASA-ENCONTRADA
              MOVE WSV-MONTO TO WSV-MONTO-ARS
           END-IF
           .
       218000-CONVERTIR-F. EXIT.
      ******************************************************************
      *                         219000-CALCULAR-DIAS
      *Dias corridos de WSV-FECHA-MOV a la fecha de proceso. Un
      *movimiento con fecha posterior al proceso no se considera.
      ******************************************************************
       219000-CALCULAR-DIAS.
           MOVE "E"               TO WS-FEC-OPERACION
           MOVE WSV-FECHA-MOV     TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              MOVE "S"         TO WSV-SW-FECHA-VALIDA
              MOVE WS-FEC-DIAS TO WSV-DIAS
           ELSE
              MOVE "N"         TO WSV-SW-FECHA-VALIDA
              MOVE ZERO        TO WSV-DIAS
           END-IF
           .
       219000-CALCULAR-DIAS-F. EXIT.
      ******************************************************************
      *                         220000-ALERTA-EFECTIVO
      ******************************************************************
       220000-ALERTA-EFECTIVO.
           INITIALIZE WSV-CASO
           MOVE "UM"             TO WSV-CASO-REGLA
           MOVE REG-OPS-CLIENTE  TO WSV-CASO-CLIENTE
           MOVE REG-OPS-CUENTA   TO WSV-CASO-CUENTA
           MOVE REG-OPS-SUCURSAL TO WSV-CASO-SUCURSAL
           MOVE WSV-MONTO-ARS    TO WSV-CASO-IMPORTE
           MOVE 1                TO WSV-CASO-CANT
           MOVE REG-OPS-FECHA    TO WSV-CASO-DESDE
           MOVE REG-OPS-FECHA    TO WSV-CASO-HASTA
           IF REG-OPS-INGRESO
              STRING "DEPOSITO EN EFECTIVO SOBRE EL UMBRAL - CAJERO "
                     REG-OPS-CAJERO
                     DELIMITED BY SIZE INTO WSV-CASO-DETALLE
           ELSE
              STRING "EXTRACCION EN EFECTIVO SOBRE EL UMBRAL - CAJERO "
                     REG-OPS-CAJERO
                     DELIMITED BY SIZE INTO WSV-CASO-DETALLE
           END-IF

           PERFORM 280000-ABRIR-CASO
              THRU 280000-ABRIR-CASO-F
           .
       220000-ALERTA-EFECTIVO-F. EXIT.
      ******************************************************************
      *                         230000-ACUMULAR-FRACCION
      ******************************************************************
       230000-ACUMULAR-FRACCION.
           MOVE ZERO TO WSV-IDX-FRA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-FRACCION
              OR WSV-IDX-FRA > ZERO
              IF WSV-FRA-CLIENTE(WSV-IDX) = REG-OPS-CLIENTE
                 MOVE WSV-IDX TO WSV-IDX-FRA
              END-IF
           END-PERFORM

           IF WSV-IDX-FRA = ZERO
              IF WSV-CANT-FRACCION = 500
                 DISPLAY "E154: TABLA DE FRACCIONAMIENTO LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-230000-ACUMULAR-FRACC TO WS-ERR-PARRAFO
                 MOVE CON-FRACCION              TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                TO WS-ERR-OPERACION
                 MOVE 99                        TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-FRACCION
              MOVE WSV-CANT-FRACCION TO WSV-IDX-FRA
              MOVE REG-OPS-CLIENTE TO WSV-FRA-CLIENTE(WSV-IDX-FRA)
              MOVE ZERO            TO WSV-FRA-CANT(WSV-IDX-FRA)
              MOVE ZERO            TO WSV-FRA-TOTAL(WSV-IDX-FRA)
              MOVE REG-OPS-FECHA   TO WSV-FRA-DESDE(WSV-IDX-FRA)
              MOVE REG-OPS-FECHA   TO WSV-FRA-HASTA(WSV-IDX-FRA)
              MOVE ZERO            TO WSV-FRA-CANT-SUC(WSV-IDX-FRA)
           END-IF

           ADD 1             TO WSV-FRA-CANT(WSV-IDX-FRA)
           ADD WSV-MONTO-ARS TO WSV-FRA-TOTAL(WSV-IDX-FRA)
           MOVE REG-OPS-CUENTA TO WSV-FRA-CUENTA(WSV-IDX-FRA)
           IF REG-OPS-FECHA < WSV-FRA-DESDE(WSV-IDX-FRA)
              MOVE REG-OPS-FECHA TO WSV-FRA-DESDE(WSV-IDX-FRA)
           END-IF
           IF REG-OPS-FECHA > WSV-FRA-HASTA(WSV-IDX-FRA)
              MOVE REG-OPS-FECHA TO WSV-FRA-HASTA(WSV-IDX-FRA)
           END-IF

           PERFORM 232000-REGISTRAR-SUCURSAL
              THRU 232000-REGISTRAR-SUCURSAL-F
           .
       230000-ACUMULAR-FRACCION-F. EXIT.
      ******************************************************************
      *                         232000-REGISTRAR-SUCURSAL
      *Guarda la sucursal del deposito si el cliente no habia
      *operado en ella; mas alla del maximo ya alcanza para saber
      *que se repartio en muchas sucursales.
      ******************************************************************
       232000-REGISTRAR-SUCURSAL.
           MOVE ZERO TO WSV-SUC-ENCONTRADA
           PERFORM VARYING WSV-IDX-SUC FROM 1 BY 1
              UNTIL WSV-IDX-SUC > WSV-FRA-CANT-SUC(WSV-IDX-FRA)
              OR WSV-SUC-ENCONTRADA > ZERO
              IF WSV-FRA-SUCURSAL(WSV-IDX-FRA, WSV-IDX-SUC) =
                 REG-OPS-SUCURSAL
                 MOVE WSV-IDX-SUC TO WSV-SUC-ENCONTRADA
              END-IF
           END-PERFORM

           IF WSV-SUC-ENCONTRADA = ZERO
              AND WSV-FRA-CANT-SUC(WSV-IDX-FRA) < CON-MAX-SUCURSALES
              ADD 1 TO WSV-FRA-CANT-SUC(WSV-IDX-FRA)
              MOVE REG-OPS-SUCURSAL TO WSV-FRA-SUCURSAL(WSV-IDX-FRA,
                                       WSV-FRA-CANT-SUC(WSV-IDX-FRA))
           END-IF
           .
       232000-REGISTRAR-SUCURSAL-F. EXIT.
      ******************************************************************
      *                         240000-EVALUAR-FRACCION
      ******************************************************************
       240000-EVALUAR-FRACCION.
           IF WSV-FRA-CANT(WSV-IDX-FRA) < WSV-CANT-MIN-FRACCION
              OR WSV-FRA-TOTAL(WSV-IDX-FRA) NOT > WSV-UMBRAL
              GO TO 240000-EVALUAR-FRACCION-F
           END-IF

           INITIALIZE WSV-CASO
           MOVE "FR"                       TO WSV-CASO-REGLA
           MOVE WSV-FRA-CLIENTE(WSV-IDX-FRA) TO WSV-CASO-CLIENTE
           MOVE WSV-FRA-CUENTA(WSV-IDX-FRA)  TO WSV-CASO-CUENTA
           MOVE WSV-FRA-SUCURSAL(WSV-IDX-FRA, 1)
                                           TO WSV-CASO-SUCURSAL
           MOVE WSV-FRA-TOTAL(WSV-IDX-FRA)   TO WSV-CASO-IMPORTE
           MOVE WSV-FRA-CANT(WSV-IDX-FRA)    TO WSV-CASO-CANT
           MOVE WSV-FRA-DESDE(WSV-IDX-FRA)   TO WSV-CASO-DESDE
           MOVE WSV-FRA-HASTA(WSV-IDX-FRA)   TO WSV-CASO-HASTA
           MOVE WSV-FRA-CANT-SUC(WSV-IDX-FRA) TO WSV-EDIT-CANT
           STRING "DEPOSITOS BAJO EL UMBRAL EN " WSV-EDIT-CANT
                  " SUCURSAL(ES) DISTINTA(S)"
                  DELIMITED BY SIZE INTO WSV-CASO-DETALLE

           PERFORM 280000-ABRIR-CASO
              THRU 280000-ABRIR-CASO-F
           .
       240000-EVALUAR-FRACCION-F. EXIT.
      ******************************************************************
      *                         250000-PROCESAR-HISTORIAL
      ******************************************************************
       250000-PROCESAR-HISTORIAL.
           OPEN INPUT HISTORIAL
           IF FS-STATUS-HIS-NOT-FOUND
              DISPLAY "E154: SIN CUENTASIX_HIST.txt"
              GO TO 250000-PROCESAR-HISTORIAL-F
           END-IF
           IF NOT FS-STATUS-HIS-OK
              MOVE CON-250000-PROCESAR-HIST TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 252000-LEER-HISTORIAL
              THRU 252000-LEER-HISTORIAL-F
              UNTIL FS-STATUS-HIS-EOF

           CLOSE HISTORIAL
           .
       250000-PROCESAR-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         252000-LEER-HISTORIAL
      ******************************************************************
       252000-LEER-HISTORIAL.
           READ HISTORIAL
           EVALUATE TRUE
               WHEN FS-STATUS-HIS-OK
                    ADD 1 TO WSV-CANT-HIST-LEIDOS
                    IF REG-HIST-MONTO-APLICADO NOT = ZERO
                       MOVE REG-HIST-FECHA TO WSV-FECHA-MOV
                       PERFORM 219000-CALCULAR-DIAS
                          THRU 219000-CALCULAR-DIAS-F
                       IF WSV-FECHA-VALIDA
                          AND WSV-DIAS < WSV-DIAS-HISTORIA
                          PERFORM 254000-ACUMULAR-CUENTA
                             THRU 254000-ACUMULAR-CUENTA-F
                       END-IF
                    END-IF
               WHEN FS-STATUS-HIS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-250000-PROCESAR-HIST TO WS-ERR-PARRAFO
                    MOVE CON-HISTORIAL            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       252000-LEER-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         254000-ACUMULAR-CUENTA
      *Dentro de la ventana se separan creditos y debitos; lo
      *anterior solo suma volumen para el promedio del cliente.
      ******************************************************************
       254000-ACUMULAR-CUENTA.
           MOVE ZERO TO WSV-IDX-CTA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CUENTAS
              OR WSV-IDX-CTA > ZERO
              IF WSV-CTA-CUENTA(WSV-IDX) = REG-HIST-CUENTA
                 MOVE WSV-IDX TO WSV-IDX-CTA
              END-IF
           END-PERFORM

           IF WSV-IDX-CTA = ZERO
              IF WSV-CANT-CUENTAS = 500
                 DISPLAY "E154: TABLA DE CUENTAS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-254000-ACUMULAR-CUENTA TO WS-ERR-PARRAFO
                 MOVE CON-CUENTAS                TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                 TO WS-ERR-OPERACION
                 MOVE 99                         TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-CUENTAS
              MOVE WSV-CANT-CUENTAS TO WSV-IDX-CTA
              MOVE REG-HIST-CUENTA TO WSV-CTA-CUENTA(WSV-IDX-CTA)
              MOVE ZERO TO WSV-CTA-CREDITOS(WSV-IDX-CTA)
              MOVE ZERO TO WSV-CTA-DEBITOS(WSV-IDX-CTA)
              MOVE ZERO TO WSV-CTA-CANT-VENTANA(WSV-IDX-CTA)
              MOVE ZERO TO WSV-CTA-ANTERIOR(WSV-IDX-CTA)
              MOVE WSV-FECHA-PROCESO TO WSV-CTA-DESDE(WSV-IDX-CTA)
           END-IF

           IF WSV-DIAS < WSV-DIAS-VENTANA
              ADD 1 TO WSV-CTA-CANT-VENTANA(WSV-IDX-CTA)
              IF REG-HIST-MONTO-APLICADO > ZERO
                 ADD REG-HIST-MONTO-APLICADO
                                     TO WSV-CTA-CREDITOS(WSV-IDX-CTA)
              ELSE
                 SUBTRACT REG-HIST-MONTO-APLICADO
                                     FROM WSV-CTA-DEBITOS(WSV-IDX-CTA)
              END-IF
              IF REG-HIST-FECHA < WSV-CTA-DESDE(WSV-IDX-CTA)
                 MOVE REG-HIST-FECHA TO WSV-CTA-DESDE(WSV-IDX-CTA)
              END-IF
           ELSE
              IF REG-HIST-MONTO-APLICADO > ZERO
                 ADD REG-HIST-MONTO-APLICADO
                                     TO WSV-CTA-ANTERIOR(WSV-IDX-CTA)
              ELSE
                 SUBTRACT REG-HIST-MONTO-APLICADO
                                     FROM WSV-CTA-ANTERIOR(WSV-IDX-CTA)
              END-IF
           END-IF
           .
       254000-ACUMULAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         260000-EVALUAR-CUENTA
      *Regla de pasaje sobre la cuenta (en pesos) y acumulacion del
      *volumen en su titular para la regla de volumen.
      ******************************************************************
       260000-EVALUAR-CUENTA.
           MOVE WSV-CTA-CUENTA(WSV-IDX-CTA) TO REG-NRO-CUENTA-IX
           PERFORM 216000-LEER-CUENTA
              THRU 216000-LEER-CUENTA-F

           MOVE WSV-CTA-CREDITOS(WSV-IDX-CTA) TO WSV-MONTO
           PERFORM 218000-CONVERTIR
              THRU 218000-CONVERTIR-F
           MOVE WSV-MONTO-ARS TO WSV-CREDITOS-ARS

           MOVE WSV-CTA-DEBITOS(WSV-IDX-CTA) TO WSV-MONTO
           PERFORM 218000-CONVERTIR
              THRU 218000-CONVERTIR-F
           MOVE WSV-MONTO-ARS TO WSV-DEBITOS-ARS

           MOVE WSV-CTA-ANTERIOR(WSV-IDX-CTA) TO WSV-MONTO
           PERFORM 218000-CONVERTIR
              THRU 218000-CONVERTIR-F
           MOVE WSV-MONTO-ARS TO WSV-ANTERIOR-ARS

           IF WSV-CREDITOS-ARS NOT < WSV-MONTO-PASAJE
              AND WSV-DEBITOS-ARS * 100 NOT <
                  WSV-CREDITOS-ARS * WSV-PCT-PASAJE
              INITIALIZE WSV-CASO
              MOVE "PP"                  TO WSV-CASO-REGLA
              MOVE WSV-CLIENTE-CTA       TO WSV-CASO-CLIENTE
              MOVE WSV-CTA-CUENTA(WSV-IDX-CTA) TO WSV-CASO-CUENTA
              MOVE WSV-CREDITOS-ARS      TO WSV-CASO-IMPORTE
              MOVE WSV-CTA-CANT-VENTANA(WSV-IDX-CTA)
                                         TO WSV-CASO-CANT
              MOVE WSV-CTA-DESDE(WSV-IDX-CTA) TO WSV-CASO-DESDE
              MOVE WSV-FECHA-PROCESO     TO WSV-CASO-HASTA
              COMPUTE WSV-EDIT-PCT =
                 WSV-DEBITOS-ARS * 100 / WSV-CREDITOS-ARS
              STRING "DEBITADO EL " WSV-EDIT-PCT
                     "% DE LO ACREDITADO EN LA VENTANA"
                     DELIMITED BY SIZE INTO WSV-CASO-DETALLE
              PERFORM 280000-ABRIR-CASO
                 THRU 280000-ABRIR-CASO-F
           END-IF

           IF WSV-CUENTA-EXISTE
              PERFORM 265000-ACUMULAR-CLIENTE
                 THRU 265000-ACUMULAR-CLIENTE-F
           END-IF
           .
       260000-EVALUAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         265000-ACUMULAR-CLIENTE
      *La cuenta de referencia del cliente es la de mayor volumen en
      *la ventana.
      ******************************************************************
       265000-ACUMULAR-CLIENTE.
           MOVE ZERO TO WSV-IDX-CLI
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CLIENTES
              OR WSV-IDX-CLI > ZERO
              IF WSV-CLI-CLIENTE(WSV-IDX) = WSV-CLIENTE-CTA
                 MOVE WSV-IDX TO WSV-IDX-CLI
              END-IF
           END-PERFORM

           IF WSV-IDX-CLI = ZERO
              IF WSV-CANT-CLIENTES = 500
                 DISPLAY "E154: TABLA DE CLIENTES LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-265000-ACUMULAR-CLIENTE TO WS-ERR-PARRAFO
                 MOVE CON-CLIENTES                TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                  TO WS-ERR-OPERACION
                 MOVE 99                          TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-CLIENTES
              MOVE WSV-CANT-CLIENTES TO WSV-IDX-CLI
              MOVE WSV-CLIENTE-CTA TO WSV-CLI-CLIENTE(WSV-IDX-CLI)
              MOVE WSV-CTA-CUENTA(WSV-IDX-CTA)
                                   TO WSV-CLI-CUENTA(WSV-IDX-CLI)
              MOVE ZERO TO WSV-CLI-VENTANA(WSV-IDX-CLI)
              MOVE ZERO TO WSV-CLI-CANT-VENTANA(WSV-IDX-CLI)
              MOVE ZERO TO WSV-CLI-ANTERIOR(WSV-IDX-CLI)
              MOVE WSV-CTA-DESDE(WSV-IDX-CTA)
                                   TO WSV-CLI-DESDE(WSV-IDX-CLI)
              MOVE ZERO TO WSV-CLI-VOL-CUENTA(WSV-IDX-CLI)
           END-IF

           IF WSV-CREDITOS-ARS + WSV-DEBITOS-ARS >
              WSV-CLI-VOL-CUENTA(WSV-IDX-CLI)
              MOVE WSV-CTA-CUENTA(WSV-IDX-CTA)
                                   TO WSV-CLI-CUENTA(WSV-IDX-CLI)
              COMPUTE WSV-CLI-VOL-CUENTA(WSV-IDX-CLI) =
                 WSV-CREDITOS-ARS + WSV-DEBITOS-ARS
           END-IF

           ADD WSV-CREDITOS-ARS WSV-DEBITOS-ARS
                                TO WSV-CLI-VENTANA(WSV-IDX-CLI)
           ADD WSV-CTA-CANT-VENTANA(WSV-IDX-CTA)
                                TO WSV-CLI-CANT-VENTANA(WSV-IDX-CLI)
           ADD WSV-ANTERIOR-ARS TO WSV-CLI-ANTERIOR(WSV-IDX-CLI)
           IF WSV-CTA-DESDE(WSV-IDX-CTA) < WSV-CLI-DESDE(WSV-IDX-CLI)
              MOVE WSV-CTA-DESDE(WSV-IDX-CTA)
                                   TO WSV-CLI-DESDE(WSV-IDX-CLI)
           END-IF
           .
       265000-ACUMULAR-CLIENTE-F. EXIT.
      ******************************************************************
      *                         270000-EVALUAR-VOLUMEN
      *El promedio del cliente es lo que movio fuera de la ventana
      *llevado a la misma cantidad de dias. Un cliente sin movimientos
      *anteriores (cuenta nueva) alerta solo por el volumen minimo.
      ******************************************************************
       270000-EVALUAR-VOLUMEN.
           IF WSV-CLI-VENTANA(WSV-IDX-CLI) < WSV-MONTO-VOLUMEN
              GO TO 270000-EVALUAR-VOLUMEN-F
           END-IF

           COMPUTE WSV-PROMEDIO ROUNDED =
              WSV-CLI-ANTERIOR(WSV-IDX-CLI) * WSV-DIAS-VENTANA /
              (WSV-DIAS-HISTORIA - WSV-DIAS-VENTANA)

           IF WSV-CLI-VENTANA(WSV-IDX-CLI) NOT >
              WSV-PROMEDIO * WSV-FACTOR-VOLUMEN
              GO TO 270000-EVALUAR-VOLUMEN-F
           END-IF

           INITIALIZE WSV-CASO
           MOVE "VH"                          TO WSV-CASO-REGLA
           MOVE WSV-CLI-CLIENTE(WSV-IDX-CLI)  TO WSV-CASO-CLIENTE
           MOVE WSV-CLI-CUENTA(WSV-IDX-CLI)   TO WSV-CASO-CUENTA
           MOVE WSV-CLI-VENTANA(WSV-IDX-CLI)  TO WSV-CASO-IMPORTE
           MOVE WSV-CLI-CANT-VENTANA(WSV-IDX-CLI) TO WSV-CASO-CANT
           MOVE WSV-CLI-DESDE(WSV-IDX-CLI)    TO WSV-CASO-DESDE
           MOVE WSV-FECHA-PROCESO             TO WSV-CASO-HASTA
           IF WSV-PROMEDIO = ZERO
              MOVE "VOLUMEN SIN MOVIMIENTOS ANTERIORES DEL CLIENTE"
                                              TO WSV-CASO-DETALLE
           ELSE
              COMPUTE WSV-VECES ROUNDED =
                 WSV-CLI-VENTANA(WSV-IDX-CLI) / WSV-PROMEDIO
              MOVE WSV-VECES TO WSV-EDIT-VECES
              STRING "VOLUMEN " WSV-EDIT-VECES
                     " VECES SU PROMEDIO HISTORICO"
                     DELIMITED BY SIZE INTO WSV-CASO-DETALLE
           END-IF

           PERFORM 280000-ABRIR-CASO
              THRU 280000-ABRIR-CASO-F
           .
       270000-EVALUAR-VOLUMEN-F. EXIT.
      ******************************************************************
      *                         280000-ABRIR-CASO
      *Abre un caso con los datos de WSV-CASO salvo que ya exista uno
      *equivalente (ver 284000).
      ******************************************************************
       280000-ABRIR-CASO.
           PERFORM 282000-BUSCAR-DUPLICADO
              THRU 282000-BUSCAR-DUPLICADO-F
           IF WSV-CASO-DUPLICADO
              ADD 1 TO WSV-CANT-DUPLICADOS
              GO TO 280000-ABRIR-CASO-F
           END-IF

           ADD 1 TO WSV-ULTIMO-CASO
           INITIALIZE REG-CASO
           MOVE WSV-ULTIMO-CASO   TO REG-CAS-NUMERO
           MOVE WSV-FECHA-PROCESO TO REG-CAS-FECHA-ALTA
           MOVE WSV-CASO-REGLA    TO REG-CAS-REGLA
           MOVE WSV-CASO-CLIENTE  TO REG-CAS-CLIENTE
           MOVE WSV-CASO-CUENTA   TO REG-CAS-CUENTA
           MOVE WSV-CASO-SUCURSAL TO REG-CAS-SUCURSAL
           MOVE WSV-CASO-IMPORTE  TO REG-CAS-IMPORTE
           MOVE WSV-CASO-CANT     TO REG-CAS-CANT-OPERACIONES
           MOVE WSV-CASO-DESDE    TO REG-CAS-FECHA-DESDE
           MOVE WSV-CASO-HASTA    TO REG-CAS-FECHA-HASTA
           MOVE WSV-CASO-DETALLE  TO REG-CAS-DETALLE
           MOVE "A"               TO REG-CAS-ESTADO

           WRITE REG-CASO
           IF NOT FS-STATUS-CAS-OK
              MOVE CON-280000-ABRIR-CASO TO WS-ERR-PARRAFO
              MOVE CON-CASOS             TO WS-ERR-OBJETO
              MOVE CON-GRABAR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAS         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           EVALUATE TRUE
               WHEN REG-CAS-EFECTIVO
                    ADD 1 TO WSV-CANT-CASOS-UM
               WHEN REG-CAS-FRACCION
                    ADD 1 TO WSV-CANT-CASOS-FR
               WHEN REG-CAS-PASAJE
                    ADD 1 TO WSV-CANT-CASOS-PP
               WHEN REG-CAS-VOLUMEN
                    ADD 1 TO WSV-CANT-CASOS-VH
           END-EVALUATE

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           MOVE REG-CAS-IMPORTE TO WSV-EDIT
           MOVE REG-CAS-CANT-OPERACIONES TO WSV-EDIT-CANT
           DISPLAY REG-CAS-REGLA "    " REG-CAS-NUMERO " "
                   REG-CAS-CLIENTE " " REG-CAS-CUENTA " "
                   REG-CAS-SUCURSAL " " WSV-EDIT " " WSV-EDIT-CANT
           DISPLAY "         " REG-CAS-FECHA-DESDE " AL "
                   REG-CAS-FECHA-HASTA " " REG-CAS-DETALLE
           .
       280000-ABRIR-CASO-F. EXIT.
      ******************************************************************
      *                         282000-BUSCAR-DUPLICADO
      ******************************************************************
       282000-BUSCAR-DUPLICADO.
           MOVE "N" TO WSV-SW-DUPLICADO
           MOVE WSV-CASO-CLIENTE TO REG-CAS-CLIENTE
           START CASOS KEY = REG-CAS-CLIENTE
           IF FS-STATUS-CAS-OK
              PERFORM 284000-LEER-CASO-CLIENTE
                 THRU 284000-LEER-CASO-CLIENTE-F
                 UNTIL FS-STATUS-CAS-EOF
                 OR WSV-CASO-DUPLICADO
           END-IF
           MOVE "00" TO FS-STATUS-CAS
           .
       282000-BUSCAR-DUPLICADO-F. EXIT.
      ******************************************************************
      *                         284000-LEER-CASO-CLIENTE
      *Una operacion UM es la misma si coinciden cuenta, fecha e
      *importe. Para las otras reglas alcanza un caso de la misma
      *regla (y la misma cuenta en el pasaje) abierto dentro de la
      *ventana, cualquiera sea su estado: el analista ya lo vio.
      ******************************************************************
       284000-LEER-CASO-CLIENTE.
           READ CASOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CAS-OK
                    IF REG-CAS-CLIENTE NOT = WSV-CASO-CLIENTE
                       MOVE "10" TO FS-STATUS-CAS
                       GO TO 284000-LEER-CASO-CLIENTE-F
                    END-IF
               WHEN FS-STATUS-CAS-EOF
                    GO TO 284000-LEER-CASO-CLIENTE-F
               WHEN OTHER
                    MOVE CON-280000-ABRIR-CASO TO WS-ERR-PARRAFO
                    MOVE CON-CASOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAS         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-CAS-REGLA NOT = WSV-CASO-REGLA
              GO TO 284000-LEER-CASO-CLIENTE-F
           END-IF

           IF REG-CAS-EFECTIVO
              IF REG-CAS-CUENTA = WSV-CASO-CUENTA
                 AND REG-CAS-FECHA-DESDE = WSV-CASO-DESDE
                 AND REG-CAS-IMPORTE = WSV-CASO-IMPORTE
                 MOVE "S" TO WSV-SW-DUPLICADO
              END-IF
              GO TO 284000-LEER-CASO-CLIENTE-F
           END-IF

           IF REG-CAS-PASAJE
              AND REG-CAS-CUENTA NOT = WSV-CASO-CUENTA
              GO TO 284000-LEER-CASO-CLIENTE-F
           END-IF

           MOVE REG-CAS-FECHA-ALTA TO WSV-FECHA-MOV
           PERFORM 219000-CALCULAR-DIAS
              THRU 219000-CALCULAR-DIAS-F
           IF WSV-FECHA-VALIDA
              AND WSV-DIAS < WSV-DIAS-VENTANA
              MOVE "S" TO WSV-SW-DUPLICADO
           END-IF
           .
       284000-LEER-CASO-CLIENTE-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DATOS
           CLOSE CASOS

           DISPLAY " "
           DISPLAY "OPERACIONES DE CAJA LEIDAS   : " WSV-CANT-OPS-LEIDAS
           DISPLAY "MOVIMIENTOS HISTORICOS LEIDOS: "
                   WSV-CANT-HIST-LEIDOS
           DISPLAY "CASOS UM EFECTIVO SOBRE UMBRAL: " WSV-CANT-CASOS-UM
           DISPLAY "CASOS FR FRACCIONAMIENTO     : " WSV-CANT-CASOS-FR
           DISPLAY "CASOS PP PASAJE DE FONDOS    : " WSV-CANT-CASOS-PP
           DISPLAY "CASOS VH VOLUMEN INUSUAL     : " WSV-CANT-CASOS-VH
           DISPLAY "ALERTAS CON CASO YA ABIERTO  : "
                   WSV-CANT-DUPLICADOS
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
      ******************************************************************
      *                         900000-IMPRIMIR-CABECERA
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
       END PROGRAM E154.
