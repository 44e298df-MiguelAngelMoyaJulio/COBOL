      ******************************************************************
      *Cuenta corriente de abonados telefonicos, gestion de mora y
      *suspension por falta de pago. E137 factura a los abonados
      *pero nada seguia si la factura se pagaba y la linea andaba
      *igual con deuda. Este batch abre en CTACTE_ABONADOS.txt una
      *partida por cada factura del resumen de E137
      *(RESUMEN_FACTURACION.txt, registros D con fecha de emision y
      *plan) con vencimiento a los dias corridos de PARAMMORA.txt,
      *e imputa los pagos de PAGOS_ABONADOS.txt a las partidas mas
      *antiguas de la linea; el excedente queda como saldo a favor
      *en MORA_ABONADOS.txt y se aplica a la factura siguiente. Un
      *pago de una linea que no esta en DAT.txt va a
      *PAGOS_ABONADOS_RECH.txt. CONTROL_COBRANZA_TEL.txt guarda la
      *ultima facturacion y el ultimo pago tomados para que una
      *segunda corrida no los vuelva a aplicar.
      *La mora se cuenta en dias habiles (RUTFECHA) desde el
      *vencimiento impago mas antiguo y avanza por etapas: aviso
      *(carta MOR de E102 por AVISOS_MORA_ABONADOS.txt), restriccion
      *parcial (R) y suspension total (S) en BLOQUEOS_LINEAS.txt,
      *la lista que ya honra la tarifacion de E19. Una linea no
      *retrocede de etapa por un pago parcial: cuando la deuda
      *vencida queda saldada (o por debajo de la tolerancia) se
      *reconecta sola, se borran sus bloqueos R y S y vuelve a la
      *etapa cero; los bloqueos por uso anormal (U) de E138 no se
      *tocan. Las acciones del dia salen en GESTION_MORA_INF.txt.
      *La antiguedad de saldos por plan la informa E184ANT.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E184.
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

       SELECT PARAMMORA ASSIGN TO "PARAMMORA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PMO.

       SELECT DATOS ASSIGN TO "DAT.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DAT.

       SELECT RESUMEN ASSIGN TO "RESUMEN_FACTURACION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RES.

       SELECT PAGOS ASSIGN TO "PAGOS_ABONADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAG.
      ****************************  INPUT-OUTPUT  **********************
       SELECT CTACTE ASSIGN TO "CTACTE_ABONADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTA.

       SELECT ESTADOS ASSIGN TO "MORA_ABONADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EST.

       SELECT BLOQUEOS ASSIGN TO "BLOQUEOS_LINEAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-BLO.

       SELECT CONTROL-COB ASSIGN TO "CONTROL_COBRANZA_TEL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTL.
      ****************************  OUTPUT  ****************************
       SELECT AVISOS ASSIGN TO "AVISOS_MORA_ABONADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-AVI.

       SELECT RECHAZOS ASSIGN TO "PAGOS_ABONADOS_RECH.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RCH.

       SELECT INFORME ASSIGN TO "GESTION_MORA_INF.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA               PIC 9(08).

      *Plazo de vencimiento en dias corridos desde la emision,
      *dias habiles de mora para aviso, restriccion y suspension y
      *deuda vencida minima que se gestiona.
       FD PARAMMORA.
          01 REG-PARAMMORA.
             05 REG-PMO-PLAZO-VTO             PIC 9(03).
             05 REG-PMO-DIAS-AVISO            PIC 9(03).
             05 REG-PMO-DIAS-RESTRICCION      PIC 9(03).
             05 REG-PMO-DIAS-SUSPENSION       PIC 9(03).
             05 REG-PMO-TOLERANCIA            PIC 9(05)V9(02).

       FD DATOS.
          01 REG-DATOS.
             05 REG-MOBILE           PIC 9(09).
             05 REG-NAME             PIC X(06).
             05 REG-ADDRESS          PIC X(30).
             05 REG-CONSUMPTION      PIC 9(04).
             05 REG-TYPE             PIC X(01).

       FD RESUMEN.
          01 REG-RESUMEN.
             05 REG-RES-TIPO         PIC X(01).
             05 REG-RES-MOBILE       PIC 9(09).
             05 REG-RES-ABONO        PIC 9(05)V9(02).
             05 REG-RES-CONSUMO      PIC 9(08)V9(02).
             05 REG-RES-IVA          PIC 9(08)V9(02).
             05 REG-RES-TOTAL        PIC 9(09)V9(02).
             05 REG-RES-FECHA        PIC 9(08).
             05 REG-RES-PLAN         PIC X(01).

       FD PAGOS.
          01 REG-PAGO.
             05 REG-PAG-MOBILE                PIC 9(09).
             05 REG-PAG-FECHA                 PIC 9(08).
             05 REG-PAG-IMPORTE               PIC 9(09)V9(02).

      *Una partida por factura; las saldadas no se regraban.
       FD CTACTE.
          01 REG-CTACTE.
             05 REG-CTA-MOBILE                PIC 9(09).
             05 REG-CTA-PLAN                  PIC X(01).
             05 REG-CTA-EMISION               PIC 9(08).
             05 REG-CTA-VENCIMIENTO           PIC 9(08).
             05 REG-CTA-IMPORTE               PIC 9(09)V9(02).
             05 REG-CTA-SALDO                 PIC 9(09)V9(02).

      *Etapa de mora: 0 al dia, 1 avisada, 2 restringida,
      *3 suspendida.
       FD ESTADOS.
          01 REG-ESTADO.
             05 REG-EST-MOBILE                PIC 9(09).
             05 REG-EST-ETAPA                 PIC 9(01).
             05 REG-EST-FECHA-ETAPA           PIC 9(08).
             05 REG-EST-FAVOR                 PIC 9(09)V9(02).

       FD BLOQUEOS.
          01 REG-BLOQUEO.
             05 REG-BLO-MOBILE       PIC 9(09).
             05 REG-BLO-FECHA        PIC 9(08).
             05 REG-BLO-MOTIVO       PIC X(01).

       FD CONTROL-COB.
          01 REG-CONTROL-COB.
             05 REG-CTL-ULT-FACTURACION       PIC 9(08).
             05 REG-CTL-ULT-PAGO              PIC 9(08).

       FD AVISOS.
          01 REG-AVISO.
             05 REG-AVI-FECHA                 PIC 9(08).
             05 REG-AVI-MOBILE                PIC 9(09).
             05 REG-AVI-NOMBRE                PIC X(30).
             05 REG-AVI-DIRECCION             PIC X(30).
             05 REG-AVI-DEUDA                 PIC 9(09)V9(02).
             05 REG-AVI-VENCIMIENTO           PIC 9(08).
             05 REG-AVI-ETAPA                 PIC X(01).

       FD RECHAZOS.
          01 REG-RECHAZO                      PIC X(28).

       FD INFORME.
          01 REG-INFORME                      PIC X(80).
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
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-200000-FACTURAS        PIC X(30) VALUE
              '200000-FACTURAS             '.
              05 CON-300000-PAGOS           PIC X(30) VALUE
              '300000-PAGOS                '.
              05 CON-400000-GESTIONAR-MORA  PIC X(30) VALUE
              '400000-GESTIONAR-MORA       '.
              05 CON-500000-GRABAR          PIC X(30) VALUE
              '500000-GRABAR               '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-CALCULAR  PIC X(15) VALUE 'CALCULAR       '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS  PIC X(10) VALUE 'PARAMETROS'.
              05 CON-DATOS       PIC X(10) VALUE 'DAT       '.
              05 CON-RESUMEN     PIC X(10) VALUE 'RESUMEN   '.
              05 CON-PAGOS       PIC X(10) VALUE 'PAGOS     '.
              05 CON-CTACTE      PIC X(10) VALUE 'CTACTE    '.
              05 CON-ESTADOS     PIC X(10) VALUE 'MORA      '.
              05 CON-BLOQUEOS    PIC X(10) VALUE 'BLOQUEOS  '.
              05 CON-CONTROL     PIC X(10) VALUE 'CONTROL   '.
              05 CON-AVISOS      PIC X(10) VALUE 'AVISOS    '.
              05 CON-RECHAZOS    PIC X(10) VALUE 'RECHAZOS  '.
              05 CON-INFORME     PIC X(10) VALUE 'INFORME   '.
              05 CON-FECHA       PIC X(10) VALUE 'RUTFECHA  '.
           02 CON-OTROS.
      *Defaults si falta PARAMMORA.txt.
              05 CON-PLAZO-VTO-DEF     PIC 9(03) VALUE 010.
              05 CON-DIAS-AVISO-DEF    PIC 9(03) VALUE 005.
              05 CON-DIAS-RESTR-DEF    PIC 9(03) VALUE 020.
              05 CON-DIAS-SUSP-DEF     PIC 9(03) VALUE 040.
              05 CON-TOLERANCIA-DEF    PIC 9(05)V9(02) VALUE 1,00.
      ************************** TABLES ********************************
       01 WSV-TABLA-ABONADOS.
          02 WSV-ABO-ENTRY OCCURS 200 TIMES.
             05 WSV-ABO-MOBILE       PIC 9(09).
             05 WSV-ABO-NOMBRE       PIC X(06).
             05 WSV-ABO-DIRECCION    PIC X(30).
             05 WSV-ABO-PLAN         PIC X(01).
       01 WSV-CANT-ABONADOS          PIC 9(03) VALUE 0.

      *Partidas en orden de emision: la primera de la linea es la
      *mas antigua y recibe primero los pagos.
       01 WSV-TABLA-CTACTE.
          02 WSV-CTA-ENTRY OCCURS 1000 TIMES.
             05 WSV-CTA-MOBILE       PIC 9(09).
             05 WSV-CTA-PLAN         PIC X(01).
             05 WSV-CTA-EMISION      PIC 9(08).
             05 WSV-CTA-VENCIMIENTO  PIC 9(08).
             05 WSV-CTA-IMPORTE      PIC 9(09)V9(02).
             05 WSV-CTA-SALDO        PIC 9(09)V9(02).
       01 WSV-CANT-CTACTE            PIC 9(04) VALUE 0.

       01 WSV-TABLA-ESTADOS.
          02 WSV-EST-ENTRY OCCURS 200 TIMES.
             05 WSV-EST-MOBILE       PIC 9(09).
             05 WSV-EST-ETAPA        PIC 9(01).
             05 WSV-EST-FECHA-ETAPA  PIC 9(08).
             05 WSV-EST-FAVOR        PIC 9(09)V9(02).
       01 WSV-CANT-ESTADOS           PIC 9(03) VALUE 0.

      *Lista completa de bloqueos; la reconexion marca baja (B) los
      *R y S de la linea y la regrabacion los saltea.
       01 WSV-TABLA-BLOQUEOS.
          02 WSV-BLO-ENTRY OCCURS 300 TIMES.
             05 WSV-BLO-MOBILE       PIC 9(09).
             05 WSV-BLO-FECHA        PIC 9(08).
             05 WSV-BLO-MOTIVO       PIC X(01).
             05 WSV-BLO-BAJA         PIC X(01).
       01 WSV-CANT-BLOQUEOS          PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PMO           PIC X(02) VALUE "00".
             88 FS-STATUS-PMO-OK               VALUE "00".
          05 FS-STATUS-DAT           PIC X(02) VALUE "00".
             88 FS-STATUS-DAT-OK               VALUE "00".
             88 FS-STATUS-DAT-EOF              VALUE "10".
          05 FS-STATUS-RES           PIC X(02) VALUE "00".
             88 FS-STATUS-RES-OK               VALUE "00".
             88 FS-STATUS-RES-EOF              VALUE "10".
             88 FS-STATUS-RES-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAG           PIC X(02) VALUE "00".
             88 FS-STATUS-PAG-OK               VALUE "00".
             88 FS-STATUS-PAG-EOF              VALUE "10".
             88 FS-STATUS-PAG-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CTA           PIC X(02) VALUE "00".
             88 FS-STATUS-CTA-OK               VALUE "00".
             88 FS-STATUS-CTA-EOF              VALUE "10".
             88 FS-STATUS-CTA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-EST           PIC X(02) VALUE "00".
             88 FS-STATUS-EST-OK               VALUE "00".
             88 FS-STATUS-EST-EOF              VALUE "10".
             88 FS-STATUS-EST-NOT-FOUND        VALUE "35".
          05 FS-STATUS-BLO           PIC X(02) VALUE "00".
             88 FS-STATUS-BLO-OK               VALUE "00".
             88 FS-STATUS-BLO-EOF              VALUE "10".
             88 FS-STATUS-BLO-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CTL           PIC X(02) VALUE "00".
             88 FS-STATUS-CTL-OK               VALUE "00".
          05 FS-STATUS-AVI           PIC X(02) VALUE "00".
             88 FS-STATUS-AVI-OK               VALUE "00".
          05 FS-STATUS-RCH           PIC X(02) VALUE "00".
             88 FS-STATUS-RCH-OK               VALUE "00".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(04).
          05 WSV-IDX-ABO             PIC 9(03).
          05 WSV-IDX-EST             PIC 9(03).
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-EMISION       PIC 9(08).
          05 WSV-ULT-FACTURACION     PIC 9(08) VALUE ZERO.
          05 WSV-ULT-PAGO            PIC 9(08) VALUE ZERO.
          05 WSV-NUEVA-FACTURACION   PIC 9(08) VALUE ZERO.
          05 WSV-NUEVO-PAGO          PIC 9(08) VALUE ZERO.
          05 WSV-PLAZO-VTO           PIC 9(03).
          05 WSV-DIAS-AVISO          PIC 9(03).
          05 WSV-DIAS-RESTRICCION    PIC 9(03).
          05 WSV-DIAS-SUSPENSION     PIC 9(03).
          05 WSV-TOLERANCIA          PIC 9(05)V9(02).
          05 WSV-MOBILE              PIC 9(09).
          05 WSV-A-IMPUTAR           PIC 9(09)V9(02).
          05 WSV-IMPUTADO            PIC 9(09)V9(02).
          05 WSV-DEUDA-VENCIDA       PIC 9(09)V9(02).
          05 WSV-DEUDA-TOTAL         PIC 9(09)V9(02).
          05 WSV-VTO-MAS-ANTIGUO     PIC 9(08).
          05 WSV-DIAS-MORA           PIC 9(05).
          05 WSV-ETAPA-OBJETIVO      PIC 9(01).
          05 WSV-ETAPA-ANTERIOR      PIC 9(01).
          05 WSV-MOTIVO              PIC X(01).
          05 WSV-ACCION              PIC X(12).
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT-IMPORTE        PIC ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-DIAS           PIC ZZZZ9.
          05 WSV-EDIT-CANT           PIC ZZZZ9.
       01 WSV-CONTADORES.
          05 WSV-CANT-FACTURAS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-FACT-YA        PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PAGOS          PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PAGOS-YA       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PAGOS-RECH     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-AVISOS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RESTRINGIDAS   PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SUSPENDIDAS    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECONECTADAS   PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-FACTURADO     PIC 9(11)V9(02) VALUE ZERO.
          05 WSV-TOTAL-COBRADO       PIC 9(11)V9(02) VALUE ZERO.
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
           MOVE "E184" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-FACTURAS
              THRU 200000-FACTURAS-F

           PERFORM 300000-PAGOS
              THRU 300000-PAGOS-F

           PERFORM 400000-GESTIONAR-MORA
              THRU 400000-GESTIONAR-MORA-F

           PERFORM 500000-GRABAR
              THRU 500000-GRABAR-F

           DISPLAY "E184 - COBRANZA Y MORA DE ABONADOS AL "
                   WSV-FECHA-PROCESO
           DISPLAY "FACTURAS INCORPORADAS    : " WSV-CANT-FACTURAS
           DISPLAY "FACTURAS YA TOMADAS      : " WSV-CANT-FACT-YA
           DISPLAY "PAGOS IMPUTADOS          : " WSV-CANT-PAGOS
           DISPLAY "PAGOS YA TOMADOS         : " WSV-CANT-PAGOS-YA
           DISPLAY "PAGOS RECHAZADOS         : " WSV-CANT-PAGOS-RECH
           DISPLAY "AVISOS DE MORA           : " WSV-CANT-AVISOS
           DISPLAY "LINEAS RESTRINGIDAS      : " WSV-CANT-RESTRINGIDAS
           DISPLAY "LINEAS SUSPENDIDAS       : " WSV-CANT-SUSPENDIDAS
           DISPLAY "LINEAS RECONECTADAS      : " WSV-CANT-RECONECTADAS
           STOP RUN
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *Fecha de proceso, plazos de mora (un valor en cero toma el
      *valor por defecto) y lo ya tomado en corridas anteriores.
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

           MOVE CON-PLAZO-VTO-DEF  TO WSV-PLAZO-VTO
           MOVE CON-DIAS-AVISO-DEF TO WSV-DIAS-AVISO
           MOVE CON-DIAS-RESTR-DEF TO WSV-DIAS-RESTRICCION
           MOVE CON-DIAS-SUSP-DEF  TO WSV-DIAS-SUSPENSION
           MOVE CON-TOLERANCIA-DEF TO WSV-TOLERANCIA
           OPEN INPUT PARAMMORA
           IF FS-STATUS-PMO-OK
              READ PARAMMORA
              IF FS-STATUS-PMO-OK
                 IF REG-PMO-PLAZO-VTO IS NUMERIC
                    AND REG-PMO-PLAZO-VTO > ZERO
                    MOVE REG-PMO-PLAZO-VTO TO WSV-PLAZO-VTO
                 END-IF
                 IF REG-PMO-DIAS-AVISO IS NUMERIC
                    AND REG-PMO-DIAS-AVISO > ZERO
                    MOVE REG-PMO-DIAS-AVISO TO WSV-DIAS-AVISO
                 END-IF
                 IF REG-PMO-DIAS-RESTRICCION IS NUMERIC
                    AND REG-PMO-DIAS-RESTRICCION > ZERO
                    MOVE REG-PMO-DIAS-RESTRICCION TO
                       WSV-DIAS-RESTRICCION
                 END-IF
                 IF REG-PMO-DIAS-SUSPENSION IS NUMERIC
                    AND REG-PMO-DIAS-SUSPENSION > ZERO
                    MOVE REG-PMO-DIAS-SUSPENSION TO
                       WSV-DIAS-SUSPENSION
                 END-IF
                 IF REG-PMO-TOLERANCIA IS NUMERIC
                    MOVE REG-PMO-TOLERANCIA TO WSV-TOLERANCIA
                 END-IF
              END-IF
              CLOSE PARAMMORA
           END-IF

           OPEN INPUT CONTROL-COB
           IF FS-STATUS-CTL-OK
              READ CONTROL-COB
              IF FS-STATUS-CTL-OK
                 MOVE REG-CTL-ULT-FACTURACION TO WSV-ULT-FACTURACION
                 MOVE REG-CTL-ULT-PAGO        TO WSV-ULT-PAGO
              END-IF
              CLOSE CONTROL-COB
           END-IF
           MOVE WSV-ULT-FACTURACION TO WSV-NUEVA-FACTURACION
           MOVE WSV-ULT-PAGO        TO WSV-NUEVO-PAGO
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      *Sin CTACTE_ABONADOS.txt, MORA_ABONADOS.txt o
      *BLOQUEOS_LINEAS.txt (primera corrida) se arranca vacio.
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-DAT-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DAT            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-ABONADO
              THRU 112000-LEER-ABONADO-F
              UNTIL FS-STATUS-DAT-EOF
           CLOSE DATOS

           OPEN INPUT CTACTE
           IF FS-STATUS-CTA-OK
              PERFORM 114000-LEER-CTACTE
                 THRU 114000-LEER-CTACTE-F
                 UNTIL FS-STATUS-CTA-EOF
              CLOSE CTACTE
           ELSE
              IF NOT FS-STATUS-CTA-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-CTACTE               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CTA            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           OPEN INPUT ESTADOS
           IF FS-STATUS-EST-OK
              PERFORM 116000-LEER-ESTADO
                 THRU 116000-LEER-ESTADO-F
                 UNTIL FS-STATUS-EST-EOF
              CLOSE ESTADOS
           ELSE
              IF NOT FS-STATUS-EST-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-ESTADOS              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-EST            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           OPEN INPUT BLOQUEOS
           IF FS-STATUS-BLO-OK
              PERFORM 118000-LEER-BLOQUEO
                 THRU 118000-LEER-BLOQUEO-F
                 UNTIL FS-STATUS-BLO-EOF
              CLOSE BLOQUEOS
           ELSE
              IF NOT FS-STATUS-BLO-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-BLOQUEOS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-BLO            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-ABONADO
      ******************************************************************
       112000-LEER-ABONADO.
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-DAT-OK
                    IF WSV-CANT-ABONADOS = 200
                       DISPLAY "E184: TABLA DE ABONADOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-DATOS TO WS-ERR-OBJETO
                       MOVE CON-LEER  TO WS-ERR-OPERACION
                       MOVE 99        TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-ABONADOS
                    MOVE REG-MOBILE  TO
                       WSV-ABO-MOBILE(WSV-CANT-ABONADOS)
                    MOVE REG-NAME    TO
                       WSV-ABO-NOMBRE(WSV-CANT-ABONADOS)
                    MOVE REG-ADDRESS TO
                       WSV-ABO-DIRECCION(WSV-CANT-ABONADOS)
                    MOVE REG-TYPE    TO WSV-ABO-PLAN(WSV-CANT-ABONADOS)
               WHEN FS-STATUS-DAT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DAT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-ABONADO-F. EXIT.
      ******************************************************************
      *                         114000-LEER-CTACTE
      ******************************************************************
       114000-LEER-CTACTE.
           READ CTACTE
           EVALUATE TRUE
               WHEN FS-STATUS-CTA-OK
      *Una partida fuera de tabla se perderia en la regrabacion:
      *tabla llena corta.
                    IF WSV-CANT-CTACTE = 1000
                       DISPLAY "E184: TABLA DE CUENTA CORRIENTE LLENA"
                               " - AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-CTACTE TO WS-ERR-OBJETO
                       MOVE CON-LEER   TO WS-ERR-OPERACION
                       MOVE 99         TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CTACTE
                    MOVE REG-CTA-MOBILE TO
                       WSV-CTA-MOBILE(WSV-CANT-CTACTE)
                    MOVE REG-CTA-PLAN TO WSV-CTA-PLAN(WSV-CANT-CTACTE)
                    MOVE REG-CTA-EMISION TO
                       WSV-CTA-EMISION(WSV-CANT-CTACTE)
                    MOVE REG-CTA-VENCIMIENTO TO
                       WSV-CTA-VENCIMIENTO(WSV-CANT-CTACTE)
                    MOVE REG-CTA-IMPORTE TO
                       WSV-CTA-IMPORTE(WSV-CANT-CTACTE)
                    MOVE REG-CTA-SALDO TO
                       WSV-CTA-SALDO(WSV-CANT-CTACTE)
               WHEN FS-STATUS-CTA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-CTACTE               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CTA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-CTACTE-F. EXIT.
      ******************************************************************
      *                         116000-LEER-ESTADO
      ******************************************************************
       116000-LEER-ESTADO.
           READ ESTADOS
           EVALUATE TRUE
               WHEN FS-STATUS-EST-OK
                    IF WSV-CANT-ESTADOS = 200
                       DISPLAY "E184: TABLA DE ESTADOS DE MORA LLENA"
                               " - AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-ESTADOS TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-ESTADOS
                    MOVE REG-EST-MOBILE TO
                       WSV-EST-MOBILE(WSV-CANT-ESTADOS)
                    MOVE REG-EST-ETAPA TO
                       WSV-EST-ETAPA(WSV-CANT-ESTADOS)
                    MOVE REG-EST-FECHA-ETAPA TO
                       WSV-EST-FECHA-ETAPA(WSV-CANT-ESTADOS)
                    MOVE REG-EST-FAVOR TO
                       WSV-EST-FAVOR(WSV-CANT-ESTADOS)
               WHEN FS-STATUS-EST-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-ESTADOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EST            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-ESTADO-F. EXIT.
      ******************************************************************
      *                         118000-LEER-BLOQUEO
      ******************************************************************
       118000-LEER-BLOQUEO.
           READ BLOQUEOS
           EVALUATE TRUE
               WHEN FS-STATUS-BLO-OK
      *La lista se regraba completa: un bloqueo fuera de tabla se
      *perderia y la linea volveria a cursar trafico.
                    IF WSV-CANT-BLOQUEOS = 300
                       DISPLAY "E184: TABLA DE BLOQUEOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-BLOQUEOS TO WS-ERR-OBJETO
                       MOVE CON-LEER     TO WS-ERR-OPERACION
                       MOVE 99           TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-BLOQUEOS
                    MOVE REG-BLO-MOBILE TO
                       WSV-BLO-MOBILE(WSV-CANT-BLOQUEOS)
                    MOVE REG-BLO-FECHA TO
                       WSV-BLO-FECHA(WSV-CANT-BLOQUEOS)
                    MOVE REG-BLO-MOTIVO TO
                       WSV-BLO-MOTIVO(WSV-CANT-BLOQUEOS)
                    MOVE "N" TO WSV-BLO-BAJA(WSV-CANT-BLOQUEOS)
               WHEN FS-STATUS-BLO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-BLOQUEOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BLO            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-BLOQUEO-F. EXIT.
      ******************************************************************
      *                         200000-FACTURAS
      *Sin resumen no hay facturacion nueva que incorporar.
      ******************************************************************
       200000-FACTURAS.
           OPEN INPUT RESUMEN
           IF FS-STATUS-RES-NOT-FOUND
              GO TO 200000-FACTURAS-F
           END-IF
           IF NOT FS-STATUS-RES-OK
              MOVE CON-200000-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-RESUMEN         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 210000-LEER-RESUMEN
              THRU 210000-LEER-RESUMEN-F
              UNTIL FS-STATUS-RES-EOF
           CLOSE RESUMEN
           .
       200000-FACTURAS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-RESUMEN
      *Un resumen grabado antes de que llevara la fecha de emision
      *se toma con la fecha de proceso.
      ******************************************************************
       210000-LEER-RESUMEN.
           READ RESUMEN
           EVALUATE TRUE
               WHEN FS-STATUS-RES-OK
                    IF REG-RES-TIPO = "D"
                       PERFORM 220000-ALTA-FACTURA
                          THRU 220000-ALTA-FACTURA-F
                    END-IF
               WHEN FS-STATUS-RES-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-FACTURAS TO WS-ERR-PARRAFO
                    MOVE CON-RESUMEN         TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RES       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-RESUMEN-F. EXIT.
      ******************************************************************
      *                         220000-ALTA-FACTURA
      ******************************************************************
       220000-ALTA-FACTURA.
           IF REG-RES-FECHA IS NUMERIC
              AND REG-RES-FECHA > ZERO
              MOVE REG-RES-FECHA TO WSV-FECHA-EMISION
           ELSE
              MOVE WSV-FECHA-PROCESO TO WSV-FECHA-EMISION
           END-IF
           IF WSV-FECHA-EMISION NOT > WSV-ULT-FACTURACION
              ADD 1 TO WSV-CANT-FACT-YA
              GO TO 220000-ALTA-FACTURA-F
           END-IF
           IF REG-RES-TOTAL = ZERO
              GO TO 220000-ALTA-FACTURA-F
           END-IF

           IF WSV-CANT-CTACTE = 1000
              DISPLAY "E184: TABLA DE CUENTA CORRIENTE LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-200000-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-CTACTE          TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE 99                  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "C"               TO WS-FEC-OPERACION
           MOVE WSV-FECHA-EMISION TO WS-FEC-FECHA
           MOVE WSV-PLAZO-VTO     TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-200000-FACTURAS TO WS-ERR-PARRAFO
              MOVE CON-FECHA           TO WS-ERR-OBJETO
              MOVE CON-CALCULAR        TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-CTACTE
           MOVE REG-RES-MOBILE    TO WSV-CTA-MOBILE(WSV-CANT-CTACTE)
           MOVE REG-RES-PLAN      TO WSV-CTA-PLAN(WSV-CANT-CTACTE)
           MOVE WSV-FECHA-EMISION TO WSV-CTA-EMISION(WSV-CANT-CTACTE)
           MOVE WS-FEC-RESULTADO  TO
              WSV-CTA-VENCIMIENTO(WSV-CANT-CTACTE)
           MOVE REG-RES-TOTAL     TO WSV-CTA-IMPORTE(WSV-CANT-CTACTE)
           MOVE REG-RES-TOTAL     TO WSV-CTA-SALDO(WSV-CANT-CTACTE)
           ADD 1 TO WSV-CANT-FACTURAS
           ADD REG-RES-TOTAL TO WSV-TOTAL-FACTURADO
           IF WSV-FECHA-EMISION > WSV-NUEVA-FACTURACION
              MOVE WSV-FECHA-EMISION TO WSV-NUEVA-FACTURACION
           END-IF

      *El saldo a favor de la linea cancela la factura nueva.
           MOVE REG-RES-MOBILE TO WSV-MOBILE
           PERFORM 350000-BUSCAR-ESTADO
              THRU 350000-BUSCAR-ESTADO-F
           IF WSV-ENCONTRADO
              AND WSV-EST-FAVOR(WSV-IDX-EST) > ZERO
              MOVE WSV-EST-FAVOR(WSV-IDX-EST) TO WSV-A-IMPUTAR
              PERFORM 330000-IMPUTAR
                 THRU 330000-IMPUTAR-F
              MOVE WSV-A-IMPUTAR TO WSV-EST-FAVOR(WSV-IDX-EST)
           END-IF
           .
       220000-ALTA-FACTURA-F. EXIT.
      ******************************************************************
      *                         300000-PAGOS
      ******************************************************************
       300000-PAGOS.
           OPEN OUTPUT RECHAZOS
           IF NOT FS-STATUS-RCH-OK
              MOVE CON-300000-PAGOS TO WS-ERR-PARRAFO
              MOVE CON-RECHAZOS     TO WS-ERR-OBJETO
              MOVE CON-ABRIR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCH    TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT PAGOS
           IF FS-STATUS-PAG-NOT-FOUND
              CLOSE RECHAZOS
              GO TO 300000-PAGOS-F
           END-IF
           IF NOT FS-STATUS-PAG-OK
              MOVE CON-300000-PAGOS TO WS-ERR-PARRAFO
              MOVE CON-PAGOS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAG    TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 310000-LEER-PAGO
              THRU 310000-LEER-PAGO-F
              UNTIL FS-STATUS-PAG-EOF
           CLOSE PAGOS
           CLOSE RECHAZOS
           .
       300000-PAGOS-F. EXIT.
      ******************************************************************
      *                         310000-LEER-PAGO
      ******************************************************************
       310000-LEER-PAGO.
           READ PAGOS
           EVALUATE TRUE
               WHEN FS-STATUS-PAG-OK
                    PERFORM 320000-APLICAR-PAGO
                       THRU 320000-APLICAR-PAGO-F
               WHEN FS-STATUS-PAG-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-300000-PAGOS TO WS-ERR-PARRAFO
                    MOVE CON-PAGOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER         TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAG    TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       310000-LEER-PAGO-F. EXIT.
      ******************************************************************
      *                         320000-APLICAR-PAGO
      *El archivo de pagos acumula: solo se toman los posteriores al
      *ultimo pago ya aplicado. Lo que sobra despues de cancelar las
      *partidas de la linea queda como saldo a favor.
      ******************************************************************
       320000-APLICAR-PAGO.
           IF REG-PAG-FECHA NOT > WSV-ULT-PAGO
              ADD 1 TO WSV-CANT-PAGOS-YA
              GO TO 320000-APLICAR-PAGO-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-ABO FROM 1 BY 1
              UNTIL WSV-IDX-ABO > WSV-CANT-ABONADOS
              OR WSV-ENCONTRADO
              IF WSV-ABO-MOBILE(WSV-IDX-ABO) = REG-PAG-MOBILE
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-PAGOS-RECH
              DISPLAY "E184: PAGO DE LINEA INEXISTENTE "
                      REG-PAG-MOBILE " - A PAGOS_ABONADOS_RECH.txt"
              WRITE REG-RECHAZO FROM REG-PAGO
              IF NOT FS-STATUS-RCH-OK
                 MOVE CON-300000-PAGOS TO WS-ERR-PARRAFO
                 MOVE CON-RECHAZOS     TO WS-ERR-OBJETO
                 MOVE CON-GRABAR       TO WS-ERR-OPERACION
                 MOVE FS-STATUS-RCH    TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              GO TO 320000-APLICAR-PAGO-F
           END-IF

           ADD 1 TO WSV-CANT-PAGOS
           ADD REG-PAG-IMPORTE TO WSV-TOTAL-COBRADO
           IF REG-PAG-FECHA > WSV-NUEVO-PAGO
              MOVE REG-PAG-FECHA TO WSV-NUEVO-PAGO
           END-IF

           MOVE REG-PAG-MOBILE  TO WSV-MOBILE
           MOVE REG-PAG-IMPORTE TO WSV-A-IMPUTAR
           PERFORM 330000-IMPUTAR
              THRU 330000-IMPUTAR-F
           IF WSV-A-IMPUTAR > ZERO
              PERFORM 350000-BUSCAR-ESTADO
                 THRU 350000-BUSCAR-ESTADO-F
              IF NOT WSV-ENCONTRADO
                 PERFORM 355000-ALTA-ESTADO
                    THRU 355000-ALTA-ESTADO-F
              END-IF
              ADD WSV-A-IMPUTAR TO WSV-EST-FAVOR(WSV-IDX-EST)
           END-IF
           .
       320000-APLICAR-PAGO-F. EXIT.
      ******************************************************************
      *                         330000-IMPUTAR
      *Aplica WSV-A-IMPUTAR a las partidas de WSV-MOBILE de la mas
      *antigua a la mas nueva; deja en WSV-A-IMPUTAR lo que sobra.
      ******************************************************************
       330000-IMPUTAR.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CTACTE
              OR WSV-A-IMPUTAR = ZERO
              IF WSV-CTA-MOBILE(WSV-IDX) = WSV-MOBILE
                 AND WSV-CTA-SALDO(WSV-IDX) > ZERO
                 IF WSV-A-IMPUTAR > WSV-CTA-SALDO(WSV-IDX)
                    MOVE WSV-CTA-SALDO(WSV-IDX) TO WSV-IMPUTADO
                 ELSE
                    MOVE WSV-A-IMPUTAR TO WSV-IMPUTADO
                 END-IF
                 SUBTRACT WSV-IMPUTADO FROM WSV-CTA-SALDO(WSV-IDX)
                 SUBTRACT WSV-IMPUTADO FROM WSV-A-IMPUTAR
              END-IF
           END-PERFORM
           .
       330000-IMPUTAR-F. EXIT.
      ******************************************************************
      *                         350000-BUSCAR-ESTADO
      *Deja en WSV-IDX-EST el estado de mora de WSV-MOBILE.
      ******************************************************************
       350000-BUSCAR-ESTADO.
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-EST FROM 1 BY 1
              UNTIL WSV-IDX-EST > WSV-CANT-ESTADOS
              OR WSV-ENCONTRADO
              IF WSV-EST-MOBILE(WSV-IDX-EST) = WSV-MOBILE
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              SUBTRACT 1 FROM WSV-IDX-EST
           END-IF
           .
       350000-BUSCAR-ESTADO-F. EXIT.
      ******************************************************************
      *                         355000-ALTA-ESTADO
      ******************************************************************
       355000-ALTA-ESTADO.
           IF WSV-CANT-ESTADOS = 200
              DISPLAY "E184: TABLA DE ESTADOS DE MORA LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-400000-GESTIONAR-MORA TO WS-ERR-PARRAFO
              MOVE CON-ESTADOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ESTADOS
           MOVE WSV-CANT-ESTADOS TO WSV-IDX-EST
           MOVE WSV-MOBILE TO WSV-EST-MOBILE(WSV-IDX-EST)
           MOVE ZERO       TO WSV-EST-ETAPA(WSV-IDX-EST)
           MOVE ZERO       TO WSV-EST-FECHA-ETAPA(WSV-IDX-EST)
           MOVE ZERO       TO WSV-EST-FAVOR(WSV-IDX-EST)
           .
       355000-ALTA-ESTADO-F. EXIT.
      ******************************************************************
      *                         400000-GESTIONAR-MORA
      ******************************************************************
       400000-GESTIONAR-MORA.
           OPEN OUTPUT AVISOS
           IF NOT FS-STATUS-AVI-OK
              MOVE CON-400000-GESTIONAR-MORA TO WS-ERR-PARRAFO
              MOVE CON-AVISOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-AVI             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-400000-GESTIONAR-MORA TO WS-ERR-PARRAFO
              MOVE CON-INFORME               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           STRING "GESTION DE MORA DE ABONADOS AL "
                  WSV-FECHA-PROCESO(7:2) "/" WSV-FECHA-PROCESO(5:2)
                  "/" WSV-FECHA-PROCESO(1:4)
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           MOVE "LINEA"          TO WSV-LINEA(1:5)
           MOVE "DEUDA VENCIDA"  TO WSV-LINEA(20:13)
           MOVE "VTO. ANTIGUO"   TO WSV-LINEA(35:12)
           MOVE "DIAS"           TO WSV-LINEA(50:4)
           MOVE "ACCION"         TO WSV-LINEA(56:6)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           PERFORM 410000-GESTIONAR-LINEA
              THRU 410000-GESTIONAR-LINEA-F
              VARYING WSV-IDX-ABO FROM 1 BY 1
              UNTIL WSV-IDX-ABO > WSV-CANT-ABONADOS

           PERFORM 480000-TOTALES
              THRU 480000-TOTALES-F

           CLOSE AVISOS
           CLOSE INFORME
           .
       400000-GESTIONAR-MORA-F. EXIT.
      ******************************************************************
      *                         410000-GESTIONAR-LINEA
      *La etapa objetivo sale de los dias habiles de mora del
      *vencimiento impago mas antiguo. Solo se avanza; la linea sin
      *deuda vencida que estaba en mora se reconecta.
      ******************************************************************
       410000-GESTIONAR-LINEA.
           MOVE WSV-ABO-MOBILE(WSV-IDX-ABO) TO WSV-MOBILE
           MOVE ZERO TO WSV-DEUDA-VENCIDA
           MOVE ZERO TO WSV-DEUDA-TOTAL
           MOVE 99999999 TO WSV-VTO-MAS-ANTIGUO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CTACTE
              IF WSV-CTA-MOBILE(WSV-IDX) = WSV-MOBILE
                 AND WSV-CTA-SALDO(WSV-IDX) > ZERO
                 ADD WSV-CTA-SALDO(WSV-IDX) TO WSV-DEUDA-TOTAL
                 IF WSV-CTA-VENCIMIENTO(WSV-IDX) < WSV-FECHA-PROCESO
                    ADD WSV-CTA-SALDO(WSV-IDX) TO WSV-DEUDA-VENCIDA
                    IF WSV-CTA-VENCIMIENTO(WSV-IDX) <
                       WSV-VTO-MAS-ANTIGUO
                       MOVE WSV-CTA-VENCIMIENTO(WSV-IDX) TO
                          WSV-VTO-MAS-ANTIGUO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM 350000-BUSCAR-ESTADO
              THRU 350000-BUSCAR-ESTADO-F

           IF WSV-DEUDA-VENCIDA NOT > WSV-TOLERANCIA
              IF WSV-ENCONTRADO
                 AND WSV-EST-ETAPA(WSV-IDX-EST) > ZERO
                 PERFORM 440000-RECONECTAR
                    THRU 440000-RECONECTAR-F
              END-IF
              GO TO 410000-GESTIONAR-LINEA-F
           END-IF

           MOVE "D"                 TO WS-FEC-OPERACION
           MOVE WSV-VTO-MAS-ANTIGUO TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO   TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-400000-GESTIONAR-MORA TO WS-ERR-PARRAFO
              MOVE CON-FECHA                 TO WS-ERR-OBJETO
              MOVE CON-CALCULAR              TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WS-FEC-DIAS TO WSV-DIAS-MORA

           EVALUATE TRUE
               WHEN WSV-DIAS-MORA NOT < WSV-DIAS-SUSPENSION
                    MOVE 3 TO WSV-ETAPA-OBJETIVO
               WHEN WSV-DIAS-MORA NOT < WSV-DIAS-RESTRICCION
                    MOVE 2 TO WSV-ETAPA-OBJETIVO
               WHEN WSV-DIAS-MORA NOT < WSV-DIAS-AVISO
                    MOVE 1 TO WSV-ETAPA-OBJETIVO
               WHEN OTHER
                    MOVE 0 TO WSV-ETAPA-OBJETIVO
           END-EVALUATE
           IF WSV-ETAPA-OBJETIVO = ZERO
              GO TO 410000-GESTIONAR-LINEA-F
           END-IF

           IF NOT WSV-ENCONTRADO
              PERFORM 355000-ALTA-ESTADO
                 THRU 355000-ALTA-ESTADO-F
           END-IF
           IF WSV-ETAPA-OBJETIVO > WSV-EST-ETAPA(WSV-IDX-EST)
              PERFORM 430000-AVANZAR-ETAPA
                 THRU 430000-AVANZAR-ETAPA-F
           END-IF
           .
       410000-GESTIONAR-LINEA-F. EXIT.
      ******************************************************************
      *                         430000-AVANZAR-ETAPA
      *La linea que entra en mora recibe la carta aunque por los
      *dias ya corresponda restringir o suspender.
      ******************************************************************
       430000-AVANZAR-ETAPA.
           MOVE WSV-EST-ETAPA(WSV-IDX-EST) TO WSV-ETAPA-ANTERIOR
           MOVE WSV-ETAPA-OBJETIVO TO WSV-EST-ETAPA(WSV-IDX-EST)
           MOVE WSV-FECHA-PROCESO  TO WSV-EST-FECHA-ETAPA(WSV-IDX-EST)

           IF WSV-ETAPA-ANTERIOR = ZERO
              PERFORM 460000-AVISO
                 THRU 460000-AVISO-F
           END-IF

           EVALUATE WSV-ETAPA-OBJETIVO
               WHEN 1
                    MOVE "AVISO"       TO WSV-ACCION
               WHEN 2
                    MOVE "R"           TO WSV-MOTIVO
                    PERFORM 450000-BLOQUEAR
                       THRU 450000-BLOQUEAR-F
                    MOVE "RESTRICCION" TO WSV-ACCION
                    ADD 1 TO WSV-CANT-RESTRINGIDAS
               WHEN 3
                    MOVE "S"           TO WSV-MOTIVO
                    PERFORM 450000-BLOQUEAR
                       THRU 450000-BLOQUEAR-F
                    MOVE "SUSPENSION"  TO WSV-ACCION
                    ADD 1 TO WSV-CANT-SUSPENDIDAS
           END-EVALUATE

           PERFORM 470000-LINEA-ACCION
              THRU 470000-LINEA-ACCION-F
           .
       430000-AVANZAR-ETAPA-F. EXIT.
      ******************************************************************
      *                         440000-RECONECTAR
      *Deuda vencida saldada: se levantan los bloqueos por mora de la
      *linea (R y S); los de uso anormal quedan.
      ******************************************************************
       440000-RECONECTAR.
           MOVE WSV-EST-ETAPA(WSV-IDX-EST) TO WSV-ETAPA-ANTERIOR
           MOVE ZERO              TO WSV-EST-ETAPA(WSV-IDX-EST)
           MOVE WSV-FECHA-PROCESO TO WSV-EST-FECHA-ETAPA(WSV-IDX-EST)
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-BLOQUEOS
              IF WSV-BLO-MOBILE(WSV-IDX) = WSV-MOBILE
                 AND (WSV-BLO-MOTIVO(WSV-IDX) = "R" OR "S")
                 MOVE "S" TO WSV-BLO-BAJA(WSV-IDX)
              END-IF
           END-PERFORM
           IF WSV-ETAPA-ANTERIOR > 1
              MOVE "RECONEXION"  TO WSV-ACCION
              ADD 1 TO WSV-CANT-RECONECTADAS
           ELSE
              MOVE "REGULARIZADA" TO WSV-ACCION
           END-IF
           MOVE ZERO TO WSV-DIAS-MORA
           MOVE ZERO TO WSV-VTO-MAS-ANTIGUO
           PERFORM 470000-LINEA-ACCION
              THRU 470000-LINEA-ACCION-F
           .
       440000-RECONECTAR-F. EXIT.
      ******************************************************************
      *                         450000-BLOQUEAR
      *Un bloqueo por mora por linea: la suspension reemplaza a la
      *restriccion.
      ******************************************************************
       450000-BLOQUEAR.
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-BLOQUEOS
              OR WSV-ENCONTRADO
              IF WSV-BLO-MOBILE(WSV-IDX) = WSV-MOBILE
                 AND (WSV-BLO-MOTIVO(WSV-IDX) = "R" OR "S")
                 AND WSV-BLO-BAJA(WSV-IDX) = "N"
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              SUBTRACT 1 FROM WSV-IDX
           ELSE
              IF WSV-CANT-BLOQUEOS = 300
                 DISPLAY "E184: TABLA DE BLOQUEOS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-400000-GESTIONAR-MORA TO WS-ERR-PARRAFO
                 MOVE CON-BLOQUEOS              TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                TO WS-ERR-OPERACION
                 MOVE 99                        TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-BLOQUEOS
              MOVE WSV-CANT-BLOQUEOS TO WSV-IDX
              MOVE WSV-MOBILE TO WSV-BLO-MOBILE(WSV-IDX)
              MOVE "N"        TO WSV-BLO-BAJA(WSV-IDX)
           END-IF
           MOVE WSV-FECHA-PROCESO TO WSV-BLO-FECHA(WSV-IDX)
           MOVE WSV-MOTIVO        TO WSV-BLO-MOTIVO(WSV-IDX)
           .
       450000-BLOQUEAR-F. EXIT.
      ******************************************************************
      *                         460000-AVISO
      ******************************************************************
       460000-AVISO.
           MOVE WSV-FECHA-PROCESO   TO REG-AVI-FECHA
           MOVE WSV-MOBILE          TO REG-AVI-MOBILE
           MOVE WSV-ABO-NOMBRE(WSV-IDX-ABO)    TO REG-AVI-NOMBRE
           MOVE WSV-ABO-DIRECCION(WSV-IDX-ABO) TO REG-AVI-DIRECCION
           MOVE WSV-DEUDA-VENCIDA   TO REG-AVI-DEUDA
           MOVE WSV-VTO-MAS-ANTIGUO TO REG-AVI-VENCIMIENTO
           MOVE WSV-ETAPA-OBJETIVO  TO REG-AVI-ETAPA
           WRITE REG-AVISO
           IF NOT FS-STATUS-AVI-OK
              MOVE CON-400000-GESTIONAR-MORA TO WS-ERR-PARRAFO
              MOVE CON-AVISOS                TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-AVI             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-AVISOS
           .
       460000-AVISO-F. EXIT.
      ******************************************************************
      *                         470000-LINEA-ACCION
      ******************************************************************
       470000-LINEA-ACCION.
           MOVE SPACES TO WSV-LINEA
           MOVE WSV-MOBILE        TO WSV-LINEA(1:9)
           MOVE WSV-DEUDA-VENCIDA TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE  TO WSV-LINEA(19:14)
           IF WSV-VTO-MAS-ANTIGUO > ZERO
              STRING WSV-VTO-MAS-ANTIGUO(7:2) "/"
                     WSV-VTO-MAS-ANTIGUO(5:2) "/"
                     WSV-VTO-MAS-ANTIGUO(1:4)
                     DELIMITED BY SIZE
                 INTO WSV-LINEA(36:10)
           END-IF
           MOVE WSV-DIAS-MORA     TO WSV-EDIT-DIAS
           MOVE WSV-EDIT-DIAS     TO WSV-LINEA(49:5)
           MOVE WSV-ACCION        TO WSV-LINEA(56:12)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           .
       470000-LINEA-ACCION-F. EXIT.
      ******************************************************************
      *                         480000-TOTALES
      ******************************************************************
       480000-TOTALES.
           MOVE SPACES TO WSV-LINEA
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           MOVE "FACTURAS INCORPORADAS" TO WSV-LINEA
           MOVE WSV-CANT-FACTURAS   TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT       TO WSV-LINEA(30:5)
           MOVE WSV-TOTAL-FACTURADO TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE    TO WSV-LINEA(40:14)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           MOVE "PAGOS IMPUTADOS"   TO WSV-LINEA
           MOVE WSV-CANT-PAGOS      TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT       TO WSV-LINEA(30:5)
           MOVE WSV-TOTAL-COBRADO   TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE    TO WSV-LINEA(40:14)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           MOVE "AVISOS DE MORA"    TO WSV-LINEA
           MOVE WSV-CANT-AVISOS     TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT       TO WSV-LINEA(30:5)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           MOVE "LINEAS RESTRINGIDAS" TO WSV-LINEA
           MOVE WSV-CANT-RESTRINGIDAS TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT         TO WSV-LINEA(30:5)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           MOVE "LINEAS SUSPENDIDAS" TO WSV-LINEA
           MOVE WSV-CANT-SUSPENDIDAS TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT        TO WSV-LINEA(30:5)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           MOVE "LINEAS RECONECTADAS" TO WSV-LINEA
           MOVE WSV-CANT-RECONECTADAS TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT         TO WSV-LINEA(30:5)
           PERFORM 490000-ESCRIBIR
              THRU 490000-ESCRIBIR-F
           .
       480000-TOTALES-F. EXIT.
      ******************************************************************
      *                         490000-ESCRIBIR
      ******************************************************************
       490000-ESCRIBIR.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-400000-GESTIONAR-MORA TO WS-ERR-PARRAFO
              MOVE CON-INFORME               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       490000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         500000-GRABAR
      *Cuenta corriente sin partidas saldadas, estados con etapa o
      *saldo a favor, bloqueos sin los dados de baja y el control.
      ******************************************************************
       500000-GRABAR.
           OPEN OUTPUT CTACTE
           IF NOT FS-STATUS-CTA-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-CTACTE        TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTA     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 510000-GRABAR-PARTIDA
              THRU 510000-GRABAR-PARTIDA-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CTACTE
           CLOSE CTACTE

           OPEN OUTPUT ESTADOS
           IF NOT FS-STATUS-EST-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-ESTADOS       TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-EST     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 520000-GRABAR-ESTADO
              THRU 520000-GRABAR-ESTADO-F
              VARYING WSV-IDX-EST FROM 1 BY 1
              UNTIL WSV-IDX-EST > WSV-CANT-ESTADOS
           CLOSE ESTADOS

           OPEN OUTPUT BLOQUEOS
           IF NOT FS-STATUS-BLO-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-BLOQUEOS      TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-BLO     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 530000-GRABAR-BLOQUEO
              THRU 530000-GRABAR-BLOQUEO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-BLOQUEOS
           CLOSE BLOQUEOS

           OPEN OUTPUT CONTROL-COB
           IF NOT FS-STATUS-CTL-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-CONTROL       TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTL     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WSV-NUEVA-FACTURACION TO REG-CTL-ULT-FACTURACION
           MOVE WSV-NUEVO-PAGO        TO REG-CTL-ULT-PAGO
           WRITE REG-CONTROL-COB
           IF NOT FS-STATUS-CTL-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-CONTROL       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTL     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE CONTROL-COB
           .
       500000-GRABAR-F. EXIT.
      ******************************************************************
      *                         510000-GRABAR-PARTIDA
      ******************************************************************
       510000-GRABAR-PARTIDA.
           IF WSV-CTA-SALDO(WSV-IDX) = ZERO
              GO TO 510000-GRABAR-PARTIDA-F
           END-IF
           MOVE WSV-CTA-MOBILE(WSV-IDX)      TO REG-CTA-MOBILE
           MOVE WSV-CTA-PLAN(WSV-IDX)        TO REG-CTA-PLAN
           MOVE WSV-CTA-EMISION(WSV-IDX)     TO REG-CTA-EMISION
           MOVE WSV-CTA-VENCIMIENTO(WSV-IDX) TO REG-CTA-VENCIMIENTO
           MOVE WSV-CTA-IMPORTE(WSV-IDX)     TO REG-CTA-IMPORTE
           MOVE WSV-CTA-SALDO(WSV-IDX)       TO REG-CTA-SALDO
           WRITE REG-CTACTE
           IF NOT FS-STATUS-CTA-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-CTACTE        TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTA     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       510000-GRABAR-PARTIDA-F. EXIT.
      ******************************************************************
      *                         520000-GRABAR-ESTADO
      ******************************************************************
       520000-GRABAR-ESTADO.
           IF WSV-EST-ETAPA(WSV-IDX-EST) = ZERO
              AND WSV-EST-FAVOR(WSV-IDX-EST) = ZERO
              GO TO 520000-GRABAR-ESTADO-F
           END-IF
           MOVE WSV-EST-MOBILE(WSV-IDX-EST)      TO REG-EST-MOBILE
           MOVE WSV-EST-ETAPA(WSV-IDX-EST)       TO REG-EST-ETAPA
           MOVE WSV-EST-FECHA-ETAPA(WSV-IDX-EST) TO REG-EST-FECHA-ETAPA
           MOVE WSV-EST-FAVOR(WSV-IDX-EST)       TO REG-EST-FAVOR
           WRITE REG-ESTADO
           IF NOT FS-STATUS-EST-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-ESTADOS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-EST     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       520000-GRABAR-ESTADO-F. EXIT.
      ******************************************************************
      *                         530000-GRABAR-BLOQUEO
      ******************************************************************
       530000-GRABAR-BLOQUEO.
           IF WSV-BLO-BAJA(WSV-IDX) = "S"
              GO TO 530000-GRABAR-BLOQUEO-F
           END-IF
           MOVE WSV-BLO-MOBILE(WSV-IDX) TO REG-BLO-MOBILE
           MOVE WSV-BLO-FECHA(WSV-IDX)  TO REG-BLO-FECHA
           MOVE WSV-BLO-MOTIVO(WSV-IDX) TO REG-BLO-MOTIVO
           WRITE REG-BLOQUEO
           IF NOT FS-STATUS-BLO-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-BLOQUEOS      TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-BLO     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       530000-GRABAR-BLOQUEO-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E184.
