      ******************************************************************
      *Pasivo de pasajes vendidos no volados y reconocimiento del
      *ingreso volado. La plata del pasaje se tomaba como ingreso el
      *dia de la venta: un pasaje de octubre para un vuelo de enero
      *inflaba octubre y los no-show no se limpiaban nunca. Este
      *paso mensual mantiene PASAJES_NO_VOLADOS.txt, un registro por
      *pasaje (vuelo + fecha + ticket), con su estado:
      *1. Alta: las ventas de VENTAS_VUELOS.txt (E126) hasta la fecha
      *   de proceso que todavia no estan en el pasivo entran
      *   pendientes por la tarifa cobrada, con vencimiento a la
      *   fecha de venta mas la validez en meses de la tarifa (sin
      *   validez informada, la general de la compania). Los canjes
      *   de millas no tienen tarifa y no generan pasivo.
      *2. Cancelaciones: las de CANCELACIONES_VUELOS_HIST.txt (E126)
      *   cancelan el pasivo del pasaje; se reembolsa la tarifa menos
      *   la penalidad de PENALIDADES.txt por clase y dias de
      *   anticipacion (la misma tabla de E39CAN), que queda como
      *   ingreso. El detalle a pagar sale a REEMBOLSOS_PASAJES.txt.
      *3. Volados: el pasaje de un vuelo ya salido que figura en
      *   MANIFIESTO_VUELOS.txt pasa a ingreso.
      *4. No-show: el pasaje de un vuelo salido que no figura en el
      *   manifiesto sigue en el pasivo hasta que vence la validez
      *   de la tarifa, y ahi se libera a ingreso.
      *Los movimientos del periodo se asientan en ASIENTOS.txt con
      *origen PAX en las cuentas que PLANCTAS.txt mapea con los
      *conceptos CAJ (cobranzas), PNV (pasajes no volados) e ING
      *(ingresos por pasajes); sin los tres mapeos no se procesa.
      *Los conceptos NSH (no-show vencidos) y PEN (penalidades) son
      *optativos y si faltan van a la cuenta de ING. Los pasos son
      *repetibles: solo cambia de estado lo pendiente, y una venta
      *ya dada de alta no vuelve a entrar. El informe del periodo
      *con el saldo del pasivo queda en PASAJES_NO_VOLADOS_INF.txt.
      *La fecha de proceso es la del dia o la de PARAMETROS.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E181.
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

       SELECT VENTAS ASSIGN TO "VENTAS_VUELOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-VTA.

       SELECT CANCHIST ASSIGN TO "CANCELACIONES_VUELOS_HIST.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CHI.

       SELECT MANIFIESTO ASSIGN TO "MANIFIESTO_VUELOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MAN.

       SELECT PENALIDADES ASSIGN TO "PENALIDADES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PEN.

       SELECT PLANCTAS ASSIGN TO "PLANCTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PLC.
      ****************************  OUTPUT  ****************************
       SELECT PASIVO ASSIGN TO "PASAJES_NO_VOLADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PNV.

       SELECT REEMBOLSOS ASSIGN TO "REEMBOLSOS_PASAJES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REE.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ASI.

       SELECT INFORME ASSIGN TO "PASAJES_NO_VOLADOS_INF.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA      PIC 9(08).

       FD VENTAS.
          01 REG-VENTA.
             05 REG-VTA-VUELO        PIC X(04).
             05 REG-VTA-FECHA        PIC 9(08).
             05 REG-VTA-ASIENTO      PIC X(02).
             05 REG-VTA-TICKET       PIC 9(04).
             05 REG-VTA-NOMBRE       PIC X(06).
             05 REG-VTA-CLASE        PIC X(01).
             05 REG-VTA-BUCKET       PIC X(01).
             05 REG-VTA-TARIFA       PIC 9(06)V9(02).
             05 REG-VTA-FORMA-PAGO   PIC X(01).
             05 REG-VTA-FECHA-VENTA  PIC 9(08).
             05 REG-VTA-VALIDEZ      PIC 9(02).

       FD CANCHIST.
          01 REG-CANCHIST.
             05 REG-CHI-VUELO        PIC X(04).
             05 REG-CHI-FECHA        PIC 9(08).
             05 REG-CHI-ASIENTO      PIC X(02).
             05 REG-CHI-TICKET       PIC 9(04).
             05 REG-CHI-CLASE        PIC X(01).
             05 REG-CHI-FECHA-CANCEL PIC 9(08).

       FD MANIFIESTO.
          01 REG-MANIFIESTO.
             05 REG-MAN-VUELO        PIC X(04).
             05 REG-MAN-FECHA        PIC 9(08).
             05 REG-MAN-ASIENTO      PIC X(02).
             05 REG-MAN-TICKET       PIC 9(04).
             05 REG-MAN-NOMBRE       PIC X(06).
             05 REG-MAN-CLASE        PIC X(01).
             05 REG-MAN-DOCUMENTO    PIC X(10).

       FD PENALIDADES.
          01 REG-PENALIDAD.
             05 REG-PEN-CLASE        PIC X(01).
             05 REG-PEN-DIAS-HASTA   PIC 9(03).
             05 REG-PEN-PORCENTAJE   PIC 9(03)V9(02).

       FD PLANCTAS.
          01 REG-PLANCTA.
             05 REG-PLC-CUENTA       PIC 9(04).
             05 REG-PLC-NOMBRE       PIC X(30).
             05 REG-PLC-MAPEO OCCURS 3 TIMES.
                10 REG-PLC-MAP-ORIGEN   PIC X(03).
                10 REG-PLC-MAP-CONCEPTO PIC X(03).

       FD PASIVO.
          01 REG-PASIVO.
             05 REG-PNV-VUELO        PIC X(04).
             05 REG-PNV-FECHA-VUELO  PIC 9(08).
             05 REG-PNV-TICKET       PIC 9(04).
             05 REG-PNV-ASIENTO      PIC X(02).
             05 REG-PNV-NOMBRE       PIC X(06).
             05 REG-PNV-CLASE        PIC X(01).
             05 REG-PNV-BUCKET       PIC X(01).
             05 REG-PNV-TARIFA       PIC 9(06)V9(02).
             05 REG-PNV-FECHA-VENTA  PIC 9(08).
             05 REG-PNV-FECHA-VENCE  PIC 9(08).
      *P pendiente / V volado / R cancelado y reembolsado /
      *N no-show liberado por vencimiento.
             05 REG-PNV-ESTADO       PIC X(01).
             05 REG-PNV-FECHA-BAJA   PIC 9(08).
             05 REG-PNV-REEMBOLSO    PIC 9(06)V9(02).
             05 REG-PNV-PENALIDAD    PIC 9(06)V9(02).

       FD REEMBOLSOS.
          01 REG-REEMBOLSO.
             05 REG-REE-VUELO        PIC X(04).
             05 REG-REE-FECHA-VUELO  PIC 9(08).
             05 REG-REE-TICKET       PIC 9(04).
             05 REG-REE-NOMBRE       PIC X(06).
             05 REG-REE-CLASE        PIC X(01).
             05 REG-REE-FECHA-CANCEL PIC 9(08).
             05 REG-REE-TARIFA       PIC 9(06)V9(02).
             05 REG-REE-PENALIDAD    PIC 9(06)V9(02).
             05 REG-REE-REEMBOLSO    PIC 9(06)V9(02).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-FECHA        PIC 9(08).
             05 REG-ASI-ORIGEN       PIC X(03).
             05 REG-ASI-CUENTA       PIC 9(04).
             05 REG-ASI-DH           PIC X(01).
             05 REG-ASI-IMPORTE      PIC 9(15)V9(02).
             05 REG-ASI-DETALLE      PIC X(30).

       FD INFORME.
          01 REG-INFORME             PIC X(80).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
           02 CON-POLITICAS.
              05 CON-ORIGEN             PIC X(03) VALUE 'PAX'.
      *Validez general del pasaje cuando la tarifa no la informa.
              05 CON-VALIDEZ-MESES      PIC 9(02) VALUE 12.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-200000-APLICAR-VENTAS  PIC X(30) VALUE
              '200000-APLICAR-VENTAS       '.
              05 CON-300000-CANCELACIONES   PIC X(30) VALUE
              '300000-CANCELACIONES        '.
              05 CON-500000-GRABAR          PIC X(30) VALUE
              '500000-GRABAR               '.
              05 CON-550000-GRABAR-ASIENTOS PIC X(30) VALUE
              '550000-GRABAR-ASIENTOS      '.
              05 CON-600000-INFORMAR        PIC X(30) VALUE
              '600000-INFORMAR             '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-CALCULAR  PIC X(15) VALUE 'CALCULAR       '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS  PIC X(10) VALUE 'PARAMETROS'.
              05 CON-VENTAS      PIC X(10) VALUE 'VENTAS    '.
              05 CON-CANCHIST    PIC X(10) VALUE 'CANCHIST  '.
              05 CON-MANIFIESTO  PIC X(10) VALUE 'MANIFIESTO'.
              05 CON-PENALIDADES PIC X(10) VALUE 'PENALIDAD '.
              05 CON-PLANCTAS    PIC X(10) VALUE 'PLANCTAS  '.
              05 CON-PASIVO      PIC X(10) VALUE 'PASIVO    '.
              05 CON-REEMBOLSOS  PIC X(10) VALUE 'REEMBOLSOS'.
              05 CON-ASIENTOS    PIC X(10) VALUE 'ASIENTOS  '.
              05 CON-INFORME     PIC X(10) VALUE 'INFORME   '.
              05 CON-FECHA       PIC X(10) VALUE 'RUTFECHA  '.
      ************************** TABLES ********************************
      *Pasivo de pasajes, cargado completo y regrabado al final.
       01 WSV-TABLA-PASAJES.
          02 WSV-PAS-ENTRY OCCURS 3000 TIMES.
             05 WSV-PAS-VUELO        PIC X(04).
             05 WSV-PAS-FECHA-VUELO  PIC 9(08).
             05 WSV-PAS-TICKET       PIC 9(04).
             05 WSV-PAS-ASIENTO      PIC X(02).
             05 WSV-PAS-NOMBRE       PIC X(06).
             05 WSV-PAS-CLASE        PIC X(01).
             05 WSV-PAS-BUCKET       PIC X(01).
             05 WSV-PAS-TARIFA       PIC 9(06)V9(02).
             05 WSV-PAS-FECHA-VENTA  PIC 9(08).
             05 WSV-PAS-FECHA-VENCE  PIC 9(08).
             05 WSV-PAS-ESTADO       PIC X(01).
                88 WSV-PAS-PENDIENTE           VALUE "P".
                88 WSV-PAS-VOLADO              VALUE "V".
                88 WSV-PAS-REEMBOLSADO         VALUE "R".
                88 WSV-PAS-NO-SHOW             VALUE "N".
             05 WSV-PAS-FECHA-BAJA   PIC 9(08).
             05 WSV-PAS-REEMBOLSO    PIC 9(06)V9(02).
             05 WSV-PAS-PENALIDAD    PIC 9(06)V9(02).
       01 WSV-CANT-PASAJES           PIC 9(04) VALUE 0.

      *Pasajeros a bordo de los vuelos ya salidos.
       01 WSV-TABLA-VOLADOS.
          02 WSV-VOL-ENTRY OCCURS 3000 TIMES.
             05 WSV-VOL-VUELO        PIC X(04).
             05 WSV-VOL-FECHA        PIC 9(08).
             05 WSV-VOL-TICKET       PIC 9(04).
       01 WSV-CANT-VOLADOS           PIC 9(04) VALUE 0.

       01 WSV-TABLA-PENALIDADES.
          02 WSV-PEN-ENTRY OCCURS 50 TIMES.
             05 WSV-PEN-CLASE        PIC X(01).
             05 WSV-PEN-DIAS-HASTA   PIC 9(03).
             05 WSV-PEN-PORCENTAJE   PIC 9(03)V9(02).
       01 WSV-CANT-PENAS             PIC 9(02) VALUE 0.

      *Saldo pendiente por mes del vuelo para el informe.
       01 WSV-TABLA-MESES.
          02 WSV-MES-ENTRY OCCURS 60 TIMES.
             05 WSV-MES-PERIODO      PIC 9(06).
             05 WSV-MES-CANTIDAD     PIC 9(05).
             05 WSV-MES-SALDO        PIC 9(13)V9(02).
       01 WSV-CANT-MESES             PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-VTA           PIC X(02) VALUE "00".
             88 FS-STATUS-VTA-OK               VALUE "00".
             88 FS-STATUS-VTA-EOF              VALUE "10".
             88 FS-STATUS-VTA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CHI           PIC X(02) VALUE "00".
             88 FS-STATUS-CHI-OK               VALUE "00".
             88 FS-STATUS-CHI-EOF              VALUE "10".
             88 FS-STATUS-CHI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MAN           PIC X(02) VALUE "00".
             88 FS-STATUS-MAN-OK               VALUE "00".
             88 FS-STATUS-MAN-EOF              VALUE "10".
             88 FS-STATUS-MAN-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PEN           PIC X(02) VALUE "00".
             88 FS-STATUS-PEN-OK               VALUE "00".
             88 FS-STATUS-PEN-EOF              VALUE "10".
             88 FS-STATUS-PEN-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PLC           PIC X(02) VALUE "00".
             88 FS-STATUS-PLC-OK               VALUE "00".
             88 FS-STATUS-PLC-EOF              VALUE "10".
          05 FS-STATUS-PNV           PIC X(02) VALUE "00".
             88 FS-STATUS-PNV-OK               VALUE "00".
             88 FS-STATUS-PNV-EOF              VALUE "10".
             88 FS-STATUS-PNV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-REE           PIC X(02) VALUE "00".
             88 FS-STATUS-REE-OK               VALUE "00".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(04).
          05 WSV-IDX-PAS             PIC 9(04).
          05 WSV-IDX-MAP             PIC 9(01).
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROCESO-PERIODO  PIC 9(06).
             10 FILLER               PIC 9(02).
          05 WSV-BUSCA-VUELO         PIC X(04).
          05 WSV-BUSCA-FECHA         PIC 9(08).
          05 WSV-BUSCA-TICKET        PIC 9(04).
          05 WSV-DIAS-ANTICIPO       PIC S9(05).
          05 WSV-PORCENTAJE          PIC 9(03)V9(02).
          05 WSV-VALIDEZ             PIC 9(02).
          05 WSV-FECHA-AUX           PIC 9(08).
          05 WSV-FECHA-AUX-R REDEFINES WSV-FECHA-AUX.
             10 WSV-AUX-PERIODO      PIC 9(06).
             10 FILLER               PIC 9(02).
      *Cuentas del asiento segun el mapeo de PLANCTAS.txt.
          05 WSV-CTA-CAJA            PIC 9(04) VALUE ZERO.
          05 WSV-CTA-PASIVO          PIC 9(04) VALUE ZERO.
          05 WSV-CTA-INGRESOS        PIC 9(04) VALUE ZERO.
          05 WSV-CTA-NO-SHOW         PIC 9(04) VALUE ZERO.
          05 WSV-CTA-PENALIDAD       PIC 9(04) VALUE ZERO.
          05 WSV-CTA-DEBE            PIC 9(04).
          05 WSV-CTA-HABER           PIC 9(04).
          05 WSV-DETALLE-DEBE        PIC X(30).
          05 WSV-DETALLE-HABER       PIC X(30).
          05 WSV-IMPORTE-ASIENTO     PIC 9(13)V9(02).
      *Totales del periodo.
          05 WSV-CANT-ALTAS          PIC 9(05) VALUE 0.
          05 WSV-IMP-ALTAS           PIC 9(13)V9(02) VALUE 0.
          05 WSV-CANT-VOLADOS-PER    PIC 9(05) VALUE 0.
          05 WSV-IMP-VOLADOS         PIC 9(13)V9(02) VALUE 0.
          05 WSV-CANT-NO-SHOW        PIC 9(05) VALUE 0.
          05 WSV-IMP-NO-SHOW         PIC 9(13)V9(02) VALUE 0.
          05 WSV-CANT-REEMBOLSOS     PIC 9(05) VALUE 0.
          05 WSV-IMP-REEMBOLSOS      PIC 9(13)V9(02) VALUE 0.
          05 WSV-IMP-PENALIDADES     PIC 9(13)V9(02) VALUE 0.
          05 WSV-CANT-SIN-PASIVO     PIC 9(05) VALUE 0.
          05 WSV-CANT-POR-VOLAR      PIC 9(05) VALUE 0.
          05 WSV-IMP-POR-VOLAR       PIC 9(13)V9(02) VALUE 0.
          05 WSV-CANT-NS-ESPERA      PIC 9(05) VALUE 0.
          05 WSV-IMP-NS-ESPERA       PIC 9(13)V9(02) VALUE 0.
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT-IMPORTE        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-CANT           PIC ZZZZ9.
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
           MOVE "E181" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-APLICAR-VENTAS
              THRU 200000-APLICAR-VENTAS-F

           PERFORM 300000-CANCELACIONES
              THRU 300000-CANCELACIONES-F

           PERFORM 400000-RECONOCER
              THRU 400000-RECONOCER-F
              VARYING WSV-IDX-PAS FROM 1 BY 1
              UNTIL WSV-IDX-PAS > WSV-CANT-PASAJES

           PERFORM 500000-GRABAR
              THRU 500000-GRABAR-F

           PERFORM 550000-GRABAR-ASIENTOS
              THRU 550000-GRABAR-ASIENTOS-F

           PERFORM 600000-INFORMAR
              THRU 600000-INFORMAR-F

           DISPLAY "E181 - PASAJES NO VOLADOS AL " WSV-FECHA-PROCESO
           DISPLAY "VENTAS DADAS DE ALTA     : " WSV-CANT-ALTAS
           DISPLAY "PASAJES VOLADOS          : " WSV-CANT-VOLADOS-PER
           DISPLAY "NO-SHOW LIBERADOS        : " WSV-CANT-NO-SHOW
           DISPLAY "CANCELADOS Y REEMBOLSADOS: " WSV-CANT-REEMBOLSOS
           DISPLAY "CANCELACIONES SIN PASIVO : " WSV-CANT-SIN-PASIVO
           DISPLAY "PASAJES POR VOLAR        : " WSV-CANT-POR-VOLAR
           DISPLAY "NO-SHOW SIN VENCER       : " WSV-CANT-NS-ESPERA
           STOP RUN
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
      *                         110000-CARGAR-TABLAS
      *Las cuentas se resuelven antes de tocar el pasivo para no
      *mover estados que despues no se puedan asentar. Sin
      *PASAJES_NO_VOLADOS.txt (primera corrida) el pasivo arranca
      *vacio; sin manifiesto no se reconoce nada volado; sin
      *penalidades se reembolsa la tarifa completa.
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT PLANCTAS
           IF NOT FS-STATUS-PLC-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-PLANCTAS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PLC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 118000-LEER-CUENTA
              THRU 118000-LEER-CUENTA-F
              UNTIL FS-STATUS-PLC-EOF
           CLOSE PLANCTAS

           IF WSV-CTA-CAJA = ZERO
              OR WSV-CTA-PASIVO = ZERO
              OR WSV-CTA-INGRESOS = ZERO
              DISPLAY "E181: PLANCTAS.txt SIN MAPEO PAX CAJ/PNV/ING"
                      " - NO SE PROCESA"
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-PLANCTAS             TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF WSV-CTA-NO-SHOW = ZERO
              MOVE WSV-CTA-INGRESOS TO WSV-CTA-NO-SHOW
           END-IF
           IF WSV-CTA-PENALIDAD = ZERO
              MOVE WSV-CTA-INGRESOS TO WSV-CTA-PENALIDAD
           END-IF

           OPEN INPUT PASIVO
           IF FS-STATUS-PNV-NOT-FOUND
              DISPLAY "E181: SIN PASAJES_NO_VOLADOS.txt - PASIVO "
                      "INICIAL VACIO"
           ELSE
              IF NOT FS-STATUS-PNV-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-PASIVO               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PNV            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 112000-LEER-PASAJE
                 THRU 112000-LEER-PASAJE-F
                 UNTIL FS-STATUS-PNV-EOF
              CLOSE PASIVO
           END-IF

           OPEN INPUT MANIFIESTO
           IF FS-STATUS-MAN-NOT-FOUND
              DISPLAY "E181: SIN MANIFIESTO_VUELOS.txt - NO SE "
                      "RECONOCEN VOLADOS"
           ELSE
              IF NOT FS-STATUS-MAN-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-MANIFIESTO           TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-MAN            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 114000-LEER-MANIFIESTO
                 THRU 114000-LEER-MANIFIESTO-F
                 UNTIL FS-STATUS-MAN-EOF
              CLOSE MANIFIESTO
           END-IF

           OPEN INPUT PENALIDADES
           IF NOT FS-STATUS-PEN-NOT-FOUND
              IF NOT FS-STATUS-PEN-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-PENALIDADES          TO WS-ERR-OBJETO
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
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-PASAJE
      ******************************************************************
       112000-LEER-PASAJE.
           READ PASIVO
           EVALUATE TRUE
               WHEN FS-STATUS-PNV-OK
      *Un pasaje fuera de tabla se perderia al regrabar el pasivo:
      *tabla llena corta.
                    IF WSV-CANT-PASAJES = 3000
                       DISPLAY "E181: TABLA DE PASAJES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-PASIVO  TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-PASAJES
                    MOVE WSV-CANT-PASAJES TO WSV-IDX-PAS
                    MOVE REG-PNV-VUELO       TO
                       WSV-PAS-VUELO(WSV-IDX-PAS)
                    MOVE REG-PNV-FECHA-VUELO TO
                       WSV-PAS-FECHA-VUELO(WSV-IDX-PAS)
                    MOVE REG-PNV-TICKET      TO
                       WSV-PAS-TICKET(WSV-IDX-PAS)
                    MOVE REG-PNV-ASIENTO     TO
                       WSV-PAS-ASIENTO(WSV-IDX-PAS)
                    MOVE REG-PNV-NOMBRE      TO
                       WSV-PAS-NOMBRE(WSV-IDX-PAS)
                    MOVE REG-PNV-CLASE       TO
                       WSV-PAS-CLASE(WSV-IDX-PAS)
                    MOVE REG-PNV-BUCKET      TO
                       WSV-PAS-BUCKET(WSV-IDX-PAS)
                    MOVE REG-PNV-TARIFA      TO
                       WSV-PAS-TARIFA(WSV-IDX-PAS)
                    MOVE REG-PNV-FECHA-VENTA TO
                       WSV-PAS-FECHA-VENTA(WSV-IDX-PAS)
                    MOVE REG-PNV-FECHA-VENCE TO
                       WSV-PAS-FECHA-VENCE(WSV-IDX-PAS)
                    MOVE REG-PNV-ESTADO      TO
                       WSV-PAS-ESTADO(WSV-IDX-PAS)
                    MOVE REG-PNV-FECHA-BAJA  TO
                       WSV-PAS-FECHA-BAJA(WSV-IDX-PAS)
                    MOVE REG-PNV-REEMBOLSO   TO
                       WSV-PAS-REEMBOLSO(WSV-IDX-PAS)
                    MOVE REG-PNV-PENALIDAD   TO
                       WSV-PAS-PENALIDAD(WSV-IDX-PAS)
               WHEN FS-STATUS-PNV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PASIVO               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PNV            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-PASAJE-F. EXIT.
      ******************************************************************
      *                         114000-LEER-MANIFIESTO
      *El manifiesto trae todos los vuelos del inventario; a bordo
      *de un vuelo ya salido a la fecha de proceso es volado.
      ******************************************************************
       114000-LEER-MANIFIESTO.
           READ MANIFIESTO
           EVALUATE TRUE
               WHEN FS-STATUS-MAN-OK
                    IF REG-MAN-FECHA <= WSV-FECHA-PROCESO
                       IF WSV-CANT-VOLADOS = 3000
                          DISPLAY "E181: TABLA DE VOLADOS LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-110000-CARGAR-TABLAS TO
                             WS-ERR-PARRAFO
                          MOVE CON-MANIFIESTO TO WS-ERR-OBJETO
                          MOVE CON-LEER       TO WS-ERR-OPERACION
                          MOVE 99             TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-VOLADOS
                       MOVE REG-MAN-VUELO  TO
                          WSV-VOL-VUELO(WSV-CANT-VOLADOS)
                       MOVE REG-MAN-FECHA  TO
                          WSV-VOL-FECHA(WSV-CANT-VOLADOS)
                       MOVE REG-MAN-TICKET TO
                          WSV-VOL-TICKET(WSV-CANT-VOLADOS)
                    END-IF
               WHEN FS-STATUS-MAN-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-MANIFIESTO           TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MAN            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-MANIFIESTO-F. EXIT.
      ******************************************************************
      *                         116000-LEER-PENALIDAD
      ******************************************************************
       116000-LEER-PENALIDAD.
           READ PENALIDADES
           EVALUATE TRUE
               WHEN FS-STATUS-PEN-OK
                    IF WSV-CANT-PENAS < 50
                       ADD 1 TO WSV-CANT-PENAS
                       MOVE REG-PEN-CLASE      TO
                          WSV-PEN-CLASE(WSV-CANT-PENAS)
                       MOVE REG-PEN-DIAS-HASTA TO
                          WSV-PEN-DIAS-HASTA(WSV-CANT-PENAS)
                       MOVE REG-PEN-PORCENTAJE TO
                          WSV-PEN-PORCENTAJE(WSV-CANT-PENAS)
                    END-IF
               WHEN FS-STATUS-PEN-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PENALIDADES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PEN            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-PENALIDAD-F. EXIT.
      ******************************************************************
      *                         118000-LEER-CUENTA
      ******************************************************************
       118000-LEER-CUENTA.
           READ PLANCTAS
           EVALUATE TRUE
               WHEN FS-STATUS-PLC-OK
                    PERFORM VARYING WSV-IDX-MAP FROM 1 BY 1
                       UNTIL WSV-IDX-MAP > 3
                       IF REG-PLC-MAP-ORIGEN(WSV-IDX-MAP) = CON-ORIGEN
                          EVALUATE REG-PLC-MAP-CONCEPTO(WSV-IDX-MAP)
                              WHEN "CAJ"
                                   MOVE REG-PLC-CUENTA TO
                                      WSV-CTA-CAJA
                              WHEN "PNV"
                                   MOVE REG-PLC-CUENTA TO
                                      WSV-CTA-PASIVO
                              WHEN "ING"
                                   MOVE REG-PLC-CUENTA TO
                                      WSV-CTA-INGRESOS
                              WHEN "NSH"
                                   MOVE REG-PLC-CUENTA TO
                                      WSV-CTA-NO-SHOW
                              WHEN "PEN"
                                   MOVE REG-PLC-CUENTA TO
                                      WSV-CTA-PENALIDAD
                          END-EVALUATE
                       END-IF
                    END-PERFORM
               WHEN FS-STATUS-PLC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PLANCTAS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PLC            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         150000-BUSCAR-PASAJE
      *Deja en WSV-IDX-PAS el pasaje vuelo + fecha + ticket buscado,
      *o cero si no esta en el pasivo.
      ******************************************************************
       150000-BUSCAR-PASAJE.
           MOVE ZERO TO WSV-IDX-PAS
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PASAJES
              OR WSV-IDX-PAS > ZERO
              IF WSV-PAS-VUELO(WSV-IDX) = WSV-BUSCA-VUELO
                 AND WSV-PAS-FECHA-VUELO(WSV-IDX) = WSV-BUSCA-FECHA
                 AND WSV-PAS-TICKET(WSV-IDX) = WSV-BUSCA-TICKET
                 MOVE WSV-IDX TO WSV-IDX-PAS
              END-IF
           END-PERFORM
           .
       150000-BUSCAR-PASAJE-F. EXIT.
      ******************************************************************
      *                         200000-APLICAR-VENTAS
      ******************************************************************
       200000-APLICAR-VENTAS.
           OPEN INPUT VENTAS
           IF FS-STATUS-VTA-NOT-FOUND
              DISPLAY "E181: SIN VENTAS_VUELOS.txt - SIN VENTAS"
              GO TO 200000-APLICAR-VENTAS-F
           END-IF
           IF NOT FS-STATUS-VTA-OK
              MOVE CON-200000-APLICAR-VENTAS TO WS-ERR-PARRAFO
              MOVE CON-VENTAS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-VTA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 210000-LEER-VENTA
              THRU 210000-LEER-VENTA-F
              UNTIL FS-STATUS-VTA-EOF

           CLOSE VENTAS
           .
       200000-APLICAR-VENTAS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-VENTA
      *Las ventas posteriores a la fecha de proceso quedan para el
      *periodo siguiente.
      ******************************************************************
       210000-LEER-VENTA.
           READ VENTAS
           EVALUATE TRUE
               WHEN FS-STATUS-VTA-OK
                    IF REG-VTA-TARIFA > ZERO
                       AND REG-VTA-FECHA-VENTA <= WSV-FECHA-PROCESO
                       MOVE REG-VTA-VUELO  TO WSV-BUSCA-VUELO
                       MOVE REG-VTA-FECHA  TO WSV-BUSCA-FECHA
                       MOVE REG-VTA-TICKET TO WSV-BUSCA-TICKET
                       PERFORM 150000-BUSCAR-PASAJE
                          THRU 150000-BUSCAR-PASAJE-F
                       IF WSV-IDX-PAS = ZERO
                          PERFORM 220000-ALTA-PASAJE
                             THRU 220000-ALTA-PASAJE-F
                       END-IF
                    END-IF
               WHEN FS-STATUS-VTA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-APLICAR-VENTAS TO WS-ERR-PARRAFO
                    MOVE CON-VENTAS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-VTA             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-VENTA-F. EXIT.
      ******************************************************************
      *                         220000-ALTA-PASAJE
      ******************************************************************
       220000-ALTA-PASAJE.
           IF WSV-CANT-PASAJES = 3000
              DISPLAY "E181: TABLA DE PASAJES LLENA - AMPLIE LA TABLA"
              MOVE CON-200000-APLICAR-VENTAS TO WS-ERR-PARRAFO
              MOVE CON-PASIVO                TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-PASAJES
           MOVE WSV-CANT-PASAJES TO WSV-IDX-PAS
           MOVE REG-VTA-VUELO       TO WSV-PAS-VUELO(WSV-IDX-PAS)
           MOVE REG-VTA-FECHA       TO WSV-PAS-FECHA-VUELO(WSV-IDX-PAS)
           MOVE REG-VTA-TICKET      TO WSV-PAS-TICKET(WSV-IDX-PAS)
           MOVE REG-VTA-ASIENTO     TO WSV-PAS-ASIENTO(WSV-IDX-PAS)
           MOVE REG-VTA-NOMBRE      TO WSV-PAS-NOMBRE(WSV-IDX-PAS)
           MOVE REG-VTA-CLASE       TO WSV-PAS-CLASE(WSV-IDX-PAS)
           MOVE REG-VTA-BUCKET      TO WSV-PAS-BUCKET(WSV-IDX-PAS)
           MOVE REG-VTA-TARIFA      TO WSV-PAS-TARIFA(WSV-IDX-PAS)
           MOVE REG-VTA-FECHA-VENTA TO WSV-PAS-FECHA-VENTA(WSV-IDX-PAS)
           MOVE "P"                 TO WSV-PAS-ESTADO(WSV-IDX-PAS)
           MOVE ZERO                TO WSV-PAS-FECHA-BAJA(WSV-IDX-PAS)
           MOVE ZERO                TO WSV-PAS-REEMBOLSO(WSV-IDX-PAS)
           MOVE ZERO                TO WSV-PAS-PENALIDAD(WSV-IDX-PAS)

           IF REG-VTA-VALIDEZ > ZERO
              MOVE REG-VTA-VALIDEZ    TO WSV-VALIDEZ
           ELSE
              MOVE CON-VALIDEZ-MESES  TO WSV-VALIDEZ
           END-IF
           IF REG-VTA-FECHA-VENTA > ZERO
              MOVE REG-VTA-FECHA-VENTA TO WS-FEC-FECHA
           ELSE
              MOVE REG-VTA-FECHA       TO WS-FEC-FECHA
           END-IF
           MOVE "M"         TO WS-FEC-OPERACION
           MOVE WSV-VALIDEZ TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-200000-APLICAR-VENTAS TO WS-ERR-PARRAFO
              MOVE CON-FECHA                 TO WS-ERR-OBJETO
              MOVE CON-CALCULAR              TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WS-FEC-RESULTADO TO WSV-PAS-FECHA-VENCE(WSV-IDX-PAS)

           ADD 1              TO WSV-CANT-ALTAS
           ADD REG-VTA-TARIFA TO WSV-IMP-ALTAS
           .
       220000-ALTA-PASAJE-F. EXIT.
      ******************************************************************
      *                         300000-CANCELACIONES
      ******************************************************************
       300000-CANCELACIONES.
           OPEN OUTPUT REEMBOLSOS
           IF NOT FS-STATUS-REE-OK
              MOVE CON-300000-CANCELACIONES TO WS-ERR-PARRAFO
              MOVE CON-REEMBOLSOS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-REE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CANCHIST
           IF FS-STATUS-CHI-NOT-FOUND
              CLOSE REEMBOLSOS
              GO TO 300000-CANCELACIONES-F
           END-IF
           IF NOT FS-STATUS-CHI-OK
              MOVE CON-300000-CANCELACIONES TO WS-ERR-PARRAFO
              MOVE CON-CANCHIST             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 310000-LEER-CANCELACION
              THRU 310000-LEER-CANCELACION-F
              UNTIL FS-STATUS-CHI-EOF

           CLOSE CANCHIST
           CLOSE REEMBOLSOS
           .
       300000-CANCELACIONES-F. EXIT.
      ******************************************************************
      *                         310000-LEER-CANCELACION
      *Solo se liquida lo pendiente: un pasaje ya reembolsado en una
      *corrida anterior no se vuelve a tocar.
      ******************************************************************
       310000-LEER-CANCELACION.
           READ CANCHIST
           EVALUATE TRUE
               WHEN FS-STATUS-CHI-OK
                    IF REG-CHI-FECHA-CANCEL <= WSV-FECHA-PROCESO
                       MOVE REG-CHI-VUELO  TO WSV-BUSCA-VUELO
                       MOVE REG-CHI-FECHA  TO WSV-BUSCA-FECHA
                       MOVE REG-CHI-TICKET TO WSV-BUSCA-TICKET
                       PERFORM 150000-BUSCAR-PASAJE
                          THRU 150000-BUSCAR-PASAJE-F
                       IF WSV-IDX-PAS = ZERO
                          ADD 1 TO WSV-CANT-SIN-PASIVO
                       ELSE
                          IF WSV-PAS-PENDIENTE(WSV-IDX-PAS)
                             PERFORM 320000-REEMBOLSAR
                                THRU 320000-REEMBOLSAR-F
                          END-IF
                       END-IF
                    END-IF
               WHEN FS-STATUS-CHI-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-300000-CANCELACIONES TO WS-ERR-PARRAFO
                    MOVE CON-CANCHIST             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CHI            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       310000-LEER-CANCELACION-F. EXIT.
      ******************************************************************
      *                         320000-REEMBOLSAR
      *Penalidad por clase y dias de anticipacion a la salida, como
      *en E39CAN: la primera franja de la clase que cubre los dias.
      ******************************************************************
       320000-REEMBOLSAR.
           COMPUTE WSV-DIAS-ANTICIPO =
              FUNCTION INTEGER-OF-DATE(REG-CHI-FECHA) -
              FUNCTION INTEGER-OF-DATE(REG-CHI-FECHA-CANCEL)
           IF WSV-DIAS-ANTICIPO < ZERO
              MOVE ZERO TO WSV-DIAS-ANTICIPO
           END-IF

           MOVE ZERO TO WSV-PORCENTAJE
           MOVE "N"  TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PENAS
              OR WSV-ENCONTRADO
              IF WSV-PEN-CLASE(WSV-IDX) = WSV-PAS-CLASE(WSV-IDX-PAS)
                 AND WSV-DIAS-ANTICIPO <=
                     WSV-PEN-DIAS-HASTA(WSV-IDX)
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 MOVE WSV-PEN-PORCENTAJE(WSV-IDX) TO WSV-PORCENTAJE
              END-IF
           END-PERFORM

           COMPUTE WSV-PAS-PENALIDAD(WSV-IDX-PAS) ROUNDED =
              WSV-PAS-TARIFA(WSV-IDX-PAS) * WSV-PORCENTAJE / 100
           COMPUTE WSV-PAS-REEMBOLSO(WSV-IDX-PAS) =
              WSV-PAS-TARIFA(WSV-IDX-PAS)
              - WSV-PAS-PENALIDAD(WSV-IDX-PAS)
           MOVE "R"                  TO WSV-PAS-ESTADO(WSV-IDX-PAS)
           MOVE REG-CHI-FECHA-CANCEL TO WSV-PAS-FECHA-BAJA(WSV-IDX-PAS)

           ADD 1 TO WSV-CANT-REEMBOLSOS
           ADD WSV-PAS-REEMBOLSO(WSV-IDX-PAS) TO WSV-IMP-REEMBOLSOS
           ADD WSV-PAS-PENALIDAD(WSV-IDX-PAS) TO WSV-IMP-PENALIDADES

           MOVE WSV-PAS-VUELO(WSV-IDX-PAS)       TO REG-REE-VUELO
           MOVE WSV-PAS-FECHA-VUELO(WSV-IDX-PAS) TO REG-REE-FECHA-VUELO
           MOVE WSV-PAS-TICKET(WSV-IDX-PAS)      TO REG-REE-TICKET
           MOVE WSV-PAS-NOMBRE(WSV-IDX-PAS)      TO REG-REE-NOMBRE
           MOVE WSV-PAS-CLASE(WSV-IDX-PAS)       TO REG-REE-CLASE
           MOVE REG-CHI-FECHA-CANCEL             TO REG-REE-FECHA-CANCEL
           MOVE WSV-PAS-TARIFA(WSV-IDX-PAS)      TO REG-REE-TARIFA
           MOVE WSV-PAS-PENALIDAD(WSV-IDX-PAS)   TO REG-REE-PENALIDAD
           MOVE WSV-PAS-REEMBOLSO(WSV-IDX-PAS)   TO REG-REE-REEMBOLSO
           WRITE REG-REEMBOLSO
           IF NOT FS-STATUS-REE-OK
              MOVE CON-300000-CANCELACIONES TO WS-ERR-PARRAFO
              MOVE CON-REEMBOLSOS           TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-REE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       320000-REEMBOLSAR-F. EXIT.
      ******************************************************************
      *                         400000-RECONOCER
      *Pasaje pendiente de un vuelo ya salido: volado si esta en el
      *manifiesto; si no, no-show que se libera al vencer la tarifa.
      *Lo que sigue pendiente se acumula para el saldo del pasivo.
      ******************************************************************
       400000-RECONOCER.
           IF NOT WSV-PAS-PENDIENTE(WSV-IDX-PAS)
              GO TO 400000-RECONOCER-F
           END-IF

           IF WSV-PAS-FECHA-VUELO(WSV-IDX-PAS) > WSV-FECHA-PROCESO
              ADD 1 TO WSV-CANT-POR-VOLAR
              ADD WSV-PAS-TARIFA(WSV-IDX-PAS) TO WSV-IMP-POR-VOLAR
              PERFORM 450000-ACUMULAR-MES
                 THRU 450000-ACUMULAR-MES-F
              GO TO 400000-RECONOCER-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-VOLADOS
              OR WSV-ENCONTRADO
              IF WSV-VOL-VUELO(WSV-IDX) = WSV-PAS-VUELO(WSV-IDX-PAS)
                 AND WSV-VOL-FECHA(WSV-IDX) =
                     WSV-PAS-FECHA-VUELO(WSV-IDX-PAS)
                 AND WSV-VOL-TICKET(WSV-IDX) =
                     WSV-PAS-TICKET(WSV-IDX-PAS)
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM

           IF WSV-ENCONTRADO
              MOVE "V" TO WSV-PAS-ESTADO(WSV-IDX-PAS)
              MOVE WSV-PAS-FECHA-VUELO(WSV-IDX-PAS) TO
                 WSV-PAS-FECHA-BAJA(WSV-IDX-PAS)
              ADD 1 TO WSV-CANT-VOLADOS-PER
              ADD WSV-PAS-TARIFA(WSV-IDX-PAS) TO WSV-IMP-VOLADOS
              GO TO 400000-RECONOCER-F
           END-IF

           IF WSV-PAS-FECHA-VENCE(WSV-IDX-PAS) <= WSV-FECHA-PROCESO
              MOVE "N" TO WSV-PAS-ESTADO(WSV-IDX-PAS)
              MOVE WSV-FECHA-PROCESO TO
                 WSV-PAS-FECHA-BAJA(WSV-IDX-PAS)
              ADD 1 TO WSV-CANT-NO-SHOW
              ADD WSV-PAS-TARIFA(WSV-IDX-PAS) TO WSV-IMP-NO-SHOW
           ELSE
              ADD 1 TO WSV-CANT-NS-ESPERA
              ADD WSV-PAS-TARIFA(WSV-IDX-PAS) TO WSV-IMP-NS-ESPERA
              PERFORM 450000-ACUMULAR-MES
                 THRU 450000-ACUMULAR-MES-F
           END-IF
           .
       400000-RECONOCER-F. EXIT.
      ******************************************************************
      *                         450000-ACUMULAR-MES
      ******************************************************************
       450000-ACUMULAR-MES.
           MOVE WSV-PAS-FECHA-VUELO(WSV-IDX-PAS) TO WSV-FECHA-AUX
           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MESES
              OR WSV-ENCONTRADO
              IF WSV-MES-PERIODO(WSV-IDX) = WSV-AUX-PERIODO
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 ADD 1 TO WSV-MES-CANTIDAD(WSV-IDX)
                 ADD WSV-PAS-TARIFA(WSV-IDX-PAS) TO
                    WSV-MES-SALDO(WSV-IDX)
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              AND WSV-CANT-MESES < 60
              ADD 1 TO WSV-CANT-MESES
              MOVE WSV-AUX-PERIODO TO WSV-MES-PERIODO(WSV-CANT-MESES)
              MOVE 1               TO WSV-MES-CANTIDAD(WSV-CANT-MESES)
              MOVE WSV-PAS-TARIFA(WSV-IDX-PAS) TO
                 WSV-MES-SALDO(WSV-CANT-MESES)
           END-IF
           .
       450000-ACUMULAR-MES-F. EXIT.
      ******************************************************************
      *                         500000-GRABAR
      ******************************************************************
       500000-GRABAR.
           OPEN OUTPUT PASIVO
           IF NOT FS-STATUS-PNV-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-PASIVO        TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-PNV     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 510000-GRABAR-PASAJE
              THRU 510000-GRABAR-PASAJE-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PASAJES
           CLOSE PASIVO
           .
       500000-GRABAR-F. EXIT.
      ******************************************************************
      *                         510000-GRABAR-PASAJE
      ******************************************************************
       510000-GRABAR-PASAJE.
           MOVE WSV-PAS-VUELO(WSV-IDX)       TO REG-PNV-VUELO
           MOVE WSV-PAS-FECHA-VUELO(WSV-IDX) TO REG-PNV-FECHA-VUELO
           MOVE WSV-PAS-TICKET(WSV-IDX)      TO REG-PNV-TICKET
           MOVE WSV-PAS-ASIENTO(WSV-IDX)     TO REG-PNV-ASIENTO
           MOVE WSV-PAS-NOMBRE(WSV-IDX)      TO REG-PNV-NOMBRE
           MOVE WSV-PAS-CLASE(WSV-IDX)       TO REG-PNV-CLASE
           MOVE WSV-PAS-BUCKET(WSV-IDX)      TO REG-PNV-BUCKET
           MOVE WSV-PAS-TARIFA(WSV-IDX)      TO REG-PNV-TARIFA
           MOVE WSV-PAS-FECHA-VENTA(WSV-IDX) TO REG-PNV-FECHA-VENTA
           MOVE WSV-PAS-FECHA-VENCE(WSV-IDX) TO REG-PNV-FECHA-VENCE
           MOVE WSV-PAS-ESTADO(WSV-IDX)      TO REG-PNV-ESTADO
           MOVE WSV-PAS-FECHA-BAJA(WSV-IDX)  TO REG-PNV-FECHA-BAJA
           MOVE WSV-PAS-REEMBOLSO(WSV-IDX)   TO REG-PNV-REEMBOLSO
           MOVE WSV-PAS-PENALIDAD(WSV-IDX)   TO REG-PNV-PENALIDAD
           WRITE REG-PASIVO
           IF NOT FS-STATUS-PNV-OK
              MOVE CON-500000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-PASIVO        TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-PNV     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       510000-GRABAR-PASAJE-F. EXIT.
      ******************************************************************
      *                         550000-GRABAR-ASIENTOS
      *Ventas: debe cobranzas / haber pasajes no volados. Volados,
      *no-show vencidos y penalidades: debe pasajes no volados /
      *haber ingresos. Reembolsos: debe pasajes no volados / haber
      *cobranzas.
      ******************************************************************
       550000-GRABAR-ASIENTOS.
           OPEN EXTEND ASIENTOS
           IF FS-STATUS-ASI-NOT-FOUND
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-550000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-ASI-FECHA
           MOVE CON-ORIGEN        TO REG-ASI-ORIGEN

           MOVE WSV-IMP-ALTAS    TO WSV-IMPORTE-ASIENTO
           MOVE WSV-CTA-CAJA     TO WSV-CTA-DEBE
           MOVE WSV-CTA-PASIVO   TO WSV-CTA-HABER
           MOVE "COBRANZAS - VENTA DE PASAJES" TO WSV-DETALLE-DEBE
           MOVE "PASAJES NO VOLADOS - VENTAS"  TO WSV-DETALLE-HABER
           PERFORM 555000-PAR-ASIENTO
              THRU 555000-PAR-ASIENTO-F

           MOVE WSV-IMP-VOLADOS  TO WSV-IMPORTE-ASIENTO
           MOVE WSV-CTA-PASIVO   TO WSV-CTA-DEBE
           MOVE WSV-CTA-INGRESOS TO WSV-CTA-HABER
           MOVE "PASAJES NO VOLADOS - VOLADOS" TO WSV-DETALLE-DEBE
           MOVE "INGRESOS POR PASAJES VOLADOS" TO WSV-DETALLE-HABER
           PERFORM 555000-PAR-ASIENTO
              THRU 555000-PAR-ASIENTO-F

           MOVE WSV-IMP-NO-SHOW  TO WSV-IMPORTE-ASIENTO
           MOVE WSV-CTA-PASIVO   TO WSV-CTA-DEBE
           MOVE WSV-CTA-NO-SHOW  TO WSV-CTA-HABER
           MOVE "PASAJES NO VOLADOS - NO-SHOW" TO WSV-DETALLE-DEBE
           MOVE "INGRESOS NO-SHOW VENCIDOS"    TO WSV-DETALLE-HABER
           PERFORM 555000-PAR-ASIENTO
              THRU 555000-PAR-ASIENTO-F

           MOVE WSV-IMP-REEMBOLSOS TO WSV-IMPORTE-ASIENTO
           MOVE WSV-CTA-PASIVO     TO WSV-CTA-DEBE
           MOVE WSV-CTA-CAJA       TO WSV-CTA-HABER
           MOVE "PASAJES NO VOLADOS - REEMBOLSO" TO WSV-DETALLE-DEBE
           MOVE "COBRANZAS - REEMBOLSOS"         TO WSV-DETALLE-HABER
           PERFORM 555000-PAR-ASIENTO
              THRU 555000-PAR-ASIENTO-F

           MOVE WSV-IMP-PENALIDADES TO WSV-IMPORTE-ASIENTO
           MOVE WSV-CTA-PASIVO      TO WSV-CTA-DEBE
           MOVE WSV-CTA-PENALIDAD   TO WSV-CTA-HABER
           MOVE "PASAJES NO VOLADOS - PENALIDAD" TO WSV-DETALLE-DEBE
           MOVE "INGRESOS POR PENALIDADES"       TO WSV-DETALLE-HABER
           PERFORM 555000-PAR-ASIENTO
              THRU 555000-PAR-ASIENTO-F

           CLOSE ASIENTOS
           .
       550000-GRABAR-ASIENTOS-F. EXIT.
      ******************************************************************
      *                         555000-PAR-ASIENTO
      ******************************************************************
       555000-PAR-ASIENTO.
           IF WSV-IMPORTE-ASIENTO = ZERO
              GO TO 555000-PAR-ASIENTO-F
           END-IF
           MOVE WSV-IMPORTE-ASIENTO TO REG-ASI-IMPORTE
           MOVE WSV-CTA-DEBE        TO REG-ASI-CUENTA
           MOVE "D"                 TO REG-ASI-DH
           MOVE WSV-DETALLE-DEBE    TO REG-ASI-DETALLE
           PERFORM 560000-WRITE-ASIENTO
              THRU 560000-WRITE-ASIENTO-F
           MOVE WSV-CTA-HABER       TO REG-ASI-CUENTA
           MOVE "H"                 TO REG-ASI-DH
           MOVE WSV-DETALLE-HABER   TO REG-ASI-DETALLE
           PERFORM 560000-WRITE-ASIENTO
              THRU 560000-WRITE-ASIENTO-F
           .
       555000-PAR-ASIENTO-F. EXIT.
      ******************************************************************
      *                         560000-WRITE-ASIENTO
      ******************************************************************
       560000-WRITE-ASIENTO.
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-550000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       560000-WRITE-ASIENTO-F. EXIT.
      ******************************************************************
      *                         600000-INFORMAR
      ******************************************************************
       600000-INFORMAR.
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-600000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           STRING "PASAJES VENDIDOS NO VOLADOS AL "
                  WSV-FECHA-PROCESO(7:2) "/" WSV-FECHA-PROCESO(5:2)
                  "/" WSV-FECHA-PROCESO(1:4)
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE "MOVIMIENTOS DEL PERIODO" TO WSV-LINEA
           MOVE "CANT."                   TO WSV-LINEA(33:5)
           MOVE "IMPORTE"                 TO WSV-LINEA(51:7)
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F

           MOVE "VENTAS DADAS DE ALTA" TO WSV-LINEA
           MOVE WSV-CANT-ALTAS         TO WSV-EDIT-CANT
           MOVE WSV-IMP-ALTAS          TO WSV-EDIT-IMPORTE
           PERFORM 620000-LINEA-TOTAL
              THRU 620000-LINEA-TOTAL-F
           MOVE "PASAJES VOLADOS (INGRESO)" TO WSV-LINEA
           MOVE WSV-CANT-VOLADOS-PER   TO WSV-EDIT-CANT
           MOVE WSV-IMP-VOLADOS        TO WSV-EDIT-IMPORTE
           PERFORM 620000-LINEA-TOTAL
              THRU 620000-LINEA-TOTAL-F
           MOVE "NO-SHOW VENCIDOS (INGRESO)" TO WSV-LINEA
           MOVE WSV-CANT-NO-SHOW       TO WSV-EDIT-CANT
           MOVE WSV-IMP-NO-SHOW        TO WSV-EDIT-IMPORTE
           PERFORM 620000-LINEA-TOTAL
              THRU 620000-LINEA-TOTAL-F
           MOVE "CANCELACIONES - REEMBOLSOS" TO WSV-LINEA
           MOVE WSV-CANT-REEMBOLSOS    TO WSV-EDIT-CANT
           MOVE WSV-IMP-REEMBOLSOS     TO WSV-EDIT-IMPORTE
           PERFORM 620000-LINEA-TOTAL
              THRU 620000-LINEA-TOTAL-F
           MOVE "CANCELACIONES - PENALIDADES" TO WSV-LINEA
           MOVE WSV-CANT-REEMBOLSOS    TO WSV-EDIT-CANT
           MOVE WSV-IMP-PENALIDADES    TO WSV-EDIT-IMPORTE
           PERFORM 620000-LINEA-TOTAL
              THRU 620000-LINEA-TOTAL-F

           MOVE SPACES TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE "SALDO DEL PASIVO" TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE "VUELOS POR SALIR" TO WSV-LINEA
           MOVE WSV-CANT-POR-VOLAR     TO WSV-EDIT-CANT
           MOVE WSV-IMP-POR-VOLAR      TO WSV-EDIT-IMPORTE
           PERFORM 620000-LINEA-TOTAL
              THRU 620000-LINEA-TOTAL-F
           MOVE "NO-SHOW CON TARIFA VIGENTE" TO WSV-LINEA
           MOVE WSV-CANT-NS-ESPERA     TO WSV-EDIT-CANT
           MOVE WSV-IMP-NS-ESPERA      TO WSV-EDIT-IMPORTE
           PERFORM 620000-LINEA-TOTAL
              THRU 620000-LINEA-TOTAL-F

           MOVE SPACES TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           MOVE "SALDO PENDIENTE POR MES DEL VUELO" TO WSV-LINEA
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           PERFORM 610000-LINEA-MES
              THRU 610000-LINEA-MES-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MESES

           IF WSV-CANT-SIN-PASIVO > ZERO
              MOVE SPACES TO WSV-LINEA
              PERFORM 690000-ESCRIBIR
                 THRU 690000-ESCRIBIR-F
              MOVE WSV-CANT-SIN-PASIVO TO WSV-EDIT-CANT
              STRING "ATENCION: " WSV-EDIT-CANT
                     " CANCELACIONES SIN PASAJE EN EL PASIVO"
                     DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 690000-ESCRIBIR
                 THRU 690000-ESCRIBIR-F
           END-IF

           CLOSE INFORME
           .
       600000-INFORMAR-F. EXIT.
      ******************************************************************
      *                         610000-LINEA-MES
      ******************************************************************
       610000-LINEA-MES.
           MOVE SPACES TO WSV-LINEA
           MOVE WSV-MES-PERIODO(WSV-IDX) TO WSV-AUX-PERIODO
           STRING "  " WSV-FECHA-AUX(5:2) "/" WSV-FECHA-AUX(1:4)
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           MOVE WSV-MES-CANTIDAD(WSV-IDX) TO WSV-EDIT-CANT
           MOVE WSV-MES-SALDO(WSV-IDX)    TO WSV-EDIT-IMPORTE
           PERFORM 620000-LINEA-TOTAL
              THRU 620000-LINEA-TOTAL-F
           .
       610000-LINEA-MES-F. EXIT.
      ******************************************************************
      *                         620000-LINEA-TOTAL
      *Completa el renglon ya titulado con cantidad e importe.
      ******************************************************************
       620000-LINEA-TOTAL.
           MOVE WSV-EDIT-CANT    TO WSV-LINEA(33:5)
           MOVE WSV-EDIT-IMPORTE TO WSV-LINEA(40:18)
           PERFORM 690000-ESCRIBIR
              THRU 690000-ESCRIBIR-F
           .
       620000-LINEA-TOTAL-F. EXIT.
      ******************************************************************
      *                         690000-ESCRIBIR
      ******************************************************************
       690000-ESCRIBIR.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-600000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       690000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E181.
