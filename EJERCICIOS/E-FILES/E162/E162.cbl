      ******************************************************************
      *Devengamiento de intereses al cierre del mes. El mayor solo
      *veia los intereses cuando se pagaban o cobraban (E96VTO al
      *vencimiento del plazo fijo, E151COB al cobrar la cuota, E143
      *al liquidar el descubierto), asi que el balance de E110 era
      *de lo percibido y auditoria lo observo. Este paso de
      *PROCESO-MENSUAL calcula, a fin de mes:
      *  - el interes a pagar de cada plazo fijo vigente de
      *    PLAZOFIJO.txt desde su constitucion hasta fin de mes
      *    (capital x TNA x dias / 365, con tope en el plazo
      *    pactado), contra 2150 intereses devengados a pagar;
      *  - el interes de descubierto devengado y todavia no
      *    liquidado de DESCUBIERTO_DEVENGO.txt (E143), contra 1250
      *    intereses devengados a cobrar;
      *  - el interes de prestamos vigentes de PRESTAMOS.txt: el de
      *    las cuotas vencidas e impagas de PRESTAMOS_CUOTAS.txt mas
      *    la parte proporcional de la cuota en curso por los dias
      *    corridos desde el vencimiento anterior, contra 1250.
      *Cada concepto se asienta en ASIENTOS.txt como un par
      *balanceado de origen DEV con la marca de reversion
      *automatica, y el mismo par queda pendiente en
      *DEVENGOS_REVERSION.txt con la fecha del primer dia habil del
      *mes siguiente: ese dia E162REV, desde PROCESO-DIARIO, graba
      *los asientos exactamente inversos y E71 deja los dos periodos
      *correctos. El detalle por deposito, cuenta y prestamo sale en
      *DEVENGOS_DETALLE.txt para que auditoria ate el asiento. Un
      *periodo que ya tiene devengos registrados no se vuelve a
      *devengar.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E162.
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

       SELECT PLAZOFIJO ASSIGN TO "PLAZOFIJO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-PF-NUMERO
                       FILE STATUS  IS FS-STATUS-PF.

       SELECT DEVENGO ASSIGN TO "DESCUBIERTO_DEVENGO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-DEV-CLAVE
                       FILE STATUS  IS FS-STATUS-DEV.

       SELECT PRESTAMOS ASSIGN TO "PRESTAMOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-PRE-NUMERO
                       ALTERNATE RECORD KEY IS REG-PRE-CUENTA
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-PRE.

       SELECT CUOTAS ASSIGN TO "PRESTAMOS_CUOTAS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-CUO-CLAVE
                       FILE STATUS  IS FS-STATUS-CUO.
      ****************************  OUTPUT  ****************************
       SELECT REVERSION ASSIGN TO "DEVENGOS_REVERSION.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-REV-CLAVE
                       FILE STATUS  IS FS-STATUS-REV.

       SELECT DETALLE ASSIGN TO "DEVENGOS_DETALLE.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-STATUS-DET.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-STATUS-ASI.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

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
             05 REG-PF-MONEDA            PIC X(03).

       FD DEVENGO.
          01 REG-DEVENGO.
             05 REG-DEV-CLAVE.
                10 REG-DEV-CUENTA        PIC X(08).
                10 REG-DEV-PERIODO       PIC 9(06).
             05 REG-DEV-CLIENTE          PIC 9(08).
             05 REG-DEV-MONEDA           PIC X(03).
             05 REG-DEV-DIAS             PIC 9(03).
             05 REG-DEV-INTERES          PIC 9(13)V9(04).
             05 REG-DEV-PUNITORIO        PIC 9(13)V9(04).
             05 REG-DEV-FECHA-ULTIMO     PIC 9(08).
             05 REG-DEV-ESTADO           PIC X(01).
                88 REG-DEV-PENDIENTE            VALUE "P".
             05 REG-DEV-IMPORTE-LIQ      PIC 9(15)V9(02).
             05 REG-DEV-NRO-TRAN         PIC 9(08).

       FD PRESTAMOS.
          01 REG-PRESTAMO.
             05 REG-PRE-NUMERO           PIC 9(08).
             05 REG-PRE-CUENTA           PIC X(08).
             05 REG-PRE-CLIENTE          PIC 9(08).
             05 REG-PRE-CAPITAL          PIC 9(13)V9(02).
             05 REG-PRE-TASA             PIC 9(03)V9(04).
             05 REG-PRE-PLAZO            PIC 9(03).
             05 REG-PRE-SISTEMA          PIC X(01).
             05 REG-PRE-FECHA-DESEMBOLSO PIC 9(08).
             05 REG-PRE-MONEDA           PIC X(03).
             05 REG-PRE-SALDO            PIC 9(13)V9(02).
             05 REG-PRE-CUOTAS-PAGAS     PIC 9(03).
             05 REG-PRE-ESTADO           PIC X(01).
                88 REG-PRE-VIGENTE              VALUE "V".
             05 REG-PRE-FECHA-CANCELACION PIC 9(08).

       FD CUOTAS.
          01 REG-CUOTA.
             05 REG-CUO-CLAVE.
                10 REG-CUO-PRESTAMO      PIC 9(08).
                10 REG-CUO-NUMERO        PIC 9(03).
             05 REG-CUO-VENCIMIENTO      PIC 9(08).
             05 REG-CUO-CAPITAL          PIC 9(13)V9(02).
             05 REG-CUO-INTERES          PIC 9(13)V9(02).
             05 REG-CUO-IMPORTE          PIC 9(13)V9(02).
             05 REG-CUO-SALDO            PIC 9(13)V9(02).
             05 REG-CUO-ESTADO           PIC X(01).
                88 REG-CUO-PENDIENTE            VALUE "P".
                88 REG-CUO-EN-MORA              VALUE "M".
             05 REG-CUO-DIAS-MORA        PIC 9(04).
             05 REG-CUO-TRAMO            PIC X(08).
             05 REG-CUO-PUNITORIO        PIC 9(13)V9(02).
             05 REG-CUO-FECHA-PAGO       PIC 9(08).
             05 REG-CUO-NRO-TRAN         PIC 9(08).

      *Un renglon por cada linea de asiento devengada, con la fecha
      *en que E162REV la tiene que revertir.
       FD REVERSION.
          01 REG-REVERSION.
             05 REG-REV-CLAVE.
                10 REG-REV-PERIODO       PIC 9(06).
                10 REG-REV-SECUENCIA     PIC 9(03).
             05 REG-REV-FECHA-DEVENGO    PIC 9(08).
             05 REG-REV-FECHA-REVERSION  PIC 9(08).
             05 REG-REV-CUENTA           PIC 9(04).
             05 REG-REV-DH               PIC X(01).
             05 REG-REV-IMPORTE          PIC 9(15)V9(02).
             05 REG-REV-DETALLE          PIC X(30).
             05 REG-REV-ESTADO           PIC X(01).
                88 REG-REV-PENDIENTE            VALUE "P".
                88 REG-REV-REVERTIDO            VALUE "R".
             05 REG-REV-FECHA-REVERTIDO  PIC 9(08).

       FD DETALLE.
          01 REG-DETALLE.
             05 REG-DET-FECHA            PIC 9(08).
             05 REG-DET-CONCEPTO         PIC X(03).
             05 REG-DET-REFERENCIA       PIC X(08).
             05 REG-DET-DESDE            PIC 9(08).
             05 REG-DET-DIAS             PIC 9(05).
             05 REG-DET-BASE             PIC 9(13)V9(02).
             05 REG-DET-TASA             PIC 9(03)V9(04).
             05 REG-DET-INTERES          PIC 9(13)V9(02).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-FECHA              PIC 9(08).
             05 REG-ASI-ORIGEN             PIC X(03).
             05 REG-ASI-CUENTA             PIC 9(04).
             05 REG-ASI-DH                 PIC X(01).
             05 REG-ASI-IMPORTE            PIC 9(15)V9(02).
             05 REG-ASI-DETALLE            PIC X(30).
             05 REG-ASI-REVERSA            PIC X(01).
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
              05 CON-108000-CONTROLAR-PERIODO PIC X(30) VALUE
              '108000-CONTROLAR-PERIODO    '.
              05 CON-200000-DEVENGAR-PF     PIC X(30) VALUE
              '200000-DEVENGAR-PF          '.
              05 CON-230000-DEVENGAR-DESC   PIC X(30) VALUE
              '230000-DEVENGAR-DESCUBIERTOS'.
              05 CON-250000-DEVENGAR-PRE    PIC X(30) VALUE
              '250000-DEVENGAR-PRESTAMOS   '.
              05 CON-290000-ABRIR-DETALLE   PIC X(30) VALUE
              '290000-ABRIR-DETALLE        '.
              05 CON-310000-GRABAR-ASIENTOS PIC X(30) VALUE
              '310000-GRABAR-ASIENTOS      '.
           02 CON-CONTABLES.
              05 CON-CTA-INT-A-COBRAR   PIC 9(04) VALUE 1250.
              05 CON-CTA-INT-A-PAGAR    PIC 9(04) VALUE 2150.
              05 CON-CTA-INT-DESCUBIERTO PIC 9(04) VALUE 4300.
              05 CON-CTA-INT-PRESTAMOS  PIC 9(04) VALUE 4400.
              05 CON-CTA-INTERES-PF     PIC 9(04) VALUE 5200.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-PLAZOFIJO  PIC X(10) VALUE 'PLAZOFIJO '.
              05 CON-DEVENGO    PIC X(10) VALUE 'DEVENGO   '.
              05 CON-PRESTAMOS  PIC X(10) VALUE 'PRESTAMOS '.
              05 CON-CUOTAS     PIC X(10) VALUE 'CUOTAS    '.
              05 CON-REVERSION  PIC X(10) VALUE 'REVERSION '.
              05 CON-DETALLE    PIC X(10) VALUE 'DETALLE   '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PF            PIC X(02) VALUE "00".
             88 FS-STATUS-PF-OK                VALUE "00".
             88 FS-STATUS-PF-EOF               VALUE "10".
             88 FS-STATUS-PF-NOT-FOUND         VALUE "35".
          05 FS-STATUS-DEV           PIC X(02) VALUE "00".
             88 FS-STATUS-DEV-OK               VALUE "00".
             88 FS-STATUS-DEV-EOF              VALUE "10".
             88 FS-STATUS-DEV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PRE           PIC X(02) VALUE "00".
             88 FS-STATUS-PRE-OK               VALUE "00".
             88 FS-STATUS-PRE-EOF              VALUE "10".
             88 FS-STATUS-PRE-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CUO           PIC X(02) VALUE "00".
             88 FS-STATUS-CUO-OK               VALUE "00".
             88 FS-STATUS-CUO-EOF              VALUE "10".
          05 FS-STATUS-REV           PIC X(02) VALUE "00".
             88 FS-STATUS-REV-OK               VALUE "00".
             88 FS-STATUS-REV-EOF              VALUE "10".
             88 FS-STATUS-REV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DET           PIC X(02) VALUE "00".
             88 FS-STATUS-DET-OK               VALUE "00".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
          05 WSV-SW-CUOTA-EN-CURSO   PIC X(01).
             88 WSV-CUOTA-EN-CURSO             VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROC-AAAA        PIC 9(04).
             10 WSV-PROC-MM          PIC 9(02).
             10 WSV-PROC-DD          PIC 9(02).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-PRIMER-DIA-SIGTE    PIC 9(08).
          05 WSV-PRIMER-DIA-SIGTE-R REDEFINES WSV-PRIMER-DIA-SIGTE.
             10 WSV-SIG-AAAA         PIC 9(04).
             10 WSV-SIG-MM           PIC 9(02).
             10 WSV-SIG-DD           PIC 9(02).
          05 WSV-FECHA-REVERSION     PIC 9(08).
          05 WSV-DIAS                PIC 9(05).
          05 WSV-DIAS-CUOTA          PIC 9(05).
          05 WSV-INTERES             PIC 9(13)V9(02).
          05 WSV-PRESTAMO            PIC 9(08).
          05 WSV-VTO-ANTERIOR        PIC 9(08).
          05 WSV-DESDE-PRESTAMO      PIC 9(08).
          05 WSV-INTERES-PRESTAMO    PIC 9(13)V9(02).
          05 WSV-CONCEPTO            PIC X(03).
          05 WSV-CTA-DEBE            PIC 9(04).
          05 WSV-CTA-HABER           PIC 9(04).
          05 WSV-DETALLE-DEBE        PIC X(30).
          05 WSV-DETALLE-HABER       PIC X(30).
          05 WSV-IMPORTE             PIC 9(15)V9(02).
          05 WSV-SECUENCIA           PIC 9(03) VALUE ZERO.
          05 WSV-TOTAL-PF            PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-DESCUBIERTO   PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-PRESTAMOS     PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-EDIT                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-PF             PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DESCUBIERTOS   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-PRESTAMOS      PIC 9(07) VALUE ZERO.
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
           MOVE "E162" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 107000-CALCULAR-FECHAS
              THRU 107000-CALCULAR-FECHAS-F

           PERFORM 108000-CONTROLAR-PERIODO
              THRU 108000-CONTROLAR-PERIODO-F

           PERFORM 290000-ABRIR-DETALLE
              THRU 290000-ABRIR-DETALLE-F

           PERFORM 200000-DEVENGAR-PF
              THRU 200000-DEVENGAR-PF-F

           PERFORM 230000-DEVENGAR-DESCUBIERTOS
              THRU 230000-DEVENGAR-DESCUBIERTOS-F

           PERFORM 250000-DEVENGAR-PRESTAMOS
              THRU 250000-DEVENGAR-PRESTAMOS-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
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
      *                         107000-CALCULAR-FECHAS
      *Se devenga hasta fin de mes inclusive: los dias corridos se
      *cuentan hasta el primer dia del mes siguiente, igual que en
      *E143. La reversion va el primer dia habil de ese mes.
      ******************************************************************
       107000-CALCULAR-FECHAS.
           MOVE WSV-PROC-AAAA TO WSV-PERIODO(1:4)
           MOVE WSV-PROC-MM   TO WSV-PERIODO(5:2)

           MOVE WSV-PROC-AAAA TO WSV-SIG-AAAA
           MOVE WSV-PROC-MM   TO WSV-SIG-MM
           MOVE 1             TO WSV-SIG-DD
           IF WSV-SIG-MM = 12
              ADD 1 TO WSV-SIG-AAAA
              MOVE 1 TO WSV-SIG-MM
           ELSE
              ADD 1 TO WSV-SIG-MM
           END-IF

           MOVE "H"                  TO WS-FEC-OPERACION
           MOVE WSV-PRIMER-DIA-SIGTE TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL = "S"
              MOVE WSV-PRIMER-DIA-SIGTE TO WSV-FECHA-REVERSION
           ELSE
              MOVE "S"                  TO WS-FEC-OPERACION
              MOVE WSV-PRIMER-DIA-SIGTE TO WS-FEC-FECHA
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-RESULTADO     TO WSV-FECHA-REVERSION
           END-IF
           .
       107000-CALCULAR-FECHAS-F. EXIT.
      ******************************************************************
      *                         108000-CONTROLAR-PERIODO
      *Un periodo con devengos ya registrados no se devenga de nuevo:
      *duplicaria el asiento y su reversion.
      ******************************************************************
       108000-CONTROLAR-PERIODO.
           OPEN INPUT REVERSION
           IF FS-STATUS-REV-NOT-FOUND
              MOVE "00" TO FS-STATUS-REV
              GO TO 108000-CONTROLAR-PERIODO-F
           END-IF
           IF NOT FS-STATUS-REV-OK
              MOVE CON-108000-CONTROLAR-PERIODO TO WS-ERR-PARRAFO
              MOVE CON-REVERSION                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                    TO WS-ERR-OPERACION
              MOVE FS-STATUS-REV                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-PERIODO TO REG-REV-PERIODO
           MOVE ZERO        TO REG-REV-SECUENCIA
           START REVERSION KEY > REG-REV-CLAVE
           IF FS-STATUS-REV-OK
              READ REVERSION NEXT
              IF FS-STATUS-REV-OK
                 AND REG-REV-PERIODO = WSV-PERIODO
                 DISPLAY "E162: EL PERIODO " WSV-PERIODO
                         " YA TIENE DEVENGOS REGISTRADOS - NO SE "
                         "DEVENGA DE NUEVO"
                 CLOSE REVERSION
                 GOBACK
              END-IF
           END-IF

           CLOSE REVERSION
           MOVE "00" TO FS-STATUS-REV
           .
       108000-CONTROLAR-PERIODO-F. EXIT.
      ******************************************************************
      *                         200000-DEVENGAR-PF
      ******************************************************************
       200000-DEVENGAR-PF.
           OPEN INPUT PLAZOFIJO
           IF FS-STATUS-PF-NOT-FOUND
              GO TO 200000-DEVENGAR-PF-F
           END-IF
           IF NOT FS-STATUS-PF-OK
              MOVE CON-200000-DEVENGAR-PF TO WS-ERR-PARRAFO
              MOVE CON-PLAZOFIJO          TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-PF           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO REG-PF-NUMERO
           START PLAZOFIJO KEY > REG-PF-NUMERO
           IF FS-STATUS-PF-OK
              PERFORM 210000-LEER-PF
                 THRU 210000-LEER-PF-F
                 UNTIL FS-STATUS-PF-EOF
           END-IF

           CLOSE PLAZOFIJO
           .
       200000-DEVENGAR-PF-F. EXIT.
      ******************************************************************
      *                         210000-LEER-PF
      ******************************************************************
       210000-LEER-PF.
           READ PLAZOFIJO NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-PF-OK
                    IF REG-PF-VIGENTE
                       PERFORM 220000-DEVENGAR-UN-PF
                          THRU 220000-DEVENGAR-UN-PF-F
                    END-IF
               WHEN FS-STATUS-PF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-DEVENGAR-PF TO WS-ERR-PARRAFO
                    MOVE CON-PLAZOFIJO          TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PF           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-PF-F. EXIT.
      ******************************************************************
      *                         220000-DEVENGAR-UN-PF
      *Mismo calculo que E96VTO al vencimiento pero por los dias
      *corridos hasta fin de mes; un deposito vencido que E96VTO
      *todavia no pago devenga el plazo completo y nada mas.
      ******************************************************************
       220000-DEVENGAR-UN-PF.
           IF REG-PF-FECHA-CONST NOT < WSV-PRIMER-DIA-SIGTE
              GO TO 220000-DEVENGAR-UN-PF-F
           END-IF

           MOVE "E"                  TO WS-FEC-OPERACION
           MOVE REG-PF-FECHA-CONST   TO WS-FEC-FECHA
           MOVE WSV-PRIMER-DIA-SIGTE TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-DIAS TO WSV-DIAS
           IF WSV-DIAS > REG-PF-PLAZO-DIAS
              MOVE REG-PF-PLAZO-DIAS TO WSV-DIAS
           END-IF

           COMPUTE WSV-INTERES ROUNDED =
              REG-PF-CAPITAL * REG-PF-TASA * WSV-DIAS / 36500
           IF WSV-INTERES = ZERO
              GO TO 220000-DEVENGAR-UN-PF-F
           END-IF

           ADD WSV-INTERES TO WSV-TOTAL-PF
           ADD 1           TO WSV-CANT-PF

           MOVE "PFI"              TO REG-DET-CONCEPTO
           MOVE REG-PF-NUMERO      TO REG-DET-REFERENCIA
           MOVE REG-PF-FECHA-CONST TO REG-DET-DESDE
           MOVE WSV-DIAS           TO REG-DET-DIAS
           MOVE REG-PF-CAPITAL     TO REG-DET-BASE
           MOVE REG-PF-TASA        TO REG-DET-TASA
           PERFORM 295000-GRABAR-DETALLE
              THRU 295000-GRABAR-DETALLE-F
           .
       220000-DEVENGAR-UN-PF-F. EXIT.
      ******************************************************************
      *                         230000-DEVENGAR-DESCUBIERTOS
      *E143 devenga el descubierto dia a dia y lo liquida en su
      *corrida del ultimo dia habil; aca entra solo lo que quedo
      *pendiente de liquidar hasta este periodo, para no contar dos
      *veces el interes que E143 ya asento.
      ******************************************************************
       230000-DEVENGAR-DESCUBIERTOS.
           OPEN INPUT DEVENGO
           IF FS-STATUS-DEV-NOT-FOUND
              GO TO 230000-DEVENGAR-DESCUBIERTOS-F
           END-IF
           IF NOT FS-STATUS-DEV-OK
              MOVE CON-230000-DEVENGAR-DESC TO WS-ERR-PARRAFO
              MOVE CON-DEVENGO              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE LOW-VALUES TO REG-DEV-CLAVE
           START DEVENGO KEY > REG-DEV-CLAVE
           IF FS-STATUS-DEV-OK
              PERFORM 240000-LEER-DESCUBIERTO
                 THRU 240000-LEER-DESCUBIERTO-F
                 UNTIL FS-STATUS-DEV-EOF
           END-IF

           CLOSE DEVENGO
           .
       230000-DEVENGAR-DESCUBIERTOS-F. EXIT.
      ******************************************************************
      *                         240000-LEER-DESCUBIERTO
      ******************************************************************
       240000-LEER-DESCUBIERTO.
           READ DEVENGO NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-DEV-OK
                    CONTINUE
               WHEN FS-STATUS-DEV-EOF
                    GO TO 240000-LEER-DESCUBIERTO-F
               WHEN OTHER
                    MOVE CON-230000-DEVENGAR-DESC TO WS-ERR-PARRAFO
                    MOVE CON-DEVENGO              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DEV            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-DEV-PENDIENTE
              OR REG-DEV-PERIODO > WSV-PERIODO
              GO TO 240000-LEER-DESCUBIERTO-F
           END-IF

           COMPUTE WSV-INTERES ROUNDED =
              REG-DEV-INTERES + REG-DEV-PUNITORIO
           IF WSV-INTERES = ZERO
              GO TO 240000-LEER-DESCUBIERTO-F
           END-IF

           ADD WSV-INTERES TO WSV-TOTAL-DESCUBIERTO
           ADD 1           TO WSV-CANT-DESCUBIERTOS

           MOVE "DES"           TO REG-DET-CONCEPTO
           MOVE REG-DEV-CUENTA  TO REG-DET-REFERENCIA
           MOVE REG-DEV-PERIODO TO REG-DET-DESDE(1:6)
           MOVE "01"            TO REG-DET-DESDE(7:2)
           MOVE REG-DEV-DIAS    TO REG-DET-DIAS
           MOVE ZERO            TO REG-DET-BASE
           MOVE ZERO            TO REG-DET-TASA
           PERFORM 295000-GRABAR-DETALLE
              THRU 295000-GRABAR-DETALLE-F
           .
       240000-LEER-DESCUBIERTO-F. EXIT.
      ******************************************************************
      *                         250000-DEVENGAR-PRESTAMOS
      ******************************************************************
       250000-DEVENGAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS
           IF FS-STATUS-PRE-NOT-FOUND
              GO TO 250000-DEVENGAR-PRESTAMOS-F
           END-IF
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-250000-DEVENGAR-PRE TO WS-ERR-PARRAFO
              MOVE CON-PRESTAMOS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CUOTAS
           IF NOT FS-STATUS-CUO-OK
              MOVE CON-250000-DEVENGAR-PRE TO WS-ERR-PARRAFO
              MOVE CON-CUOTAS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUO           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO REG-PRE-NUMERO
           START PRESTAMOS KEY > REG-PRE-NUMERO
           IF FS-STATUS-PRE-OK
              PERFORM 260000-LEER-PRESTAMO
                 THRU 260000-LEER-PRESTAMO-F
                 UNTIL FS-STATUS-PRE-EOF
           END-IF

           CLOSE PRESTAMOS
           CLOSE CUOTAS
           .
       250000-DEVENGAR-PRESTAMOS-F. EXIT.
      ******************************************************************
      *                         260000-LEER-PRESTAMO
      *El interes de cada cuota lo fija el cuadro de E151, asi que
      *el devengo sale del mismo cuadro: entero para las cuotas
      *vencidas que siguen impagas (E151COB lo asienta recien al
      *cobrarlas) y proporcional por dias corridos para la primera
      *cuota que vence despues de fin de mes.
      ******************************************************************
       260000-LEER-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-PRE-OK
                    CONTINUE
               WHEN FS-STATUS-PRE-EOF
                    GO TO 260000-LEER-PRESTAMO-F
               WHEN OTHER
                    MOVE CON-250000-DEVENGAR-PRE TO WS-ERR-PARRAFO
                    MOVE CON-PRESTAMOS           TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRE           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF NOT REG-PRE-VIGENTE
              OR REG-PRE-FECHA-DESEMBOLSO NOT < WSV-PRIMER-DIA-SIGTE
              GO TO 260000-LEER-PRESTAMO-F
           END-IF

           MOVE REG-PRE-NUMERO           TO WSV-PRESTAMO
           MOVE REG-PRE-FECHA-DESEMBOLSO TO WSV-VTO-ANTERIOR
           MOVE ZERO                     TO WSV-DESDE-PRESTAMO
           MOVE ZERO                     TO WSV-DIAS
           MOVE ZERO                     TO WSV-INTERES-PRESTAMO
           MOVE "N"                      TO WSV-SW-CUOTA-EN-CURSO

           MOVE REG-PRE-NUMERO TO REG-CUO-PRESTAMO
           MOVE ZERO           TO REG-CUO-NUMERO
           START CUOTAS KEY > REG-CUO-CLAVE
           IF FS-STATUS-CUO-OK
              PERFORM 270000-LEER-CUOTA
                 THRU 270000-LEER-CUOTA-F
                 UNTIL FS-STATUS-CUO-EOF
                 OR WSV-CUOTA-EN-CURSO
           END-IF
           MOVE "00" TO FS-STATUS-CUO

           IF WSV-INTERES-PRESTAMO = ZERO
              GO TO 260000-LEER-PRESTAMO-F
           END-IF

           ADD WSV-INTERES-PRESTAMO TO WSV-TOTAL-PRESTAMOS
           ADD 1                    TO WSV-CANT-PRESTAMOS

           MOVE WSV-INTERES-PRESTAMO TO WSV-INTERES
           MOVE "PRE"                TO REG-DET-CONCEPTO
           MOVE REG-PRE-NUMERO       TO REG-DET-REFERENCIA
           MOVE WSV-DESDE-PRESTAMO   TO REG-DET-DESDE
           MOVE WSV-DIAS             TO REG-DET-DIAS
           MOVE REG-PRE-SALDO        TO REG-DET-BASE
           MOVE REG-PRE-TASA         TO REG-DET-TASA
           PERFORM 295000-GRABAR-DETALLE
              THRU 295000-GRABAR-DETALLE-F
           .
       260000-LEER-PRESTAMO-F. EXIT.
      ******************************************************************
      *                         270000-LEER-CUOTA
      ******************************************************************
       270000-LEER-CUOTA.
           READ CUOTAS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CUO-OK
                    CONTINUE
               WHEN FS-STATUS-CUO-EOF
                    GO TO 270000-LEER-CUOTA-F
               WHEN OTHER
                    MOVE CON-250000-DEVENGAR-PRE TO WS-ERR-PARRAFO
                    MOVE CON-CUOTAS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUO           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-CUO-PRESTAMO NOT = WSV-PRESTAMO
              MOVE "10" TO FS-STATUS-CUO
              GO TO 270000-LEER-CUOTA-F
           END-IF
           IF NOT REG-CUO-PENDIENTE
              AND NOT REG-CUO-EN-MORA
              MOVE REG-CUO-VENCIMIENTO TO WSV-VTO-ANTERIOR
              GO TO 270000-LEER-CUOTA-F
           END-IF
           IF WSV-DESDE-PRESTAMO = ZERO
              MOVE WSV-VTO-ANTERIOR TO WSV-DESDE-PRESTAMO
           END-IF

           IF REG-CUO-VENCIMIENTO < WSV-PRIMER-DIA-SIGTE
              ADD REG-CUO-INTERES TO WSV-INTERES-PRESTAMO
              MOVE REG-CUO-VENCIMIENTO TO WSV-VTO-ANTERIOR
              GO TO 270000-LEER-CUOTA-F
           END-IF

           MOVE "S" TO WSV-SW-CUOTA-EN-CURSO
           IF WSV-VTO-ANTERIOR NOT < WSV-PRIMER-DIA-SIGTE
              GO TO 270000-LEER-CUOTA-F
           END-IF

           MOVE "E"                  TO WS-FEC-OPERACION
           MOVE WSV-VTO-ANTERIOR     TO WS-FEC-FECHA
           MOVE REG-CUO-VENCIMIENTO  TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-DIAS TO WSV-DIAS-CUOTA

           MOVE "E"                  TO WS-FEC-OPERACION
           MOVE WSV-VTO-ANTERIOR     TO WS-FEC-FECHA
           MOVE WSV-PRIMER-DIA-SIGTE TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-DIAS TO WSV-DIAS

           IF WSV-DIAS-CUOTA > ZERO
              COMPUTE WSV-INTERES ROUNDED =
                 REG-CUO-INTERES * WSV-DIAS / WSV-DIAS-CUOTA
              ADD WSV-INTERES TO WSV-INTERES-PRESTAMO
           END-IF
           .
       270000-LEER-CUOTA-F. EXIT.
      ******************************************************************
      *                         290000-ABRIR-DETALLE
      ******************************************************************
       290000-ABRIR-DETALLE.
           OPEN OUTPUT DETALLE
           IF NOT FS-STATUS-DET-OK
              MOVE CON-290000-ABRIR-DETALLE TO WS-ERR-PARRAFO
              MOVE CON-DETALLE              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       290000-ABRIR-DETALLE-F. EXIT.
      ******************************************************************
      *                         295000-GRABAR-DETALLE
      ******************************************************************
       295000-GRABAR-DETALLE.
           MOVE WSV-FECHA-PROCESO TO REG-DET-FECHA
           MOVE WSV-INTERES       TO REG-DET-INTERES
           WRITE REG-DETALLE
           IF NOT FS-STATUS-DET-OK
              MOVE CON-290000-ABRIR-DETALLE TO WS-ERR-PARRAFO
              MOVE CON-DETALLE              TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-DET            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       295000-GRABAR-DETALLE-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DETALLE

           IF WSV-TOTAL-PF > ZERO
              OR WSV-TOTAL-DESCUBIERTO > ZERO
              OR WSV-TOTAL-PRESTAMOS > ZERO
              PERFORM 310000-GRABAR-ASIENTOS
                 THRU 310000-GRABAR-ASIENTOS-F
           END-IF

           DISPLAY "E162 - DEVENGAMIENTO DE INTERESES AL "
                   WSV-FECHA-PROCESO
           DISPLAY "REVERSION AUTOMATICA EL   : " WSV-FECHA-REVERSION
           MOVE WSV-TOTAL-PF TO WSV-EDIT
           DISPLAY "PLAZOS FIJOS        " WSV-CANT-PF "  " WSV-EDIT
           MOVE WSV-TOTAL-DESCUBIERTO TO WSV-EDIT
           DISPLAY "DESCUBIERTOS        " WSV-CANT-DESCUBIERTOS "  "
                   WSV-EDIT
           MOVE WSV-TOTAL-PRESTAMOS TO WSV-EDIT
           DISPLAY "PRESTAMOS           " WSV-CANT-PRESTAMOS "  "
                   WSV-EDIT
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-ASIENTOS
      *Un par balanceado por concepto, todos con origen DEV y la
      *marca de reversion automatica; cada linea queda tambien
      *pendiente en DEVENGOS_REVERSION.txt para E162REV.
      ******************************************************************
       310000-GRABAR-ASIENTOS.
           OPEN EXTEND ASIENTOS
           IF FS-STATUS-ASI-NOT-FOUND
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O REVERSION
           IF FS-STATUS-REV-NOT-FOUND
              OPEN OUTPUT REVERSION
              CLOSE REVERSION
              OPEN I-O REVERSION
           END-IF
           IF NOT FS-STATUS-REV-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-REVERSION              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-REV              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF WSV-TOTAL-PF > ZERO
              MOVE WSV-TOTAL-PF            TO WSV-IMPORTE
              MOVE CON-CTA-INTERES-PF      TO WSV-CTA-DEBE
              MOVE "DEVENGO INTERES PLAZO FIJO" TO WSV-DETALLE-DEBE
              MOVE CON-CTA-INT-A-PAGAR     TO WSV-CTA-HABER
              MOVE "INT PF DEVENGADOS A PAGAR"  TO WSV-DETALLE-HABER
              PERFORM 312000-GRABAR-PAR
                 THRU 312000-GRABAR-PAR-F
           END-IF

           IF WSV-TOTAL-DESCUBIERTO > ZERO
              MOVE WSV-TOTAL-DESCUBIERTO   TO WSV-IMPORTE
              MOVE CON-CTA-INT-A-COBRAR    TO WSV-CTA-DEBE
              MOVE "INT DESCUBIERTO A COBRAR"   TO WSV-DETALLE-DEBE
              MOVE CON-CTA-INT-DESCUBIERTO TO WSV-CTA-HABER
              MOVE "DEVENGO INT DESCUBIERTO"    TO WSV-DETALLE-HABER
              PERFORM 312000-GRABAR-PAR
                 THRU 312000-GRABAR-PAR-F
           END-IF

           IF WSV-TOTAL-PRESTAMOS > ZERO
              MOVE WSV-TOTAL-PRESTAMOS     TO WSV-IMPORTE
              MOVE CON-CTA-INT-A-COBRAR    TO WSV-CTA-DEBE
              MOVE "INT PRESTAMOS A COBRAR"     TO WSV-DETALLE-DEBE
              MOVE CON-CTA-INT-PRESTAMOS   TO WSV-CTA-HABER
              MOVE "DEVENGO INT PRESTAMOS"      TO WSV-DETALLE-HABER
              PERFORM 312000-GRABAR-PAR
                 THRU 312000-GRABAR-PAR-F
           END-IF

           CLOSE ASIENTOS
           CLOSE REVERSION
           .
       310000-GRABAR-ASIENTOS-F. EXIT.
      ******************************************************************
      *                         312000-GRABAR-PAR
      ******************************************************************
       312000-GRABAR-PAR.
           MOVE WSV-CTA-DEBE      TO REG-ASI-CUENTA
           MOVE "D"               TO REG-ASI-DH
           MOVE WSV-DETALLE-DEBE  TO REG-ASI-DETALLE
           PERFORM 315000-WRITE-ASIENTO
              THRU 315000-WRITE-ASIENTO-F

           MOVE WSV-CTA-HABER     TO REG-ASI-CUENTA
           MOVE "H"               TO REG-ASI-DH
           MOVE WSV-DETALLE-HABER TO REG-ASI-DETALLE
           PERFORM 315000-WRITE-ASIENTO
              THRU 315000-WRITE-ASIENTO-F
           .
       312000-GRABAR-PAR-F. EXIT.
      ******************************************************************
      *                         315000-WRITE-ASIENTO
      ******************************************************************
       315000-WRITE-ASIENTO.
           MOVE WSV-FECHA-PROCESO TO REG-ASI-FECHA
      *El origen contable es de 3 posiciones: el devengamiento firma
      *como DEV.
           MOVE "DEV"             TO REG-ASI-ORIGEN
           MOVE WSV-IMPORTE       TO REG-ASI-IMPORTE
           MOVE "S"               TO REG-ASI-REVERSA
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-SECUENCIA
           MOVE WSV-PERIODO         TO REG-REV-PERIODO
           MOVE WSV-SECUENCIA       TO REG-REV-SECUENCIA
           MOVE WSV-FECHA-PROCESO   TO REG-REV-FECHA-DEVENGO
           MOVE WSV-FECHA-REVERSION TO REG-REV-FECHA-REVERSION
           MOVE REG-ASI-CUENTA      TO REG-REV-CUENTA
           MOVE REG-ASI-DH          TO REG-REV-DH
           MOVE REG-ASI-IMPORTE     TO REG-REV-IMPORTE
           MOVE REG-ASI-DETALLE     TO REG-REV-DETALLE
           MOVE "P"                 TO REG-REV-ESTADO
           MOVE ZERO                TO REG-REV-FECHA-REVERTIDO
           WRITE REG-REVERSION
           IF NOT FS-STATUS-REV-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-REVERSION              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-REV              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       315000-WRITE-ASIENTO-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E162.
