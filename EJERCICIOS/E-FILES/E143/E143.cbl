      ******************************************************************
      *Devengamiento diario de intereses deudores por descubierto.
      *E47 deja que una cuenta CUENTASIX quede en negativo hasta el
      *limite de credito, pero nunca se cobraba la plata prestada de
      *esa forma (E58 solo paga intereses sobre saldos positivos).
      *Cada dia habil este programa recorre CUENTASIX.txt y, por cada
      *saldo negativo, devenga el interes de los dias corridos desde
      *la corrida anterior hasta el proximo dia habil a la tasa de
      *descubierto de la moneda de la cuenta (TASASDESCUBIERTO.txt:
      *moneda, limite acordado, TNA de descubierto y TNA punitoria).
      *Sobre la parte del saldo deudor que pasa el limite acordado se
      *devenga ademas la tasa punitoria; si el producto de la cuenta
      *(PRODUCTOS.txt, consultado con RUTPROD) no admite descubierto
      *no hay nada acordado y todo el saldo deudor es punitorio. Lo
      *devengado se acumula por cuenta y periodo (AAAAMM) en
      *DESCUBIERTO_DEVENGO.txt; la
      *ultima fecha devengada queda en DESCUBIERTO_CONTROL.txt para
      *que una recorrida del mismo dia no vuelva a devengar. El
      *ultimo dia habil del mes el devengamiento cubre hasta fin de
      *mes y el total del periodo de cada cuenta se liquida como
      *operacion D del lote CUENTASIX_TRANS.txt (importe sin signo,
      *trailer TRL reconstruido como hace E99), para que E47 lo
      *aplique con su auditoria y su historial y aparezca en el
      *resumen de E51. El cargo viaja marcado como cargo del banco
      *(REG-TRAN-APROBADA = "B"): no lo ordena el cliente y E47 no
      *le aplica los controles de limite, embargo ni umbral. Lo
      *liquidado se asienta en ASIENTOS.txt (debe 2100 depositos /
      *haber 4300 intereses por descubierto) para que E71 lo
      *mayorice. La fecha de proceso sale de PARAMETROS.txt si existe
      *y debe ser dia habil segun RUTFECHA.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E143.
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

       SELECT TASAS ASSIGN TO "TASASDESCUBIERTO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TAS.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
       SELECT DEVENGO ASSIGN TO "DESCUBIERTO_DEVENGO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-DEV-CLAVE
                       FILE STATUS  IS FS-STATUS-DEV.

       SELECT CTLDEV  ASSIGN TO "DESCUBIERTO_CONTROL.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-CTL.

       SELECT TRANCTA ASSIGN TO "CUENTASIX_TRANS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TRAN.

       SELECT TRANTMP ASSIGN TO "DESCUBIERTO_TRANS_TMP.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TMP.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-ASI.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD TASAS.
          01 REG-TASADESC.
             05 REG-TDS-MONEDA           PIC X(03).
             05 REG-TDS-LIMITE           PIC 9(15)V9(02).
             05 REG-TDS-TASA             PIC 9(03)V9(04).
             05 REG-TDS-TASA-PUNITORIA   PIC 9(03)V9(04).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

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
                88 REG-DEV-LIQUIDADO            VALUE "L".
             05 REG-DEV-IMPORTE-LIQ      PIC 9(15)V9(02).
             05 REG-DEV-NRO-TRAN         PIC 9(08).

       FD CTLDEV.
          01 REG-CONTROL.
             05 REG-CTL-PROXIMO          PIC 9(08).
             05 REG-CTL-FECHA            PIC 9(08).

       FD TRANCTA.
          01 REG-TRANCTA-LINEA           PIC X(80).

       FD TRANTMP.
          01 REG-TRANTMP                 PIC X(80).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-FECHA              PIC 9(08).
             05 REG-ASI-ORIGEN             PIC X(03).
             05 REG-ASI-CUENTA             PIC 9(04).
             05 REG-ASI-DH                 PIC X(01).
             05 REG-ASI-IMPORTE            PIC 9(15)V9(02).
             05 REG-ASI-DETALLE            PIC X(30).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
              05 CON-RUTPROD   PIC X(08) VALUE 'RUTPROD '.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-107000-CALCULAR-DIAS   PIC X(30) VALUE
              '107000-CALCULAR-DIAS        '.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-115000-CARGAR-TASAS    PIC X(30) VALUE
              '115000-CARGAR-TASAS         '.
              05 CON-210000-READ-NEXT       PIC X(30) VALUE
              '210000-READ-NEXT-CUENTA     '.
              05 CON-230000-DEVENGAR        PIC X(30) VALUE
              '230000-DEVENGAR             '.
              05 CON-250000-LIQUIDAR        PIC X(30) VALUE
              '250000-LIQUIDAR-PERIODO     '.
              05 CON-258000-DEBITAR-CUENTA  PIC X(30) VALUE
              '258000-DEBITAR-CUENTA       '.
              05 CON-270000-GRABAR-CONTROL  PIC X(30) VALUE
              '270000-GRABAR-CONTROL       '.
              05 CON-310000-GRABAR-ASIENTOS PIC X(30) VALUE
              '310000-GRABAR-ASIENTOS      '.
           02 CON-CONTABLES.
              05 CON-CTA-DEPOSITOS      PIC 9(04) VALUE 2100.
              05 CON-CTA-INT-DESCUBIERTO PIC 9(04) VALUE 4300.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-TASAS      PIC X(10) VALUE 'TASASDESC '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-DEVENGO    PIC X(10) VALUE 'DEVENGO   '.
              05 CON-CTLDEV     PIC X(10) VALUE 'CTLDEV    '.
              05 CON-TRANCTA    PIC X(10) VALUE 'TRANCTA   '.
              05 CON-TRANTMP    PIC X(10) VALUE 'TRANTMP   '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
              05 CON-PRODUCTOS  PIC X(10) VALUE 'PRODUCTOS '.
      ************************** TABLES ********************************
       01 WSV-TABLA-TASAS.
          02 WSV-TASA-ENTRY OCCURS 20 TIMES.
             05 WSV-TASA-MONEDA          PIC X(03).
             05 WSV-TASA-LIMITE          PIC 9(15)V9(02).
             05 WSV-TASA-TASA            PIC 9(03)V9(04).
             05 WSV-TASA-PUNITORIA       PIC 9(03)V9(04).
       01 WSV-CANT-TASAS                 PIC 9(02) VALUE 0.
      ********************  VISTAS DE REGISTROS  ***********************
       01 WSR-TRANS-VISTA.
          05 WSR-TRV-NUMERO           PIC 9(08).
          05 WSR-TRV-OPERACION        PIC X(01).
          05 WSR-TRV-CUENTA           PIC X(08).
          05 WSR-TRV-CLIENTE          PIC 9(08).
          05 WSR-TRV-MONTO            PIC S9(15)V9(02).
          05 WSR-TRV-DESTINO          PIC X(08).
          05 WSR-TRV-APROBADA         PIC X(01).
          05 FILLER                   PIC X(29).

       01 WSR-TRAILER.
          05 WSR-TRL-MARCA            PIC X(03).
             88 WSR-ES-TRAILER               VALUE "TRL".
          05 WSR-TRL-CANTIDAD         PIC 9(07).
          05 WSR-TRL-HASH             PIC 9(15)V9(02).
          05 FILLER                   PIC X(53).
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TAS           PIC X(02) VALUE "00".
             88 FS-STATUS-TAS-OK               VALUE "00".
             88 FS-STATUS-TAS-EOF              VALUE "10".

          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-EOF                  VALUE "10".

          05 FS-STATUS-DEV           PIC X(02) VALUE "00".
             88 FS-STATUS-DEV-OK               VALUE "00".
             88 FS-STATUS-DEV-EOF              VALUE "10".
             88 FS-STATUS-DEV-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-DEV-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CTL           PIC X(02) VALUE "00".
             88 FS-STATUS-CTL-OK               VALUE "00".
             88 FS-STATUS-CTL-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TRAN          PIC X(02) VALUE "00".
             88 FS-STATUS-TRAN-OK              VALUE "00".
             88 FS-STATUS-TRAN-EOF             VALUE "10".
             88 FS-STATUS-TRAN-NOT-FOUND       VALUE "35".

          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".

          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".

          05 WSV-SW-TASA-ENCONTRADA  PIC X(01).
             88 WSV-TASA-ENCONTRADA            VALUE "S".

          05 WSV-SW-FIN-DE-MES       PIC X(01) VALUE "N".
             88 WSV-FIN-DE-MES                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROC-AAAA        PIC 9(04).
             10 WSV-PROC-MM          PIC 9(02).
             10 WSV-PROC-DD          PIC 9(02).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-PRIMER-DIA-MES      PIC 9(08).
          05 WSV-PRIMER-DIA-SIGTE    PIC 9(08).
          05 WSV-PRIMER-DIA-SIGTE-R REDEFINES WSV-PRIMER-DIA-SIGTE.
             10 WSV-SIG-AAAA         PIC 9(04).
             10 WSV-SIG-MM           PIC 9(02).
             10 WSV-SIG-DD           PIC 9(02).
          05 WSV-PROXIMO-HABIL       PIC 9(08).
          05 WSV-DEVENGAR-DESDE      PIC 9(08).
          05 WSV-DEVENGAR-HASTA      PIC 9(08).
          05 WSV-DIAS                PIC 9(03) VALUE ZERO.
          05 WSV-IDX-TASA            PIC 9(02).
          05 WSV-SALDO-DEUDOR        PIC 9(15)V9(02).
          05 WSV-EXCESO              PIC 9(15)V9(02).
          05 WSV-LIMITE-ACORDADO     PIC 9(15)V9(02).
          05 WSV-INTERES-DIA         PIC 9(13)V9(04).
          05 WSV-PUNITORIO-DIA       PIC 9(13)V9(04).
          05 WSV-IMPORTE-LIQ         PIC 9(15)V9(02).
          05 WSV-ULTIMO-TRAN         PIC 9(08).
          05 WSV-CANT-LOTE           PIC 9(07).
          05 WSV-HASH-LOTE           PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-TOTAL-DEVENGADO     PIC 9(13)V9(04) VALUE ZERO.
          05 WSV-TOTAL-LIQUIDADO     PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDAS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DEUDORAS       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SOBRE-LIMITE   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-TASA       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-LIQUIDADAS     PIC 9(07) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(30) VALUE
             'DESCUBIERTO_TRANS_TMP.txt'.
          05 WSA-DESTINO             PIC X(30) VALUE
             'CUENTASIX_TRANS.txt'.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
       01 WS-REG-PRODUCTO.
       COPY WSPRODUC.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E143" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           MOVE "H" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL NOT = "S"
              DISPLAY "E143: LA FECHA DE PROCESO "
                      WSV-FECHA-PROCESO " NO ES DIA HABIL"
              STOP RUN
           END-IF

           PERFORM 107000-CALCULAR-DIAS
              THRU 107000-CALCULAR-DIAS-F

           PERFORM 115000-CARGAR-TASAS
              THRU 115000-CARGAR-TASAS-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           IF WSV-DIAS = ZERO
              DISPLAY "E143: PERIODO YA DEVENGADO HASTA "
                      WSV-DEVENGAR-DESDE " - NO SE DEVENGA"
              MOVE "10" TO FS-STATUS
           ELSE
              PERFORM 210000-READ-NEXT-CUENTA
                 THRU 210000-READ-NEXT-CUENTA-F
           END-IF
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
      *                         107000-CALCULAR-DIAS
      *El saldo de hoy es el que tiene la cuenta hasta el proximo dia
      *habil, asi que se devengan los dias corridos desde el primero
      *no devengado (DESCUBIERTO_CONTROL.txt) hasta el dia anterior
      *al proximo habil. Si el proximo habil ya es del mes siguiente
      *esta es la ultima corrida del mes: se devenga solo hasta fin
      *de mes y se liquida el periodo. Los dias nunca cruzan de un
      *periodo a otro: si el control quedo en un mes ya cerrado se
      *arranca desde el primer dia del mes de proceso.
      ******************************************************************
       107000-CALCULAR-DIAS.
           MOVE WSV-PROC-AAAA TO WSV-PERIODO(1:4)
           MOVE WSV-PROC-MM   TO WSV-PERIODO(5:2)
           MOVE WSV-FECHA-PROCESO TO WSV-PRIMER-DIA-MES
           MOVE "01"              TO WSV-PRIMER-DIA-MES(7:2)

           MOVE WSV-PROC-AAAA TO WSV-SIG-AAAA
           MOVE WSV-PROC-MM   TO WSV-SIG-MM
           MOVE 1             TO WSV-SIG-DD
           IF WSV-SIG-MM = 12
              ADD 1 TO WSV-SIG-AAAA
              MOVE 1 TO WSV-SIG-MM
           ELSE
              ADD 1 TO WSV-SIG-MM
           END-IF

           MOVE "S"               TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-RESULTADO  TO WSV-PROXIMO-HABIL

           IF WSV-PROXIMO-HABIL >= WSV-PRIMER-DIA-SIGTE
              MOVE "S" TO WSV-SW-FIN-DE-MES
              MOVE WSV-PRIMER-DIA-SIGTE TO WSV-DEVENGAR-HASTA
           ELSE
              MOVE WSV-PROXIMO-HABIL    TO WSV-DEVENGAR-HASTA
           END-IF

           MOVE WSV-FECHA-PROCESO TO WSV-DEVENGAR-DESDE
           OPEN INPUT CTLDEV
           IF FS-STATUS-CTL-OK
              READ CTLDEV
              IF FS-STATUS-CTL-OK
                 MOVE REG-CTL-PROXIMO TO WSV-DEVENGAR-DESDE
              END-IF
              CLOSE CTLDEV
           ELSE
              IF NOT FS-STATUS-CTL-NOT-FOUND
                 MOVE CON-107000-CALCULAR-DIAS TO WS-ERR-PARRAFO
                 MOVE CON-CTLDEV               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CTL            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           IF WSV-DEVENGAR-DESDE < WSV-PRIMER-DIA-MES
              MOVE WSV-PRIMER-DIA-MES TO WSV-DEVENGAR-DESDE
           END-IF

           MOVE ZERO TO WSV-DIAS
           IF WSV-DEVENGAR-DESDE < WSV-DEVENGAR-HASTA
              MOVE "E"                TO WS-FEC-OPERACION
              MOVE WSV-DEVENGAR-DESDE TO WS-FEC-FECHA
              MOVE WSV-DEVENGAR-HASTA TO WS-FEC-FECHA2
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-DIAS TO WSV-DIAS
           END-IF
           .
       107000-CALCULAR-DIAS-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-ARCHIVOS
      *CUENTASIX solo se lee: el cargo no se aplica aca sino en el
      *lote de E47, asi que no hace falta tomar RUTLOCK.
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

           OPEN I-O DEVENGO
           IF FS-STATUS-DEV-NOT-FOUND
              OPEN OUTPUT DEVENGO
              CLOSE DEVENGO
              OPEN I-O DEVENGO
           END-IF
           IF NOT FS-STATUS-DEV-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DEVENGO              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         115000-CARGAR-TASAS
      ******************************************************************
       115000-CARGAR-TASAS.
           OPEN INPUT TASAS
           IF NOT FS-STATUS-TAS-OK
              MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
              MOVE CON-TASAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-TAS           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 116000-READ-TASA
              THRU 116000-READ-TASA-F
              UNTIL FS-STATUS-TAS-EOF

           CLOSE TASAS
           .
       115000-CARGAR-TASAS-F. EXIT.
      ******************************************************************
      *                         116000-READ-TASA
      ******************************************************************
       116000-READ-TASA.
           READ TASAS
           EVALUATE TRUE
               WHEN FS-STATUS-TAS-OK
                    IF WSV-CANT-TASAS = 20
                       DISPLAY "E143: TABLA DE TASAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
                       MOVE CON-TASAS               TO WS-ERR-OBJETO
                       MOVE CON-LEER                TO WS-ERR-OPERACION
                       MOVE 99                      TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-TASAS
                    MOVE REG-TDS-MONEDA TO
                       WSV-TASA-MONEDA(WSV-CANT-TASAS)
                    MOVE REG-TDS-LIMITE TO
                       WSV-TASA-LIMITE(WSV-CANT-TASAS)
                    MOVE REG-TDS-TASA TO
                       WSV-TASA-TASA(WSV-CANT-TASAS)
                    MOVE REG-TDS-TASA-PUNITORIA TO
                       WSV-TASA-PUNITORIA(WSV-CANT-TASAS)
               WHEN FS-STATUS-TAS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-115000-CARGAR-TASAS TO WS-ERR-PARRAFO
                    MOVE CON-TASAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TAS           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-READ-TASA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           ADD 1 TO WSV-CANT-LEIDAS

           IF REG-MONTO-CUENTA-IX < ZERO
              ADD 1 TO WSV-CANT-DEUDORAS
              PERFORM 220000-BUSCAR-TASA
                 THRU 220000-BUSCAR-TASA-F

              IF WSV-TASA-ENCONTRADA
                 PERFORM 230000-DEVENGAR
                    THRU 230000-DEVENGAR-F
              ELSE
                 ADD 1 TO WSV-CANT-SIN-TASA
                 DISPLAY "E143: CUENTA " REG-NRO-CUENTA-IX
                         " EN DESCUBIERTO SIN TASA PARA LA MONEDA "
                         REG-MONEDA-CUENTA-IX
              END-IF
           END-IF

           PERFORM 210000-READ-NEXT-CUENTA
              THRU 210000-READ-NEXT-CUENTA-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-READ-NEXT-CUENTA
      ******************************************************************
       210000-READ-NEXT-CUENTA.
           READ DATOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    CONTINUE
               WHEN FS-STATUS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-READ-NEXT TO WS-ERR-PARRAFO
                    MOVE CON-DATOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-READ-NEXT-CUENTA-F. EXIT.
      ******************************************************************
      *                         220000-BUSCAR-TASA
      *Una moneda sin tasa de descubierto no devenga; se informa la
      *cuenta para que se cargue la tasa antes del cierre del mes.
      ******************************************************************
       220000-BUSCAR-TASA.
           MOVE "N" TO WSV-SW-TASA-ENCONTRADA
           PERFORM VARYING WSV-IDX-TASA FROM 1 BY 1
              UNTIL WSV-IDX-TASA > WSV-CANT-TASAS
              OR WSV-TASA-ENCONTRADA
              IF WSV-TASA-MONEDA(WSV-IDX-TASA) = REG-MONEDA-CUENTA-IX
                 MOVE "S" TO WSV-SW-TASA-ENCONTRADA
              END-IF
           END-PERFORM

           IF WSV-TASA-ENCONTRADA
              SUBTRACT 1 FROM WSV-IDX-TASA
           END-IF
           .
       220000-BUSCAR-TASA-F. EXIT.
      ******************************************************************
      *                         230000-DEVENGAR
      *Interes = saldo deudor x TNA x dias / 36500 sobre todo el
      *descubierto, mas la TNA punitoria sobre lo que exceda el
      *limite acordado de la moneda. Se guarda con cuatro decimales
      *y recien se redondea al centavo en la liquidacion mensual.
      *Una cuenta cuyo producto no admite descubierto (o sin producto
      *asignado) tiene limite acordado cero.
      ******************************************************************
       230000-DEVENGAR.
           COMPUTE WSV-SALDO-DEUDOR = ZERO - REG-MONTO-CUENTA-IX

           MOVE "C"                    TO WS-PRO-OPERACION
           MOVE REG-PRODUCTO-CUENTA-IX TO WS-PRO-CODIGO
           CALL CON-RUTPROD USING WS-REG-PRODUCTO
           IF WS-PRO-COD-RET = 99
              MOVE CON-230000-DEVENGAR TO WS-ERR-PARRAFO
              MOVE CON-PRODUCTOS       TO WS-ERR-OBJETO
              MOVE CON-LEER            TO WS-ERR-OPERACION
              MOVE WS-PRO-COD-RET      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF WS-PRO-ADMITE-DESCUBIERTO
              MOVE WSV-TASA-LIMITE(WSV-IDX-TASA) TO WSV-LIMITE-ACORDADO
           ELSE
              MOVE ZERO TO WSV-LIMITE-ACORDADO
           END-IF

           COMPUTE WSV-INTERES-DIA ROUNDED =
              WSV-SALDO-DEUDOR * WSV-TASA-TASA(WSV-IDX-TASA) *
              WSV-DIAS / 36500

           MOVE ZERO TO WSV-PUNITORIO-DIA
           IF WSV-SALDO-DEUDOR > WSV-LIMITE-ACORDADO
              ADD 1 TO WSV-CANT-SOBRE-LIMITE
              COMPUTE WSV-EXCESO =
                 WSV-SALDO-DEUDOR - WSV-LIMITE-ACORDADO
              COMPUTE WSV-PUNITORIO-DIA ROUNDED =
                 WSV-EXCESO * WSV-TASA-PUNITORIA(WSV-IDX-TASA) *
                 WSV-DIAS / 36500
           END-IF

           MOVE REG-NRO-CUENTA-IX TO REG-DEV-CUENTA
           MOVE WSV-PERIODO       TO REG-DEV-PERIODO
           READ DEVENGO
           EVALUATE TRUE
               WHEN FS-STATUS-DEV-OK
                    ADD WSV-DIAS          TO REG-DEV-DIAS
                    ADD WSV-INTERES-DIA   TO REG-DEV-INTERES
                    ADD WSV-PUNITORIO-DIA TO REG-DEV-PUNITORIO
                    MOVE WSV-FECHA-PROCESO TO REG-DEV-FECHA-ULTIMO
                    REWRITE REG-DEVENGO
               WHEN FS-STATUS-DEV-SIN-CLAVE
                    MOVE REG-COD-CLIENTE-IX   TO REG-DEV-CLIENTE
                    MOVE REG-MONEDA-CUENTA-IX TO REG-DEV-MONEDA
                    MOVE WSV-DIAS             TO REG-DEV-DIAS
                    MOVE WSV-INTERES-DIA      TO REG-DEV-INTERES
                    MOVE WSV-PUNITORIO-DIA    TO REG-DEV-PUNITORIO
                    MOVE WSV-FECHA-PROCESO    TO REG-DEV-FECHA-ULTIMO
                    MOVE "P"                  TO REG-DEV-ESTADO
                    MOVE ZERO                 TO REG-DEV-IMPORTE-LIQ
                    MOVE ZERO                 TO REG-DEV-NRO-TRAN
                    WRITE REG-DEVENGO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           IF NOT FS-STATUS-DEV-OK
              MOVE CON-230000-DEVENGAR TO WS-ERR-PARRAFO
              MOVE CON-DEVENGO         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEV       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD WSV-INTERES-DIA   TO WSV-TOTAL-DEVENGADO
           ADD WSV-PUNITORIO-DIA TO WSV-TOTAL-DEVENGADO
           .
       230000-DEVENGAR-F. EXIT.
      ******************************************************************
      *                         250000-LIQUIDAR-PERIODO
      *Reconstruye CUENTASIX_TRANS.txt igual que el cierre de caja de
      *E99: copia lo ya existente sin su trailer, agrega un debito D
      *por cada cuenta con devengamiento pendiente del periodo,
      *numerado a continuacion, y cierra con el trailer TRL que
      *controla E62. El archivo nuevo reemplaza al viejo por renombre.
      ******************************************************************
       250000-LIQUIDAR-PERIODO.
           MOVE ZERO TO WSV-ULTIMO-TRAN
           MOVE ZERO TO WSV-CANT-LOTE
           MOVE ZERO TO WSV-HASH-LOTE

           OPEN OUTPUT TRANTMP
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-250000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT TRANCTA
           IF FS-STATUS-TRAN-NOT-FOUND
              MOVE "10" TO FS-STATUS-TRAN
           END-IF
           IF NOT FS-STATUS-TRAN-OK
              AND NOT FS-STATUS-TRAN-EOF
              MOVE CON-250000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRAN      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 252000-COPIAR-EXISTENTE
              THRU 252000-COPIAR-EXISTENTE-F
              UNTIL FS-STATUS-TRAN-EOF

           CLOSE TRANCTA
           MOVE "00" TO FS-STATUS-TRAN

           MOVE LOW-VALUES TO REG-DEV-CLAVE
           START DEVENGO KEY > REG-DEV-CLAVE
           IF FS-STATUS-DEV-OK
              PERFORM 254000-LEER-DEVENGO
                 THRU 254000-LEER-DEVENGO-F
              PERFORM 256000-LIQUIDAR-CUENTA
                 THRU 256000-LIQUIDAR-CUENTA-F
                 UNTIL FS-STATUS-DEV-EOF
           END-IF

           MOVE SPACES TO WSR-TRAILER
           MOVE "TRL"         TO WSR-TRL-MARCA
           MOVE WSV-CANT-LOTE TO WSR-TRL-CANTIDAD
           MOVE WSV-HASH-LOTE TO WSR-TRL-HASH
           WRITE REG-TRANTMP FROM WSR-TRAILER
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-250000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE TRANTMP

           CALL "CBL_RENAME_FILE" USING WSA-ORIGEN WSA-DESTINO
              RETURNING WSV-RC-RENOMBRAR
           IF WSV-RC-RENOMBRAR NOT = 0
              DISPLAY "250000-LIQUIDAR-PERIODO: CBL_RENAME_FILE RC = "
                      WSV-RC-RENOMBRAR
              MOVE CON-250000-LIQUIDAR TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA         TO WS-ERR-OBJETO
              MOVE CON-RENOMBRAR       TO WS-ERR-OPERACION
              MOVE 99                  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF WSV-TOTAL-LIQUIDADO > ZERO
              PERFORM 310000-GRABAR-ASIENTOS
                 THRU 310000-GRABAR-ASIENTOS-F
           END-IF
           .
       250000-LIQUIDAR-PERIODO-F. EXIT.
      ******************************************************************
      *                         252000-COPIAR-EXISTENTE
      ******************************************************************
       252000-COPIAR-EXISTENTE.
           READ TRANCTA
           EVALUATE TRUE
               WHEN FS-STATUS-TRAN-OK
                    MOVE REG-TRANCTA-LINEA TO WSR-TRANS-VISTA
                    IF WSR-TRV-NUMERO(1:3) = "TRL"
                       CONTINUE
                    ELSE
                       WRITE REG-TRANTMP FROM REG-TRANCTA-LINEA
                       IF NOT FS-STATUS-TMP-OK
                          MOVE CON-250000-LIQUIDAR TO WS-ERR-PARRAFO
                          MOVE CON-TRANTMP   TO WS-ERR-OBJETO
                          MOVE CON-GRABAR    TO WS-ERR-OPERACION
                          MOVE FS-STATUS-TMP TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-LOTE
                       IF WSR-TRV-NUMERO > WSV-ULTIMO-TRAN
                          MOVE WSR-TRV-NUMERO TO WSV-ULTIMO-TRAN
                       END-IF
                       IF WSR-TRV-MONTO < ZERO
                          SUBTRACT WSR-TRV-MONTO FROM WSV-HASH-LOTE
                       ELSE
                          ADD WSR-TRV-MONTO TO WSV-HASH-LOTE
                       END-IF
                    END-IF
               WHEN FS-STATUS-TRAN-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-250000-LIQUIDAR TO WS-ERR-PARRAFO
                    MOVE CON-TRANCTA         TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRAN      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       252000-COPIAR-EXISTENTE-F. EXIT.
      ******************************************************************
      *                         254000-LEER-DEVENGO
      ******************************************************************
       254000-LEER-DEVENGO.
           READ DEVENGO NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-DEV-OK
                    CONTINUE
               WHEN FS-STATUS-DEV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-250000-LIQUIDAR TO WS-ERR-PARRAFO
                    MOVE CON-DEVENGO         TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DEV       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       254000-LEER-DEVENGO-F. EXIT.
      ******************************************************************
      *                         256000-LIQUIDAR-CUENTA
      ******************************************************************
       256000-LIQUIDAR-CUENTA.
           IF REG-DEV-PERIODO = WSV-PERIODO
              AND REG-DEV-PENDIENTE
              PERFORM 258000-DEBITAR-CUENTA
                 THRU 258000-DEBITAR-CUENTA-F
           END-IF

           PERFORM 254000-LEER-DEVENGO
              THRU 254000-LEER-DEVENGO-F
           .
       256000-LIQUIDAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         258000-DEBITAR-CUENTA
      *Un devengamiento que redondea a cero centavos se da por
      *liquidado sin emitir debito.
      ******************************************************************
       258000-DEBITAR-CUENTA.
           COMPUTE WSV-IMPORTE-LIQ ROUNDED =
              REG-DEV-INTERES + REG-DEV-PUNITORIO

           IF WSV-IMPORTE-LIQ > ZERO
              ADD 1 TO WSV-ULTIMO-TRAN
              MOVE SPACES TO WSR-TRANS-VISTA
              MOVE WSV-ULTIMO-TRAN TO WSR-TRV-NUMERO
              MOVE "D"             TO WSR-TRV-OPERACION
              MOVE REG-DEV-CUENTA  TO WSR-TRV-CUENTA
              MOVE REG-DEV-CLIENTE TO WSR-TRV-CLIENTE
              MOVE WSV-IMPORTE-LIQ TO WSR-TRV-MONTO
              MOVE SPACES          TO WSR-TRV-DESTINO
              MOVE "B"             TO WSR-TRV-APROBADA
              WRITE REG-TRANTMP FROM WSR-TRANS-VISTA
              IF NOT FS-STATUS-TMP-OK
                 MOVE CON-258000-DEBITAR-CUENTA  TO WS-ERR-PARRAFO
                 MOVE CON-TRANTMP                TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                 TO WS-ERR-OPERACION
                 MOVE FS-STATUS-TMP              TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-LOTE
              ADD WSV-IMPORTE-LIQ TO WSV-HASH-LOTE
              ADD 1 TO WSV-CANT-LIQUIDADAS
              ADD WSV-IMPORTE-LIQ TO WSV-TOTAL-LIQUIDADO
              MOVE WSV-ULTIMO-TRAN TO REG-DEV-NRO-TRAN
           END-IF

           MOVE WSV-IMPORTE-LIQ TO REG-DEV-IMPORTE-LIQ
           MOVE "L"             TO REG-DEV-ESTADO
           REWRITE REG-DEVENGO
           IF NOT FS-STATUS-DEV-OK
              MOVE CON-258000-DEBITAR-CUENTA  TO WS-ERR-PARRAFO
              MOVE CON-DEVENGO                TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEV              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       258000-DEBITAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         270000-GRABAR-CONTROL
      *Deja asentado el primer dia todavia no devengado; la proxima
      *corrida arranca desde ahi.
      ******************************************************************
       270000-GRABAR-CONTROL.
           OPEN OUTPUT CTLDEV
           IF NOT FS-STATUS-CTL-OK
              MOVE CON-270000-GRABAR-CONTROL TO WS-ERR-PARRAFO
              MOVE CON-CTLDEV                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTL             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-DEVENGAR-HASTA TO REG-CTL-PROXIMO
           MOVE WSV-FECHA-PROCESO  TO REG-CTL-FECHA
           WRITE REG-CONTROL
           IF NOT FS-STATUS-CTL-OK
              MOVE CON-270000-GRABAR-CONTROL TO WS-ERR-PARRAFO
              MOVE CON-CTLDEV                TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTL             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE CTLDEV
           .
       270000-GRABAR-CONTROL-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DATOS

           IF WSV-DIAS > ZERO
              PERFORM 270000-GRABAR-CONTROL
                 THRU 270000-GRABAR-CONTROL-F
           END-IF

           IF WSV-FIN-DE-MES
              PERFORM 250000-LIQUIDAR-PERIODO
                 THRU 250000-LIQUIDAR-PERIODO-F
           END-IF

           CLOSE DEVENGO

           DISPLAY "E143 - DEVENGAMIENTO DE DESCUBIERTOS DEL "
                   WSV-FECHA-PROCESO
           DISPLAY "DIAS DEVENGADOS      : " WSV-DIAS
           DISPLAY "CUENTAS LEIDAS       : " WSV-CANT-LEIDAS
           DISPLAY "CUENTAS DEUDORAS     : " WSV-CANT-DEUDORAS
           DISPLAY "SOBRE LIMITE ACORDADO: " WSV-CANT-SOBRE-LIMITE
           DISPLAY "SIN TASA DE MONEDA   : " WSV-CANT-SIN-TASA
           MOVE WSV-TOTAL-DEVENGADO TO WSV-EDIT
           DISPLAY "INTERES DEVENGADO    : " WSV-EDIT
           IF WSV-FIN-DE-MES
              DISPLAY "LIQUIDACION DEL PERIODO " WSV-PERIODO
              DISPLAY "CUENTAS DEBITADAS    : " WSV-CANT-LIQUIDADAS
              MOVE WSV-TOTAL-LIQUIDADO TO WSV-EDIT
              DISPLAY "TOTAL LIQUIDADO      : " WSV-EDIT
              DISPLAY "LOS DEBITOS SE APLICAN CON EL PROXIMO LOTE "
                      "DE E47"
           END-IF
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-ASIENTOS
      *Lo liquidado en el mes se asienta en un par balanceado para
      *que E71 lo valide y mayorice: debe en depositos de clientes,
      *haber en intereses ganados por descubierto.
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

           MOVE WSV-FECHA-PROCESO   TO REG-ASI-FECHA
           MOVE "DES"               TO REG-ASI-ORIGEN
           MOVE CON-CTA-DEPOSITOS   TO REG-ASI-CUENTA
           MOVE "D"                 TO REG-ASI-DH
           MOVE WSV-TOTAL-LIQUIDADO TO REG-ASI-IMPORTE
           MOVE "INT DESCUBIERTO DEBITADO CTAS" TO REG-ASI-DETALLE
           PERFORM 315000-WRITE-ASIENTO
              THRU 315000-WRITE-ASIENTO-F

           MOVE CON-CTA-INT-DESCUBIERTO TO REG-ASI-CUENTA
           MOVE "H"                 TO REG-ASI-DH
           MOVE WSV-TOTAL-LIQUIDADO TO REG-ASI-IMPORTE
           MOVE "INTERESES POR DESCUBIERTO" TO REG-ASI-DETALLE
           PERFORM 315000-WRITE-ASIENTO
              THRU 315000-WRITE-ASIENTO-F

           CLOSE ASIENTOS
           .
       310000-GRABAR-ASIENTOS-F. EXIT.
      ******************************************************************
      *                         315000-WRITE-ASIENTO
      ******************************************************************
       315000-WRITE-ASIENTO.
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
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
       END PROGRAM E143.
