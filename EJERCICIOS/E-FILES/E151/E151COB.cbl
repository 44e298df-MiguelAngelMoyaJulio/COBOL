      ******************************************************************
      *Cobranza diaria de prestamos personales. Recorre el maestro
      *PRESTAMOS.txt que mantiene E151 por cuenta (clave alternativa), y
      *para cada prestamo vigente revisa en PRESTAMOS_CUOTAS.txt las
      *cuotas ya vencidas a la fecha de proceso que no estan cobradas.
      *Si el saldo de la cuenta alcanza, la cuota se debita con una
      *operacion D del lote CUENTASIX_TRANS.txt y el punitorio, si lo
      *hay, con otra; las dos viajan marcadas como cargo del banco (E47
      *no les aplica limite, embargo ni umbral) porque el saldo ya se
      *controlo aca: el disponible es el saldo acreedor menos lo
      *embargado y los cheques en canje que informa RUTEMBAR, y una
      *cuenta inmovilizada no tiene disponible. Si no alcanza la cuota
      *queda en mora: se cuentan los dias habiles de atraso (la politica
      *de cobranzas cuenta la mora en dias habiles, como E48AGE), se
      *clasifica en los mismos tramos 30/60/90+ y se recalcula el
      *punitorio sobre el importe de la cuota por los dias corridos
      *desde el vencimiento, a la TNA del prestamo recargada segun
      *CON-RECARGO-PUNITORIO. Las cuotas se cobran de la mas vieja a la
      *mas nueva: si una no se puede cobrar las siguientes tampoco.
      *Despues se resuelven los pedidos de precancelacion de
      *PRESTAMOS_PRECANCEL.txt que registro E151: el debito es el
      *capital precancelado mas el interes corrido desde el ultimo
      *vencimiento; una total anula las cuotas que faltan y una parcial
      *rehace con RUTAMORT las cuotas que faltan sobre el saldo nuevo,
      *con el mismo plazo y una cuota menor. El lote se reconstruye con
      *su trailer como en E143. Intereses, punitorios e interes corrido
      *cobrados se asientan en ASIENTOS.txt (debe 2100 depositos / haber
      *4400 intereses por prestamos) para que E71 los mayorice. La fecha
      *de proceso sale de PARAMETROS.txt si existe y debe ser dia habil
      *segun RUTFECHA.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E151COB.
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
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
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

       SELECT PRECANCEL ASSIGN TO "PRESTAMOS_PRECANCEL.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-PCA-PRESTAMO
                       FILE STATUS  IS FS-STATUS-PCA.

       SELECT TRANCTA ASSIGN TO "CUENTASIX_TRANS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TRAN.

       SELECT TRANTMP ASSIGN TO "PRESTAMOS_COBRO_TMP.txt"
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

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD PRESTAMOS.
          01 REG-PRESTAMO.
             05 REG-PRE-NUMERO           PIC 9(08).
             05 REG-PRE-CUENTA           PIC X(08).
             05 REG-PRE-CLIENTE          PIC 9(08).
             05 REG-PRE-CAPITAL          PIC 9(13)V9(02).
             05 REG-PRE-TASA             PIC 9(03)V9(04).
             05 REG-PRE-PLAZO            PIC 9(03).
             05 REG-PRE-SISTEMA          PIC X(01).
                88 REG-PRE-FRANCES              VALUE "F".
                88 REG-PRE-ALEMAN               VALUE "A".
             05 REG-PRE-FECHA-DESEMBOLSO PIC 9(08).
             05 REG-PRE-MONEDA           PIC X(03).
             05 REG-PRE-SALDO            PIC 9(13)V9(02).
             05 REG-PRE-CUOTAS-PAGAS     PIC 9(03).
             05 REG-PRE-ESTADO           PIC X(01).
                88 REG-PRE-VIGENTE              VALUE "V".
                88 REG-PRE-CANCELADO            VALUE "C".
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
                88 REG-CUO-COBRADA              VALUE "C".
                88 REG-CUO-ANULADA              VALUE "A".
             05 REG-CUO-DIAS-MORA        PIC 9(04).
             05 REG-CUO-TRAMO            PIC X(08).
             05 REG-CUO-PUNITORIO        PIC 9(13)V9(02).
             05 REG-CUO-FECHA-PAGO       PIC 9(08).
             05 REG-CUO-NRO-TRAN         PIC 9(08).

       FD PRECANCEL.
          01 REG-PRECANCEL.
             05 REG-PCA-PRESTAMO         PIC 9(08).
             05 REG-PCA-TIPO             PIC X(01).
                88 REG-PCA-TOTAL                VALUE "T".
                88 REG-PCA-PARCIAL              VALUE "P".
             05 REG-PCA-IMPORTE          PIC 9(13)V9(02).
             05 REG-PCA-FECHA-SOLICITUD  PIC 9(08).
             05 REG-PCA-ESTADO           PIC X(01).
                88 REG-PCA-PENDIENTE            VALUE "P".
                88 REG-PCA-APLICADA             VALUE "A".
                88 REG-PCA-RECHAZADA            VALUE "R".
             05 REG-PCA-FECHA-PROCESO    PIC 9(08).
             05 REG-PCA-IMPORTE-DEBITADO PIC 9(13)V9(02).
             05 REG-PCA-MOTIVO           PIC X(30).

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
              05 CON-RUTAMORT  PIC X(08) VALUE 'RUTAMORT'.
              05 CON-RUTEMBAR  PIC X(08) VALUE 'RUTEMBAR'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-120000-ABRIR-LOTE      PIC X(30) VALUE
              '120000-ABRIR-LOTE           '.
              05 CON-210000-READ-NEXT       PIC X(30) VALUE
              '210000-READ-NEXT-PRESTAMO   '.
              05 CON-215000-LEER-CUENTA     PIC X(30) VALUE
              '215000-LEER-CUENTA          '.
              05 CON-220000-COBRAR-CUOTAS   PIC X(30) VALUE
              '220000-COBRAR-CUOTAS        '.
              05 CON-240000-PRECANCELAR     PIC X(30) VALUE
              '240000-PRECANCELAR          '.
              05 CON-246000-RECALCULAR      PIC X(30) VALUE
              '246000-RECALCULAR-CUOTAS    '.
              05 CON-260000-CERRAR-PRESTAMO PIC X(30) VALUE
              '260000-CERRAR-PRESTAMO      '.
              05 CON-270000-EMITIR-DEBITO   PIC X(30) VALUE
              '270000-EMITIR-DEBITO        '.
              05 CON-280000-CERRAR-LOTE     PIC X(30) VALUE
              '280000-CERRAR-LOTE          '.
              05 CON-310000-GRABAR-ASIENTOS PIC X(30) VALUE
              '310000-GRABAR-ASIENTOS      '.
           02 CON-POLITICAS.
      *El punitorio se cobra a la TNA del prestamo recargada en este
      *porcentaje (50 = la mitad de la tasa compensatoria).
              05 CON-RECARGO-PUNITORIO  PIC 9(03)V9(02) VALUE 50,00.
      *Tramos de mora en dias habiles, los mismos de E48AGE.
              05 CON-TRAMO-1            PIC 9(03) VALUE 030.
              05 CON-TRAMO-2            PIC 9(03) VALUE 060.
              05 CON-TRAMO-3            PIC 9(03) VALUE 090.
           02 CON-CONTABLES.
              05 CON-CTA-DEPOSITOS      PIC 9(04) VALUE 2100.
              05 CON-CTA-INT-PRESTAMOS  PIC 9(04) VALUE 4400.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-PRESTAMOS  PIC X(10) VALUE 'PRESTAMOS '.
              05 CON-CUOTAS     PIC X(10) VALUE 'CUOTAS    '.
              05 CON-PRECANCEL  PIC X(10) VALUE 'PRECANCEL '.
              05 CON-TRANCTA    PIC X(10) VALUE 'TRANCTA   '.
              05 CON-TRANTMP    PIC X(10) VALUE 'TRANTMP   '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
              05 CON-RUTAMORT-OBJ PIC X(10) VALUE 'RUTAMORT  '.
      ********************  VISTAS DE REGISTROS  ***********************
       01 WSR-TRANS-VISTA.
          05 WSR-TRV-NUMERO           PIC 9(08).
          05 WSR-TRV-OPERACION        PIC X(01).
          05 WSR-TRV-CUENTA           PIC X(08).
          05 WSR-TRV-CLIENTE          PIC 9(08).
          05 WSR-TRV-MONTO            PIC S9(15)V9(02).
          05 WSR-TRV-DESTINO          PIC X(08).
          05 WSR-TRV-APROBADA         PIC X(01).
          05 WSR-TRV-CBU              PIC X(22).
          05 FILLER                   PIC X(07).

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

          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-PRE           PIC X(02) VALUE "00".
             88 FS-STATUS-PRE-OK               VALUE "00".
             88 FS-STATUS-PRE-EOF              VALUE "10".
             88 FS-STATUS-PRE-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CUO           PIC X(02) VALUE "00".
             88 FS-STATUS-CUO-OK               VALUE "00".
             88 FS-STATUS-CUO-EOF              VALUE "10".

          05 FS-STATUS-PCA           PIC X(02) VALUE "00".
             88 FS-STATUS-PCA-OK               VALUE "00".
             88 FS-STATUS-PCA-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-PCA-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TRAN          PIC X(02) VALUE "00".
             88 FS-STATUS-TRAN-OK              VALUE "00".
             88 FS-STATUS-TRAN-EOF             VALUE "10".
             88 FS-STATUS-TRAN-NOT-FOUND       VALUE "35".

          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".

          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".

          05 WSV-SW-HAY-PRECANCEL    PIC X(01) VALUE "S".
             88 WSV-HAY-PRECANCEL              VALUE "S".

          05 WSV-SW-COBRO-CORTADO    PIC X(01).
             88 WSV-COBRO-CORTADO              VALUE "S".

          05 WSV-SW-RECHAZO          PIC X(01).
             88 WSV-PRECANCEL-RECHAZADA        VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-CUENTA-ANTERIOR     PIC X(08) VALUE LOW-VALUES.
          05 WSV-DISPONIBLE          PIC 9(15)V9(02).
          05 WSV-SALDO-LIBRE         PIC S9(15)V9(02).
          05 WSV-EN-CANJE            PIC S9(15)V9(02).
          05 WSV-A-COBRAR            PIC 9(15)V9(02).
          05 WSV-IMPORTE-DEBITO      PIC 9(15)V9(02).
          05 WSV-DIAS-CORRIDOS       PIC 9(05).
          05 WSV-FECHA-ULT-VTO       PIC 9(08).
          05 WSV-CAPITAL-PRECANCEL   PIC 9(13)V9(02).
          05 WSV-INTERES-CORRIDO     PIC 9(13)V9(02).
          05 WSV-CUOTAS-RESTANTES    PIC 9(03).
          05 WSV-ULTIMO-TRAN         PIC 9(08).
          05 WSV-CANT-LOTE           PIC 9(07).
          05 WSV-HASH-LOTE           PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-TOTAL-CAPITAL       PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-INTERES       PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-PUNITORIO     PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-PRECANCELADO  PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-INT-CORRIDO   PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-INGRESOS      PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-EN-MORA       PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-COBRADAS       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-MORA-CORRIENTE PIC 9(07) VALUE ZERO.
          05 WSV-CANT-MORA-30        PIC 9(07) VALUE ZERO.
          05 WSV-CANT-MORA-60        PIC 9(07) VALUE ZERO.
          05 WSV-CANT-MORA-90        PIC 9(07) VALUE ZERO.
          05 WSV-CANT-PRECANCEL-OK   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-PRECANCEL-RECH PIC 9(07) VALUE ZERO.
          05 WSV-CANT-CANCELADOS     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DEBITOS        PIC 9(07) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(30) VALUE
             'PRESTAMOS_COBRO_TMP.txt'.
          05 WSA-DESTINO             PIC X(30) VALUE
             'CUENTASIX_TRANS.txt'.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
       01 WS-REG-AMORT.
       COPY WSAMORT.
       01 WS-REG-EMBARGO.
       COPY WSEMBARGO.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E151COB" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-PRE-EOF

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
              DISPLAY "E151COB: LA FECHA DE PROCESO "
                      WSV-FECHA-PROCESO " NO ES DIA HABIL"
              STOP RUN
           END-IF

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 120000-ABRIR-LOTE
              THRU 120000-ABRIR-LOTE-F

           MOVE LOW-VALUES TO REG-PRE-CUENTA
           START PRESTAMOS KEY > REG-PRE-CUENTA
           IF FS-STATUS-PRE-OK
              PERFORM 210000-READ-NEXT-PRESTAMO
                 THRU 210000-READ-NEXT-PRESTAMO-F
           ELSE
              MOVE "10" TO FS-STATUS-PRE
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
      *                         110000-OPEN-ARCHIVOS
      *Sin maestro de prestamos no hay nada que cobrar. Sin archivo
      *de precancelaciones (nunca se pidio una) se cobra igual.
      *CUENTASIX solo se lee: los debitos se aplican en el lote de
      *E47, asi que no hace falta tomar RUTLOCK.
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O PRESTAMOS
           IF FS-STATUS-PRE-NOT-FOUND
              DISPLAY "E151COB: NO HAY PRESTAMOS OTORGADOS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-PRESTAMOS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O CUOTAS
           IF NOT FS-STATUS-CUO-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CUOTAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUO            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O PRECANCEL
           IF FS-STATUS-PCA-NOT-FOUND
              MOVE "N" TO WSV-SW-HAY-PRECANCEL
           ELSE
              IF NOT FS-STATUS-PCA-OK
                 MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                 MOVE CON-PRECANCEL            TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PCA            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         120000-ABRIR-LOTE
      *Copia el lote existente sin su trailer al temporal, tomando el
      *ultimo numero, la cantidad y el hash; los debitos de la corrida
      *se agregan a continuacion y 280000-CERRAR-LOTE pone el trailer
      *nuevo y reemplaza el lote por renombre.
      ******************************************************************
       120000-ABRIR-LOTE.
           MOVE ZERO TO WSV-ULTIMO-TRAN
           MOVE ZERO TO WSV-CANT-LOTE
           MOVE ZERO TO WSV-HASH-LOTE

           OPEN OUTPUT TRANTMP
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-120000-ABRIR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP           TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT TRANCTA
           IF FS-STATUS-TRAN-NOT-FOUND
              MOVE "10" TO FS-STATUS-TRAN
           END-IF
           IF NOT FS-STATUS-TRAN-OK
              AND NOT FS-STATUS-TRAN-EOF
              MOVE CON-120000-ABRIR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA           TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRAN        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 122000-COPIAR-EXISTENTE
              THRU 122000-COPIAR-EXISTENTE-F
              UNTIL FS-STATUS-TRAN-EOF

           CLOSE TRANCTA
           MOVE "00" TO FS-STATUS-TRAN
           .
       120000-ABRIR-LOTE-F. EXIT.
      ******************************************************************
      *                         122000-COPIAR-EXISTENTE
      ******************************************************************
       122000-COPIAR-EXISTENTE.
           READ TRANCTA
           EVALUATE TRUE
               WHEN FS-STATUS-TRAN-OK
                    MOVE REG-TRANCTA-LINEA TO WSR-TRANS-VISTA
                    IF WSR-TRV-NUMERO(1:3) = "TRL"
                       CONTINUE
                    ELSE
                       WRITE REG-TRANTMP FROM REG-TRANCTA-LINEA
                       IF NOT FS-STATUS-TMP-OK
                          MOVE CON-120000-ABRIR-LOTE TO WS-ERR-PARRAFO
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
                    MOVE CON-120000-ABRIR-LOTE TO WS-ERR-PARRAFO
                    MOVE CON-TRANCTA           TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRAN        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       122000-COPIAR-EXISTENTE-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *Los prestamos vienen ordenados por cuenta: el saldo disponible
      *se lee una vez por cuenta y se va descontando con cada debito
      *emitido, para que dos prestamos de la misma cuenta no cuenten
      *dos veces con la misma plata.
      ******************************************************************
       200000-PROCESS.
           ADD 1 TO WSV-CANT-LEIDOS

           IF REG-PRE-VIGENTE
              IF REG-PRE-CUENTA NOT = WSV-CUENTA-ANTERIOR
                 PERFORM 215000-LEER-CUENTA
                    THRU 215000-LEER-CUENTA-F
              END-IF

              PERFORM 220000-COBRAR-CUOTAS
                 THRU 220000-COBRAR-CUOTAS-F

              IF WSV-HAY-PRECANCEL
                 PERFORM 240000-PRECANCELAR
                    THRU 240000-PRECANCELAR-F
              END-IF

              PERFORM 260000-CERRAR-PRESTAMO
                 THRU 260000-CERRAR-PRESTAMO-F
           END-IF

           PERFORM 210000-READ-NEXT-PRESTAMO
              THRU 210000-READ-NEXT-PRESTAMO-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-READ-NEXT-PRESTAMO
      ******************************************************************
       210000-READ-NEXT-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-PRE-OK
                    CONTINUE
               WHEN FS-STATUS-PRE-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-READ-NEXT TO WS-ERR-PARRAFO
                    MOVE CON-PRESTAMOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRE        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-READ-NEXT-PRESTAMO-F. EXIT.
      ******************************************************************
      *                         215000-LEER-CUENTA
      *Solo cuenta el saldo acreedor: la cuota no se cobra tirando de
      *descubierto. Como los debitos viajan como cargo del banco y E47
      *no los vuelve a controlar, aca se descuenta lo embargado y los
      *cheques en canje ya acreditados (los depositados hoy todavia
      *no estan en el saldo, como en E166PAG), y una cuenta
      *inmovilizada o cuyos embargos no se pueden consultar queda sin
      *disponible. Una cuenta que ya no existe no tiene disponible y
      *sus cuotas entran en mora.
      ******************************************************************
       215000-LEER-CUENTA.
           MOVE REG-PRE-CUENTA TO WSV-CUENTA-ANTERIOR
           MOVE ZERO           TO WSV-DISPONIBLE
           MOVE REG-PRE-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    CONTINUE
               WHEN FS-STATUS-NOT-FOUND
                    DISPLAY "E151COB: CUENTA " REG-PRE-CUENTA
                            " DEL PRESTAMO " REG-PRE-NUMERO
                            " INEXISTENTE"
                    GO TO 215000-LEER-CUENTA-F
               WHEN OTHER
                    MOVE CON-215000-LEER-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE "C"            TO WS-EMB-OPERACION
           MOVE REG-PRE-CUENTA TO WS-EMB-CUENTA
           CALL CON-RUTEMBAR USING WS-REG-EMBARGO
           IF WS-EMB-COD-RET NOT = ZERO
              DISPLAY "E151COB: NO SE PUDO CONSULTAR EMBARGOS DE LA "
                      "CUENTA " REG-PRE-CUENTA
                      " - PRESTAMO " REG-PRE-NUMERO " NO SE DEBITA"
              GO TO 215000-LEER-CUENTA-F
           END-IF
           IF WS-EMB-SOLO-CREDITOS
              DISPLAY "E151COB: CUENTA " REG-PRE-CUENTA
                      " DEL PRESTAMO " REG-PRE-NUMERO
                      " INMOVILIZADA"
              GO TO 215000-LEER-CUENTA-F
           END-IF
           COMPUTE WSV-EN-CANJE =
              WS-EMB-MONTO-CANJE - WS-EMB-CANJE-HOY
           IF WSV-EN-CANJE < ZERO
              MOVE ZERO TO WSV-EN-CANJE
           END-IF

           COMPUTE WSV-SALDO-LIBRE = REG-MONTO-CUENTA-IX -
              WS-EMB-MONTO-EMBARGADO - WSV-EN-CANJE
           IF WSV-SALDO-LIBRE > ZERO
              MOVE WSV-SALDO-LIBRE TO WSV-DISPONIBLE
           END-IF
           .
       215000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         220000-COBRAR-CUOTAS
      *Recorre las cuotas del prestamo en orden hasta la primera que
      *todavia no vencio. De paso deja en WSV-FECHA-ULT-VTO el ultimo
      *vencimiento ya ocurrido, desde donde corre el interes de una
      *precancelacion.
      ******************************************************************
       220000-COBRAR-CUOTAS.
           MOVE "N" TO WSV-SW-COBRO-CORTADO
           MOVE REG-PRE-FECHA-DESEMBOLSO TO WSV-FECHA-ULT-VTO

           MOVE REG-PRE-NUMERO TO REG-CUO-PRESTAMO
           MOVE ZERO           TO REG-CUO-NUMERO
           START CUOTAS KEY > REG-CUO-CLAVE
           IF FS-STATUS-CUO-OK
              PERFORM 222000-LEER-CUOTA
                 THRU 222000-LEER-CUOTA-F
                 UNTIL FS-STATUS-CUO-EOF
           END-IF
           MOVE "00" TO FS-STATUS-CUO
           .
       220000-COBRAR-CUOTAS-F. EXIT.
      ******************************************************************
      *                         222000-LEER-CUOTA
      ******************************************************************
       222000-LEER-CUOTA.
           READ CUOTAS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CUO-OK
                    CONTINUE
               WHEN FS-STATUS-CUO-EOF
                    GO TO 222000-LEER-CUOTA-F
               WHEN OTHER
                    MOVE CON-220000-COBRAR-CUOTAS TO WS-ERR-PARRAFO
                    MOVE CON-CUOTAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUO            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-CUO-PRESTAMO NOT = REG-PRE-NUMERO
              OR REG-CUO-VENCIMIENTO > WSV-FECHA-PROCESO
              MOVE "10" TO FS-STATUS-CUO
              GO TO 222000-LEER-CUOTA-F
           END-IF

           MOVE REG-CUO-VENCIMIENTO TO WSV-FECHA-ULT-VTO
           IF REG-CUO-PENDIENTE
              OR REG-CUO-EN-MORA
              PERFORM 225000-PROCESAR-CUOTA
                 THRU 225000-PROCESAR-CUOTA-F
           END-IF
           .
       222000-LEER-CUOTA-F. EXIT.
      ******************************************************************
      *                         225000-PROCESAR-CUOTA
      ******************************************************************
       225000-PROCESAR-CUOTA.
           PERFORM 226000-CALCULAR-MORA
              THRU 226000-CALCULAR-MORA-F

           COMPUTE WSV-A-COBRAR = REG-CUO-IMPORTE + REG-CUO-PUNITORIO

           IF NOT WSV-COBRO-CORTADO
              AND WSV-DISPONIBLE NOT < WSV-A-COBRAR
              PERFORM 228000-COBRAR-CUOTA
                 THRU 228000-COBRAR-CUOTA-F
           ELSE
              MOVE "S" TO WSV-SW-COBRO-CORTADO
              MOVE "M" TO REG-CUO-ESTADO
              ADD WSV-A-COBRAR TO WSV-TOTAL-EN-MORA
              EVALUATE REG-CUO-TRAMO
                  WHEN "90+"
                       ADD 1 TO WSV-CANT-MORA-90
                  WHEN "60"
                       ADD 1 TO WSV-CANT-MORA-60
                  WHEN "30"
                       ADD 1 TO WSV-CANT-MORA-30
                  WHEN OTHER
                       ADD 1 TO WSV-CANT-MORA-CORRIENTE
              END-EVALUATE
           END-IF

           REWRITE REG-CUOTA
           IF NOT FS-STATUS-CUO-OK
              MOVE CON-220000-COBRAR-CUOTAS TO WS-ERR-PARRAFO
              MOVE CON-CUOTAS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUO            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       225000-PROCESAR-CUOTA-F. EXIT.
      ******************************************************************
      *                         226000-CALCULAR-MORA
      *La antiguedad va en dias habiles (RUTFECHA D) y el tramo sale
      *de esos dias; el punitorio se devenga por dias corridos
      *(RUTFECHA E) y se recalcula entero cada dia, asi una recorrida
      *del mismo dia no lo duplica. Una cuota que vence hoy no tiene
      *atraso todavia.
      ******************************************************************
       226000-CALCULAR-MORA.
           MOVE ZERO        TO REG-CUO-DIAS-MORA
           MOVE ZERO        TO REG-CUO-PUNITORIO
           MOVE "CORRIENTE" TO REG-CUO-TRAMO

           IF REG-CUO-VENCIMIENTO NOT < WSV-FECHA-PROCESO
              GO TO 226000-CALCULAR-MORA-F
           END-IF

           MOVE "E"                 TO WS-FEC-OPERACION
           MOVE REG-CUO-VENCIMIENTO TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO   TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-DIAS TO WSV-DIAS-CORRIDOS

           MOVE "D"                 TO WS-FEC-OPERACION
           MOVE REG-CUO-VENCIMIENTO TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO   TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-DIAS TO REG-CUO-DIAS-MORA

           COMPUTE REG-CUO-PUNITORIO ROUNDED =
              REG-CUO-IMPORTE * REG-PRE-TASA *
              CON-RECARGO-PUNITORIO / 100 *
              WSV-DIAS-CORRIDOS / 36500

           EVALUATE TRUE
               WHEN REG-CUO-DIAS-MORA > CON-TRAMO-3
                    MOVE "90+"       TO REG-CUO-TRAMO
               WHEN REG-CUO-DIAS-MORA > CON-TRAMO-2
                    MOVE "60"        TO REG-CUO-TRAMO
               WHEN REG-CUO-DIAS-MORA > CON-TRAMO-1
                    MOVE "30"        TO REG-CUO-TRAMO
               WHEN OTHER
                    MOVE "CORRIENTE" TO REG-CUO-TRAMO
           END-EVALUATE
           .
       226000-CALCULAR-MORA-F. EXIT.
      ******************************************************************
      *                         228000-COBRAR-CUOTA
      *La cuota y el punitorio van en debitos separados para que el
      *cliente los vea por separado en el resumen de E51.
      ******************************************************************
       228000-COBRAR-CUOTA.
           MOVE REG-CUO-IMPORTE TO WSV-IMPORTE-DEBITO
           PERFORM 270000-EMITIR-DEBITO
              THRU 270000-EMITIR-DEBITO-F
           MOVE WSV-ULTIMO-TRAN TO REG-CUO-NRO-TRAN

           IF REG-CUO-PUNITORIO > ZERO
              MOVE REG-CUO-PUNITORIO TO WSV-IMPORTE-DEBITO
              PERFORM 270000-EMITIR-DEBITO
                 THRU 270000-EMITIR-DEBITO-F
           END-IF

           SUBTRACT WSV-A-COBRAR FROM WSV-DISPONIBLE
           MOVE "C"               TO REG-CUO-ESTADO
           MOVE WSV-FECHA-PROCESO TO REG-CUO-FECHA-PAGO

           SUBTRACT REG-CUO-CAPITAL FROM REG-PRE-SALDO
           ADD 1 TO REG-PRE-CUOTAS-PAGAS

           ADD 1                 TO WSV-CANT-COBRADAS
           ADD REG-CUO-CAPITAL   TO WSV-TOTAL-CAPITAL
           ADD REG-CUO-INTERES   TO WSV-TOTAL-INTERES
           ADD REG-CUO-PUNITORIO TO WSV-TOTAL-PUNITORIO
           .
       228000-COBRAR-CUOTA-F. EXIT.
      ******************************************************************
      *                         240000-PRECANCELAR
      *Resuelve el pedido pendiente del prestamo, si lo hay. Se
      *rechaza si quedaron cuotas en mora despues de la cobranza del
      *dia, si el parcial ya no es menor al saldo (la cuota de hoy lo
      *pudo achicar) o si la cuenta no tiene saldo para el capital
      *mas el interes corrido desde el ultimo vencimiento.
      ******************************************************************
       240000-PRECANCELAR.
           MOVE REG-PRE-NUMERO TO REG-PCA-PRESTAMO
           READ PRECANCEL
           EVALUATE TRUE
               WHEN FS-STATUS-PCA-OK
                    CONTINUE
               WHEN FS-STATUS-PCA-SIN-CLAVE
                    GO TO 240000-PRECANCELAR-F
               WHEN OTHER
                    MOVE CON-240000-PRECANCELAR TO WS-ERR-PARRAFO
                    MOVE CON-PRECANCEL          TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PCA          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF NOT REG-PCA-PENDIENTE
              GO TO 240000-PRECANCELAR-F
           END-IF

           MOVE "N" TO WSV-SW-RECHAZO
           IF REG-PCA-TOTAL
              MOVE REG-PRE-SALDO   TO WSV-CAPITAL-PRECANCEL
           ELSE
              MOVE REG-PCA-IMPORTE TO WSV-CAPITAL-PRECANCEL
           END-IF

           MOVE ZERO TO WSV-DIAS-CORRIDOS
           IF WSV-FECHA-ULT-VTO < WSV-FECHA-PROCESO
              MOVE "E"               TO WS-FEC-OPERACION
              MOVE WSV-FECHA-ULT-VTO TO WS-FEC-FECHA
              MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-DIAS TO WSV-DIAS-CORRIDOS
           END-IF
           COMPUTE WSV-INTERES-CORRIDO ROUNDED =
              WSV-CAPITAL-PRECANCEL * REG-PRE-TASA *
              WSV-DIAS-CORRIDOS / 36500
           COMPUTE WSV-A-COBRAR =
              WSV-CAPITAL-PRECANCEL + WSV-INTERES-CORRIDO

           EVALUATE TRUE
               WHEN WSV-COBRO-CORTADO
                    MOVE "S" TO WSV-SW-RECHAZO
                    MOVE "CUOTAS EN MORA" TO REG-PCA-MOTIVO
               WHEN REG-PCA-PARCIAL
                AND WSV-CAPITAL-PRECANCEL NOT < REG-PRE-SALDO
                    MOVE "S" TO WSV-SW-RECHAZO
                    MOVE "PARCIAL NO MENOR AL SALDO" TO REG-PCA-MOTIVO
               WHEN WSV-DISPONIBLE < WSV-A-COBRAR
                    MOVE "S" TO WSV-SW-RECHAZO
                    MOVE "SALDO INSUFICIENTE" TO REG-PCA-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           IF WSV-PRECANCEL-RECHAZADA
              ADD 1 TO WSV-CANT-PRECANCEL-RECH
              MOVE "R"  TO REG-PCA-ESTADO
              MOVE ZERO TO REG-PCA-IMPORTE-DEBITADO
              DISPLAY "E151COB: PRECANCELACION DEL PRESTAMO "
                      REG-PRE-NUMERO " RECHAZADA - " REG-PCA-MOTIVO
           ELSE
              MOVE WSV-A-COBRAR TO WSV-IMPORTE-DEBITO
              PERFORM 270000-EMITIR-DEBITO
                 THRU 270000-EMITIR-DEBITO-F
              SUBTRACT WSV-A-COBRAR FROM WSV-DISPONIBLE
              SUBTRACT WSV-CAPITAL-PRECANCEL FROM REG-PRE-SALDO
              ADD 1 TO WSV-CANT-PRECANCEL-OK
              ADD WSV-CAPITAL-PRECANCEL TO WSV-TOTAL-PRECANCELADO
              ADD WSV-INTERES-CORRIDO   TO WSV-TOTAL-INT-CORRIDO
              MOVE "A"          TO REG-PCA-ESTADO
              MOVE WSV-A-COBRAR TO REG-PCA-IMPORTE-DEBITADO
              MOVE SPACES       TO REG-PCA-MOTIVO

              PERFORM 246000-RECALCULAR-CUOTAS
                 THRU 246000-RECALCULAR-CUOTAS-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-PCA-FECHA-PROCESO
           REWRITE REG-PRECANCEL
           IF NOT FS-STATUS-PCA-OK
              MOVE CON-240000-PRECANCELAR TO WS-ERR-PARRAFO
              MOVE CON-PRECANCEL          TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-PCA          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       240000-PRECANCELAR-F. EXIT.
      ******************************************************************
      *                         246000-RECALCULAR-CUOTAS
      *Rehace las cuotas todavia pendientes (todas posteriores a la
      *fecha de proceso, porque no quedo ninguna en mora). Con saldo
      *cero se anulan; si no, una primera pasada las cuenta y la
      *segunda llama a RUTAMORT con el saldo nuevo y las cuotas
      *restantes, manteniendo los vencimientos ya pactados.
      ******************************************************************
       246000-RECALCULAR-CUOTAS.
           MOVE ZERO TO WSV-CUOTAS-RESTANTES
           IF REG-PRE-SALDO > ZERO
              MOVE REG-PRE-NUMERO TO REG-CUO-PRESTAMO
              MOVE ZERO           TO REG-CUO-NUMERO
              START CUOTAS KEY > REG-CUO-CLAVE
              IF FS-STATUS-CUO-OK
                 PERFORM 247000-CONTAR-PENDIENTE
                    THRU 247000-CONTAR-PENDIENTE-F
                    UNTIL FS-STATUS-CUO-EOF
              END-IF
              MOVE "00" TO FS-STATUS-CUO
           END-IF

           INITIALIZE WS-AMORTIZACION
           MOVE REG-PRE-SISTEMA TO WS-AMO-SISTEMA
           MOVE REG-PRE-TASA    TO WS-AMO-TASA
           MOVE REG-PRE-SALDO   TO WS-AMO-SALDO
           MOVE ZERO            TO WS-AMO-CUOTA-FIJA

           MOVE REG-PRE-NUMERO TO REG-CUO-PRESTAMO
           MOVE ZERO           TO REG-CUO-NUMERO
           START CUOTAS KEY > REG-CUO-CLAVE
           IF FS-STATUS-CUO-OK
              PERFORM 248000-REHACER-CUOTA
                 THRU 248000-REHACER-CUOTA-F
                 UNTIL FS-STATUS-CUO-EOF
           END-IF
           MOVE "00" TO FS-STATUS-CUO
           .
       246000-RECALCULAR-CUOTAS-F. EXIT.
      ******************************************************************
      *                         247000-CONTAR-PENDIENTE
      ******************************************************************
       247000-CONTAR-PENDIENTE.
           READ CUOTAS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CUO-OK
                    IF REG-CUO-PRESTAMO NOT = REG-PRE-NUMERO
                       MOVE "10" TO FS-STATUS-CUO
                    ELSE
                       IF REG-CUO-PENDIENTE
                          ADD 1 TO WSV-CUOTAS-RESTANTES
                       END-IF
                    END-IF
               WHEN FS-STATUS-CUO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-246000-RECALCULAR TO WS-ERR-PARRAFO
                    MOVE CON-CUOTAS            TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUO         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       247000-CONTAR-PENDIENTE-F. EXIT.
      ******************************************************************
      *                         248000-REHACER-CUOTA
      ******************************************************************
       248000-REHACER-CUOTA.
           READ CUOTAS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CUO-OK
                    CONTINUE
               WHEN FS-STATUS-CUO-EOF
                    GO TO 248000-REHACER-CUOTA-F
               WHEN OTHER
                    MOVE CON-246000-RECALCULAR TO WS-ERR-PARRAFO
                    MOVE CON-CUOTAS            TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUO         TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-CUO-PRESTAMO NOT = REG-PRE-NUMERO
              MOVE "10" TO FS-STATUS-CUO
              GO TO 248000-REHACER-CUOTA-F
           END-IF
           IF NOT REG-CUO-PENDIENTE
              GO TO 248000-REHACER-CUOTA-F
           END-IF

           IF WSV-CUOTAS-RESTANTES = ZERO
              MOVE "A"  TO REG-CUO-ESTADO
              MOVE ZERO TO REG-CUO-SALDO
           ELSE
              MOVE WSV-CUOTAS-RESTANTES TO WS-AMO-CUOTAS-RESTANTES
              CALL CON-RUTAMORT USING WS-REG-AMORT
              IF WS-AMO-COD-RET NOT = ZERO
                 MOVE CON-246000-RECALCULAR TO WS-ERR-PARRAFO
                 MOVE CON-RUTAMORT-OBJ      TO WS-ERR-OBJETO
                 MOVE CON-RUTINA            TO WS-ERR-OPERACION
                 MOVE WS-AMO-COD-RET        TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              MOVE WS-AMO-CAPITAL     TO REG-CUO-CAPITAL
              MOVE WS-AMO-INTERES     TO REG-CUO-INTERES
              MOVE WS-AMO-IMPORTE     TO REG-CUO-IMPORTE
              MOVE WS-AMO-SALDO-FINAL TO REG-CUO-SALDO
              MOVE WS-AMO-SALDO-FINAL TO WS-AMO-SALDO
              SUBTRACT 1 FROM WSV-CUOTAS-RESTANTES
           END-IF

           REWRITE REG-CUOTA
           IF NOT FS-STATUS-CUO-OK
              MOVE CON-246000-RECALCULAR TO WS-ERR-PARRAFO
              MOVE CON-CUOTAS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUO         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       248000-REHACER-CUOTA-F. EXIT.
      ******************************************************************
      *                         260000-CERRAR-PRESTAMO
      *Con el saldo de capital en cero el prestamo queda cancelado,
      *por haber pagado la ultima cuota o por precancelacion total.
      ******************************************************************
       260000-CERRAR-PRESTAMO.
           IF REG-PRE-SALDO = ZERO
              MOVE "C"               TO REG-PRE-ESTADO
              MOVE WSV-FECHA-PROCESO TO REG-PRE-FECHA-CANCELACION
              ADD 1 TO WSV-CANT-CANCELADOS
              DISPLAY "E151COB: PRESTAMO " REG-PRE-NUMERO
                      " CANCELADO"
           END-IF

           REWRITE REG-PRESTAMO
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-260000-CERRAR-PRESTAMO TO WS-ERR-PARRAFO
              MOVE CON-PRESTAMOS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       260000-CERRAR-PRESTAMO-F. EXIT.
      ******************************************************************
      *                         270000-EMITIR-DEBITO
      *Debito D sin signo, marcado como cargo del banco, numerado a
      *continuacion del lote.
      ******************************************************************
       270000-EMITIR-DEBITO.
           ADD 1 TO WSV-ULTIMO-TRAN
           MOVE SPACES TO WSR-TRANS-VISTA
           MOVE WSV-ULTIMO-TRAN    TO WSR-TRV-NUMERO
           MOVE "D"                TO WSR-TRV-OPERACION
           MOVE REG-PRE-CUENTA     TO WSR-TRV-CUENTA
           MOVE REG-PRE-CLIENTE    TO WSR-TRV-CLIENTE
           MOVE WSV-IMPORTE-DEBITO TO WSR-TRV-MONTO
           MOVE SPACES             TO WSR-TRV-DESTINO
           MOVE "B"                TO WSR-TRV-APROBADA
           WRITE REG-TRANTMP FROM WSR-TRANS-VISTA
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-270000-EMITIR-DEBITO TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP              TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-LOTE
           ADD WSV-IMPORTE-DEBITO TO WSV-HASH-LOTE
           ADD 1 TO WSV-CANT-DEBITOS
           .
       270000-EMITIR-DEBITO-F. EXIT.
      ******************************************************************
      *                         280000-CERRAR-LOTE
      ******************************************************************
       280000-CERRAR-LOTE.
           MOVE SPACES TO WSR-TRAILER
           MOVE "TRL"         TO WSR-TRL-MARCA
           MOVE WSV-CANT-LOTE TO WSR-TRL-CANTIDAD
           MOVE WSV-HASH-LOTE TO WSR-TRL-HASH
           WRITE REG-TRANTMP FROM WSR-TRAILER
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-280000-CERRAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP            TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE TRANTMP

           CALL "CBL_RENAME_FILE" USING WSA-ORIGEN WSA-DESTINO
              RETURNING WSV-RC-RENOMBRAR
           IF WSV-RC-RENOMBRAR NOT = 0
              DISPLAY "280000-CERRAR-LOTE: CBL_RENAME_FILE RC = "
                      WSV-RC-RENOMBRAR
              MOVE CON-280000-CERRAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA            TO WS-ERR-OBJETO
              MOVE CON-RENOMBRAR          TO WS-ERR-OPERACION
              MOVE 99                     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-CERRAR-LOTE-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           PERFORM 280000-CERRAR-LOTE
              THRU 280000-CERRAR-LOTE-F

           CLOSE PRESTAMOS
           CLOSE CUOTAS
           IF WSV-HAY-PRECANCEL
              CLOSE PRECANCEL
           END-IF
           CLOSE DATOS

           COMPUTE WSV-TOTAL-INGRESOS = WSV-TOTAL-INTERES +
              WSV-TOTAL-PUNITORIO + WSV-TOTAL-INT-CORRIDO
           IF WSV-TOTAL-INGRESOS > ZERO
              PERFORM 310000-GRABAR-ASIENTOS
                 THRU 310000-GRABAR-ASIENTOS-F
           END-IF

           DISPLAY "E151COB - COBRANZA DE PRESTAMOS DEL "
                   WSV-FECHA-PROCESO
           DISPLAY "PRESTAMOS LEIDOS     : " WSV-CANT-LEIDOS
           DISPLAY "CUOTAS COBRADAS      : " WSV-CANT-COBRADAS
           MOVE WSV-TOTAL-CAPITAL TO WSV-EDIT
           DISPLAY "CAPITAL COBRADO      : " WSV-EDIT
           MOVE WSV-TOTAL-INTERES TO WSV-EDIT
           DISPLAY "INTERES COBRADO      : " WSV-EDIT
           MOVE WSV-TOTAL-PUNITORIO TO WSV-EDIT
           DISPLAY "PUNITORIO COBRADO    : " WSV-EDIT
           DISPLAY "CUOTAS EN MORA"
           DISPLAY "  CORRIENTE          : " WSV-CANT-MORA-CORRIENTE
           DISPLAY "  TRAMO 30 DIAS      : " WSV-CANT-MORA-30
           DISPLAY "  TRAMO 60 DIAS      : " WSV-CANT-MORA-60
           DISPLAY "  TRAMO 90+ DIAS     : " WSV-CANT-MORA-90
           MOVE WSV-TOTAL-EN-MORA TO WSV-EDIT
           DISPLAY "  IMPORTE EN MORA    : " WSV-EDIT
           DISPLAY "PRECANCELACIONES OK  : " WSV-CANT-PRECANCEL-OK
           DISPLAY "PRECANCELACIONES RECH: " WSV-CANT-PRECANCEL-RECH
           MOVE WSV-TOTAL-PRECANCELADO TO WSV-EDIT
           DISPLAY "CAPITAL PRECANCELADO : " WSV-EDIT
           DISPLAY "PRESTAMOS CANCELADOS : " WSV-CANT-CANCELADOS
           DISPLAY "DEBITOS EMITIDOS     : " WSV-CANT-DEBITOS
           IF WSV-CANT-DEBITOS > ZERO
              DISPLAY "LOS DEBITOS SE APLICAN CON EL PROXIMO LOTE "
                      "DE E47"
           END-IF
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-ASIENTOS
      *Lo cobrado en concepto de interes (cuotas, punitorios e
      *interes corrido de precancelaciones) se asienta en un par
      *balanceado para que E71 lo valide y mayorice: debe en
      *depositos de clientes, haber en intereses por prestamos.
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
           MOVE "PRE"               TO REG-ASI-ORIGEN
           MOVE CON-CTA-DEPOSITOS   TO REG-ASI-CUENTA
           MOVE "D"                 TO REG-ASI-DH
           MOVE WSV-TOTAL-INGRESOS  TO REG-ASI-IMPORTE
           MOVE "INT PRESTAMOS DEBITADO CTAS" TO REG-ASI-DETALLE
           PERFORM 315000-WRITE-ASIENTO
              THRU 315000-WRITE-ASIENTO-F

           MOVE CON-CTA-INT-PRESTAMOS TO REG-ASI-CUENTA
           MOVE "H"                 TO REG-ASI-DH
           MOVE WSV-TOTAL-INGRESOS  TO REG-ASI-IMPORTE
           MOVE "INTERESES POR PRESTAMOS" TO REG-ASI-DETALLE
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
       END PROGRAM E151COB.
