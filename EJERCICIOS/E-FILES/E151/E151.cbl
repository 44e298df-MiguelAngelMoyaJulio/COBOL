      ******************************************************************
      *Otorgamiento y consulta de prestamos personales. Mantiene el
      *maestro PRESTAMOS.txt (numero, cuenta, cliente, capital, TNA,
      *cantidad de cuotas mensuales, sistema frances o aleman, fecha
      *de desembolso) y su cronograma PRESTAMOS_CUOTAS.txt, una fila
      *por cuota con vencimiento, capital, interes, importe y saldo.
      *Al otorgar arma el cronograma completo con RUTAMORT; el
      *vencimiento de la cuota N es la fecha de desembolso mas N
      *meses (RUTFECHA M) corrido al dia habil siguiente si cae en
      *fin de semana o feriado, que es cuando E151COB la puede
      *cobrar. El capital se acredita en la cuenta con una operacion
      *C del lote CUENTASIX_TRANS.txt (trailer TRL reconstruido como
      *en E99), para que E47 la aplique con sus controles, incluido
      *el de cuatro ojos si el importe supera el umbral. La opcion
      *de precancelacion registra el pedido del cliente, total o
      *parcial, en PRESTAMOS_PRECANCEL.txt: el debito y el nuevo
      *cronograma los resuelve E151COB en la corrida del dia, que
      *es la que conoce el saldo de la cuenta.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E151.
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

       SELECT TRANTMP ASSIGN TO "PRESTAMOS_TRANS_TMP.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TMP.
       DATA DIVISION.
       FILE SECTION.
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
           02 CON-PARRAFO.
              05 CON-110000-OPEN-PRESTAMOS  PIC X(30) VALUE
              '110000-OPEN-PRESTAMOS       '.
              05 CON-115000-OPEN-DATOS      PIC X(30) VALUE
              '115000-OPEN-DATOS           '.
              05 CON-220000-CONSULTAR       PIC X(30) VALUE
              '220000-CONSULTAR            '.
              05 CON-230000-OTORGAR         PIC X(30) VALUE
              '230000-OTORGAR              '.
              05 CON-240000-CRONOGRAMA      PIC X(30) VALUE
              '240000-GENERAR-CRONOGRAMA   '.
              05 CON-250000-EMITIR-CREDITO  PIC X(30) VALUE
              '250000-EMITIR-CREDITO       '.
              05 CON-260000-PRECANCELAR     PIC X(30) VALUE
              '260000-PRECANCELAR          '.
           02 CON-POLITICAS.
              05 CON-PLAZO-MAXIMO       PIC 9(03) VALUE 120.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS     '.
              05 CON-PRESTAMOS PIC X(10) VALUE 'PRESTAMOS '.
              05 CON-CUOTAS    PIC X(10) VALUE 'CUOTAS    '.
              05 CON-PRECANCEL PIC X(10) VALUE 'PRECANCEL '.
              05 CON-TRANCTA   PIC X(10) VALUE 'TRANCTA   '.
              05 CON-TRANTMP   PIC X(10) VALUE 'TRANTMP   '.
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
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-PRE           PIC X(02) VALUE "00".
             88 FS-STATUS-PRE-OK               VALUE "00".
             88 FS-STATUS-PRE-EOF              VALUE "10".
             88 FS-STATUS-PRE-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-PRE-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CUO           PIC X(02) VALUE "00".
             88 FS-STATUS-CUO-OK               VALUE "00".
             88 FS-STATUS-CUO-EOF              VALUE "10".
             88 FS-STATUS-CUO-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-CUO-NOT-FOUND        VALUE "35".

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

          05 WSV-SW-ALTA-VALIDA      PIC X(01).
             88 WSV-ALTA-VALIDA                VALUE "S".

          05 WSV-SW-HAY-MORA         PIC X(01).
             88 WSV-HAY-MORA                   VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-CUENTA              PIC X(08).
          05 WSV-CAPITAL             PIC 9(13)V9(02).
          05 WSV-TASA                PIC 9(03)V9(04).
          05 WSV-PLAZO               PIC 9(03).
          05 WSV-SISTEMA             PIC X(01).
          05 WSV-NUMERO-PRE          PIC 9(08).
          05 WSV-TIPO-PRECANCEL      PIC X(01).
          05 WSV-IMPORTE-PRECANCEL   PIC 9(13)V9(02).
          05 WSV-ULTIMO-PRE          PIC 9(08) VALUE ZERO.
          05 WSV-ULTIMO-TRAN         PIC 9(08) VALUE ZERO.
          05 WSV-CANT-LOTE           PIC 9(07).
          05 WSV-HASH-LOTE           PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-FECHA-VTO           PIC 9(08).
          05 WSV-CLIENTE-CTA         PIC 9(08).
          05 WSV-MONEDA-CTA          PIC X(03).
          05 WSV-NRO-CUOTA           PIC 9(03).
          05 WSV-TOTAL-INTERES       PIC 9(13)V9(02).
          05 WSV-EDIT                PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-CAPITAL        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-INTERES        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-IMPORTE        PIC Z.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-SALDO          PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(30) VALUE
             'PRESTAMOS_TRANS_TMP.txt'.
          05 WSA-DESTINO             PIC X(30) VALUE
             'CUENTASIX_TRANS.txt'.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
       01 WS-REG-AMORT.
       COPY WSAMORT.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E151" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-OPEN-PRESTAMOS
              THRU 110000-OPEN-PRESTAMOS-F

           PERFORM 115000-OPEN-DATOS
              THRU 115000-OPEN-DATOS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-PRESTAMOS
      *El maestro, el cronograma y los pedidos de precancelacion se
      *crean vacios si todavia no existen (primer otorgamiento); de
      *paso se recorre el maestro para conocer el ultimo numero de
      *prestamo asignado.
      ******************************************************************
       110000-OPEN-PRESTAMOS.
           OPEN I-O PRESTAMOS
           IF FS-STATUS-PRE-NOT-FOUND
              OPEN OUTPUT PRESTAMOS
              CLOSE PRESTAMOS
              OPEN I-O PRESTAMOS
           END-IF
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-110000-OPEN-PRESTAMOS TO WS-ERR-PARRAFO
              MOVE CON-PRESTAMOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O CUOTAS
           IF FS-STATUS-CUO-NOT-FOUND
              OPEN OUTPUT CUOTAS
              CLOSE CUOTAS
              OPEN I-O CUOTAS
           END-IF
           IF NOT FS-STATUS-CUO-OK
              MOVE CON-110000-OPEN-PRESTAMOS TO WS-ERR-PARRAFO
              MOVE CON-CUOTAS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUO             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O PRECANCEL
           IF FS-STATUS-PCA-NOT-FOUND
              OPEN OUTPUT PRECANCEL
              CLOSE PRECANCEL
              OPEN I-O PRECANCEL
           END-IF
           IF NOT FS-STATUS-PCA-OK
              MOVE CON-110000-OPEN-PRESTAMOS TO WS-ERR-PARRAFO
              MOVE CON-PRECANCEL             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-PCA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO REG-PRE-NUMERO
           START PRESTAMOS KEY > REG-PRE-NUMERO
           IF FS-STATUS-PRE-OK
              PERFORM 112000-LEER-PRESTAMO
                 THRU 112000-LEER-PRESTAMO-F
                 UNTIL FS-STATUS-PRE-EOF
           END-IF
           MOVE "00" TO FS-STATUS-PRE
           .
       110000-OPEN-PRESTAMOS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-PRESTAMO
      ******************************************************************
       112000-LEER-PRESTAMO.
           READ PRESTAMOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-PRE-OK
                    IF REG-PRE-NUMERO > WSV-ULTIMO-PRE
                       MOVE REG-PRE-NUMERO TO WSV-ULTIMO-PRE
                    END-IF
               WHEN FS-STATUS-PRE-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-OPEN-PRESTAMOS TO WS-ERR-PARRAFO
                    MOVE CON-PRESTAMOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRE             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-PRESTAMO-F. EXIT.
      ******************************************************************
      *                         115000-OPEN-DATOS
      ******************************************************************
       115000-OPEN-DATOS.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-115000-OPEN-DATOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       115000-OPEN-DATOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR PRESTAMO"
           DISPLAY "2.OTORGAR PRESTAMO"
           DISPLAY "3.SOLICITAR PRECANCELACION"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 220000-CONSULTAR
                       THRU 220000-CONSULTAR-F
               WHEN 2
                    PERFORM 230000-OTORGAR
                       THRU 230000-OTORGAR-F
               WHEN 3
                    PERFORM 260000-PRECANCELAR
                       THRU 260000-PRECANCELAR-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      *Muestra el prestamo y su cronograma completo, con el estado de
      *cada cuota y, para las que estan en mora, los dias habiles de
      *atraso y el punitorio que calculo la ultima corrida de E151COB.
      ******************************************************************
       220000-CONSULTAR.
           DISPLAY "INGRESE EL NUMERO DE PRESTAMO"
           ACCEPT WSV-NUMERO-PRE
           MOVE WSV-NUMERO-PRE TO REG-PRE-NUMERO
           READ PRESTAMOS
           EVALUATE TRUE
               WHEN FS-STATUS-PRE-OK
                    CONTINUE
               WHEN FS-STATUS-PRE-SIN-CLAVE
                    DISPLAY "PRESTAMO INEXISTENTE"
                    GO TO 220000-CONSULTAR-F
               WHEN OTHER
                    MOVE CON-220000-CONSULTAR TO WS-ERR-PARRAFO
                    MOVE CON-PRESTAMOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRE        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           DISPLAY "PRESTAMO   : " REG-PRE-NUMERO
                   "  ESTADO : " REG-PRE-ESTADO
           DISPLAY "CUENTA     : " REG-PRE-CUENTA
                   "  CLIENTE : " REG-PRE-CLIENTE
           MOVE REG-PRE-CAPITAL TO WSV-EDIT
           DISPLAY "CAPITAL    : " WSV-EDIT " " REG-PRE-MONEDA
           DISPLAY "TASA TNA   : " REG-PRE-TASA
                   "  SISTEMA : " REG-PRE-SISTEMA
           DISPLAY "DESEMBOLSO : " REG-PRE-FECHA-DESEMBOLSO
                   " EN " REG-PRE-PLAZO " CUOTAS"
           MOVE REG-PRE-SALDO TO WSV-EDIT
           DISPLAY "SALDO      : " WSV-EDIT
                   "  CUOTAS PAGAS : " REG-PRE-CUOTAS-PAGAS
           DISPLAY "CUOTA VENCIMIENTO          CAPITAL"
                   "          INTERES          IMPORTE"
                   "            SALDO E"

           MOVE REG-PRE-NUMERO TO REG-CUO-PRESTAMO
           MOVE ZERO           TO REG-CUO-NUMERO
           START CUOTAS KEY > REG-CUO-CLAVE
           IF FS-STATUS-CUO-OK
              PERFORM 222000-MOSTRAR-CUOTA
                 THRU 222000-MOSTRAR-CUOTA-F
                 UNTIL FS-STATUS-CUO-EOF
           END-IF
           MOVE "00" TO FS-STATUS-CUO
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         222000-MOSTRAR-CUOTA
      ******************************************************************
       222000-MOSTRAR-CUOTA.
           READ CUOTAS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CUO-OK
                    IF REG-CUO-PRESTAMO NOT = REG-PRE-NUMERO
                       MOVE "10" TO FS-STATUS-CUO
                       GO TO 222000-MOSTRAR-CUOTA-F
                    END-IF
               WHEN FS-STATUS-CUO-EOF
                    GO TO 222000-MOSTRAR-CUOTA-F
               WHEN OTHER
                    MOVE CON-220000-CONSULTAR TO WS-ERR-PARRAFO
                    MOVE CON-CUOTAS           TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUO        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-CUO-CAPITAL TO WSV-EDIT-CAPITAL
           MOVE REG-CUO-INTERES TO WSV-EDIT-INTERES
           MOVE REG-CUO-IMPORTE TO WSV-EDIT-IMPORTE
           MOVE REG-CUO-SALDO   TO WSV-EDIT-SALDO
           DISPLAY "  " REG-CUO-NUMERO " " REG-CUO-VENCIMIENTO
                   " " WSV-EDIT-CAPITAL " " WSV-EDIT-INTERES
                   " " WSV-EDIT-IMPORTE " " WSV-EDIT-SALDO
                   " " REG-CUO-ESTADO
           IF REG-CUO-EN-MORA
              MOVE REG-CUO-PUNITORIO TO WSV-EDIT
              DISPLAY "      EN MORA " REG-CUO-DIAS-MORA
                      " DIAS HABILES - TRAMO " REG-CUO-TRAMO
                      " - PUNITORIO " WSV-EDIT
           END-IF
           .
       222000-MOSTRAR-CUOTA-F. EXIT.
      ******************************************************************
      *                         230000-OTORGAR
      ******************************************************************
       230000-OTORGAR.
           MOVE "S" TO WSV-SW-ALTA-VALIDA
           INITIALIZE WSV-CUENTA WSV-CAPITAL WSV-TASA
                      WSV-PLAZO WSV-SISTEMA

           DISPLAY "INGRESE LA CUENTA DE ACREDITACION"
           ACCEPT WSV-CUENTA
           DISPLAY "INGRESE EL CAPITAL"
           ACCEPT WSV-CAPITAL
           DISPLAY "INGRESE LA TASA NOMINAL ANUAL (PORCENTAJE)"
           ACCEPT WSV-TASA
           DISPLAY "INGRESE LA CANTIDAD DE CUOTAS MENSUALES"
           ACCEPT WSV-PLAZO
           DISPLAY "INGRESE EL SISTEMA (F=FRANCES / A=ALEMAN)"
           ACCEPT WSV-SISTEMA

           PERFORM 235000-VALIDAR-ALTA
              THRU 235000-VALIDAR-ALTA-F

           IF NOT WSV-ALTA-VALIDA
              GO TO 230000-OTORGAR-F
           END-IF

           ADD 1 TO WSV-ULTIMO-PRE
           MOVE WSV-ULTIMO-PRE   TO REG-PRE-NUMERO
           MOVE WSV-CUENTA       TO REG-PRE-CUENTA
           MOVE WSV-CLIENTE-CTA  TO REG-PRE-CLIENTE
           MOVE WSV-CAPITAL      TO REG-PRE-CAPITAL
           MOVE WSV-TASA         TO REG-PRE-TASA
           MOVE WSV-PLAZO        TO REG-PRE-PLAZO
           MOVE WSV-SISTEMA      TO REG-PRE-SISTEMA
           MOVE WSV-FECHA-HOY    TO REG-PRE-FECHA-DESEMBOLSO
           MOVE WSV-MONEDA-CTA   TO REG-PRE-MONEDA
           MOVE WSV-CAPITAL      TO REG-PRE-SALDO
           MOVE ZERO             TO REG-PRE-CUOTAS-PAGAS
           MOVE "V"              TO REG-PRE-ESTADO
           MOVE ZERO             TO REG-PRE-FECHA-CANCELACION

           WRITE REG-PRESTAMO
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-230000-OTORGAR TO WS-ERR-PARRAFO
              MOVE CON-PRESTAMOS      TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 240000-GENERAR-CRONOGRAMA
              THRU 240000-GENERAR-CRONOGRAMA-F

           PERFORM 250000-EMITIR-CREDITO
              THRU 250000-EMITIR-CREDITO-F

           DISPLAY "PRESTAMO " REG-PRE-NUMERO " OTORGADO EN "
                   REG-PRE-PLAZO " CUOTAS"
           MOVE WSV-TOTAL-INTERES TO WSV-EDIT
           DISPLAY "TOTAL DE INTERESES DEL CRONOGRAMA: " WSV-EDIT
           DISPLAY "LA ACREDITACION DEL CAPITAL SE APLICA CON EL "
                   "PROXIMO LOTE DE E47"
           .
       230000-OTORGAR-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-ALTA
      *La cuenta debe existir; el prestamo se otorga en la moneda de
      *la cuenta en la que se acredita.
      ******************************************************************
       235000-VALIDAR-ALTA.
           MOVE WSV-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE REG-COD-CLIENTE-IX   TO WSV-CLIENTE-CTA
                    MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA-CTA
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "N" TO WSV-SW-ALTA-VALIDA
                    DISPLAY "CUENTA INEXISTENTE"
               WHEN OTHER
                    MOVE CON-230000-OTORGAR TO WS-ERR-PARRAFO
                    MOVE CON-DATOS          TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-CAPITAL = ZERO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "EL CAPITAL DEBE SER MAYOR A CERO"
           END-IF
           IF WSV-PLAZO = ZERO
              OR WSV-PLAZO > CON-PLAZO-MAXIMO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "CANTIDAD DE CUOTAS INVALIDA (1 A "
                      CON-PLAZO-MAXIMO ")"
           END-IF
           IF WSV-SISTEMA NOT = "F"
              AND WSV-SISTEMA NOT = "A"
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "SISTEMA DE AMORTIZACION INVALIDO (F/A)"
           END-IF
           .
       235000-VALIDAR-ALTA-F. EXIT.
      ******************************************************************
      *                         240000-GENERAR-CRONOGRAMA
      *Una llamada a RUTAMORT por cuota, con el saldo que deja la
      *anterior; la cuota fija del frances la calcula la primera
      *llamada y se conserva en el area de la rutina.
      ******************************************************************
       240000-GENERAR-CRONOGRAMA.
           MOVE ZERO TO WSV-TOTAL-INTERES
           INITIALIZE WS-AMORTIZACION
           MOVE REG-PRE-SISTEMA TO WS-AMO-SISTEMA
           MOVE REG-PRE-TASA    TO WS-AMO-TASA
           MOVE REG-PRE-CAPITAL TO WS-AMO-SALDO
           MOVE ZERO            TO WS-AMO-CUOTA-FIJA

           DISPLAY "CUOTA VENCIMIENTO          CAPITAL"
                   "          INTERES          IMPORTE"
                   "            SALDO"

           PERFORM 242000-GRABAR-CUOTA
              THRU 242000-GRABAR-CUOTA-F
              VARYING WSV-NRO-CUOTA FROM 1 BY 1
              UNTIL WSV-NRO-CUOTA > REG-PRE-PLAZO
           .
       240000-GENERAR-CRONOGRAMA-F. EXIT.
      ******************************************************************
      *                         242000-GRABAR-CUOTA
      ******************************************************************
       242000-GRABAR-CUOTA.
           COMPUTE WS-AMO-CUOTAS-RESTANTES =
              REG-PRE-PLAZO - WSV-NRO-CUOTA + 1
           CALL CON-RUTAMORT USING WS-REG-AMORT
           IF WS-AMO-COD-RET NOT = ZERO
              MOVE CON-240000-CRONOGRAMA TO WS-ERR-PARRAFO
              MOVE CON-RUTAMORT-OBJ      TO WS-ERR-OBJETO
              MOVE CON-RUTINA            TO WS-ERR-OPERACION
              MOVE WS-AMO-COD-RET        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 245000-CALCULAR-VENCIMIENTO
              THRU 245000-CALCULAR-VENCIMIENTO-F

           INITIALIZE REG-CUOTA
           MOVE REG-PRE-NUMERO     TO REG-CUO-PRESTAMO
           MOVE WSV-NRO-CUOTA      TO REG-CUO-NUMERO
           MOVE WSV-FECHA-VTO      TO REG-CUO-VENCIMIENTO
           MOVE WS-AMO-CAPITAL     TO REG-CUO-CAPITAL
           MOVE WS-AMO-INTERES     TO REG-CUO-INTERES
           MOVE WS-AMO-IMPORTE     TO REG-CUO-IMPORTE
           MOVE WS-AMO-SALDO-FINAL TO REG-CUO-SALDO
           MOVE "P"                TO REG-CUO-ESTADO
           MOVE "CORRIENTE"        TO REG-CUO-TRAMO

           WRITE REG-CUOTA
           IF NOT FS-STATUS-CUO-OK
              MOVE CON-240000-CRONOGRAMA TO WS-ERR-PARRAFO
              MOVE CON-CUOTAS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-CUO         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD WS-AMO-INTERES TO WSV-TOTAL-INTERES
           MOVE REG-CUO-CAPITAL TO WSV-EDIT-CAPITAL
           MOVE REG-CUO-INTERES TO WSV-EDIT-INTERES
           MOVE REG-CUO-IMPORTE TO WSV-EDIT-IMPORTE
           MOVE REG-CUO-SALDO   TO WSV-EDIT-SALDO
           DISPLAY "  " REG-CUO-NUMERO " " REG-CUO-VENCIMIENTO
                   " " WSV-EDIT-CAPITAL " " WSV-EDIT-INTERES
                   " " WSV-EDIT-IMPORTE " " WSV-EDIT-SALDO

           MOVE WS-AMO-SALDO-FINAL TO WS-AMO-SALDO
           .
       242000-GRABAR-CUOTA-F. EXIT.
      ******************************************************************
      *                         245000-CALCULAR-VENCIMIENTO
      *Se suman los meses siempre desde la fecha de desembolso (no
      *desde el vencimiento anterior), asi un corrimiento por feriado
      *o un fin de mes corto no arrastra el dia pactado a las cuotas
      *siguientes.
      ******************************************************************
       245000-CALCULAR-VENCIMIENTO.
           MOVE "M"                      TO WS-FEC-OPERACION
           MOVE REG-PRE-FECHA-DESEMBOLSO TO WS-FEC-FECHA
           MOVE WSV-NRO-CUOTA            TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-RESULTADO TO WSV-FECHA-VTO

           MOVE "H"           TO WS-FEC-OPERACION
           MOVE WSV-FECHA-VTO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL NOT = "S"
              MOVE "S"           TO WS-FEC-OPERACION
              MOVE WSV-FECHA-VTO TO WS-FEC-FECHA
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-RESULTADO TO WSV-FECHA-VTO
           END-IF
           .
       245000-CALCULAR-VENCIMIENTO-F. EXIT.
      ******************************************************************
      *                         250000-EMITIR-CREDITO
      *Reconstruye CUENTASIX_TRANS.txt igual que el cierre de caja de
      *E99: copia lo ya existente sin su trailer, agrega el credito C
      *del capital numerado a continuacion y cierra con el trailer
      *TRL que controla E62. El archivo nuevo reemplaza al viejo por
      *renombre. El credito no va marcado como cargo del banco: pasa
      *por el control de cuatro ojos de E47 como cualquier otro.
      ******************************************************************
       250000-EMITIR-CREDITO.
           MOVE ZERO TO WSV-ULTIMO-TRAN
           MOVE ZERO TO WSV-CANT-LOTE
           MOVE ZERO TO WSV-HASH-LOTE

           OPEN OUTPUT TRANTMP
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-250000-EMITIR-CREDITO TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT TRANCTA
           IF FS-STATUS-TRAN-NOT-FOUND
              MOVE "10" TO FS-STATUS-TRAN
           END-IF
           IF NOT FS-STATUS-TRAN-OK
              AND NOT FS-STATUS-TRAN-EOF
              MOVE CON-250000-EMITIR-CREDITO TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRAN            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 252000-COPIAR-EXISTENTE
              THRU 252000-COPIAR-EXISTENTE-F
              UNTIL FS-STATUS-TRAN-EOF

           CLOSE TRANCTA
           MOVE "00" TO FS-STATUS-TRAN

           ADD 1 TO WSV-ULTIMO-TRAN
           MOVE SPACES TO WSR-TRANS-VISTA
           MOVE WSV-ULTIMO-TRAN  TO WSR-TRV-NUMERO
           MOVE "C"              TO WSR-TRV-OPERACION
           MOVE REG-PRE-CUENTA   TO WSR-TRV-CUENTA
           MOVE REG-PRE-CLIENTE  TO WSR-TRV-CLIENTE
           MOVE REG-PRE-CAPITAL  TO WSR-TRV-MONTO
           MOVE SPACES           TO WSR-TRV-DESTINO
           MOVE SPACES           TO WSR-TRV-APROBADA
           WRITE REG-TRANTMP FROM WSR-TRANS-VISTA
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-250000-EMITIR-CREDITO TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-LOTE
           ADD REG-PRE-CAPITAL TO WSV-HASH-LOTE

           MOVE SPACES TO WSR-TRAILER
           MOVE "TRL"         TO WSR-TRL-MARCA
           MOVE WSV-CANT-LOTE TO WSR-TRL-CANTIDAD
           MOVE WSV-HASH-LOTE TO WSR-TRL-HASH
           WRITE REG-TRANTMP FROM WSR-TRAILER
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-250000-EMITIR-CREDITO TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE TRANTMP

           CALL "CBL_RENAME_FILE" USING WSA-ORIGEN WSA-DESTINO
              RETURNING WSV-RC-RENOMBRAR
           IF WSV-RC-RENOMBRAR NOT = 0
              DISPLAY "250000-EMITIR-CREDITO: CBL_RENAME_FILE RC = "
                      WSV-RC-RENOMBRAR
              MOVE CON-250000-EMITIR-CREDITO TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA               TO WS-ERR-OBJETO
              MOVE CON-RENOMBRAR             TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       250000-EMITIR-CREDITO-F. EXIT.
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
                          MOVE CON-250000-EMITIR-CREDITO
                                             TO WS-ERR-PARRAFO
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
                    MOVE CON-250000-EMITIR-CREDITO TO WS-ERR-PARRAFO
                    MOVE CON-TRANCTA               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRAN            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       252000-COPIAR-EXISTENTE-F. EXIT.
      ******************************************************************
      *                         260000-PRECANCELAR
      *Registra el pedido de precancelacion para la corrida del dia
      *de E151COB. Total cancela todo el saldo; parcial amortiza el
      *importe indicado y E151COB rehace las cuotas que faltan con el
      *mismo plazo y una cuota menor. Con cuotas en mora no se acepta:
      *primero se regulariza el atraso. Un pedido anterior ya
      *resuelto se reemplaza; uno todavia pendiente no.
      ******************************************************************
       260000-PRECANCELAR.
           INITIALIZE WSV-TIPO-PRECANCEL WSV-IMPORTE-PRECANCEL

           DISPLAY "INGRESE EL NUMERO DE PRESTAMO"
           ACCEPT WSV-NUMERO-PRE
           MOVE WSV-NUMERO-PRE TO REG-PRE-NUMERO
           READ PRESTAMOS
           EVALUATE TRUE
               WHEN FS-STATUS-PRE-OK
                    CONTINUE
               WHEN FS-STATUS-PRE-SIN-CLAVE
                    DISPLAY "PRESTAMO INEXISTENTE"
                    GO TO 260000-PRECANCELAR-F
               WHEN OTHER
                    MOVE CON-260000-PRECANCELAR TO WS-ERR-PARRAFO
                    MOVE CON-PRESTAMOS          TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRE          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-PRE-VIGENTE
              DISPLAY "EL PRESTAMO NO ESTA VIGENTE"
              GO TO 260000-PRECANCELAR-F
           END-IF

           PERFORM 262000-CONTROLAR-MORA
              THRU 262000-CONTROLAR-MORA-F
           IF WSV-HAY-MORA
              DISPLAY "EL PRESTAMO TIENE CUOTAS EN MORA - "
                      "REGULARICE ANTES DE PRECANCELAR"
              GO TO 260000-PRECANCELAR-F
           END-IF

           MOVE REG-PRE-SALDO TO WSV-EDIT
           DISPLAY "SALDO DE CAPITAL: " WSV-EDIT
           DISPLAY "INGRESE EL TIPO (T=TOTAL / P=PARCIAL)"
           ACCEPT WSV-TIPO-PRECANCEL
           EVALUATE WSV-TIPO-PRECANCEL
               WHEN "T"
                    MOVE REG-PRE-SALDO TO WSV-IMPORTE-PRECANCEL
               WHEN "P"
                    DISPLAY "INGRESE EL CAPITAL A AMORTIZAR"
                    ACCEPT WSV-IMPORTE-PRECANCEL
                    IF WSV-IMPORTE-PRECANCEL = ZERO
                       OR WSV-IMPORTE-PRECANCEL NOT < REG-PRE-SALDO
                       DISPLAY "IMPORTE INVALIDO: DEBE SER MAYOR A "
                               "CERO Y MENOR AL SALDO (PARA TODO EL "
                               "SALDO USE T)"
                       GO TO 260000-PRECANCELAR-F
                    END-IF
               WHEN OTHER
                    DISPLAY "TIPO DE PRECANCELACION INVALIDO (T/P)"
                    GO TO 260000-PRECANCELAR-F
           END-EVALUATE

           MOVE REG-PRE-NUMERO TO REG-PCA-PRESTAMO
           READ PRECANCEL
           EVALUATE TRUE
               WHEN FS-STATUS-PCA-OK
                    IF REG-PCA-PENDIENTE
                       DISPLAY "YA HAY UNA PRECANCELACION PENDIENTE "
                               "PARA EL PRESTAMO"
                       GO TO 260000-PRECANCELAR-F
                    END-IF
                    PERFORM 264000-ARMAR-PEDIDO
                       THRU 264000-ARMAR-PEDIDO-F
                    REWRITE REG-PRECANCEL
               WHEN FS-STATUS-PCA-SIN-CLAVE
                    PERFORM 264000-ARMAR-PEDIDO
                       THRU 264000-ARMAR-PEDIDO-F
                    WRITE REG-PRECANCEL
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           IF NOT FS-STATUS-PCA-OK
              MOVE CON-260000-PRECANCELAR TO WS-ERR-PARRAFO
              MOVE CON-PRECANCEL          TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-PCA          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           DISPLAY "PRECANCELACION REGISTRADA - SE APLICA CON LA "
                   "PROXIMA CORRIDA DE E151COB"
           .
       260000-PRECANCELAR-F. EXIT.
      ******************************************************************
      *                         262000-CONTROLAR-MORA
      ******************************************************************
       262000-CONTROLAR-MORA.
           MOVE "N" TO WSV-SW-HAY-MORA
           MOVE REG-PRE-NUMERO TO REG-CUO-PRESTAMO
           MOVE ZERO           TO REG-CUO-NUMERO
           START CUOTAS KEY > REG-CUO-CLAVE
           IF FS-STATUS-CUO-OK
              PERFORM 263000-LEER-CUOTA
                 THRU 263000-LEER-CUOTA-F
                 UNTIL FS-STATUS-CUO-EOF
                 OR WSV-HAY-MORA
           END-IF
           MOVE "00" TO FS-STATUS-CUO
           .
       262000-CONTROLAR-MORA-F. EXIT.
      ******************************************************************
      *                         263000-LEER-CUOTA
      ******************************************************************
       263000-LEER-CUOTA.
           READ CUOTAS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CUO-OK
                    IF REG-CUO-PRESTAMO NOT = REG-PRE-NUMERO
                       MOVE "10" TO FS-STATUS-CUO
                    ELSE
                       IF REG-CUO-EN-MORA
                          MOVE "S" TO WSV-SW-HAY-MORA
                       END-IF
                    END-IF
               WHEN FS-STATUS-CUO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-260000-PRECANCELAR TO WS-ERR-PARRAFO
                    MOVE CON-CUOTAS             TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CUO          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       263000-LEER-CUOTA-F. EXIT.
      ******************************************************************
      *                         264000-ARMAR-PEDIDO
      ******************************************************************
       264000-ARMAR-PEDIDO.
           MOVE REG-PRE-NUMERO        TO REG-PCA-PRESTAMO
           MOVE WSV-TIPO-PRECANCEL    TO REG-PCA-TIPO
           MOVE WSV-IMPORTE-PRECANCEL TO REG-PCA-IMPORTE
           MOVE WSV-FECHA-HOY         TO REG-PCA-FECHA-SOLICITUD
           MOVE "P"                   TO REG-PCA-ESTADO
           MOVE ZERO                  TO REG-PCA-FECHA-PROCESO
           MOVE ZERO                  TO REG-PCA-IMPORTE-DEBITADO
           MOVE SPACES                TO REG-PCA-MOTIVO
           .
       264000-ARMAR-PEDIDO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE PRESTAMOS
           CLOSE CUOTAS
           CLOSE PRECANCEL
           CLOSE DATOS
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
       END PROGRAM E151.
