      ******************************************************************
      *Generador diario de ordenes permanentes. Recorre el maestro
      *ORDENES_PERMANENTES.txt que mantiene E144 y, por cada orden
      *vigente cuyo vencimiento ya llego, emite la transferencia en
      *el lote CUENTASIX_TRANS.txt para que E47 la aplique con su
      *auditoria, su historial y sus controles de umbral: operacion
      *T si el destino es otra cuenta del banco, operacion D sobre el
      *origen si el destino es un CBU de otro banco, en cuyo caso la
      *instruccion de pago queda ademas pendiente de envio en
      *TRANSFERENCIAS_SALIENTES.txt. El lote se reconstruye como en
      *el cierre de caja de E99: lo existente sin trailer, las
      *transferencias numeradas a continuacion y el trailer TRL que
      *controla E62. Un vencimiento que cae en feriado o fin de
      *semana se corre al dia habil siguiente con RUTFECHA.
      *Antes de emitir se controla que el origen tenga saldo libre
      *(saldo menos embargos vigentes de RUTEMBAR menos lo ya
      *comprometido por otras ordenes de la misma corrida): las
      *ordenes permanentes no giran en descubierto. Sin fondos la
      *orden queda vencida y se reintenta en las corridas siguientes
      *durante los dias corridos que fija ORDENES_PARAMETROS.txt;
      *vencido ese plazo la cuota se abandona, la orden pasa a su
      *proximo vencimiento y el rechazo se informa al cliente con
      *una carta de E102 (tipo ORD, archivo ORDENES_FALLIDAS.txt).
      *Una orden cuya cuenta de origen o de destino ya no existe se
      *da de baja y tambien se informa. La fecha de proceso sale de
      *PARAMETROS.txt si existe y debe ser dia habil segun RUTFECHA.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E144GEN.
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

       SELECT PARAMORD ASSIGN TO "ORDENES_PARAMETROS.txt"
                     FILE STATUS IS FS-STATUS-POR
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
       SELECT ORDENES ASSIGN TO "ORDENES_PERMANENTES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-ORD-NUMERO
                       ALTERNATE RECORD KEY IS REG-ORD-CUENTA-ORIGEN
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-ORD.

       SELECT TRANCTA ASSIGN TO "CUENTASIX_TRANS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TRAN.

       SELECT TRANTMP ASSIGN TO "ORDENES_TRANS_TMP.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TMP.

       SELECT SALIENTES ASSIGN TO "TRANSFERENCIAS_SALIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SAL.

       SELECT FALLIDAS ASSIGN TO "ORDENES_FALLIDAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-FAL.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD PARAMORD.
          01 REG-PARAMORD.
             05 REG-POR-DIAS-REINTENTO   PIC 9(03).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD ORDENES.
          01 REG-ORDEN.
             05 REG-ORD-NUMERO           PIC 9(08).
             05 REG-ORD-CUENTA-ORIGEN    PIC X(08).
             05 REG-ORD-TIPO-DESTINO     PIC X(01).
                88 REG-ORD-DESTINO-CUENTA       VALUE "C".
                88 REG-ORD-DESTINO-CBU          VALUE "B".
             05 REG-ORD-CUENTA-DESTINO   PIC X(08).
             05 REG-ORD-CBU-DESTINO      PIC X(22).
             05 REG-ORD-IMPORTE          PIC 9(15)V9(02).
             05 REG-ORD-FRECUENCIA       PIC X(01).
                88 REG-ORD-MENSUAL              VALUE "M".
                88 REG-ORD-BIMESTRAL            VALUE "B".
                88 REG-ORD-TRIMESTRAL           VALUE "T".
                88 REG-ORD-SEMESTRAL            VALUE "S".
                88 REG-ORD-ANUAL                VALUE "A".
             05 REG-ORD-DIA-MES          PIC 9(02).
             05 REG-ORD-FECHA-INICIO     PIC 9(08).
             05 REG-ORD-FECHA-FIN        PIC 9(08).
             05 REG-ORD-CONCEPTO         PIC X(30).
             05 REG-ORD-PROXIMO-VTO      PIC 9(08).
             05 REG-ORD-FECHA-RECHAZO    PIC 9(08).
             05 REG-ORD-CANT-REINTENTOS  PIC 9(03).
             05 REG-ORD-ULTIMA-EJECUCION PIC 9(08).
             05 REG-ORD-ESTADO           PIC X(01).
                88 REG-ORD-VIGENTE              VALUE "V".
                88 REG-ORD-BAJA                 VALUE "B".
                88 REG-ORD-FINALIZADA           VALUE "F".
                88 REG-ORD-SUSPENDIDA           VALUE "S".
             05 REG-ORD-FECHA-ALTA       PIC 9(08).
             05 REG-ORD-FECHA-ESTADO     PIC 9(08).

       FD TRANCTA.
          01 REG-TRANCTA-LINEA           PIC X(80).

       FD TRANTMP.
          01 REG-TRANTMP                 PIC X(80).

       FD SALIENTES.
          01 REG-SALIENTE.
             05 REG-SAL-FECHA            PIC 9(08).
             05 REG-SAL-ORIGEN           PIC X(03).
             05 REG-SAL-REFERENCIA       PIC 9(08).
             05 REG-SAL-CUENTA           PIC X(08).
             05 REG-SAL-CLIENTE          PIC 9(08).
             05 REG-SAL-CBU              PIC X(22).
             05 REG-SAL-IMPORTE          PIC 9(15)V9(02).
             05 REG-SAL-NRO-TRAN         PIC 9(08).
             05 REG-SAL-CONCEPTO         PIC X(30).
             05 REG-SAL-ESTADO           PIC X(01).

       FD FALLIDAS.
          01 REG-FALLIDA.
             05 REG-FAL-FECHA            PIC 9(08).
             05 REG-FAL-ORDEN            PIC 9(08).
             05 REG-FAL-CUENTA           PIC X(08).
             05 REG-FAL-CLIENTE          PIC 9(08).
             05 REG-FAL-IMPORTE          PIC 9(15)V9(02).
             05 REG-FAL-VENCIMIENTO      PIC 9(08).
             05 REG-FAL-MOTIVO           PIC X(30).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
              05 CON-RUTEMBAR  PIC X(08) VALUE 'RUTEMBAR'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-107000-LEER-REINTENTOS PIC X(30) VALUE
              '107000-LEER-REINTENTOS      '.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-120000-ABRIR-LOTE      PIC X(30) VALUE
              '120000-ABRIR-LOTE           '.
              05 CON-210000-READ-NEXT       PIC X(30) VALUE
              '210000-READ-NEXT-ORDEN      '.
              05 CON-230000-CONTROLAR       PIC X(30) VALUE
              '230000-CONTROLAR-FONDOS     '.
              05 CON-240000-EMITIR          PIC X(30) VALUE
              '240000-EMITIR-TRANSFERENCIA '.
              05 CON-265000-INFORMAR        PIC X(30) VALUE
              '265000-INFORMAR-RECHAZO     '.
              05 CON-280000-REGRABAR        PIC X(30) VALUE
              '280000-REGRABAR-ORDEN       '.
              05 CON-310000-CERRAR-LOTE     PIC X(30) VALUE
              '310000-CERRAR-LOTE          '.
           02 CON-VALORES.
              05 CON-DIAS-REINTENTO     PIC 9(03) VALUE 3.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-PARAMORD   PIC X(10) VALUE 'PARAMORD  '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-ORDENES    PIC X(10) VALUE 'ORDENES   '.
              05 CON-TRANCTA    PIC X(10) VALUE 'TRANCTA   '.
              05 CON-TRANTMP    PIC X(10) VALUE 'TRANTMP   '.
              05 CON-SALIENTES  PIC X(10) VALUE 'SALIENTES '.
              05 CON-FALLIDAS   PIC X(10) VALUE 'FALLIDAS  '.
      ************************** TABLES ********************************
      *Lo que ya se comprometio de cada cuenta en esta corrida: el
      *saldo de CUENTASIX no baja hasta que corre E47, y dos ordenes
      *de la misma cuenta no pueden usar dos veces el mismo saldo.
       01 WSV-TABLA-COMPROMISOS.
          02 WSV-COM-ENTRY OCCURS 500 TIMES.
             05 WSV-COM-CUENTA           PIC X(08).
             05 WSV-COM-IMPORTE          PIC 9(15)V9(02).
       01 WSV-CANT-COMPROMISOS           PIC 9(03) VALUE 0.
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

          05 FS-STATUS-POR           PIC X(02) VALUE "00".
             88 FS-STATUS-POR-OK               VALUE "00".
             88 FS-STATUS-POR-NOT-FOUND        VALUE "35".

          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-ORD           PIC X(02) VALUE "00".
             88 FS-STATUS-ORD-OK               VALUE "00".
             88 FS-STATUS-ORD-EOF              VALUE "10".
             88 FS-STATUS-ORD-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-ORD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TRAN          PIC X(02) VALUE "00".
             88 FS-STATUS-TRAN-OK              VALUE "00".
             88 FS-STATUS-TRAN-EOF             VALUE "10".
             88 FS-STATUS-TRAN-NOT-FOUND       VALUE "35".

          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".

          05 FS-STATUS-SAL           PIC X(02) VALUE "00".
             88 FS-STATUS-SAL-OK               VALUE "00".
             88 FS-STATUS-SAL-NOT-FOUND        VALUE "35".

          05 FS-STATUS-FAL           PIC X(02) VALUE "00".
             88 FS-STATUS-FAL-OK               VALUE "00".

          05 WSV-SW-CON-FONDOS       PIC X(01).
             88 WSV-CON-FONDOS                 VALUE "S".

          05 WSV-SW-RECHAZO-FINAL    PIC X(01).
             88 WSV-RECHAZO-FINAL              VALUE "S".

          05 WSV-SW-COMPROMISO       PIC X(01).
             88 WSV-HAY-COMPROMISO             VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-EFECTIVA      PIC 9(08).
          05 WSV-DIAS-REINTENTO      PIC 9(03).
          05 WSV-DIAS-RECHAZO        PIC 9(05).
          05 WSV-MESES               PIC 9(02).
          05 WSV-IDX-COM             PIC 9(03).
          05 WSV-CLIENTE-ORIGEN      PIC 9(08).
          05 WSV-EMBARGADO           PIC 9(15)V9(02).
          05 WSV-COMPROMETIDO        PIC 9(15)V9(02).
          05 WSV-DISPONIBLE          PIC S9(15)V9(02).
          05 WSV-MOTIVO              PIC X(30).
          05 WSV-ULTIMO-TRAN         PIC 9(08).
          05 WSV-CANT-LOTE           PIC 9(07).
          05 WSV-HASH-LOTE           PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-TOTAL-EMITIDO       PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDAS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-VENCIDAS       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-EMITIDAS       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SALIENTES      PIC 9(07) VALUE ZERO.
          05 WSV-CANT-EN-REINTENTO   PIC 9(07) VALUE ZERO.
          05 WSV-CANT-ABANDONADAS    PIC 9(07) VALUE ZERO.
          05 WSV-CANT-DADAS-BAJA     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-FINALIZADAS    PIC 9(07) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(30) VALUE
             'ORDENES_TRANS_TMP.txt'.
          05 WSA-DESTINO             PIC X(30) VALUE
             'CUENTASIX_TRANS.txt'.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
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
           MOVE "E144GEN" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-ORD-EOF

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
              DISPLAY "E144GEN: LA FECHA DE PROCESO "
                      WSV-FECHA-PROCESO " NO ES DIA HABIL"
              STOP RUN
           END-IF

           PERFORM 107000-LEER-REINTENTOS
              THRU 107000-LEER-REINTENTOS-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 120000-ABRIR-LOTE
              THRU 120000-ABRIR-LOTE-F

           MOVE ZERO TO REG-ORD-NUMERO
           START ORDENES KEY > REG-ORD-NUMERO
           IF FS-STATUS-ORD-OK
              PERFORM 210000-READ-NEXT-ORDEN
                 THRU 210000-READ-NEXT-ORDEN-F
           ELSE
              MOVE "10" TO FS-STATUS-ORD
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
      *                         107000-LEER-REINTENTOS
      *Dias corridos que una cuota sin fondos se sigue reintentando,
      *contados desde el primer rechazo. Sin archivo se usa el valor
      *por omision.
      ******************************************************************
       107000-LEER-REINTENTOS.
           MOVE CON-DIAS-REINTENTO TO WSV-DIAS-REINTENTO
           OPEN INPUT PARAMORD
           IF FS-STATUS-POR-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-POR-OK
                 MOVE CON-107000-LEER-REINTENTOS TO WS-ERR-PARRAFO
                 MOVE CON-PARAMORD               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                  TO WS-ERR-OPERACION
                 MOVE FS-STATUS-POR              TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              ELSE
                 READ PARAMORD
                 IF FS-STATUS-POR-OK
                    MOVE REG-POR-DIAS-REINTENTO TO WSV-DIAS-REINTENTO
                 END-IF
                 CLOSE PARAMORD
              END-IF
           END-IF
           .
       107000-LEER-REINTENTOS-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-ARCHIVOS
      *CUENTASIX solo se lee: las transferencias se aplican en el
      *lote de E47, asi que no hace falta tomar RUTLOCK. El archivo
      *de rechazos es de la corrida: E102 escribe las cartas de lo
      *que se informo hoy.
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O ORDENES
           IF FS-STATUS-ORD-NOT-FOUND
              OPEN OUTPUT ORDENES
              CLOSE ORDENES
              OPEN I-O ORDENES
           END-IF
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-ORDENES              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
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

           OPEN EXTEND SALIENTES
           IF FS-STATUS-SAL-NOT-FOUND
              OPEN OUTPUT SALIENTES
           END-IF
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT FALLIDAS
           IF NOT FS-STATUS-FAL-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-FALLIDAS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAL            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         120000-ABRIR-LOTE
      *Copia al temporal lo que ya tiene CUENTASIX_TRANS.txt sin su
      *trailer, llevando el ultimo numero, la cantidad y el hash,
      *igual que el cierre de caja de E99. Las transferencias del
      *dia se agregan a continuacion.
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

           PERFORM 125000-COPIAR-EXISTENTE
              THRU 125000-COPIAR-EXISTENTE-F
              UNTIL FS-STATUS-TRAN-EOF

           CLOSE TRANCTA
           MOVE "00" TO FS-STATUS-TRAN
           .
       120000-ABRIR-LOTE-F. EXIT.
      ******************************************************************
      *                         125000-COPIAR-EXISTENTE
      ******************************************************************
       125000-COPIAR-EXISTENTE.
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
       125000-COPIAR-EXISTENTE-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           ADD 1 TO WSV-CANT-LEIDAS

           IF REG-ORD-VIGENTE
              PERFORM 220000-EVALUAR-ORDEN
                 THRU 220000-EVALUAR-ORDEN-F
           END-IF

           PERFORM 210000-READ-NEXT-ORDEN
              THRU 210000-READ-NEXT-ORDEN-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-READ-NEXT-ORDEN
      ******************************************************************
       210000-READ-NEXT-ORDEN.
           READ ORDENES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-ORD-OK
                    CONTINUE
               WHEN FS-STATUS-ORD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-READ-NEXT TO WS-ERR-PARRAFO
                    MOVE CON-ORDENES          TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ORD        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-READ-NEXT-ORDEN-F. EXIT.
      ******************************************************************
      *                         220000-EVALUAR-ORDEN
      *Una orden cuyo proximo vencimiento ya pasa su fecha de fin se
      *da por finalizada. Si no, vence el dia pactado o, si ese dia
      *no es habil, el habil siguiente; una corrida salteada no
      *pierde cuotas porque se toma todo lo vencido hasta hoy.
      ******************************************************************
       220000-EVALUAR-ORDEN.
           IF REG-ORD-FECHA-FIN NOT = ZERO
              AND REG-ORD-PROXIMO-VTO > REG-ORD-FECHA-FIN
              ADD 1 TO WSV-CANT-FINALIZADAS
              MOVE "F"               TO REG-ORD-ESTADO
              MOVE WSV-FECHA-PROCESO TO REG-ORD-FECHA-ESTADO
              PERFORM 280000-REGRABAR-ORDEN
                 THRU 280000-REGRABAR-ORDEN-F
              GO TO 220000-EVALUAR-ORDEN-F
           END-IF

           MOVE REG-ORD-PROXIMO-VTO TO WSV-FECHA-EFECTIVA
           MOVE "H"                 TO WS-FEC-OPERACION
           MOVE REG-ORD-PROXIMO-VTO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL NOT = "S"
              MOVE "S" TO WS-FEC-OPERACION
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-RESULTADO TO WSV-FECHA-EFECTIVA
           END-IF

           IF WSV-FECHA-EFECTIVA > WSV-FECHA-PROCESO
              GO TO 220000-EVALUAR-ORDEN-F
           END-IF

           ADD 1 TO WSV-CANT-VENCIDAS
           PERFORM 230000-CONTROLAR-FONDOS
              THRU 230000-CONTROLAR-FONDOS-F

           IF WSV-CON-FONDOS
              PERFORM 240000-EMITIR-TRANSFERENCIA
                 THRU 240000-EMITIR-TRANSFERENCIA-F
              PERFORM 250000-AVANZAR-VENCIMIENTO
                 THRU 250000-AVANZAR-VENCIMIENTO-F
           ELSE
              PERFORM 260000-REGISTRAR-RECHAZO
                 THRU 260000-REGISTRAR-RECHAZO-F
           END-IF

           PERFORM 280000-REGRABAR-ORDEN
              THRU 280000-REGRABAR-ORDEN-F
           .
       220000-EVALUAR-ORDEN-F. EXIT.
      ******************************************************************
      *                         230000-CONTROLAR-FONDOS
      *Sin cuenta de origen o de destino el rechazo es definitivo.
      *El destino se lee primero para que el registro de CUENTASIX
      *quede posicionado en el origen.
      ******************************************************************
       230000-CONTROLAR-FONDOS.
           MOVE "N"    TO WSV-SW-CON-FONDOS
           MOVE "N"    TO WSV-SW-RECHAZO-FINAL
           MOVE SPACES TO WSV-MOTIVO
           MOVE ZERO   TO WSV-CLIENTE-ORIGEN

           IF REG-ORD-DESTINO-CUENTA
              MOVE REG-ORD-CUENTA-DESTINO TO REG-NRO-CUENTA-IX
              READ DATOS
              EVALUATE TRUE
                  WHEN FS-STATUS-OK
                       CONTINUE
                  WHEN FS-STATUS-NOT-FOUND
                       MOVE "S" TO WSV-SW-RECHAZO-FINAL
                       MOVE "CUENTA DE DESTINO INEXISTENTE"
                          TO WSV-MOTIVO
                  WHEN OTHER
                       MOVE CON-230000-CONTROLAR TO WS-ERR-PARRAFO
                       MOVE CON-DATOS            TO WS-ERR-OBJETO
                       MOVE CON-LEER             TO WS-ERR-OPERACION
                       MOVE FS-STATUS            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
              END-EVALUATE
           END-IF

           MOVE REG-ORD-CUENTA-ORIGEN TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE REG-COD-CLIENTE-IX TO WSV-CLIENTE-ORIGEN
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "S" TO WSV-SW-RECHAZO-FINAL
                    MOVE "CUENTA DE ORIGEN INEXISTENTE" TO WSV-MOTIVO
               WHEN OTHER
                    MOVE CON-230000-CONTROLAR TO WS-ERR-PARRAFO
                    MOVE CON-DATOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-RECHAZO-FINAL
              GO TO 230000-CONTROLAR-FONDOS-F
           END-IF

           MOVE "C"                   TO WS-EMB-OPERACION
           MOVE REG-ORD-CUENTA-ORIGEN TO WS-EMB-CUENTA
           CALL CON-RUTEMBAR USING WS-REG-EMBARGO
           IF WS-EMB-COD-RET NOT = ZERO
              DISPLAY "E144GEN: NO SE PUDO CONSULTAR EMBARGOS DE LA "
                      "CUENTA " REG-ORD-CUENTA-ORIGEN
                      " - ORDEN " REG-ORD-NUMERO " NO SE EMITE"
              MOVE "EMBARGOS NO DISPONIBLES" TO WSV-MOTIVO
              GO TO 230000-CONTROLAR-FONDOS-F
           END-IF
           IF WS-EMB-SOLO-CREDITOS
              MOVE "CUENTA DE ORIGEN INMOVILIZADA" TO WSV-MOTIVO
              GO TO 230000-CONTROLAR-FONDOS-F
           END-IF
           MOVE WS-EMB-MONTO-EMBARGADO TO WSV-EMBARGADO

           PERFORM 235000-BUSCAR-COMPROMISO
              THRU 235000-BUSCAR-COMPROMISO-F
           IF WSV-HAY-COMPROMISO
              MOVE WSV-COM-IMPORTE(WSV-IDX-COM) TO WSV-COMPROMETIDO
           ELSE
              MOVE ZERO TO WSV-COMPROMETIDO
           END-IF

           COMPUTE WSV-DISPONIBLE = REG-MONTO-CUENTA-IX -
              WSV-EMBARGADO - WSV-COMPROMETIDO

           IF WSV-DISPONIBLE < REG-ORD-IMPORTE
              MOVE "FONDOS INSUFICIENTES" TO WSV-MOTIVO
              GO TO 230000-CONTROLAR-FONDOS-F
           END-IF

           MOVE "S" TO WSV-SW-CON-FONDOS
           IF WSV-HAY-COMPROMISO
              ADD REG-ORD-IMPORTE TO WSV-COM-IMPORTE(WSV-IDX-COM)
           ELSE
              PERFORM 237000-AGREGAR-COMPROMISO
                 THRU 237000-AGREGAR-COMPROMISO-F
           END-IF
           .
       230000-CONTROLAR-FONDOS-F. EXIT.
      ******************************************************************
      *                         235000-BUSCAR-COMPROMISO
      ******************************************************************
       235000-BUSCAR-COMPROMISO.
           MOVE "N" TO WSV-SW-COMPROMISO
           PERFORM VARYING WSV-IDX-COM FROM 1 BY 1
              UNTIL WSV-IDX-COM > WSV-CANT-COMPROMISOS
              OR WSV-HAY-COMPROMISO
              IF WSV-COM-CUENTA(WSV-IDX-COM) = REG-ORD-CUENTA-ORIGEN
                 MOVE "S" TO WSV-SW-COMPROMISO
              END-IF
           END-PERFORM

           IF WSV-HAY-COMPROMISO
              SUBTRACT 1 FROM WSV-IDX-COM
           END-IF
           .
       235000-BUSCAR-COMPROMISO-F. EXIT.
      ******************************************************************
      *                         237000-AGREGAR-COMPROMISO
      *Una cuenta fuera de tabla podria girar dos veces el mismo
      *saldo: tabla llena corta la corrida.
      ******************************************************************
       237000-AGREGAR-COMPROMISO.
           IF WSV-CANT-COMPROMISOS = 500
              DISPLAY "E144GEN: TABLA DE COMPROMISOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-230000-CONTROLAR TO WS-ERR-PARRAFO
              MOVE CON-DATOS            TO WS-ERR-OBJETO
              MOVE CON-LEER             TO WS-ERR-OPERACION
              MOVE 99                   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-COMPROMISOS
           MOVE REG-ORD-CUENTA-ORIGEN TO
              WSV-COM-CUENTA(WSV-CANT-COMPROMISOS)
           MOVE REG-ORD-IMPORTE TO
              WSV-COM-IMPORTE(WSV-CANT-COMPROMISOS)
           .
       237000-AGREGAR-COMPROMISO-F. EXIT.
      ******************************************************************
      *                         240000-EMITIR-TRANSFERENCIA
      *La transferencia viaja sin aprobacion previa: si supera el
      *umbral, E47 la retiene para el circuito de E100 como a
      *cualquier otra del lote.
      ******************************************************************
       240000-EMITIR-TRANSFERENCIA.
           ADD 1 TO WSV-ULTIMO-TRAN
           MOVE SPACES TO WSR-TRANS-VISTA
           MOVE WSV-ULTIMO-TRAN       TO WSR-TRV-NUMERO
           MOVE REG-ORD-CUENTA-ORIGEN TO WSR-TRV-CUENTA
           MOVE WSV-CLIENTE-ORIGEN    TO WSR-TRV-CLIENTE
           MOVE REG-ORD-IMPORTE       TO WSR-TRV-MONTO
           IF REG-ORD-DESTINO-CUENTA
              MOVE "T"                    TO WSR-TRV-OPERACION
              MOVE REG-ORD-CUENTA-DESTINO TO WSR-TRV-DESTINO
           ELSE
              MOVE "D"                    TO WSR-TRV-OPERACION
              MOVE SPACES                 TO WSR-TRV-DESTINO
           END-IF
           WRITE REG-TRANTMP FROM WSR-TRANS-VISTA
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-240000-EMITIR TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-LOTE
           ADD REG-ORD-IMPORTE TO WSV-HASH-LOTE
           ADD 1 TO WSV-CANT-EMITIDAS
           ADD REG-ORD-IMPORTE TO WSV-TOTAL-EMITIDO
           MOVE WSV-FECHA-PROCESO TO REG-ORD-ULTIMA-EJECUCION

           IF REG-ORD-DESTINO-CBU
              MOVE WSV-FECHA-PROCESO     TO REG-SAL-FECHA
              MOVE "ORD"                 TO REG-SAL-ORIGEN
              MOVE REG-ORD-NUMERO        TO REG-SAL-REFERENCIA
              MOVE REG-ORD-CUENTA-ORIGEN TO REG-SAL-CUENTA
              MOVE WSV-CLIENTE-ORIGEN    TO REG-SAL-CLIENTE
              MOVE REG-ORD-CBU-DESTINO   TO REG-SAL-CBU
              MOVE REG-ORD-IMPORTE       TO REG-SAL-IMPORTE
              MOVE WSV-ULTIMO-TRAN       TO REG-SAL-NRO-TRAN
              MOVE REG-ORD-CONCEPTO      TO REG-SAL-CONCEPTO
              MOVE "P"                   TO REG-SAL-ESTADO
              WRITE REG-SALIENTE
              IF NOT FS-STATUS-SAL-OK
                 MOVE CON-240000-EMITIR TO WS-ERR-PARRAFO
                 MOVE CON-SALIENTES     TO WS-ERR-OBJETO
                 MOVE CON-GRABAR        TO WS-ERR-OPERACION
                 MOVE FS-STATUS-SAL     TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-SALIENTES
           END-IF
           .
       240000-EMITIR-TRANSFERENCIA-F. EXIT.
      ******************************************************************
      *                         250000-AVANZAR-VENCIMIENTO
      *Pasa la orden al vencimiento pactado siguiente segun la
      *frecuencia y limpia el estado de reintento. Si el nuevo
      *vencimiento pasa la fecha de fin, la orden queda finalizada.
      ******************************************************************
       250000-AVANZAR-VENCIMIENTO.
           EVALUATE TRUE
               WHEN REG-ORD-BIMESTRAL
                    MOVE 2  TO WSV-MESES
               WHEN REG-ORD-TRIMESTRAL
                    MOVE 3  TO WSV-MESES
               WHEN REG-ORD-SEMESTRAL
                    MOVE 6  TO WSV-MESES
               WHEN REG-ORD-ANUAL
                    MOVE 12 TO WSV-MESES
               WHEN OTHER
                    MOVE 1  TO WSV-MESES
           END-EVALUATE

           MOVE "M"                 TO WS-FEC-OPERACION
           MOVE REG-ORD-PROXIMO-VTO TO WS-FEC-FECHA
           MOVE REG-ORD-DIA-MES     TO WS-FEC-FECHA(7:2)
           MOVE WSV-MESES           TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-RESULTADO    TO REG-ORD-PROXIMO-VTO

           MOVE ZERO TO REG-ORD-FECHA-RECHAZO
           MOVE ZERO TO REG-ORD-CANT-REINTENTOS

           IF REG-ORD-FECHA-FIN NOT = ZERO
              AND REG-ORD-PROXIMO-VTO > REG-ORD-FECHA-FIN
              ADD 1 TO WSV-CANT-FINALIZADAS
              MOVE "F"               TO REG-ORD-ESTADO
              MOVE WSV-FECHA-PROCESO TO REG-ORD-FECHA-ESTADO
           END-IF
           .
       250000-AVANZAR-VENCIMIENTO-F. EXIT.
      ******************************************************************
      *                         260000-REGISTRAR-RECHAZO
      *El plazo de reintento se cuenta en dias corridos desde el
      *primer rechazo de la cuota; agotado, la cuota se abandona y
      *la orden sigue con el vencimiento siguiente.
      ******************************************************************
       260000-REGISTRAR-RECHAZO.
           IF WSV-RECHAZO-FINAL
              ADD 1 TO WSV-CANT-DADAS-BAJA
              MOVE "B"               TO REG-ORD-ESTADO
              MOVE WSV-FECHA-PROCESO TO REG-ORD-FECHA-ESTADO
              PERFORM 265000-INFORMAR-RECHAZO
                 THRU 265000-INFORMAR-RECHAZO-F
              GO TO 260000-REGISTRAR-RECHAZO-F
           END-IF

           IF REG-ORD-FECHA-RECHAZO = ZERO
              MOVE WSV-FECHA-PROCESO TO REG-ORD-FECHA-RECHAZO
              MOVE ZERO              TO REG-ORD-CANT-REINTENTOS
           END-IF

           MOVE "E"                   TO WS-FEC-OPERACION
           MOVE REG-ORD-FECHA-RECHAZO TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO     TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-DIAS TO WSV-DIAS-RECHAZO

           IF WSV-DIAS-RECHAZO >= WSV-DIAS-REINTENTO
              ADD 1 TO WSV-CANT-ABANDONADAS
              PERFORM 265000-INFORMAR-RECHAZO
                 THRU 265000-INFORMAR-RECHAZO-F
              PERFORM 250000-AVANZAR-VENCIMIENTO
                 THRU 250000-AVANZAR-VENCIMIENTO-F
           ELSE
              ADD 1 TO WSV-CANT-EN-REINTENTO
              ADD 1 TO REG-ORD-CANT-REINTENTOS
              DISPLAY "E144GEN: ORDEN " REG-ORD-NUMERO " CUENTA "
                      REG-ORD-CUENTA-ORIGEN " " WSV-MOTIVO
                      " - SE REINTENTA"
           END-IF
           .
       260000-REGISTRAR-RECHAZO-F. EXIT.
      ******************************************************************
      *                         265000-INFORMAR-RECHAZO
      ******************************************************************
       265000-INFORMAR-RECHAZO.
           DISPLAY "E144GEN: ORDEN " REG-ORD-NUMERO " CUENTA "
                   REG-ORD-CUENTA-ORIGEN " " WSV-MOTIVO
                   " - SE INFORMA AL CLIENTE"
           MOVE WSV-FECHA-PROCESO     TO REG-FAL-FECHA
           MOVE REG-ORD-NUMERO        TO REG-FAL-ORDEN
           MOVE REG-ORD-CUENTA-ORIGEN TO REG-FAL-CUENTA
           MOVE WSV-CLIENTE-ORIGEN    TO REG-FAL-CLIENTE
           MOVE REG-ORD-IMPORTE       TO REG-FAL-IMPORTE
           MOVE REG-ORD-PROXIMO-VTO   TO REG-FAL-VENCIMIENTO
           MOVE WSV-MOTIVO            TO REG-FAL-MOTIVO
           WRITE REG-FALLIDA
           IF NOT FS-STATUS-FAL-OK
              MOVE CON-265000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-FALLIDAS        TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAL       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       265000-INFORMAR-RECHAZO-F. EXIT.
      ******************************************************************
      *                         280000-REGRABAR-ORDEN
      ******************************************************************
       280000-REGRABAR-ORDEN.
           REWRITE REG-ORDEN
           IF NOT FS-STATUS-ORD-OK
              MOVE CON-280000-REGRABAR TO WS-ERR-PARRAFO
              MOVE CON-ORDENES         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-ORD       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-REGRABAR-ORDEN-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE ORDENES
           CLOSE DATOS
           CLOSE SALIENTES
           CLOSE FALLIDAS

           PERFORM 310000-CERRAR-LOTE
              THRU 310000-CERRAR-LOTE-F

           DISPLAY "E144GEN - ORDENES PERMANENTES DEL "
                   WSV-FECHA-PROCESO
           DISPLAY "ORDENES LEIDAS       : " WSV-CANT-LEIDAS
           DISPLAY "CUOTAS VENCIDAS      : " WSV-CANT-VENCIDAS
           DISPLAY "TRANSFERENCIAS EMIT. : " WSV-CANT-EMITIDAS
           DISPLAY "  A OTROS BANCOS     : " WSV-CANT-SALIENTES
           MOVE WSV-TOTAL-EMITIDO TO WSV-EDIT
           DISPLAY "TOTAL EMITIDO        : " WSV-EDIT
           DISPLAY "EN REINTENTO         : " WSV-CANT-EN-REINTENTO
           DISPLAY "CUOTAS ABANDONADAS   : " WSV-CANT-ABANDONADAS
           DISPLAY "ORDENES DADAS DE BAJA: " WSV-CANT-DADAS-BAJA
           DISPLAY "ORDENES FINALIZADAS  : " WSV-CANT-FINALIZADAS
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-CERRAR-LOTE
      *Sin transferencias emitidas el lote queda como estaba y el
      *temporal se descarta en la proxima corrida.
      ******************************************************************
       310000-CERRAR-LOTE.
           IF WSV-CANT-EMITIDAS = ZERO
              CLOSE TRANTMP
              GO TO 310000-CERRAR-LOTE-F
           END-IF

           MOVE SPACES TO WSR-TRAILER
           MOVE "TRL"         TO WSR-TRL-MARCA
           MOVE WSV-CANT-LOTE TO WSR-TRL-CANTIDAD
           MOVE WSV-HASH-LOTE TO WSR-TRL-HASH
           WRITE REG-TRANTMP FROM WSR-TRAILER
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-310000-CERRAR-LOTE TO WS-ERR-PARRAFO
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
              DISPLAY "310000-CERRAR-LOTE: CBL_RENAME_FILE RC = "
                      WSV-RC-RENOMBRAR
              MOVE CON-310000-CERRAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA            TO WS-ERR-OBJETO
              MOVE CON-RENOMBRAR          TO WS-ERR-OPERACION
              MOVE 99                     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       310000-CERRAR-LOTE-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E144GEN.
