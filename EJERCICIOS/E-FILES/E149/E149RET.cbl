      ******************************************************************
      *Devoluciones de transferencias a otros bancos. El banco
      *destino informa en DEVOLUCIONES_TRANSFERENCIAS.txt las
      *transferencias de E149 que no pudo acreditar: banco, cbu,
      *importe, la referencia de envio y el codigo de motivo (01 cbu
      *inexistente, 02 cuenta cerrada, 03 cuenta bloqueada, 04
      *titular no coincide, 05 moneda no admitida). Este batch ubica
      *cada devolucion en TRANSFERENCIAS_SALIENTES.txt por la
      *referencia (tiene que estar enviada y coincidir cbu e
      *importe), la pasa a estado R con el motivo y le reintegra el
      *importe a la cuenta de origen con una operacion C del lote
      *CUENTASIX_TRANS.txt marcada como movimiento del banco: no es
      *una orden del cliente, asi que E47 la aplica sin pasar por
      *la aprobacion de E100. El lote se reconstruye con su trailer
      *como en E144GEN. Cada devolucion queda en
      *TRANSFERENCIAS_DEVUELTAS.txt con el codigo y la descripcion
      *del motivo, para avisarle al cliente. Las que no se pueden
      *ubicar y las de cuentas que ya no existen (el saldo de cierre
      *de E147) salen ahi sin numero de reintegro, para gestionarlas
      *a mano.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E149RET.
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
                       FILE STATUS  IS FS-STATUS-PAR.

       SELECT DEVOLUCIONES ASSIGN TO "DEVOLUCIONES_TRANSFERENCIAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-DEV.

       SELECT SALIENTES ASSIGN TO "TRANSFERENCIAS_SALIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SAL.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
       SELECT SALTMP ASSIGN TO "TRANSFERENCIAS_SALIENTES_TMP.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-STM.

       SELECT TRANCTA ASSIGN TO "CUENTASIX_TRANS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TRAN.

       SELECT TRANTMP ASSIGN TO "DEVOLUCIONES_TRANS_TMP.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TMP.

       SELECT DEVUELTAS ASSIGN TO "TRANSFERENCIAS_DEVUELTAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-DVT.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD DEVOLUCIONES.
          01 REG-DEVOLUCION.
             05 REG-DEV-BANCO            PIC X(03).
             05 REG-DEV-CBU              PIC X(22).
             05 REG-DEV-IMPORTE          PIC 9(15)V9(02).
             05 REG-DEV-REFERENCIA       PIC X(10).
             05 REG-DEV-CODIGO           PIC X(02).

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
                88 REG-SAL-PENDIENTE            VALUE "P".
                88 REG-SAL-ENVIADA              VALUE "E".
                88 REG-SAL-DEVUELTA             VALUE "R".
             05 REG-SAL-REF-ENVIO        PIC X(10).
             05 REG-SAL-FECHA-ENVIO      PIC X(08).
             05 REG-SAL-MOTIVO           PIC X(02).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD SALTMP.
          01 REG-SALTMP                  PIC X(133).

       FD TRANCTA.
          01 REG-TRANCTA-LINEA           PIC X(80).

       FD TRANTMP.
          01 REG-TRANTMP                 PIC X(80).

       FD DEVUELTAS.
          01 REG-DEVUELTA.
             05 REG-DVT-FECHA            PIC 9(08).
             05 REG-DVT-REFERENCIA       PIC X(10).
             05 REG-DVT-ORIGEN           PIC X(03).
             05 REG-DVT-CUENTA           PIC X(08).
             05 REG-DVT-CLIENTE          PIC 9(08).
             05 REG-DVT-BANCO            PIC X(03).
             05 REG-DVT-CBU              PIC X(22).
             05 REG-DVT-IMPORTE          PIC 9(15)V9(02).
             05 REG-DVT-CODIGO           PIC X(02).
             05 REG-DVT-MOTIVO           PIC X(30).
             05 REG-DVT-NRO-REINTEGRO    PIC 9(08).
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
              05 CON-110000-CARGAR-DEVOLUC  PIC X(30) VALUE
              '110000-CARGAR-DEVOLUCIONES  '.
              05 CON-120000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '120000-OPEN-ARCHIVOS        '.
              05 CON-130000-ABRIR-LOTE      PIC X(30) VALUE
              '130000-ABRIR-LOTE           '.
              05 CON-210000-LEER-SALIENTE   PIC X(30) VALUE
              '210000-LEER-SALIENTE        '.
              05 CON-230000-REINTEGRAR      PIC X(30) VALUE
              '230000-REINTEGRAR           '.
              05 CON-240000-EMITIR-REINTEGRO PIC X(30) VALUE
              '240000-EMITIR-REINTEGRO     '.
              05 CON-250000-GRABAR-TEMPORAL PIC X(30) VALUE
              '250000-GRABAR-TEMPORAL      '.
              05 CON-270000-INFORMAR        PIC X(30) VALUE
              '270000-INFORMAR-DEVOLUCION  '.
              05 CON-310000-CERRAR-LOTE     PIC X(30) VALUE
              '310000-CERRAR-LOTE          '.
              05 CON-320000-CERRAR-SALIENTES PIC X(30) VALUE
              '320000-CERRAR-SALIENTES     '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS   PIC X(10) VALUE 'PARAMETROS'.
              05 CON-DEVOLUCIONES PIC X(10) VALUE 'DEVOLUCION'.
              05 CON-SALIENTES    PIC X(10) VALUE 'SALIENTES '.
              05 CON-DATOS        PIC X(10) VALUE 'DATOS     '.
              05 CON-SALTMP       PIC X(10) VALUE 'SALTMP    '.
              05 CON-TRANCTA      PIC X(10) VALUE 'TRANCTA   '.
              05 CON-TRANTMP      PIC X(10) VALUE 'TRANTMP   '.
              05 CON-DEVUELTAS    PIC X(10) VALUE 'DEVUELTAS '.
      ************************** TABLES ********************************
       01 WSV-TABLA-DEVOLUCIONES.
          02 WSV-DEV-ENTRY OCCURS 300 TIMES.
             05 WSV-DEV-BANCO            PIC X(03).
             05 WSV-DEV-CBU              PIC X(22).
             05 WSV-DEV-IMPORTE          PIC 9(15)V9(02).
             05 WSV-DEV-REFERENCIA       PIC X(10).
             05 WSV-DEV-CODIGO           PIC X(02).
             05 WSV-DEV-UBICADA          PIC X(01).
       01 WSV-CANT-DEVOLUCIONES          PIC 9(03) VALUE 0.
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

          05 FS-STATUS-DEV           PIC X(02) VALUE "00".
             88 FS-STATUS-DEV-OK               VALUE "00".
             88 FS-STATUS-DEV-EOF              VALUE "10".
             88 FS-STATUS-DEV-NOT-FOUND        VALUE "35".

          05 FS-STATUS-SAL           PIC X(02) VALUE "00".
             88 FS-STATUS-SAL-OK               VALUE "00".
             88 FS-STATUS-SAL-EOF              VALUE "10".
             88 FS-STATUS-SAL-NOT-FOUND        VALUE "35".

          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-STM           PIC X(02) VALUE "00".
             88 FS-STATUS-STM-OK               VALUE "00".

          05 FS-STATUS-TRAN          PIC X(02) VALUE "00".
             88 FS-STATUS-TRAN-OK              VALUE "00".
             88 FS-STATUS-TRAN-EOF             VALUE "10".
             88 FS-STATUS-TRAN-NOT-FOUND       VALUE "35".

          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".

          05 FS-STATUS-DVT           PIC X(02) VALUE "00".
             88 FS-STATUS-DVT-OK               VALUE "00".

          05 WSV-SW-UBICADA          PIC X(01).
             88 WSV-UBICADA                    VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-MOTIVO              PIC X(30).
          05 WSV-NRO-REINTEGRO       PIC 9(08).
          05 WSV-ULTIMO-TRAN         PIC 9(08).
          05 WSV-CANT-LOTE           PIC 9(07).
          05 WSV-HASH-LOTE           PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-UBICADAS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-REINTEGROS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-CUENTA     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-UBICAR     PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-REINTEGRADO   PIC 9(15)V9(02) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(40) VALUE
             'DEVOLUCIONES_TRANS_TMP.txt'.
          05 WSA-DESTINO             PIC X(40) VALUE
             'CUENTASIX_TRANS.txt'.
          05 WSA-SAL-ORIGEN          PIC X(40) VALUE
             'TRANSFERENCIAS_SALIENTES_TMP.txt'.
          05 WSA-SAL-DESTINO         PIC X(40) VALUE
             'TRANSFERENCIAS_SALIENTES.txt'.
      ************************** COPYS  ********************************
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
           MOVE "E149RET" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-SAL-EOF

           PERFORM 260000-SIN-UBICAR
              THRU 260000-SIN-UBICAR-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-DEVOLUCIONES
              THRU 110000-CARGAR-DEVOLUCIONES-F

           PERFORM 120000-OPEN-ARCHIVOS
              THRU 120000-OPEN-ARCHIVOS-F

           PERFORM 130000-ABRIR-LOTE
              THRU 130000-ABRIR-LOTE-F

           PERFORM 210000-LEER-SALIENTE
              THRU 210000-LEER-SALIENTE-F
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
      *                         110000-CARGAR-DEVOLUCIONES
      *Sin archivo de devoluciones (o vacio) no hay nada que hacer y
      *no se toca ni el lote ni el archivo de salientes.
      ******************************************************************
       110000-CARGAR-DEVOLUCIONES.
           OPEN INPUT DEVOLUCIONES
           IF FS-STATUS-DEV-NOT-FOUND
              DISPLAY "E149RET: NO HAY DEVOLUCIONES DE TRANSFERENCIAS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-DEV-OK
              MOVE CON-110000-CARGAR-DEVOLUC TO WS-ERR-PARRAFO
              MOVE CON-DEVOLUCIONES          TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEV             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 115000-LEER-DEVOLUCION
              THRU 115000-LEER-DEVOLUCION-F
              UNTIL FS-STATUS-DEV-EOF

           CLOSE DEVOLUCIONES

           IF WSV-CANT-DEVOLUCIONES = ZERO
              DISPLAY "E149RET: NO HAY DEVOLUCIONES DE TRANSFERENCIAS"
              STOP RUN
           END-IF
           .
       110000-CARGAR-DEVOLUCIONES-F. EXIT.
      ******************************************************************
      *                         115000-LEER-DEVOLUCION
      *El archivo del banco puede venir cerrado con su trailer TRL,
      *que no es una devolucion.
      ******************************************************************
       115000-LEER-DEVOLUCION.
           READ DEVOLUCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-DEV-OK
                    IF REG-DEV-BANCO NOT = "TRL"
      *Una devolucion fuera de tabla dejaria la plata del cliente
      *sin reintegrar: tabla llena corta la corrida.
                       IF WSV-CANT-DEVOLUCIONES = 300
                          DISPLAY "E149RET: TABLA DE DEVOLUCIONES "
                                  "LLENA - AMPLIE LA TABLA"
                          MOVE CON-110000-CARGAR-DEVOLUC TO
                             WS-ERR-PARRAFO
                          MOVE CON-DEVOLUCIONES TO WS-ERR-OBJETO
                          MOVE CON-LEER         TO WS-ERR-OPERACION
                          MOVE 99               TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-DEVOLUCIONES
                       MOVE REG-DEV-BANCO TO
                          WSV-DEV-BANCO(WSV-CANT-DEVOLUCIONES)
                       MOVE REG-DEV-CBU TO
                          WSV-DEV-CBU(WSV-CANT-DEVOLUCIONES)
                       MOVE REG-DEV-IMPORTE TO
                          WSV-DEV-IMPORTE(WSV-CANT-DEVOLUCIONES)
                       MOVE REG-DEV-REFERENCIA TO
                          WSV-DEV-REFERENCIA(WSV-CANT-DEVOLUCIONES)
                       MOVE REG-DEV-CODIGO TO
                          WSV-DEV-CODIGO(WSV-CANT-DEVOLUCIONES)
                       MOVE "N" TO
                          WSV-DEV-UBICADA(WSV-CANT-DEVOLUCIONES)
                    END-IF
               WHEN FS-STATUS-DEV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-DEVOLUC TO WS-ERR-PARRAFO
                    MOVE CON-DEVOLUCIONES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DEV             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       115000-LEER-DEVOLUCION-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-ARCHIVOS
      *CUENTASIX solo se lee para saber si la cuenta de origen sigue
      *abierta: el reintegro lo aplica E47 con el lote, asi que no
      *hace falta tomar RUTLOCK. Sin archivo de salientes ninguna
      *devolucion se puede ubicar y todas se informan.
      ******************************************************************
       120000-OPEN-ARCHIVOS.
           OPEN INPUT SALIENTES
           IF FS-STATUS-SAL-NOT-FOUND
              MOVE "10" TO FS-STATUS-SAL
           END-IF
           IF NOT FS-STATUS-SAL-OK
              AND NOT FS-STATUS-SAL-EOF
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT SALTMP
           IF NOT FS-STATUS-STM-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-SALTMP               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-STM            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT DEVUELTAS
           IF NOT FS-STATUS-DVT-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DEVUELTAS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DVT            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       120000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         130000-ABRIR-LOTE
      *Copia al temporal lo que ya tiene CUENTASIX_TRANS.txt sin su
      *trailer, llevando el ultimo numero, la cantidad y el hash,
      *igual que E144GEN. Los reintegros se agregan a continuacion.
      ******************************************************************
       130000-ABRIR-LOTE.
           MOVE ZERO TO WSV-ULTIMO-TRAN
           MOVE ZERO TO WSV-CANT-LOTE
           MOVE ZERO TO WSV-HASH-LOTE

           OPEN OUTPUT TRANTMP
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-130000-ABRIR-LOTE TO WS-ERR-PARRAFO
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
              MOVE CON-130000-ABRIR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-TRANCTA           TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TRAN        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 135000-COPIAR-EXISTENTE
              THRU 135000-COPIAR-EXISTENTE-F
              UNTIL FS-STATUS-TRAN-EOF

           CLOSE TRANCTA
           MOVE "00" TO FS-STATUS-TRAN
           .
       130000-ABRIR-LOTE-F. EXIT.
      ******************************************************************
      *                         135000-COPIAR-EXISTENTE
      ******************************************************************
       135000-COPIAR-EXISTENTE.
           READ TRANCTA
           EVALUATE TRUE
               WHEN FS-STATUS-TRAN-OK
                    MOVE REG-TRANCTA-LINEA TO WSR-TRANS-VISTA
                    IF WSR-TRV-NUMERO(1:3) = "TRL"
                       CONTINUE
                    ELSE
                       WRITE REG-TRANTMP FROM REG-TRANCTA-LINEA
                       IF NOT FS-STATUS-TMP-OK
                          MOVE CON-130000-ABRIR-LOTE TO WS-ERR-PARRAFO
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
                    MOVE CON-130000-ABRIR-LOTE TO WS-ERR-PARRAFO
                    MOVE CON-TRANCTA           TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TRAN        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       135000-COPIAR-EXISTENTE-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           IF REG-SAL-ENVIADA
              PERFORM 220000-UBICAR-DEVOLUCION
                 THRU 220000-UBICAR-DEVOLUCION-F
              IF WSV-UBICADA
                 PERFORM 230000-REINTEGRAR
                    THRU 230000-REINTEGRAR-F
              END-IF
           END-IF

           PERFORM 250000-GRABAR-TEMPORAL
              THRU 250000-GRABAR-TEMPORAL-F

           PERFORM 210000-LEER-SALIENTE
              THRU 210000-LEER-SALIENTE-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-SALIENTE
      ******************************************************************
       210000-LEER-SALIENTE.
           READ SALIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-SAL-OK
                    CONTINUE
               WHEN FS-STATUS-SAL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-LEER-SALIENTE TO WS-ERR-PARRAFO
                    MOVE CON-SALIENTES            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SAL            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-SALIENTE-F. EXIT.
      ******************************************************************
      *                         220000-UBICAR-DEVOLUCION
      *La referencia de envio es unica; el cbu y el importe se
      *controlan igual para no reintegrar contra una devolucion mal
      *informada por el banco.
      ******************************************************************
       220000-UBICAR-DEVOLUCION.
           MOVE "N" TO WSV-SW-UBICADA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-DEVOLUCIONES
              OR WSV-UBICADA
              IF WSV-DEV-UBICADA(WSV-IDX) = "N"
                 AND WSV-DEV-REFERENCIA(WSV-IDX) = REG-SAL-REF-ENVIO
                 AND WSV-DEV-CBU(WSV-IDX) = REG-SAL-CBU
                 AND WSV-DEV-IMPORTE(WSV-IDX) = REG-SAL-IMPORTE
                 MOVE "S" TO WSV-SW-UBICADA
                 SUBTRACT 1 FROM WSV-IDX
              END-IF
           END-PERFORM
           .
       220000-UBICAR-DEVOLUCION-F. EXIT.
      ******************************************************************
      *                         230000-REINTEGRAR
      *La transferencia pasa a devuelta con el motivo del banco. Si
      *la cuenta de origen sigue abierta se le reintegra el importe;
      *si ya se cerro (el pago del saldo de cierre de E147) no hay a
      *donde acreditar y se informa sin reintegro.
      ******************************************************************
       230000-REINTEGRAR.
           MOVE "S" TO WSV-DEV-UBICADA(WSV-IDX)
           ADD 1 TO WSV-CANT-UBICADAS
           MOVE "R"                    TO REG-SAL-ESTADO
           MOVE WSV-DEV-CODIGO(WSV-IDX) TO REG-SAL-MOTIVO

           PERFORM 235000-DESCRIBIR-MOTIVO
              THRU 235000-DESCRIBIR-MOTIVO-F

           MOVE ZERO TO WSV-NRO-REINTEGRO
           MOVE REG-SAL-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    PERFORM 240000-EMITIR-REINTEGRO
                       THRU 240000-EMITIR-REINTEGRO-F
               WHEN FS-STATUS-NOT-FOUND
                    ADD 1 TO WSV-CANT-SIN-CUENTA
                    MOVE REG-SAL-IMPORTE TO WSV-EDIT
                    DISPLAY "E149RET: CUENTA " REG-SAL-CUENTA
                            " INEXISTENTE - DEVOLUCION "
                            REG-SAL-REF-ENVIO " DE " WSV-EDIT
                            " SIN REINTEGRO"
               WHEN OTHER
                    MOVE CON-230000-REINTEGRAR TO WS-ERR-PARRAFO
                    MOVE CON-DATOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER              TO WS-ERR-OPERACION
                    MOVE FS-STATUS             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-SAL-REF-ENVIO       TO REG-DVT-REFERENCIA
           MOVE REG-SAL-ORIGEN          TO REG-DVT-ORIGEN
           MOVE REG-SAL-CUENTA          TO REG-DVT-CUENTA
           MOVE REG-SAL-CLIENTE         TO REG-DVT-CLIENTE
           MOVE WSV-DEV-BANCO(WSV-IDX)  TO REG-DVT-BANCO
           MOVE REG-SAL-CBU             TO REG-DVT-CBU
           MOVE REG-SAL-IMPORTE         TO REG-DVT-IMPORTE
           MOVE WSV-DEV-CODIGO(WSV-IDX) TO REG-DVT-CODIGO
           PERFORM 270000-INFORMAR-DEVOLUCION
              THRU 270000-INFORMAR-DEVOLUCION-F
           .
       230000-REINTEGRAR-F. EXIT.
      ******************************************************************
      *                         235000-DESCRIBIR-MOTIVO
      ******************************************************************
       235000-DESCRIBIR-MOTIVO.
           EVALUATE WSV-DEV-CODIGO(WSV-IDX)
               WHEN "01"
                    MOVE "CBU INEXISTENTE"          TO WSV-MOTIVO
               WHEN "02"
                    MOVE "CUENTA DESTINO CERRADA"   TO WSV-MOTIVO
               WHEN "03"
                    MOVE "CUENTA DESTINO BLOQUEADA" TO WSV-MOTIVO
               WHEN "04"
                    MOVE "TITULAR NO COINCIDE"      TO WSV-MOTIVO
               WHEN "05"
                    MOVE "MONEDA NO ADMITIDA"       TO WSV-MOTIVO
               WHEN OTHER
                    MOVE "OTRO MOTIVO DEL BANCO"    TO WSV-MOTIVO
           END-EVALUATE
           .
       235000-DESCRIBIR-MOTIVO-F. EXIT.
      ******************************************************************
      *                         240000-EMITIR-REINTEGRO
      *Credito del importe devuelto en la cuenta de origen, con la
      *marca de movimiento del banco: lo que se reintegra es plata
      *que ya salio de la cuenta, no una orden nueva del cliente.
      ******************************************************************
       240000-EMITIR-REINTEGRO.
           ADD 1 TO WSV-ULTIMO-TRAN
           MOVE SPACES TO WSR-TRANS-VISTA
           MOVE WSV-ULTIMO-TRAN    TO WSR-TRV-NUMERO
           MOVE "C"                TO WSR-TRV-OPERACION
           MOVE REG-SAL-CUENTA     TO WSR-TRV-CUENTA
           MOVE REG-COD-CLIENTE-IX TO WSR-TRV-CLIENTE
           MOVE REG-SAL-IMPORTE    TO WSR-TRV-MONTO
           MOVE "B"                TO WSR-TRV-APROBADA
           WRITE REG-TRANTMP FROM WSR-TRANS-VISTA
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-240000-EMITIR-REINTEGRO TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-LOTE
           ADD REG-SAL-IMPORTE TO WSV-HASH-LOTE
           ADD 1 TO WSV-CANT-REINTEGROS
           ADD REG-SAL-IMPORTE TO WSV-TOTAL-REINTEGRADO
           MOVE WSV-ULTIMO-TRAN TO WSV-NRO-REINTEGRO
           .
       240000-EMITIR-REINTEGRO-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-TEMPORAL
      ******************************************************************
       250000-GRABAR-TEMPORAL.
           WRITE REG-SALTMP FROM REG-SALIENTE
           IF NOT FS-STATUS-STM-OK
              MOVE CON-250000-GRABAR-TEMPORAL TO WS-ERR-PARRAFO
              MOVE CON-SALTMP                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-STM              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       250000-GRABAR-TEMPORAL-F. EXIT.
      ******************************************************************
      *                         260000-SIN-UBICAR
      *Devoluciones que no corresponden a ninguna transferencia
      *enviada (referencia desconocida, ya devuelta o con otro cbu o
      *importe): se informan sin reintegro para revisarlas con el
      *banco.
      ******************************************************************
       260000-SIN-UBICAR.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-DEVOLUCIONES
              IF WSV-DEV-UBICADA(WSV-IDX) = "N"
                 ADD 1 TO WSV-CANT-SIN-UBICAR
                 MOVE WSV-DEV-IMPORTE(WSV-IDX) TO WSV-EDIT
                 DISPLAY "E149RET: DEVOLUCION SIN UBICAR - REFERENCIA "
                         WSV-DEV-REFERENCIA(WSV-IDX)
                         " BANCO " WSV-DEV-BANCO(WSV-IDX)
                         " IMPORTE " WSV-EDIT
                 PERFORM 235000-DESCRIBIR-MOTIVO
                    THRU 235000-DESCRIBIR-MOTIVO-F
                 MOVE ZERO TO WSV-NRO-REINTEGRO
                 MOVE WSV-DEV-REFERENCIA(WSV-IDX) TO REG-DVT-REFERENCIA
                 MOVE SPACES                      TO REG-DVT-ORIGEN
                 MOVE SPACES                      TO REG-DVT-CUENTA
                 MOVE ZERO                        TO REG-DVT-CLIENTE
                 MOVE WSV-DEV-BANCO(WSV-IDX)      TO REG-DVT-BANCO
                 MOVE WSV-DEV-CBU(WSV-IDX)        TO REG-DVT-CBU
                 MOVE WSV-DEV-IMPORTE(WSV-IDX)    TO REG-DVT-IMPORTE
                 MOVE WSV-DEV-CODIGO(WSV-IDX)     TO REG-DVT-CODIGO
                 PERFORM 270000-INFORMAR-DEVOLUCION
                    THRU 270000-INFORMAR-DEVOLUCION-F
              END-IF
           END-PERFORM
           .
       260000-SIN-UBICAR-F. EXIT.
      ******************************************************************
      *                         270000-INFORMAR-DEVOLUCION
      ******************************************************************
       270000-INFORMAR-DEVOLUCION.
           MOVE WSV-FECHA-PROCESO TO REG-DVT-FECHA
           MOVE WSV-MOTIVO        TO REG-DVT-MOTIVO
           MOVE WSV-NRO-REINTEGRO TO REG-DVT-NRO-REINTEGRO

           WRITE REG-DEVUELTA
           IF NOT FS-STATUS-DVT-OK
              MOVE CON-270000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-DEVUELTAS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-DVT       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       270000-INFORMAR-DEVOLUCION-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE SALIENTES
           CLOSE DATOS
           CLOSE DEVUELTAS

           PERFORM 310000-CERRAR-LOTE
              THRU 310000-CERRAR-LOTE-F

           PERFORM 320000-CERRAR-SALIENTES
              THRU 320000-CERRAR-SALIENTES-F

           DISPLAY "E149RET - DEVOLUCIONES DE TRANSFERENCIAS DEL "
                   WSV-FECHA-PROCESO
           DISPLAY "DEVOLUCIONES RECIBIDAS: " WSV-CANT-DEVOLUCIONES
           DISPLAY "UBICADAS              : " WSV-CANT-UBICADAS
           DISPLAY "REINTEGROS AL LOTE    : " WSV-CANT-REINTEGROS
           MOVE WSV-TOTAL-REINTEGRADO TO WSV-EDIT
           DISPLAY "TOTAL REINTEGRADO     : " WSV-EDIT
           DISPLAY "CUENTA YA CERRADA     : " WSV-CANT-SIN-CUENTA
           DISPLAY "SIN UBICAR            : " WSV-CANT-SIN-UBICAR
           DISPLAY "LOS REINTEGROS SE APLICAN CON EL PROXIMO LOTE "
                   "DE E47"
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-CERRAR-LOTE
      *Sin reintegros el lote queda como estaba y el temporal se
      *descarta en la proxima corrida.
      ******************************************************************
       310000-CERRAR-LOTE.
           IF WSV-CANT-REINTEGROS = ZERO
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
      *                         320000-CERRAR-SALIENTES
      ******************************************************************
       320000-CERRAR-SALIENTES.
           CLOSE SALTMP
           IF WSV-CANT-UBICADAS = ZERO
              GO TO 320000-CERRAR-SALIENTES-F
           END-IF

           CALL "CBL_RENAME_FILE" USING WSA-SAL-ORIGEN WSA-SAL-DESTINO
              RETURNING WSV-RC-RENOMBRAR
           IF WSV-RC-RENOMBRAR NOT = 0
              DISPLAY "320000-CERRAR-SALIENTES: CBL_RENAME_FILE RC = "
                      WSV-RC-RENOMBRAR
              MOVE CON-320000-CERRAR-SALIENTES TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES               TO WS-ERR-OBJETO
              MOVE CON-RENOMBRAR               TO WS-ERR-OPERACION
              MOVE 99                          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       320000-CERRAR-SALIENTES-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E149RET.
