      ******************************************************************
      *Envio de transferencias a otros bancos. En
      *TRANSFERENCIAS_SALIENTES.txt queda todo lo que ya se debito
      *de una cuenta y tiene que salir hacia un cbu de otro banco:
      *las operaciones X del lote de E47, las ordenes permanentes a
      *cbu de E144GEN y el pago del saldo de cierre de E147, todas
      *en estado P. Este batch toma las pendientes, las agrupa por
      *banco destino (los tres primeros digitos del cbu) y graba un
      *archivo de intercambio TRANSFERENCIAS_<banco>.txt por banco,
      *igual que E60 con los DEBITOS_<banco>.txt: banco, cbu,
      *importe, fecha y referencia, cerrado con el trailer TRL
      *(cantidad + suma de importes) que controla el banco que lo
      *recibe. Cada transferencia enviada pasa a estado E con la
      *fecha y su referencia de envio (fecha aammdd + secuencia del
      *dia); con esa referencia el banco destino informa las que
      *rechaza, que se reintegran con E149RET. Un cbu mal formado
      *no se envia: queda en P y se lista para corregirlo. El
      *archivo de salientes se reescribe por temporal, como el lote
      *en E144GEN.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E149.
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

       SELECT SALIENTES ASSIGN TO "TRANSFERENCIAS_SALIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SAL.
      ****************************  OUTPUT  ****************************
       SELECT SALTMP ASSIGN TO "TRANSFERENCIAS_SALIENTES_TMP.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TMP.

       SELECT ENVIO ASSIGN TO WS-ENVIO-FILE
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-ENV.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

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
      *Datos del envio: los completa E149 al pasar la transferencia
      *a enviada y E149RET si el banco destino la devuelve. Quien da
      *de alta la transferencia graba solo hasta el estado.
             05 REG-SAL-REF-ENVIO        PIC X(10).
             05 REG-SAL-FECHA-ENVIO      PIC X(08).
             05 REG-SAL-MOTIVO           PIC X(02).

       FD SALTMP.
          01 REG-SALTMP                  PIC X(133).

       FD ENVIO.
          01 REG-ENVIO.
             05 REG-ENV-BANCO            PIC X(03).
             05 REG-ENV-CBU              PIC X(22).
             05 REG-ENV-IMPORTE          PIC 9(15)V9(02).
             05 REG-ENV-FECHA            PIC 9(08).
             05 REG-ENV-REFERENCIA       PIC X(10).
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
              05 CON-110000-ULTIMA-SECUENCIA PIC X(30) VALUE
              '110000-ULTIMA-SECUENCIA     '.
              05 CON-120000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '120000-OPEN-ARCHIVOS        '.
              05 CON-210000-LEER-SALIENTE   PIC X(30) VALUE
              '210000-LEER-SALIENTE        '.
              05 CON-220000-AGREGAR-ENVIO   PIC X(30) VALUE
              '220000-AGREGAR-ENVIO        '.
              05 CON-230000-GRABAR-TEMPORAL PIC X(30) VALUE
              '230000-GRABAR-TEMPORAL      '.
              05 CON-255000-GRABAR-UN-BANCO PIC X(30) VALUE
              '255000-GRABAR-UN-BANCO      '.
              05 CON-310000-CERRAR-SALIENTES PIC X(30) VALUE
              '310000-CERRAR-SALIENTES     '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-SALIENTES  PIC X(10) VALUE 'SALIENTES '.
              05 CON-SALTMP     PIC X(10) VALUE 'SALTMP    '.
              05 CON-ENVIO      PIC X(10) VALUE 'ENVIO     '.
      ************************  PARAMETROS  ****************************
       01 WS-PARAMETROS.
          05 WS-ENVIO-FILE            PIC X(40) VALUE SPACES.
      ********************  VISTA DEL TRAILER  *************************
       01 WSR-TRAILER.
          05 WSR-TRL-MARCA            PIC X(03).
          05 WSR-TRL-CANTIDAD         PIC 9(07).
          05 WSR-TRL-HASH             PIC 9(15)V9(02).
          05 FILLER                   PIC X(33).
      ************************** TABLES ********************************
       01 WSV-TABLA-ENVIOS.
          02 WSV-ENV-ENTRY OCCURS 500 TIMES.
             05 WSV-ENV-BANCO            PIC X(03).
             05 WSV-ENV-CBU              PIC X(22).
             05 WSV-ENV-IMPORTE          PIC 9(15)V9(02).
             05 WSV-ENV-REFERENCIA       PIC X(10).
             05 WSV-ENV-GRABADA          PIC X(01).
       01 WSV-CANT-ENVIOS                PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".

          05 FS-STATUS-SAL           PIC X(02) VALUE "00".
             88 FS-STATUS-SAL-OK               VALUE "00".
             88 FS-STATUS-SAL-EOF              VALUE "10".
             88 FS-STATUS-SAL-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".

          05 FS-STATUS-ENV           PIC X(02) VALUE "00".
             88 FS-STATUS-ENV-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-REF           PIC X(06).
          05 WSV-SECUENCIA           PIC 9(04) VALUE ZERO.
          05 WSV-SECUENCIA-LEIDA     PIC 9(04).
          05 WSV-REFERENCIA.
             10 WSV-REF-FECHA        PIC X(06).
             10 WSV-REF-SECUENCIA    PIC 9(04).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-ENV             PIC 9(03).
          05 WSV-BANCO-ACTUAL        PIC X(03).
          05 WSV-TRL-CANT            PIC 9(07).
          05 WSV-TRL-HASH            PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDAS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-OBSERVADAS     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-ARCHIVOS       PIC 9(03) VALUE ZERO.
          05 WSV-TOTAL-ENVIADO       PIC 9(15)V9(02) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(40) VALUE
             'TRANSFERENCIAS_SALIENTES_TMP.txt'.
          05 WSA-DESTINO             PIC X(40) VALUE
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
           MOVE "E149" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-SAL-EOF

           PERFORM 250000-GRABAR-POR-BANCO
              THRU 250000-GRABAR-POR-BANCO-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           MOVE WSV-FECHA-PROCESO(3:6) TO WSV-FECHA-REF

           PERFORM 110000-ULTIMA-SECUENCIA
              THRU 110000-ULTIMA-SECUENCIA-F

           PERFORM 120000-OPEN-ARCHIVOS
              THRU 120000-OPEN-ARCHIVOS-F

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
      *                         110000-ULTIMA-SECUENCIA
      *Primera pasada por el archivo de salientes: si ya hubo un envio
      *con la misma fecha de proceso, la secuencia de las referencias
      *sigue desde la ultima usada para no repetir una referencia que
      *el banco destino pueda devolver. Sin archivo no hay nada que
      *enviar.
      ******************************************************************
       110000-ULTIMA-SECUENCIA.
           OPEN INPUT SALIENTES
           IF FS-STATUS-SAL-NOT-FOUND
              DISPLAY "E149: NO HAY TRANSFERENCIAS SALIENTES"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-110000-ULTIMA-SECUENCIA TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 115000-LEER-SECUENCIA
              THRU 115000-LEER-SECUENCIA-F
              UNTIL FS-STATUS-SAL-EOF

           CLOSE SALIENTES
           MOVE "00" TO FS-STATUS-SAL
           .
       110000-ULTIMA-SECUENCIA-F. EXIT.
      ******************************************************************
      *                         115000-LEER-SECUENCIA
      ******************************************************************
       115000-LEER-SECUENCIA.
           READ SALIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-SAL-OK
                    IF REG-SAL-REF-ENVIO(1:6) = WSV-FECHA-REF
                       AND REG-SAL-REF-ENVIO(7:4) IS NUMERIC
                       MOVE REG-SAL-REF-ENVIO(7:4) TO
                          WSV-SECUENCIA-LEIDA
                       IF WSV-SECUENCIA-LEIDA > WSV-SECUENCIA
                          MOVE WSV-SECUENCIA-LEIDA TO WSV-SECUENCIA
                       END-IF
                    END-IF
               WHEN FS-STATUS-SAL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-ULTIMA-SECUENCIA TO WS-ERR-PARRAFO
                    MOVE CON-SALIENTES               TO WS-ERR-OBJETO
                    MOVE CON-LEER                    TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SAL               TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       115000-LEER-SECUENCIA-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-ARCHIVOS
      ******************************************************************
       120000-OPEN-ARCHIVOS.
           OPEN INPUT SALIENTES
           IF NOT FS-STATUS-SAL-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SAL            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT SALTMP
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-120000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-SALTMP               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       120000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           ADD 1 TO WSV-CANT-LEIDAS

           IF REG-SAL-PENDIENTE
              PERFORM 220000-AGREGAR-ENVIO
                 THRU 220000-AGREGAR-ENVIO-F
           END-IF

           PERFORM 230000-GRABAR-TEMPORAL
              THRU 230000-GRABAR-TEMPORAL-F

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
      *                         220000-AGREGAR-ENVIO
      *Una transferencia fuera de tabla quedaria marcada como enviada
      *sin haber salido en ningun archivo: tabla llena (o secuencia
      *del dia agotada) corta la corrida antes de reescribir nada.
      ******************************************************************
       220000-AGREGAR-ENVIO.
           IF REG-SAL-CBU IS NOT NUMERIC
              ADD 1 TO WSV-CANT-OBSERVADAS
              MOVE REG-SAL-IMPORTE TO WSV-EDIT
              DISPLAY "E149: CBU INVALIDO - CUENTA " REG-SAL-CUENTA
                      " CBU " REG-SAL-CBU " IMPORTE " WSV-EDIT
              GO TO 220000-AGREGAR-ENVIO-F
           END-IF

           IF WSV-CANT-ENVIOS = 500
              OR WSV-SECUENCIA = 9999
              DISPLAY "E149: TABLA DE ENVIOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-220000-AGREGAR-ENVIO TO WS-ERR-PARRAFO
              MOVE CON-ENVIO                TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-SECUENCIA
           MOVE WSV-FECHA-REF TO WSV-REF-FECHA
           MOVE WSV-SECUENCIA TO WSV-REF-SECUENCIA

           ADD 1 TO WSV-CANT-ENVIOS
           MOVE REG-SAL-CBU(1:3) TO WSV-ENV-BANCO(WSV-CANT-ENVIOS)
           MOVE REG-SAL-CBU      TO WSV-ENV-CBU(WSV-CANT-ENVIOS)
           MOVE REG-SAL-IMPORTE  TO WSV-ENV-IMPORTE(WSV-CANT-ENVIOS)
           MOVE WSV-REFERENCIA   TO WSV-ENV-REFERENCIA(WSV-CANT-ENVIOS)
           MOVE "N"              TO WSV-ENV-GRABADA(WSV-CANT-ENVIOS)
           ADD REG-SAL-IMPORTE   TO WSV-TOTAL-ENVIADO

           MOVE "E"               TO REG-SAL-ESTADO
           MOVE WSV-REFERENCIA    TO REG-SAL-REF-ENVIO
           MOVE WSV-FECHA-PROCESO TO REG-SAL-FECHA-ENVIO
           MOVE SPACES            TO REG-SAL-MOTIVO
           .
       220000-AGREGAR-ENVIO-F. EXIT.
      ******************************************************************
      *                         230000-GRABAR-TEMPORAL
      ******************************************************************
       230000-GRABAR-TEMPORAL.
           WRITE REG-SALTMP FROM REG-SALIENTE
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-230000-GRABAR-TEMPORAL TO WS-ERR-PARRAFO
              MOVE CON-SALTMP                 TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       230000-GRABAR-TEMPORAL-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-POR-BANCO
      *Recorre la tabla de envios: toma el primer banco todavia no
      *grabado, arma TRANSFERENCIAS_<banco>.txt con todas las
      *transferencias de ese banco y repite hasta agotar los bancos.
      ******************************************************************
       250000-GRABAR-POR-BANCO.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ENVIOS
              IF WSV-ENV-GRABADA(WSV-IDX) = "N"
                 MOVE WSV-ENV-BANCO(WSV-IDX) TO WSV-BANCO-ACTUAL
                 PERFORM 255000-GRABAR-UN-BANCO
                    THRU 255000-GRABAR-UN-BANCO-F
              END-IF
           END-PERFORM
           .
       250000-GRABAR-POR-BANCO-F. EXIT.
      ******************************************************************
      *                         255000-GRABAR-UN-BANCO
      ******************************************************************
       255000-GRABAR-UN-BANCO.
           ADD 1 TO WSV-CANT-ARCHIVOS
           MOVE ZERO   TO WSV-TRL-CANT
           MOVE ZERO   TO WSV-TRL-HASH
           MOVE SPACES TO WS-ENVIO-FILE
           STRING "TRANSFERENCIAS_" DELIMITED BY SIZE
              WSV-BANCO-ACTUAL DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO WS-ENVIO-FILE

           OPEN OUTPUT ENVIO
           IF NOT FS-STATUS-ENV-OK
              MOVE CON-255000-GRABAR-UN-BANCO TO WS-ERR-PARRAFO
              MOVE CON-ENVIO                  TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-ENV              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX-ENV FROM 1 BY 1
              UNTIL WSV-IDX-ENV > WSV-CANT-ENVIOS
              IF WSV-ENV-BANCO(WSV-IDX-ENV) = WSV-BANCO-ACTUAL
                 AND WSV-ENV-GRABADA(WSV-IDX-ENV) = "N"
                 MOVE WSV-ENV-BANCO(WSV-IDX-ENV)   TO REG-ENV-BANCO
                 MOVE WSV-ENV-CBU(WSV-IDX-ENV)     TO REG-ENV-CBU
                 MOVE WSV-ENV-IMPORTE(WSV-IDX-ENV) TO REG-ENV-IMPORTE
                 MOVE WSV-FECHA-PROCESO            TO REG-ENV-FECHA
                 MOVE WSV-ENV-REFERENCIA(WSV-IDX-ENV) TO
                    REG-ENV-REFERENCIA
                 WRITE REG-ENVIO
                 IF NOT FS-STATUS-ENV-OK
                    MOVE CON-255000-GRABAR-UN-BANCO TO WS-ERR-PARRAFO
                    MOVE CON-ENVIO                  TO WS-ERR-OBJETO
                    MOVE CON-GRABAR                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ENV              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
                 END-IF
                 ADD 1 TO WSV-TRL-CANT
                 ADD WSV-ENV-IMPORTE(WSV-IDX-ENV) TO WSV-TRL-HASH
                 MOVE "S" TO WSV-ENV-GRABADA(WSV-IDX-ENV)
              END-IF
           END-PERFORM

           MOVE SPACES       TO WSR-TRAILER
           MOVE "TRL"        TO WSR-TRL-MARCA
           MOVE WSV-TRL-CANT TO WSR-TRL-CANTIDAD
           MOVE WSV-TRL-HASH TO WSR-TRL-HASH
           WRITE REG-ENVIO FROM WSR-TRAILER
           IF NOT FS-STATUS-ENV-OK
              MOVE CON-255000-GRABAR-UN-BANCO TO WS-ERR-PARRAFO
              MOVE CON-ENVIO                  TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ENV              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE ENVIO
           MOVE WSV-TRL-HASH TO WSV-EDIT
           DISPLAY "GENERADO " WS-ENVIO-FILE
           DISPLAY "   TRANSFERENCIAS : " WSV-TRL-CANT
                   " IMPORTE : " WSV-EDIT
           .
       255000-GRABAR-UN-BANCO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE SALIENTES

           PERFORM 310000-CERRAR-SALIENTES
              THRU 310000-CERRAR-SALIENTES-F

           DISPLAY "E149 - TRANSFERENCIAS A OTROS BANCOS DEL "
                   WSV-FECHA-PROCESO
           DISPLAY "SALIENTES LEIDAS     : " WSV-CANT-LEIDAS
           DISPLAY "ENVIADAS             : " WSV-CANT-ENVIOS
           MOVE WSV-TOTAL-ENVIADO TO WSV-EDIT
           DISPLAY "TOTAL ENVIADO        : " WSV-EDIT
           DISPLAY "ARCHIVOS POR BANCO   : " WSV-CANT-ARCHIVOS
           DISPLAY "OBSERVADAS (CBU)     : " WSV-CANT-OBSERVADAS
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-CERRAR-SALIENTES
      *Sin envios el archivo de salientes queda como estaba y el
      *temporal se descarta en la proxima corrida.
      ******************************************************************
       310000-CERRAR-SALIENTES.
           CLOSE SALTMP
           IF WSV-CANT-ENVIOS = ZERO
              GO TO 310000-CERRAR-SALIENTES-F
           END-IF

           CALL "CBL_RENAME_FILE" USING WSA-ORIGEN WSA-DESTINO
              RETURNING WSV-RC-RENOMBRAR
           IF WSV-RC-RENOMBRAR NOT = 0
              DISPLAY "310000-CERRAR-SALIENTES: CBL_RENAME_FILE RC = "
                      WSV-RC-RENOMBRAR
              MOVE CON-310000-CERRAR-SALIENTES TO WS-ERR-PARRAFO
              MOVE CON-SALIENTES               TO WS-ERR-OBJETO
              MOVE CON-RENOMBRAR               TO WS-ERR-OPERACION
              MOVE 99                          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       310000-CERRAR-SALIENTES-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E149.
