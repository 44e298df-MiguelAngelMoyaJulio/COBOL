      ******************************************************************
      *Rechazos del canje de cheques de otros bancos. La camara
      *compensadora devuelve en CANJE_RECHAZOS.txt los cheques que
      *presento E150 y el banco librado no pago: banco, sucursal,
      *cuenta libradora, numero, importe y codigo de motivo (01 sin
      *fondos, 02 defectos formales, 03 orden de no pagar, 04 cuenta
      *cerrada, 05 firma no conforme). Este batch ubica cada rechazo
      *en CHEQUES_DEPOSITADOS.txt (tiene que estar presentado o ya
      *liberado y coincidir el importe), lo pasa a estado R con el
      *motivo y le debita a la cuenta depositante el importe que se
      *le habia acreditado mas la comision por cheque rechazado, con
      *dos operaciones D del lote CUENTASIX_TRANS.txt marcadas como
      *cargo del banco: E47 las aplica sin controles de limite,
      *embargo ni fondos en canje, porque justamente revierten el
      *credito del cheque. El lote se reconstruye con su trailer como
      *en E144GEN. Cada cheque rechazado queda en
      *CHEQUES_DEPOSITADOS_RECHAZADOS.txt con el motivo y la
      *comision, del que E102 arma la carta al cliente. Los rechazos
      *que no se pueden ubicar se informan para revisarlos con la
      *camara. Tiene que correr antes que E150, para que un cheque
      *rechazado no se libere.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E150RCH.
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

       SELECT RECHAZOS ASSIGN TO "CANJE_RECHAZOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-RCH.
      ****************************  OUTPUT  ****************************
       SELECT DEPOSITADOS ASSIGN TO "CHEQUES_DEPOSITADOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-CHD-CLAVE
                       ALTERNATE RECORD KEY IS REG-CHD-CUENTA
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-CHD.

       SELECT TRANCTA ASSIGN TO "CUENTASIX_TRANS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TRAN.

       SELECT TRANTMP ASSIGN TO "CANJE_TRANS_TMP.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-TMP.

       SELECT AVISOS ASSIGN TO "CHEQUES_DEPOSITADOS_RECHAZADOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-AVI.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD RECHAZOS.
          01 REG-RECHAZO.
             05 REG-RCH-BANCO            PIC X(03).
             05 REG-RCH-SUCURSAL         PIC X(03).
             05 REG-RCH-CTA-LIBRADORA    PIC X(11).
             05 REG-RCH-NUMERO           PIC 9(08).
             05 REG-RCH-IMPORTE          PIC 9(15)V9(02).
             05 REG-RCH-MOTIVO           PIC X(02).

       FD DEPOSITADOS.
          01 REG-DEPOSITADO.
             05 REG-CHD-CLAVE.
                10 REG-CHD-BANCO         PIC X(03).
                10 REG-CHD-SUCURSAL      PIC X(03).
                10 REG-CHD-CTA-LIBRADORA PIC X(11).
                10 REG-CHD-NUMERO        PIC 9(08).
             05 REG-CHD-CUENTA           PIC X(08).
             05 REG-CHD-CLIENTE          PIC 9(08).
             05 REG-CHD-IMPORTE          PIC 9(15)V9(02).
             05 REG-CHD-FECHA-DEPOSITO   PIC 9(08).
             05 REG-CHD-FECHA-DISPONIBLE PIC 9(08).
             05 REG-CHD-CAJERO           PIC X(08).
             05 REG-CHD-SUCURSAL-DEP     PIC X(03).
             05 REG-CHD-ESTADO           PIC X(01).
                88 REG-CHD-DEPOSITADO           VALUE "D".
                88 REG-CHD-PRESENTADO           VALUE "E".
                88 REG-CHD-LIBERADO             VALUE "A".
                88 REG-CHD-RECHAZADO            VALUE "R".
             05 REG-CHD-FECHA-ESTADO     PIC 9(08).
             05 REG-CHD-MOTIVO           PIC X(02).

       FD TRANCTA.
          01 REG-TRANCTA-LINEA           PIC X(80).

       FD TRANTMP.
          01 REG-TRANTMP                 PIC X(80).

       FD AVISOS.
          01 REG-AVISO.
             05 REG-AVI-FECHA            PIC 9(08).
             05 REG-AVI-CUENTA           PIC X(08).
             05 REG-AVI-CLIENTE          PIC 9(08).
             05 REG-AVI-BANCO            PIC X(03).
             05 REG-AVI-SUCURSAL         PIC X(03).
             05 REG-AVI-CTA-LIBRADORA    PIC X(11).
             05 REG-AVI-NUMERO           PIC 9(08).
             05 REG-AVI-IMPORTE          PIC 9(15)V9(02).
             05 REG-AVI-FECHA-DEPOSITO   PIC 9(08).
             05 REG-AVI-CODIGO           PIC X(02).
             05 REG-AVI-MOTIVO           PIC X(30).
             05 REG-AVI-COMISION         PIC 9(15)V9(02).
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
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-120000-ABRIR-LOTE      PIC X(30) VALUE
              '120000-ABRIR-LOTE           '.
              05 CON-210000-LEER-RECHAZO    PIC X(30) VALUE
              '210000-LEER-RECHAZO         '.
              05 CON-220000-UBICAR-CHEQUE   PIC X(30) VALUE
              '220000-UBICAR-CHEQUE        '.
              05 CON-240000-EMITIR-DEBITO   PIC X(30) VALUE
              '240000-EMITIR-DEBITO        '.
              05 CON-250000-GRABAR-AVISO    PIC X(30) VALUE
              '250000-GRABAR-AVISO         '.
              05 CON-310000-CERRAR-LOTE     PIC X(30) VALUE
              '310000-CERRAR-LOTE          '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RENOMBRAR PIC X(15) VALUE 'RENOMBRAR      '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS   PIC X(10) VALUE 'PARAMETROS'.
              05 CON-RECHAZOS     PIC X(10) VALUE 'RECHAZOS  '.
              05 CON-DEPOSITADOS  PIC X(10) VALUE 'DEPOSITADO'.
              05 CON-TRANCTA      PIC X(10) VALUE 'TRANCTA   '.
              05 CON-TRANTMP      PIC X(10) VALUE 'TRANTMP   '.
              05 CON-AVISOS       PIC X(10) VALUE 'AVISOS    '.
      *Comision que se cobra por cada cheque depositado rechazado.
           02 CON-POLITICAS.
              05 CON-COMISION-RECHAZO PIC 9(15)V9(02) VALUE 1500,00.
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

          05 FS-STATUS-RCH           PIC X(02) VALUE "00".
             88 FS-STATUS-RCH-OK               VALUE "00".
             88 FS-STATUS-RCH-EOF              VALUE "10".
             88 FS-STATUS-RCH-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CHD           PIC X(02) VALUE "00".
             88 FS-STATUS-CHD-OK               VALUE "00".
             88 FS-STATUS-CHD-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-CHD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-TRAN          PIC X(02) VALUE "00".
             88 FS-STATUS-TRAN-OK              VALUE "00".
             88 FS-STATUS-TRAN-EOF             VALUE "10".
             88 FS-STATUS-TRAN-NOT-FOUND       VALUE "35".

          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".

          05 FS-STATUS-AVI           PIC X(02) VALUE "00".
             88 FS-STATUS-AVI-OK               VALUE "00".
             88 FS-STATUS-AVI-NOT-FOUND        VALUE "35".

          05 WSV-SW-UBICADO          PIC X(01).
             88 WSV-UBICADO                    VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-MOTIVO              PIC X(30).
          05 WSV-IMPORTE-DEBITO      PIC 9(15)V9(02).
          05 WSV-ULTIMO-TRAN         PIC 9(08).
          05 WSV-CANT-LOTE           PIC 9(07).
          05 WSV-HASH-LOTE           PIC 9(15)V9(02).
          05 WSV-RC-RENOMBRAR        PIC S9(04) COMP.
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-RECIBIDOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECHAZADOS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-UBICAR     PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-REVERTIDO     PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-COMISIONES    PIC 9(15)V9(02) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-ORIGEN              PIC X(30) VALUE
             'CANJE_TRANS_TMP.txt'.
          05 WSA-DESTINO             PIC X(30) VALUE
             'CUENTASIX_TRANS.txt'.
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
           MOVE "E150RCH" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-RCH-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 120000-ABRIR-LOTE
              THRU 120000-ABRIR-LOTE-F

           PERFORM 210000-LEER-RECHAZO
              THRU 210000-LEER-RECHAZO-F
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
      *Sin archivo de rechazos de la camara no hay nada que hacer y
      *el lote no se toca.
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN INPUT RECHAZOS
           IF FS-STATUS-RCH-NOT-FOUND
              DISPLAY "E150RCH: NO HAY RECHAZOS DE CANJE"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-RCH-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-RECHAZOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCH            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN I-O DEPOSITADOS
           IF NOT FS-STATUS-CHD-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DEPOSITADOS          TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND AVISOS
           IF FS-STATUS-AVI-NOT-FOUND
              OPEN OUTPUT AVISOS
           END-IF
           IF NOT FS-STATUS-AVI-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-AVISOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-AVI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         120000-ABRIR-LOTE
      *Copia al temporal lo que ya tiene CUENTASIX_TRANS.txt sin su
      *trailer, llevando el ultimo numero, la cantidad y el hash,
      *igual que E144GEN. Los debitos se agregan a continuacion.
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
           ADD 1 TO WSV-CANT-RECIBIDOS
           PERFORM 220000-UBICAR-CHEQUE
              THRU 220000-UBICAR-CHEQUE-F
           IF WSV-UBICADO
              PERFORM 230000-RECHAZAR
                 THRU 230000-RECHAZAR-F
           ELSE
              ADD 1 TO WSV-CANT-SIN-UBICAR
           END-IF

           PERFORM 210000-LEER-RECHAZO
              THRU 210000-LEER-RECHAZO-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-RECHAZO
      *El archivo de la camara puede venir cerrado con su trailer
      *TRL, que no es un rechazo.
      ******************************************************************
       210000-LEER-RECHAZO.
           READ RECHAZOS
           EVALUATE TRUE
               WHEN FS-STATUS-RCH-OK
                    IF REG-RCH-BANCO = "TRL"
                       GO TO 210000-LEER-RECHAZO
                    END-IF
               WHEN FS-STATUS-RCH-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-LEER-RECHAZO TO WS-ERR-PARRAFO
                    MOVE CON-RECHAZOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RCH           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-RECHAZO-F. EXIT.
      ******************************************************************
      *                         220000-UBICAR-CHEQUE
      *El cheque tiene que haber sido presentado (o ya liberado, si
      *la camara lo devuelve tarde) y el importe tiene que coincidir;
      *un cheque ya rechazado no se vuelve a debitar.
      ******************************************************************
       220000-UBICAR-CHEQUE.
           MOVE "N" TO WSV-SW-UBICADO
           MOVE REG-RCH-BANCO         TO REG-CHD-BANCO
           MOVE REG-RCH-SUCURSAL      TO REG-CHD-SUCURSAL
           MOVE REG-RCH-CTA-LIBRADORA TO REG-CHD-CTA-LIBRADORA
           MOVE REG-RCH-NUMERO        TO REG-CHD-NUMERO
           READ DEPOSITADOS
           EVALUATE TRUE
               WHEN FS-STATUS-CHD-OK
                    CONTINUE
               WHEN FS-STATUS-CHD-SIN-CLAVE
                    DISPLAY "E150RCH: CHEQUE " REG-RCH-BANCO "-"
                            REG-RCH-NUMERO " NO FUE DEPOSITADO EN "
                            "ESTE BANCO - REVISAR CON LA CAMARA"
                    GO TO 220000-UBICAR-CHEQUE-F
               WHEN OTHER
                    MOVE CON-220000-UBICAR-CHEQUE TO WS-ERR-PARRAFO
                    MOVE CON-DEPOSITADOS          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CHD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-CHD-PRESENTADO
              AND NOT REG-CHD-LIBERADO
              DISPLAY "E150RCH: CHEQUE " REG-RCH-BANCO "-"
                      REG-RCH-NUMERO " EN ESTADO " REG-CHD-ESTADO
                      " - RECHAZO NO APLICADO"
              GO TO 220000-UBICAR-CHEQUE-F
           END-IF

           IF REG-CHD-IMPORTE NOT = REG-RCH-IMPORTE
              MOVE REG-RCH-IMPORTE TO WSV-EDIT
              DISPLAY "E150RCH: CHEQUE " REG-RCH-BANCO "-"
                      REG-RCH-NUMERO " RECHAZADO POR " WSV-EDIT
                      " NO COINCIDE CON LO DEPOSITADO"
              GO TO 220000-UBICAR-CHEQUE-F
           END-IF

           MOVE "S" TO WSV-SW-UBICADO
           .
       220000-UBICAR-CHEQUE-F. EXIT.
      ******************************************************************
      *                         230000-RECHAZAR
      ******************************************************************
       230000-RECHAZAR.
           MOVE "R"               TO REG-CHD-ESTADO
           MOVE WSV-FECHA-PROCESO TO REG-CHD-FECHA-ESTADO
           MOVE REG-RCH-MOTIVO    TO REG-CHD-MOTIVO
           REWRITE REG-DEPOSITADO
           IF NOT FS-STATUS-CHD-OK
              MOVE CON-220000-UBICAR-CHEQUE TO WS-ERR-PARRAFO
              MOVE CON-DEPOSITADOS          TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-RECHAZADOS

           MOVE REG-CHD-IMPORTE TO WSV-IMPORTE-DEBITO
           PERFORM 240000-EMITIR-DEBITO
              THRU 240000-EMITIR-DEBITO-F
           ADD REG-CHD-IMPORTE TO WSV-TOTAL-REVERTIDO

           IF CON-COMISION-RECHAZO > ZERO
              MOVE CON-COMISION-RECHAZO TO WSV-IMPORTE-DEBITO
              PERFORM 240000-EMITIR-DEBITO
                 THRU 240000-EMITIR-DEBITO-F
              ADD CON-COMISION-RECHAZO TO WSV-TOTAL-COMISIONES
           END-IF

           PERFORM 235000-DESCRIBIR-MOTIVO
              THRU 235000-DESCRIBIR-MOTIVO-F

           PERFORM 250000-GRABAR-AVISO
              THRU 250000-GRABAR-AVISO-F
           .
       230000-RECHAZAR-F. EXIT.
      ******************************************************************
      *                         235000-DESCRIBIR-MOTIVO
      ******************************************************************
       235000-DESCRIBIR-MOTIVO.
           EVALUATE REG-RCH-MOTIVO
               WHEN "01"
                    MOVE "SIN FONDOS SUFICIENTES"   TO WSV-MOTIVO
               WHEN "02"
                    MOVE "DEFECTOS FORMALES"        TO WSV-MOTIVO
               WHEN "03"
                    MOVE "ORDEN DE NO PAGAR"        TO WSV-MOTIVO
               WHEN "04"
                    MOVE "CUENTA LIBRADORA CERRADA" TO WSV-MOTIVO
               WHEN "05"
                    MOVE "FIRMA NO CONFORME"        TO WSV-MOTIVO
               WHEN OTHER
                    MOVE "OTRO MOTIVO DE LA CAMARA" TO WSV-MOTIVO
           END-EVALUATE
           .
       235000-DESCRIBIR-MOTIVO-F. EXIT.
      ******************************************************************
      *                         240000-EMITIR-DEBITO
      *Debito de WSV-IMPORTE-DEBITO en la cuenta depositante con la
      *marca de cargo del banco.
      ******************************************************************
       240000-EMITIR-DEBITO.
           ADD 1 TO WSV-ULTIMO-TRAN
           MOVE SPACES TO WSR-TRANS-VISTA
           MOVE WSV-ULTIMO-TRAN    TO WSR-TRV-NUMERO
           MOVE "D"                TO WSR-TRV-OPERACION
           MOVE REG-CHD-CUENTA     TO WSR-TRV-CUENTA
           MOVE REG-CHD-CLIENTE    TO WSR-TRV-CLIENTE
           MOVE WSV-IMPORTE-DEBITO TO WSR-TRV-MONTO
           MOVE "B"                TO WSR-TRV-APROBADA
           WRITE REG-TRANTMP FROM WSR-TRANS-VISTA
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-240000-EMITIR-DEBITO TO WS-ERR-PARRAFO
              MOVE CON-TRANTMP              TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-LOTE
           ADD WSV-IMPORTE-DEBITO TO WSV-HASH-LOTE
           .
       240000-EMITIR-DEBITO-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-AVISO
      ******************************************************************
       250000-GRABAR-AVISO.
           MOVE WSV-FECHA-PROCESO      TO REG-AVI-FECHA
           MOVE REG-CHD-CUENTA         TO REG-AVI-CUENTA
           MOVE REG-CHD-CLIENTE        TO REG-AVI-CLIENTE
           MOVE REG-CHD-BANCO          TO REG-AVI-BANCO
           MOVE REG-CHD-SUCURSAL       TO REG-AVI-SUCURSAL
           MOVE REG-CHD-CTA-LIBRADORA  TO REG-AVI-CTA-LIBRADORA
           MOVE REG-CHD-NUMERO         TO REG-AVI-NUMERO
           MOVE REG-CHD-IMPORTE        TO REG-AVI-IMPORTE
           MOVE REG-CHD-FECHA-DEPOSITO TO REG-AVI-FECHA-DEPOSITO
           MOVE REG-RCH-MOTIVO         TO REG-AVI-CODIGO
           MOVE WSV-MOTIVO             TO REG-AVI-MOTIVO
           MOVE CON-COMISION-RECHAZO   TO REG-AVI-COMISION

           WRITE REG-AVISO
           IF NOT FS-STATUS-AVI-OK
              MOVE CON-250000-GRABAR-AVISO TO WS-ERR-PARRAFO
              MOVE CON-AVISOS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-AVI           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       250000-GRABAR-AVISO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE RECHAZOS
           CLOSE DEPOSITADOS
           CLOSE AVISOS

           PERFORM 310000-CERRAR-LOTE
              THRU 310000-CERRAR-LOTE-F

           DISPLAY "E150RCH - RECHAZOS DE CANJE DEL " WSV-FECHA-PROCESO
           DISPLAY "RECHAZOS RECIBIDOS   : " WSV-CANT-RECIBIDOS
           DISPLAY "CHEQUES RECHAZADOS   : " WSV-CANT-RECHAZADOS
           MOVE WSV-TOTAL-REVERTIDO TO WSV-EDIT
           DISPLAY "IMPORTE REVERTIDO    : " WSV-EDIT
           MOVE WSV-TOTAL-COMISIONES TO WSV-EDIT
           DISPLAY "COMISIONES COBRADAS  : " WSV-EDIT
           DISPLAY "SIN UBICAR           : " WSV-CANT-SIN-UBICAR
           DISPLAY "LOS DEBITOS SE APLICAN CON EL PROXIMO LOTE DE E47"
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-CERRAR-LOTE
      *Sin rechazos aplicados el lote queda como estaba y el
      *temporal se descarta en la proxima corrida.
      ******************************************************************
       310000-CERRAR-LOTE.
           IF WSV-CANT-RECHAZADOS = ZERO
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
       END PROGRAM E150RCH.
