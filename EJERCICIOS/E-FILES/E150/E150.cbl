      ******************************************************************
      *Canje diario de cheques de otros bancos depositados por caja.
      *E99 deja cada cheque en CHEQUES_DEPOSITADOS.txt en estado D
      *(depositado) con su fecha de disponibilidad, y el cierre de
      *caja lo acredita con el lote; mientras no se libere, RUTEMBAR
      *informa su importe como fondos en canje y ni E47 ni la caja
      *dejan extraerlo. Este batch arma la presentacion a la camara
      *compensadora CANJE_PRESENTACION.txt con los cheques en estado
      *D (banco, sucursal, cuenta libradora, numero e importe, con
      *trailer TRL de cantidad y hash) y los pasa a E (presentado).
      *Los presentados cuya fecha de disponibilidad ya llego y que la
      *camara no devolvio pasan a A (liberado): desde ese momento el
      *cliente puede disponer de los fondos. Los rechazos de la
      *camara los procesa E150RCH, que tiene que correr antes que
      *este programa para que un cheque rechazado no se libere. La
      *fecha de proceso sale de PARAMETROS.txt si existe y debe ser
      *dia habil segun RUTFECHA.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E150.
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
      ****************************  OUTPUT  ****************************
       SELECT DEPOSITADOS ASSIGN TO "CHEQUES_DEPOSITADOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-CHD-CLAVE
                       ALTERNATE RECORD KEY IS REG-CHD-CUENTA
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-CHD.

       SELECT PRESENTACION ASSIGN TO "CANJE_PRESENTACION.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-PRE.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

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

       FD PRESENTACION.
          01 REG-PRESENTACION.
             05 REG-PRE-FECHA            PIC 9(08).
             05 REG-PRE-BANCO            PIC X(03).
             05 REG-PRE-SUCURSAL         PIC X(03).
             05 REG-PRE-CTA-LIBRADORA    PIC X(11).
             05 REG-PRE-NUMERO           PIC 9(08).
             05 REG-PRE-IMPORTE          PIC 9(15)V9(02).
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
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-210000-LEER-DEPOSITADO PIC X(30) VALUE
              '210000-LEER-DEPOSITADO      '.
              05 CON-220000-PRESENTAR       PIC X(30) VALUE
              '220000-PRESENTAR            '.
              05 CON-240000-REGRABAR        PIC X(30) VALUE
              '240000-REGRABAR             '.
              05 CON-300000-EXIT            PIC X(30) VALUE
              '300000-EXIT                 '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS   PIC X(10) VALUE 'PARAMETROS'.
              05 CON-DEPOSITADOS  PIC X(10) VALUE 'DEPOSITADO'.
              05 CON-PRESENTACION PIC X(10) VALUE 'PRESENTAC '.
      ********************  VISTAS DE REGISTROS  ***********************
       01 WSR-TRAILER.
          05 WSR-TRL-MARCA            PIC X(03).
          05 WSR-TRL-CANTIDAD         PIC 9(07).
          05 WSR-TRL-HASH             PIC 9(15)V9(02).
          05 FILLER                   PIC X(23).
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CHD           PIC X(02) VALUE "00".
             88 FS-STATUS-CHD-OK               VALUE "00".
             88 FS-STATUS-CHD-EOF              VALUE "10".
             88 FS-STATUS-CHD-NOT-FOUND        VALUE "35".

          05 FS-STATUS-PRE           PIC X(02) VALUE "00".
             88 FS-STATUS-PRE-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-PRESENTADOS    PIC 9(07) VALUE ZERO.
          05 WSV-HASH-PRESENTADOS    PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-CANT-LIBERADOS      PIC 9(07) VALUE ZERO.
          05 WSV-TOTAL-LIBERADO      PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-CANT-EN-CANJE       PIC 9(07) VALUE ZERO.
          05 WSV-TOTAL-EN-CANJE      PIC 9(15)V9(02) VALUE ZERO.
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
           MOVE "E150" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-CHD-EOF

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
              DISPLAY "E150: LA FECHA DE PROCESO "
                      WSV-FECHA-PROCESO " NO ES DIA HABIL"
              STOP RUN
           END-IF

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 210000-LEER-DEPOSITADO
              THRU 210000-LEER-DEPOSITADO-F
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
      *Sin registro de cheques depositados no hay nada que presentar.
      *La presentacion se arma igual aunque quede vacia: la camara
      *espera el archivo del dia con su trailer.
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O DEPOSITADOS
           IF FS-STATUS-CHD-NOT-FOUND
              DISPLAY "E150: NO HAY CHEQUES DEPOSITADOS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-CHD-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DEPOSITADOS          TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT PRESENTACION
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-PRESENTACION         TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           EVALUATE TRUE
               WHEN REG-CHD-DEPOSITADO
                    PERFORM 220000-PRESENTAR
                       THRU 220000-PRESENTAR-F
               WHEN REG-CHD-PRESENTADO
                    PERFORM 230000-LIBERAR
                       THRU 230000-LIBERAR-F
           END-EVALUATE

           PERFORM 210000-LEER-DEPOSITADO
              THRU 210000-LEER-DEPOSITADO-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-DEPOSITADO
      ******************************************************************
       210000-LEER-DEPOSITADO.
           READ DEPOSITADOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CHD-OK
                    CONTINUE
               WHEN FS-STATUS-CHD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-LEER-DEPOSITADO TO WS-ERR-PARRAFO
                    MOVE CON-DEPOSITADOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CHD              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-DEPOSITADO-F. EXIT.
      ******************************************************************
      *                         220000-PRESENTAR
      ******************************************************************
       220000-PRESENTAR.
           MOVE WSV-FECHA-PROCESO     TO REG-PRE-FECHA
           MOVE REG-CHD-BANCO         TO REG-PRE-BANCO
           MOVE REG-CHD-SUCURSAL      TO REG-PRE-SUCURSAL
           MOVE REG-CHD-CTA-LIBRADORA TO REG-PRE-CTA-LIBRADORA
           MOVE REG-CHD-NUMERO        TO REG-PRE-NUMERO
           MOVE REG-CHD-IMPORTE       TO REG-PRE-IMPORTE
           WRITE REG-PRESENTACION
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-220000-PRESENTAR TO WS-ERR-PARRAFO
              MOVE CON-PRESENTACION     TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-PRESENTADOS
           ADD REG-CHD-IMPORTE TO WSV-HASH-PRESENTADOS

           MOVE "E" TO REG-CHD-ESTADO
           PERFORM 240000-REGRABAR
              THRU 240000-REGRABAR-F

           ADD 1 TO WSV-CANT-EN-CANJE
           ADD REG-CHD-IMPORTE TO WSV-TOTAL-EN-CANJE
           .
       220000-PRESENTAR-F. EXIT.
      ******************************************************************
      *                         230000-LIBERAR
      *Un cheque presentado sigue en canje hasta su fecha de
      *disponibilidad; ese dia, si la camara no lo devolvio, los
      *fondos quedan libres.
      ******************************************************************
       230000-LIBERAR.
           IF REG-CHD-FECHA-DISPONIBLE > WSV-FECHA-PROCESO
              ADD 1 TO WSV-CANT-EN-CANJE
              ADD REG-CHD-IMPORTE TO WSV-TOTAL-EN-CANJE
              GO TO 230000-LIBERAR-F
           END-IF

           MOVE "A" TO REG-CHD-ESTADO
           PERFORM 240000-REGRABAR
              THRU 240000-REGRABAR-F
           ADD 1 TO WSV-CANT-LIBERADOS
           ADD REG-CHD-IMPORTE TO WSV-TOTAL-LIBERADO
           .
       230000-LIBERAR-F. EXIT.
      ******************************************************************
      *                         240000-REGRABAR
      ******************************************************************
       240000-REGRABAR.
           MOVE WSV-FECHA-PROCESO TO REG-CHD-FECHA-ESTADO
           REWRITE REG-DEPOSITADO
           IF NOT FS-STATUS-CHD-OK
              MOVE CON-240000-REGRABAR TO WS-ERR-PARRAFO
              MOVE CON-DEPOSITADOS     TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHD       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       240000-REGRABAR-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           MOVE SPACES TO WSR-TRAILER
           MOVE "TRL"                TO WSR-TRL-MARCA
           MOVE WSV-CANT-PRESENTADOS TO WSR-TRL-CANTIDAD
           MOVE WSV-HASH-PRESENTADOS TO WSR-TRL-HASH
           WRITE REG-PRESENTACION FROM WSR-TRAILER
           IF NOT FS-STATUS-PRE-OK
              MOVE CON-300000-EXIT  TO WS-ERR-PARRAFO
              MOVE CON-PRESENTACION TO WS-ERR-OBJETO
              MOVE CON-GRABAR       TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRE    TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE PRESENTACION
           CLOSE DEPOSITADOS

           DISPLAY "E150 - CANJE DE CHEQUES DEL " WSV-FECHA-PROCESO
           DISPLAY "CHEQUES PRESENTADOS  : " WSV-CANT-PRESENTADOS
           MOVE WSV-HASH-PRESENTADOS TO WSV-EDIT
           DISPLAY "IMPORTE PRESENTADO   : " WSV-EDIT
           DISPLAY "CHEQUES LIBERADOS    : " WSV-CANT-LIBERADOS
           MOVE WSV-TOTAL-LIBERADO TO WSV-EDIT
           DISPLAY "IMPORTE LIBERADO     : " WSV-EDIT
           DISPLAY "CHEQUES EN CANJE     : " WSV-CANT-EN-CANJE
           MOVE WSV-TOTAL-EN-CANJE TO WSV-EDIT
           DISPLAY "IMPORTE EN CANJE     : " WSV-EDIT
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
       END PROGRAM E150.
