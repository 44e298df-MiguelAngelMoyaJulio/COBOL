      ******************************************************************
      *Reversion automatica de los devengos de fin de mes. E162 deja
      *en DEVENGOS_REVERSION.txt cada linea de asiento devengada con
      *la marca de reversion y la fecha del primer dia habil del mes
      *siguiente. Este paso de PROCESO-DIARIO toma las lineas
      *pendientes cuya fecha de reversion ya llego y graba en
      *ASIENTOS.txt el asiento exactamente inverso (misma cuenta,
      *importe y detalle, debe por haber) con fecha de proceso y
      *origen RDV, para que E71 lo mayorice en el periodo nuevo y el
      *interes cobrado o pagado despues no se cuente dos veces. Cada
      *linea revertida queda marcada con la fecha en que se revirtio;
      *una recorrida no encuentra pendientes y no graba nada. Como
      *se revierten todas las lineas de un devengo juntas el asiento
      *inverso balancea igual que el original. La fecha de proceso
      *sale de PARAMETROS.txt si existe.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E162REV.
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
      ****************************  OUTPUT  ****************************
       SELECT REVERSION ASSIGN TO "DEVENGOS_REVERSION.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-REV-CLAVE
                       FILE STATUS  IS FS-STATUS-REV.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-STATUS-ASI.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

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
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-200000-REVERTIR        PIC X(30) VALUE
              '200000-REVERTIR             '.
              05 CON-220000-REVERTIR-LINEA  PIC X(30) VALUE
              '220000-REVERTIR-LINEA       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-REGRABAR  PIC X(15) VALUE 'REGRABAR       '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-REVERSION  PIC X(10) VALUE 'REVERSION '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-REV           PIC X(02) VALUE "00".
             88 FS-STATUS-REV-OK               VALUE "00".
             88 FS-STATUS-REV-EOF              VALUE "10".
             88 FS-STATUS-REV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
          05 WSV-SW-ASIENTOS-ABIERTO PIC X(01) VALUE "N".
             88 WSV-ASIENTOS-ABIERTO           VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-TOTAL-DEBE          PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-HABER         PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-EDIT                PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDAS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-REVERTIDAS     PIC 9(07) VALUE ZERO.
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
           MOVE "E162REV" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 200000-REVERTIR
              THRU 200000-REVERTIR-F

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
      *                         200000-REVERTIR
      *Sin registro de devengos no hay nada que revertir (todavia no
      *corrio ningun cierre con E162).
      ******************************************************************
       200000-REVERTIR.
           OPEN I-O REVERSION
           IF FS-STATUS-REV-NOT-FOUND
              GO TO 200000-REVERTIR-F
           END-IF
           IF NOT FS-STATUS-REV-OK
              MOVE CON-200000-REVERTIR TO WS-ERR-PARRAFO
              MOVE CON-REVERSION       TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-REV       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE LOW-VALUES TO REG-REV-CLAVE
           START REVERSION KEY > REG-REV-CLAVE
           IF FS-STATUS-REV-OK
              PERFORM 210000-LEER-REVERSION
                 THRU 210000-LEER-REVERSION-F
                 UNTIL FS-STATUS-REV-EOF
           END-IF

           CLOSE REVERSION
           IF WSV-ASIENTOS-ABIERTO
              CLOSE ASIENTOS
           END-IF
           .
       200000-REVERTIR-F. EXIT.
      ******************************************************************
      *                         210000-LEER-REVERSION
      ******************************************************************
       210000-LEER-REVERSION.
           READ REVERSION NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-REV-OK
                    ADD 1 TO WSV-CANT-LEIDAS
                    IF REG-REV-PENDIENTE
                       AND REG-REV-FECHA-REVERSION NOT >
                           WSV-FECHA-PROCESO
                       PERFORM 220000-REVERTIR-LINEA
                          THRU 220000-REVERTIR-LINEA-F
                    END-IF
               WHEN FS-STATUS-REV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-REVERTIR TO WS-ERR-PARRAFO
                    MOVE CON-REVERSION       TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REV       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-REVERSION-F. EXIT.
      ******************************************************************
      *                         220000-REVERTIR-LINEA
      ******************************************************************
       220000-REVERTIR-LINEA.
           IF NOT WSV-ASIENTOS-ABIERTO
              OPEN EXTEND ASIENTOS
              IF FS-STATUS-ASI-NOT-FOUND
                 OPEN OUTPUT ASIENTOS
              END-IF
              IF NOT FS-STATUS-ASI-OK
                 MOVE CON-220000-REVERTIR-LINEA TO WS-ERR-PARRAFO
                 MOVE CON-ASIENTOS              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                 TO WS-ERR-OPERACION
                 MOVE FS-STATUS-ASI             TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              MOVE "S" TO WSV-SW-ASIENTOS-ABIERTO
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-ASI-FECHA
      *El origen contable es de 3 posiciones: la reversion de
      *devengos firma como RDV.
           MOVE "RDV"             TO REG-ASI-ORIGEN
           MOVE REG-REV-CUENTA    TO REG-ASI-CUENTA
           IF REG-REV-DH = "D"
              MOVE "H" TO REG-ASI-DH
              ADD REG-REV-IMPORTE TO WSV-TOTAL-HABER
           ELSE
              MOVE "D" TO REG-ASI-DH
              ADD REG-REV-IMPORTE TO WSV-TOTAL-DEBE
           END-IF
           MOVE REG-REV-IMPORTE   TO REG-ASI-IMPORTE
           MOVE REG-REV-DETALLE   TO REG-ASI-DETALLE
           MOVE SPACE             TO REG-ASI-REVERSA
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-220000-REVERTIR-LINEA TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "R"               TO REG-REV-ESTADO
           MOVE WSV-FECHA-PROCESO TO REG-REV-FECHA-REVERTIDO
           REWRITE REG-REVERSION
           IF NOT FS-STATUS-REV-OK
              MOVE CON-220000-REVERTIR-LINEA TO WS-ERR-PARRAFO
              MOVE CON-REVERSION             TO WS-ERR-OBJETO
              MOVE CON-REGRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-REV             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-REVERTIDAS
           .
       220000-REVERTIR-LINEA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           DISPLAY "E162REV - REVERSION DE DEVENGOS AL "
                   WSV-FECHA-PROCESO
           DISPLAY "LINEAS DEL REGISTRO : " WSV-CANT-LEIDAS
           DISPLAY "LINEAS REVERTIDAS   : " WSV-CANT-REVERTIDAS
           MOVE WSV-TOTAL-DEBE TO WSV-EDIT
           DISPLAY "TOTAL DEBE          : " WSV-EDIT
           MOVE WSV-TOTAL-HABER TO WSV-EDIT
           DISPLAY "TOTAL HABER         : " WSV-EDIT
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E162REV.
