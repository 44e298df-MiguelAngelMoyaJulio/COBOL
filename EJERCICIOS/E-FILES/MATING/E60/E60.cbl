      *servicio, importe, fecha). Los servicios de clientes sin banco
      *adherido se derivan a DEBITOS_SIN_BANCO.txt para su gestion
      *manual. El retorno del banco lo procesa E61.
      *Los servicios de un cliente fallecido cuya sucesion ya
      *inmovilizo E148 (SUCESIONES.txt en estado I) no se debitan:
      *se informan y quedan suspendidos hasta que se resuelva la
      *sucesion.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT BANCOS ASSIGN TO "CUENTASBANCO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-FS-STATUS2.

       SELECT SUCESIONES ASSIGN TO "SUCESIONES.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS RANDOM
                     RECORD KEY   IS REG-SUC-CLIENTE
                     FILE STATUS  IS WS-FS-STATUS5.
      ****************************  OUTPUT  ****************************
       SELECT ORDENES ASSIGN TO WS-ORDEN-FILE
                     ORGANIZATION IS LINE SEQUENTIAL
             05 REG-BANCO-B             PIC X(03).
             05 REG-CBU-B               PIC X(22).

       FD SUCESIONES.
          01 REG-SUCESION.
             05 REG-SUC-CLIENTE          PIC 9(08).
             05 REG-SUC-FECHA-FALLEC     PIC 9(08).
             05 REG-SUC-EXPEDIENTE       PIC X(20).
             05 REG-SUC-JUZGADO          PIC X(30).
             05 REG-SUC-ESTADO           PIC X(01).
                88 REG-SUC-PENDIENTE            VALUE "P".
                88 REG-SUC-INMOVILIZADA         VALUE "I".
             05 REG-SUC-FECHA-ALTA       PIC 9(08).
             05 REG-SUC-FECHA-PROCESO    PIC 9(08).

       FD ORDENES.
          01 REG-ORDEN.
             05 REG-ORD-BANCO           PIC X(03).
              '110000-OPEN-SERVICIO        '.
              05 CON-120000-CARGAR-BANCOS   PIC X(30) VALUE
              '120000-CARGAR-BANCOS        '.
              05 CON-130000-OPEN-SUCESIONES PIC X(30) VALUE
              '130000-OPEN-SUCESIONES      '.
              05 CON-220000-VER-SUCESION    PIC X(30) VALUE
              '220000-VER-SUCESION         '.
              05 CON-140000-OPEN-SINBANCO   PIC X(30) VALUE
              '140000-OPEN-SINBANCO        '.
              05 CON-210000-READ-SERVICIO   PIC X(30) VALUE
              05 CON-BANCOS    PIC X(10) VALUE 'BANCOS    '.
              05 CON-ORDENES   PIC X(10) VALUE 'ORDENES   '.
              05 CON-SINBANCO  PIC X(10) VALUE 'SINBANCO  '.
              05 CON-SUCESIONES PIC X(10) VALUE 'SUCESIONES'.
           02 CON-OTROS.
              05 CON-TRL       PIC X(03) VALUE 'TRL'.
      ************************  PARAMETROS  ****************************
          05 WS-FS-STATUS4           PIC X(02) VALUE "00".
             88 WS-FS-STATUS4-OK               VALUE "00".

          05 WS-FS-STATUS5           PIC X(02) VALUE "00".
             88 WS-FS-STATUS5-OK               VALUE "00".
             88 WS-FS-STATUS5-SIN-CLAVE        VALUE "23".
             88 WS-FS-STATUS5-NOT-FOUND        VALUE "35".

          05 WSS-SW-HAY-SUCESIONES   PIC X(01) VALUE "N".
             88 WSS-HAY-SUCESIONES-S          VALUE "S".

          05 WSS-SW-SUCESION         PIC X(01).
             88 WSS-SUCESION-INMOVIL-S        VALUE "S".

          05 WSS-SW-BANCO-ENCONTRADO PIC X(01).
             88 WSS-BANCO-ENCONTRADO-S        VALUE "S".
      ************************** VARIABLES *****************************
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-CANT-SIN-BANCO      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-ARCHIVOS       PIC 9(03) VALUE ZERO.
          05 WSV-CANT-SUCESION       PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
           PERFORM 110000-OPEN-SERVICIO
              THRU 110000-OPEN-SERVICIO-F

           PERFORM 130000-OPEN-SUCESIONES
              THRU 130000-OPEN-SUCESIONES-F

           PERFORM 140000-OPEN-SINBANCO
              THRU 140000-OPEN-SINBANCO-F

           .
       125000-READ-BANCO-F. EXIT.
      ******************************************************************
      *                         130000-OPEN-SUCESIONES
      *Sin archivo de sucesiones no hay clientes para suspender.
      ******************************************************************
       130000-OPEN-SUCESIONES.
           OPEN INPUT SUCESIONES
           IF WS-FS-STATUS5-NOT-FOUND
              GO TO 130000-OPEN-SUCESIONES-F
           END-IF
           IF NOT WS-FS-STATUS5-OK
              MOVE CON-130000-OPEN-SUCESIONES TO WS-ERR-PARRAFO
              MOVE CON-SUCESIONES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE WS-FS-STATUS5              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE "S" TO WSS-SW-HAY-SUCESIONES
           .
       130000-OPEN-SUCESIONES-F. EXIT.
      ******************************************************************
      *                         140000-OPEN-SINBANCO
      ******************************************************************
       140000-OPEN-SINBANCO.
              GO TO 200000-PROCESS-F
           END-IF

           PERFORM 220000-VER-SUCESION
              THRU 220000-VER-SUCESION-F
           IF WSS-SUCESION-INMOVIL-S
              ADD 1 TO WSV-CANT-SUCESION
              DISPLAY "CLIENTE " REG-CLIENTE-N " SERVICIO "
                      REG-SERVICIO-N
                      " - SUCESION INMOVILIZADA - DEBITO SUSPENDIDO"
              PERFORM 210000-READ-SERVICIO
                 THRU 210000-READ-SERVICIO-F
              GO TO 200000-PROCESS-F
           END-IF

           MOVE "N" TO WSS-SW-BANCO-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-BANCOS
           .
       210000-READ-SERVICIO-F. EXIT.
      ******************************************************************
      *                         220000-VER-SUCESION
      ******************************************************************
       220000-VER-SUCESION.
           MOVE "N" TO WSS-SW-SUCESION
           IF NOT WSS-HAY-SUCESIONES-S
              GO TO 220000-VER-SUCESION-F
           END-IF

           MOVE REG-CLIENTE-N TO REG-SUC-CLIENTE
           READ SUCESIONES
           EVALUATE TRUE
               WHEN WS-FS-STATUS5-OK
                    IF REG-SUC-INMOVILIZADA
                       MOVE "S" TO WSS-SW-SUCESION
                    END-IF
               WHEN WS-FS-STATUS5-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-220000-VER-SUCESION TO WS-ERR-PARRAFO
                    MOVE CON-SUCESIONES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE WS-FS-STATUS5           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       220000-VER-SUCESION-F. EXIT.
      ******************************************************************
      *                         240000-WRITE-SINBANCO
      ******************************************************************
       240000-WRITE-SINBANCO.
      ******************************************************************
       300000-EXIT.
           CLOSE SERVICIO
           IF WSS-HAY-SUCESIONES-S
              CLOSE SUCESIONES
           END-IF
           CLOSE SINBANCO
           IF NOT WS-FS-STATUS4-OK
              MOVE CON-300000-EXIT TO WS-ERR-PARRAFO
           DISPLAY "ORDENES GENERADAS      : " WSV-CANT-ORDENES
           DISPLAY "ARCHIVOS POR BANCO     : " WSV-CANT-ARCHIVOS
           DISPLAY "SERVICIOS SIN BANCO    : " WSV-CANT-SIN-BANCO
           DISPLAY "SUSPENDIDOS SUCESION   : " WSV-CANT-SUCESION
           STOP RUN
           .
       300000-EXIT-F. EXIT.
