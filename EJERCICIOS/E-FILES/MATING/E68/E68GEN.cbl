      *cadena. Deja ademas el informe de generacion (facturados,
      *salteados por baja o fuera de ciclo, y con error) en
      *GENERACION_ABONOS.txt.
      *Los abonos de un cliente fallecido cuya sucesion ya
      *inmovilizo E148 (SUCESIONES.txt en estado I) se saltean hasta
      *que se resuelva la sucesion.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT ABONOS ASSIGN TO "ABONOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ABO.

       SELECT SUCESIONES ASSIGN TO "SUCESIONES.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS RANDOM
                     RECORD KEY   IS REG-SUC-CLIENTE
                     FILE STATUS  IS FS-STATUS-SUC.
      ****************************  OUTPUT  ****************************
       SELECT SERVICIO ASSIGN TO WS-SERVICIO-FILE
                     ORGANIZATION IS LINE SEQUENTIAL
             05 REG-ABO-FECHA-INICIO     PIC 9(08).
             05 REG-ABO-FECHA-FIN        PIC 9(08).

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

       FD SERVICIO.
          01 REG-SERVICIO.
             05 REG-CLIENTE-N           PIC 9(08).
              '110000-OPEN-ARCHIVOS        '.
              05 CON-210000-READ-ABONO      PIC X(30) VALUE
              '210000-READ-ABONO           '.
              05 CON-220000-VER-SUCESION    PIC X(30) VALUE
              '220000-VER-SUCESION         '.
              05 CON-230000-FACTURAR        PIC X(30) VALUE
              '230000-FACTURAR             '.
              05 CON-290000-TRAILER         PIC X(30) VALUE
              05 CON-ABONOS     PIC X(10) VALUE 'ABONOS    '.
              05 CON-SERVICIO   PIC X(10) VALUE 'SERVICIO  '.
              05 CON-INFORME    PIC X(10) VALUE 'INFORME   '.
              05 CON-SUCESIONES PIC X(10) VALUE 'SUCESIONES'.
      ************************  PARAMETROS  ****************************
       01 WS-ARCHIVOS.
          05 WS-SERVICIO-FILE        PIC X(40) VALUE "SERVICIOS.txt".
          05 FS-STATUS-ABO           PIC X(02) VALUE "00".
             88 FS-STATUS-ABO-OK               VALUE "00".
             88 FS-STATUS-ABO-EOF              VALUE "10".
          05 FS-STATUS-SUC           PIC X(02) VALUE "00".
             88 FS-STATUS-SUC-OK               VALUE "00".
             88 FS-STATUS-SUC-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-SUC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-SRV           PIC X(02) VALUE "00".
             88 FS-STATUS-SRV-OK               VALUE "00".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-HAY-SUCESIONES   PIC X(01) VALUE "N".
             88 WSV-HAY-SUCESIONES             VALUE "S".
          05 WSV-SW-SUCESION         PIC X(01).
             88 WSV-SUCESION-INMOVILIZADA      VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
                 THRU 399999-END-PROGRAM-F
           END-IF

      *Sin archivo de sucesiones no hay clientes para saltear.
           OPEN INPUT SUCESIONES
           IF FS-STATUS-SUC-OK
              MOVE "S" TO WSV-SW-HAY-SUCESIONES
           ELSE
              IF NOT FS-STATUS-SUC-NOT-FOUND
                 MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                 MOVE CON-SUCESIONES           TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-SUC            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           OPEN OUTPUT SERVICIO
           IF NOT FS-STATUS-SRV-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
      ******************************************************************
       200000-PROCESS.
           ADD 1 TO WSV-CANT-LEIDOS
           PERFORM 220000-VER-SUCESION
              THRU 220000-VER-SUCESION-F

           EVALUATE TRUE
               WHEN REG-ABO-TARIFA = ZERO
                 OR REG-ABO-PERIODICIDAD = ZERO
                       INTO WSV-LINEA-INF
                    PERFORM 280000-WRITE-INFORME
                       THRU 280000-WRITE-INFORME-F
               WHEN WSV-SUCESION-INMOVILIZADA
                    ADD 1 TO WSV-CANT-SALTEADOS
                    MOVE SPACES TO WSV-LINEA-INF
                    STRING "SALTEADO CLIENTE " DELIMITED BY SIZE
                       REG-ABO-CLIENTE DELIMITED BY SIZE
                       " SERVICIO " DELIMITED BY SIZE
                       REG-ABO-SERVICIO DELIMITED BY SIZE
                       " SUCESION INMOVILIZADA" DELIMITED BY SIZE
                       INTO WSV-LINEA-INF
                    PERFORM 280000-WRITE-INFORME
                       THRU 280000-WRITE-INFORME-F
               WHEN REG-ABO-FECHA-INICIO > WSV-FECHA-PROCESO
                 OR (REG-ABO-FECHA-FIN > ZERO
                     AND REG-ABO-FECHA-FIN < WSV-FECHA-PROCESO)
           .
       210000-READ-ABONO-F. EXIT.
      ******************************************************************
      *                         220000-VER-SUCESION
      ******************************************************************
       220000-VER-SUCESION.
           MOVE "N" TO WSV-SW-SUCESION
           IF NOT WSV-HAY-SUCESIONES
              GO TO 220000-VER-SUCESION-F
           END-IF

           MOVE REG-ABO-CLIENTE TO REG-SUC-CLIENTE
           READ SUCESIONES
           EVALUATE TRUE
               WHEN FS-STATUS-SUC-OK
                    IF REG-SUC-INMOVILIZADA
                       MOVE "S" TO WSV-SW-SUCESION
                    END-IF
               WHEN FS-STATUS-SUC-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-220000-VER-SUCESION TO WS-ERR-PARRAFO
                    MOVE CON-SUCESIONES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SUC           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       220000-VER-SUCESION-F. EXIT.
      ******************************************************************
      *                         230000-FACTURAR
      ******************************************************************
       230000-FACTURAR.
              THRU 290000-GRABAR-TRAILER-F

           CLOSE ABONOS
           IF WSV-HAY-SUCESIONES
              CLOSE SUCESIONES
           END-IF
           CLOSE SERVICIO
           CLOSE INFORME

