      *aprobar un movimiento cargado por el mismo: ese queda en la
      *cola para otro. Los pendientes no resueltos se reescriben a
      *la cola. Correr despues del control de trailers (E62), cuando
      *el lote ya viaja sin trailer. Cada aprobacion queda tambien en
      *APROBACIONES_OTORGADAS.txt con los dos usuarios, y cada
      *intento de ingreso en SEGURIDAD_LOG.txt como en E47, para la
      *revision de accesos de E159.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT RECHAZADAS ASSIGN TO "APROBACIONES_RECHAZADAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-REC.

       SELECT OTORGADAS ASSIGN TO "APROBACIONES_OTORGADAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-OTG.

       SELECT SEGLOG ASSIGN TO "SEGURIDAD_LOG.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-SEG.
       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
             05 REG-PEN-CUENTA-DESTINO   PIC X(08).
             05 REG-PEN-FECHA-CARGA      PIC 9(08).
             05 REG-PEN-OPERADOR-CARGA   PIC X(08).
             05 REG-PEN-CBU-DESTINO      PIC X(22).

       FD TRANCTA.
          01 REG-TRANCTA-LINEA           PIC X(80).
             05 REG-REC-OPERADOR-CARGA   PIC X(08).
             05 REG-REC-SUPERVISOR       PIC X(08).
             05 REG-REC-FECHA-DECISION   PIC 9(08).

      *Misma forma que el rechazo, con el numero con que el
      *movimiento volvio al lote.
       FD OTORGADAS.
          01 REG-OTORGADA.
             05 REG-OTG-NUMERO           PIC 9(08).
             05 REG-OTG-OPERACION        PIC X(01).
             05 REG-OTG-CUENTA           PIC X(08).
             05 REG-OTG-MONTO            PIC S9(15)V9(02).
             05 REG-OTG-FECHA-CARGA      PIC 9(08).
             05 REG-OTG-OPERADOR-CARGA   PIC X(08).
             05 REG-OTG-SUPERVISOR       PIC X(08).
             05 REG-OTG-FECHA-DECISION   PIC 9(08).
             05 REG-OTG-NRO-LIBERADA     PIC 9(08).

       FD SEGLOG.
          01 REG-SEGLOG.
             05 REG-SEG-FECHA            PIC 9(08).
             05 REG-SEG-HORA             PIC 9(08).
             05 REG-SEG-OPERADOR         PIC X(08).
             05 REG-SEG-OPCION           PIC 9(01).
             05 REG-SEG-MOTIVO           PIC X(20).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
           02 CON-PARRAFO.
              05 CON-110000-SIGN-ON         PIC X(30) VALUE
              '110000-SIGN-ON              '.
              05 CON-117000-LOG-SEGURIDAD   PIC X(30) VALUE
              '117000-LOG-SEGURIDAD        '.
              05 CON-120000-CARGAR-COLA     PIC X(30) VALUE
              '120000-CARGAR-COLA          '.
              05 CON-130000-ULTIMO-TRAN     PIC X(30) VALUE
              '130000-ULTIMO-TRAN          '.
              05 CON-230000-APROBAR         PIC X(30) VALUE
              '230000-APROBAR              '.
              05 CON-235000-ASENTAR-APROB   PIC X(30) VALUE
              '235000-ASENTAR-APROBACION   '.
              05 CON-240000-RECHAZAR        PIC X(30) VALUE
              '240000-RECHAZAR             '.
              05 CON-310000-REESCRIBIR-COLA PIC X(30) VALUE
              05 CON-PENDIENTES PIC X(10) VALUE 'PENDIENTES'.
              05 CON-TRANCTA    PIC X(10) VALUE 'TRANCTA   '.
              05 CON-RECHAZADAS PIC X(10) VALUE 'RECHAZADAS'.
              05 CON-OTORGADAS  PIC X(10) VALUE 'OTORGADAS '.
              05 CON-SEGLOG     PIC X(10) VALUE 'SEGLOG    '.
      ************************** TABLES ********************************
       01 WSV-TABLA-PENDIENTES.
          02 WSV-PEN-ENTRY OCCURS 200 TIMES.
             05 WSV-PEN-DESTINO          PIC X(08).
             05 WSV-PEN-FECHA-CARGA      PIC 9(08).
             05 WSV-PEN-OPERADOR         PIC X(08).
             05 WSV-PEN-CBU              PIC X(22).
             05 WSV-PEN-RESUELTO         PIC X(01).
                88 WSV-PEN-QUEDA               VALUE "N".
       01 WSV-CANT-PENDIENTES            PIC 9(03) VALUE 0.
          05 WSR-TRV-MONTO            PIC S9(15)V9(02).
          05 WSR-TRV-DESTINO          PIC X(08).
          05 WSR-TRV-APROBADA         PIC X(01).
          05 WSR-TRV-CBU              PIC X(22).
          05 FILLER                   PIC X(07).
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-USU           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
             88 FS-STATUS-REC-NOT-FOUND        VALUE "35".

          05 FS-STATUS-OTG           PIC X(02) VALUE "00".
             88 FS-STATUS-OTG-OK               VALUE "00".
             88 FS-STATUS-OTG-NOT-FOUND        VALUE "35".

          05 FS-STATUS-SEG           PIC X(02) VALUE "00".
             88 FS-STATUS-SEG-OK               VALUE "00".
             88 FS-STATUS-SEG-NOT-FOUND        VALUE "35".

          05 WSV-SW-SIGNON-OK        PIC X(01) VALUE "N".
             88 WSV-SIGNON-OK                  VALUE "S".
      ************************** VARIABLES *****************************
          05 WSV-IDX-SIGNON          PIC 9(02).
          05 WSV-INTENTOS            PIC 9(01) VALUE ZERO.
          05 WSV-DECISION            PIC X(01).
          05 WSV-MOTIVO-SEG          PIC X(20).
          05 WSV-ULTIMO-TRAN         PIC 9(08) VALUE ZERO.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-EDIT                PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           EVALUATE TRUE
               WHEN WSV-IDX-USU = ZERO
                    DISPLAY "SUPERVISOR INEXISTENTE"
                    MOVE "OPERADOR INEXISTENTE" TO WSV-MOTIVO-SEG
               WHEN WSV-USU-CLAVE(WSV-IDX-USU) NOT = WSV-CLAVE
                    DISPLAY "CLAVE INCORRECTA"
                    MOVE "CLAVE INCORRECTA    " TO WSV-MOTIVO-SEG
               WHEN WSV-USU-MODIF(WSV-IDX-USU) NOT = "S"
                    DISPLAY "EL USUARIO NO TIENE PERMISO DE "
                            "SUPERVISION"
                    MOVE "NO AUTORIZADO       " TO WSV-MOTIVO-SEG
               WHEN OTHER
                    MOVE "S" TO WSV-SW-SIGNON-OK
                    MOVE "INGRESO OK          " TO WSV-MOTIVO-SEG
           END-EVALUATE

           PERFORM 117000-LOG-SEGURIDAD
              THRU 117000-LOG-SEGURIDAD-F
           .
       115000-PEDIR-SUPERVISOR-F. EXIT.
      ******************************************************************
      *                         117000-LOG-SEGURIDAD
      *Mismo registro que el log de E47; la opcion va en 9 como en
      *los intentos de ingreso de ese programa.
      ******************************************************************
       117000-LOG-SEGURIDAD.
           OPEN EXTEND SEGLOG
           IF FS-STATUS-SEG-NOT-FOUND
              OPEN OUTPUT SEGLOG
           END-IF
           IF NOT FS-STATUS-SEG-OK
              MOVE CON-117000-LOG-SEGURIDAD TO WS-ERR-PARRAFO
              MOVE CON-SEGLOG               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-SEG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ACCEPT REG-SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT REG-SEG-HORA  FROM TIME
           MOVE WSV-SUPERVISOR TO REG-SEG-OPERADOR
           MOVE 9              TO REG-SEG-OPCION
           MOVE WSV-MOTIVO-SEG TO REG-SEG-MOTIVO

           WRITE REG-SEGLOG
           IF NOT FS-STATUS-SEG-OK
              MOVE CON-117000-LOG-SEGURIDAD TO WS-ERR-PARRAFO
              MOVE CON-SEGLOG               TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-SEG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE SEGLOG
           .
       117000-LOG-SEGURIDAD-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-COLA
      ******************************************************************
       120000-CARGAR-COLA.
                       WSV-PEN-FECHA-CARGA(WSV-CANT-PENDIENTES)
                    MOVE REG-PEN-OPERADOR-CARGA TO
                       WSV-PEN-OPERADOR(WSV-CANT-PENDIENTES)
                    MOVE REG-PEN-CBU-DESTINO TO
                       WSV-PEN-CBU(WSV-CANT-PENDIENTES)
                    MOVE "N" TO
                       WSV-PEN-RESUELTO(WSV-CANT-PENDIENTES)
               WHEN FS-STATUS-PEN-EOF
           IF WSV-PEN-DESTINO(WSV-IDX) NOT = SPACES
              DISPLAY "DESTINO     : " WSV-PEN-DESTINO(WSV-IDX)
           END-IF
           IF WSV-PEN-CBU(WSV-IDX) NOT = SPACES
              DISPLAY "CBU DESTINO : " WSV-PEN-CBU(WSV-IDX)
           END-IF
           DISPLAY "CARGADO POR : " WSV-PEN-OPERADOR(WSV-IDX)
                   " EL " WSV-PEN-FECHA-CARGA(WSV-IDX)

           MOVE WSV-PEN-MONTO(WSV-IDX)   TO WSR-TRV-MONTO
           MOVE WSV-PEN-DESTINO(WSV-IDX) TO WSR-TRV-DESTINO
           MOVE "S"                      TO WSR-TRV-APROBADA
           MOVE WSV-PEN-CBU(WSV-IDX)     TO WSR-TRV-CBU

           WRITE REG-TRANCTA-LINEA FROM WSR-TRANS-VISTA
           IF NOT FS-STATUS-TRAN-OK
           END-IF

           CLOSE TRANCTA

           PERFORM 235000-ASENTAR-APROBACION
              THRU 235000-ASENTAR-APROBACION-F

           MOVE "S" TO WSV-PEN-RESUELTO(WSV-IDX)
           ADD 1 TO WSV-CANT-APROBADAS
           DISPLAY "APROBADO - LIBERADO AL LOTE COMO TRANSACCION "
           .
       230000-APROBAR-F. EXIT.
      ******************************************************************
      *                         235000-ASENTAR-APROBACION
      ******************************************************************
       235000-ASENTAR-APROBACION.
           OPEN EXTEND OTORGADAS
           IF FS-STATUS-OTG-NOT-FOUND
              OPEN OUTPUT OTORGADAS
           END-IF
           IF NOT FS-STATUS-OTG-OK
              MOVE CON-235000-ASENTAR-APROB TO WS-ERR-PARRAFO
              MOVE CON-OTORGADAS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-OTG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-PEN-NUMERO(WSV-IDX)      TO REG-OTG-NUMERO
           MOVE WSV-PEN-OPERACION(WSV-IDX)   TO REG-OTG-OPERACION
           MOVE WSV-PEN-CUENTA(WSV-IDX)      TO REG-OTG-CUENTA
           MOVE WSV-PEN-MONTO(WSV-IDX)       TO REG-OTG-MONTO
           MOVE WSV-PEN-FECHA-CARGA(WSV-IDX) TO REG-OTG-FECHA-CARGA
           MOVE WSV-PEN-OPERADOR(WSV-IDX)    TO REG-OTG-OPERADOR-CARGA
           MOVE WSV-SUPERVISOR               TO REG-OTG-SUPERVISOR
           MOVE WSV-FECHA-HOY                TO REG-OTG-FECHA-DECISION
           MOVE WSV-ULTIMO-TRAN              TO REG-OTG-NRO-LIBERADA

           WRITE REG-OTORGADA
           IF NOT FS-STATUS-OTG-OK
              MOVE CON-235000-ASENTAR-APROB TO WS-ERR-PARRAFO
              MOVE CON-OTORGADAS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-OTG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE OTORGADAS
           .
       235000-ASENTAR-APROBACION-F. EXIT.
      ******************************************************************
      *                         240000-RECHAZAR
      ******************************************************************
       240000-RECHAZAR.
                 REG-PEN-FECHA-CARGA
              MOVE WSV-PEN-OPERADOR(WSV-IDX)  TO
                 REG-PEN-OPERADOR-CARGA
              MOVE WSV-PEN-CBU(WSV-IDX)       TO REG-PEN-CBU-DESTINO
              WRITE REG-PENDIENTE
              IF NOT FS-STATUS-PEN-OK
                 MOVE CON-310000-REESCRIBIR-COLA TO WS-ERR-PARRAFO
