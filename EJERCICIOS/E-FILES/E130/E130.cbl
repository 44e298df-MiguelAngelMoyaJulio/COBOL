      *rechazado refacturable vuelve a P para entrar al proximo
      *reclamo, y lo rechazado en firme pasa a X y se convierte en
      *deuda del paciente en DEUDA_PACIENTES.txt.
      *Lo reclamado se asienta con origen ROS (debe deudores obras
      *sociales / haber ingresos), lo rechazado refacturable se
      *revierte (vuelve a asentarse cuando se reclama de nuevo) y lo
      *rechazado en firme pasa de la obra social a deudores
      *pacientes. Las cuentas salen de PLANCTAS.txt, mapeadas al
      *origen ROS con los conceptos DEU, ING y PAC. El neto
      *reclamado menos lo revertido queda en CONTROL_FACTURACION.txt
      *para la conciliacion de E112.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT RESPUESTA ASSIGN TO "RESPUESTA_OS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RES.

       SELECT PLANCTAS ASSIGN TO "PLANCTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PLA.
      ****************************  OUTPUT  ****************************
       SELECT COBDETALLE ASSIGN TO "DISPENSA_COBERTURA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
       SELECT DEUDAS ASSIGN TO "DEUDA_PACIENTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DEU.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ASI.

       SELECT CTLFACT ASSIGN TO "CONTROL_FACTURACION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CFA.
       DATA DIVISION.
       FILE SECTION.
       FD RESPUESTA.
                88 REG-RES-RECHAZADA            VALUE "R".
             05 REG-RES-REFACTURABLE       PIC X(01).

       FD PLANCTAS.
          01 REG-PLANCTA.
             05 REG-PLA-CUENTA             PIC 9(04).
             05 REG-PLA-NOMBRE             PIC X(30).
             05 REG-PLA-MAPEO OCCURS 3 TIMES.
                10 REG-PLA-MAP-ORIGEN      PIC X(03).
                10 REG-PLA-MAP-CONCEPTO    PIC X(03).

       FD COBDETALLE.
          01 REG-COBDETALLE.
             05 REG-CDE-FECHA              PIC 9(08).
             05 REG-DEU-FECHA              PIC 9(08).
             05 REG-DEU-PRODUCTO           PIC 9(02).
             05 REG-DEU-IMPORTE            PIC 9(07)V9(02).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-FECHA              PIC 9(08).
             05 REG-ASI-ORIGEN             PIC X(03).
             05 REG-ASI-CUENTA             PIC 9(04).
             05 REG-ASI-DH                 PIC X(01).
             05 REG-ASI-IMPORTE            PIC 9(15)V9(02).
             05 REG-ASI-DETALLE            PIC X(30).

       FD CTLFACT.
          01 REG-CTLFACT.
             05 REG-CFA-ORIGEN             PIC X(03).
             05 REG-CFA-FECHA              PIC 9(08).
             05 REG-CFA-CANTIDAD           PIC 9(05).
             05 REG-CFA-NETO               PIC S9(13)V9(02).
             05 REG-CFA-IVA                PIC S9(13)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-DETALLE  PIC X(30) VALUE
              '110000-CARGAR-DETALLE       '.
              05 CON-150000-CARGAR-CUENTAS  PIC X(30) VALUE
              '150000-CARGAR-CUENTAS       '.
              05 CON-230000-RECLAMAR        PIC X(30) VALUE
              '230000-RECLAMAR             '.
              05 CON-260000-REPROCESAR      PIC X(30) VALUE
              '260000-REPROCESAR           '.
              05 CON-290000-CONTABILIZAR    PIC X(30) VALUE
              '290000-CONTABILIZAR         '.
              05 CON-310000-REGRABAR        PIC X(30) VALUE
              '310000-REGRABAR             '.
           02 CON-OPERACIONES.
              05 CON-RESPUESTA  PIC X(10) VALUE 'RESPUESTA '.
              05 CON-RECLAMO    PIC X(10) VALUE 'RECLAMO   '.
              05 CON-DEUDAS     PIC X(10) VALUE 'DEUDAS    '.
              05 CON-PLANCTAS   PIC X(10) VALUE 'PLANCTAS  '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
              05 CON-CTLFACT    PIC X(10) VALUE 'CTLFACT   '.
           02 CON-OTROS.
              05 CON-ORIGEN     PIC X(03) VALUE 'ROS'.
      ************************  PARAMETROS  ****************************
       01 WS-PARAMETROS.
          05 WS-RECLAMO-FILE         PIC X(40) VALUE SPACES.
          05 FS-STATUS-DEU           PIC X(02) VALUE "00".
             88 FS-STATUS-DEU-OK               VALUE "00".
             88 FS-STATUS-DEU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PLA           PIC X(02) VALUE "00".
             88 FS-STATUS-PLA-OK               VALUE "00".
             88 FS-STATUS-PLA-EOF              VALUE "10".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CFA           PIC X(02) VALUE "00".
             88 FS-STATUS-CFA-OK               VALUE "00".
             88 FS-STATUS-CFA-NOT-FOUND        VALUE "35".
          05 WSV-SW-PLAN-VISTO       PIC X(01).
             88 WSV-PLAN-VISTO                 VALUE "S".
          05 WSV-SW-HALLADO          PIC X(01).
          05 WSV-CANT-ACEPTADAS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-REFACTURAR     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-A-DEUDA        PIC 9(05) VALUE ZERO.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-IDX-MAP             PIC 9(01).
          05 WSV-CTA-DEUDORES        PIC 9(04) VALUE ZERO.
          05 WSV-CTA-INGRESOS        PIC 9(04) VALUE ZERO.
          05 WSV-CTA-PACIENTES       PIC 9(04) VALUE ZERO.
          05 WSV-CANT-RECLAMADAS     PIC 9(05).
          05 WSV-TOTAL-RECLAMADO     PIC 9(11)V9(02).
          05 WSV-CANT-REVERSAS       PIC 9(05).
          05 WSV-TOTAL-REFACTURAR    PIC 9(11)V9(02).
          05 WSV-TOTAL-A-DEUDA       PIC 9(11)V9(02).
          05 WSV-CANT-CONTROL        PIC 9(05).
          05 WSV-NETO-CONTROL        PIC S9(13)V9(02).
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E130" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-CARGAR-DETALLE
              THRU 110000-CARGAR-DETALLE-F

           PERFORM 150000-CARGAR-CUENTAS
              THRU 150000-CARGAR-CUENTAS-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0
           .
       115000-LEER-DETALLE-F. EXIT.
      ******************************************************************
      *                         150000-CARGAR-CUENTAS
      ******************************************************************
       150000-CARGAR-CUENTAS.
           OPEN INPUT PLANCTAS
           IF NOT FS-STATUS-PLA-OK
              MOVE CON-150000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
              MOVE CON-PLANCTAS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-PLA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 155000-LEER-CUENTA
              THRU 155000-LEER-CUENTA-F
              UNTIL FS-STATUS-PLA-EOF
           CLOSE PLANCTAS

           IF WSV-CTA-DEUDORES = ZERO
              OR WSV-CTA-INGRESOS = ZERO
              OR WSV-CTA-PACIENTES = ZERO
              DISPLAY "E130: PLANCTAS.txt SIN MAPEO ROS DEU/ING/PAC"
              MOVE CON-150000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
              MOVE CON-PLANCTAS              TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       150000-CARGAR-CUENTAS-F. EXIT.
      ******************************************************************
      *                         155000-LEER-CUENTA
      ******************************************************************
       155000-LEER-CUENTA.
           READ PLANCTAS
           EVALUATE TRUE
               WHEN FS-STATUS-PLA-OK
                    PERFORM VARYING WSV-IDX-MAP FROM 1 BY 1
                       UNTIL WSV-IDX-MAP > 3
                       IF REG-PLA-MAP-ORIGEN(WSV-IDX-MAP) = CON-ORIGEN
                          EVALUATE REG-PLA-MAP-CONCEPTO(WSV-IDX-MAP)
                              WHEN "DEU"
                                   MOVE REG-PLA-CUENTA TO
                                      WSV-CTA-DEUDORES
                              WHEN "ING"
                                   MOVE REG-PLA-CUENTA TO
                                      WSV-CTA-INGRESOS
                              WHEN "PAC"
                                   MOVE REG-PLA-CUENTA TO
                                      WSV-CTA-PACIENTES
                          END-EVALUATE
                       END-IF
                    END-PERFORM
               WHEN FS-STATUS-PLA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-PLANCTAS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PLA             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       155000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
              GO TO 230000-RECLAMAR-F
           END-IF

           MOVE ZERO TO WSV-CANT-RECLAMADAS
           MOVE ZERO TO WSV-TOTAL-RECLAMADO
           PERFORM 240000-RECLAMO-PLAN
              THRU 240000-RECLAMO-PLAN-F
              VARYING WSV-IDX-PLA FROM 1 BY 1
              UNTIL WSV-IDX-PLA > WSV-CANT-PLANES

           PERFORM 250000-CONTABILIZAR-RECLAMO
              THRU 250000-CONTABILIZAR-RECLAMO-F
           .
       230000-RECLAMAR-F. EXIT.
      ******************************************************************
           END-IF

           CLOSE RECLAMO
           ADD WSV-CANT-LINEAS   TO WSV-CANT-RECLAMADAS
           ADD WSV-SUMA-CUBIERTO TO WSV-TOTAL-RECLAMADO
           DISPLAY "PLAN " WSV-PLA-CODIGO(WSV-IDX-PLA)
                   " - LINEAS " WSV-CANT-LINEAS
                   " CUBIERTO " WSV-SUMA-CUBIERTO
           .
       240000-RECLAMO-PLAN-F. EXIT.
      ******************************************************************
      *                         250000-CONTABILIZAR-RECLAMO
      *Un asiento por reclamo mensual con el total cubierto de todas
      *las obras sociales.
      ******************************************************************
       250000-CONTABILIZAR-RECLAMO.
           IF WSV-TOTAL-RECLAMADO = ZERO
              GO TO 250000-CONTABILIZAR-RECLAMO-F
           END-IF

           PERFORM 292000-ABRIR-ASIENTOS
              THRU 292000-ABRIR-ASIENTOS-F

           MOVE WSV-CTA-DEUDORES    TO REG-ASI-CUENTA
           MOVE "D"                 TO REG-ASI-DH
           MOVE WSV-TOTAL-RECLAMADO TO REG-ASI-IMPORTE
           MOVE SPACES TO REG-ASI-DETALLE
           STRING "RECLAMO OS PERIODO " DELIMITED BY SIZE
              WSV-PERIODO DELIMITED BY SIZE
              INTO REG-ASI-DETALLE
           PERFORM 295000-GRABAR-ASIENTO
              THRU 295000-GRABAR-ASIENTO-F

           MOVE WSV-CTA-INGRESOS    TO REG-ASI-CUENTA
           MOVE "H"                 TO REG-ASI-DH
           MOVE WSV-TOTAL-RECLAMADO TO REG-ASI-IMPORTE
           MOVE SPACES TO REG-ASI-DETALLE
           STRING "INGRESOS FARMACIA OS " DELIMITED BY SIZE
              WSV-PERIODO DELIMITED BY SIZE
              INTO REG-ASI-DETALLE
           PERFORM 295000-GRABAR-ASIENTO
              THRU 295000-GRABAR-ASIENTO-F

           CLOSE ASIENTOS

           MOVE WSV-CANT-RECLAMADAS TO WSV-CANT-CONTROL
           MOVE WSV-TOTAL-RECLAMADO TO WSV-NETO-CONTROL
           PERFORM 297000-GRABAR-CONTROL
              THRU 297000-GRABAR-CONTROL-F
           .
       250000-CONTABILIZAR-RECLAMO-F. EXIT.
      ******************************************************************
      *                         260000-REPROCESAR
      ******************************************************************
       260000-REPROCESAR.
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO WSV-CANT-REVERSAS
           MOVE ZERO TO WSV-TOTAL-REFACTURAR
           MOVE ZERO TO WSV-TOTAL-A-DEUDA
           PERFORM 265000-LEER-RESPUESTA
              THRU 265000-LEER-RESPUESTA-F
              UNTIL FS-STATUS-RES-EOF
           CLOSE RESPUESTA
           MOVE "00" TO FS-STATUS-RES

           PERFORM 290000-CONTABILIZAR-RESPUESTA
              THRU 290000-CONTABILIZAR-RESPUESTA-F

           DISPLAY "ACEPTADAS           : " WSV-CANT-ACEPTADAS
           DISPLAY "A REFACTURAR        : " WSV-CANT-REFACTURAR
           DISPLAY "A DEUDA DEL PACIENTE: " WSV-CANT-A-DEUDA
                    IF REG-RES-REFACTURABLE = "S"
                       MOVE "P" TO WSV-DET-ESTADO(WSV-IDX)
                       ADD 1 TO WSV-CANT-REFACTURAR
                       ADD 1 TO WSV-CANT-REVERSAS
                       ADD WSV-DET-CUBIERTO(WSV-IDX) TO
                          WSV-TOTAL-REFACTURAR
                    ELSE
                       MOVE "X" TO WSV-DET-ESTADO(WSV-IDX)
                       PERFORM 280000-A-DEUDA
           END-IF
           CLOSE DEUDAS
           ADD 1 TO WSV-CANT-A-DEUDA
           ADD WSV-DET-CUBIERTO(WSV-IDX) TO WSV-TOTAL-A-DEUDA
           .
       280000-A-DEUDA-F. EXIT.
      ******************************************************************
      *                         290000-CONTABILIZAR-RESPUESTA
      *Lo refacturable se revierte contra ingresos porque el proximo
      *reclamo lo vuelve a asentar; lo rechazado en firme sigue
      *siendo ingreso, pero ahora lo debe el paciente.
      ******************************************************************
       290000-CONTABILIZAR-RESPUESTA.
           IF WSV-TOTAL-REFACTURAR = ZERO
              AND WSV-TOTAL-A-DEUDA = ZERO
              GO TO 290000-CONTABILIZAR-RESPUESTA-F
           END-IF

           PERFORM 292000-ABRIR-ASIENTOS
              THRU 292000-ABRIR-ASIENTOS-F

           IF WSV-TOTAL-REFACTURAR > ZERO
              MOVE WSV-CTA-INGRESOS     TO REG-ASI-CUENTA
              MOVE "D"                  TO REG-ASI-DH
              MOVE WSV-TOTAL-REFACTURAR TO REG-ASI-IMPORTE
              MOVE "RECHAZO OS A REFACTURAR" TO REG-ASI-DETALLE
              PERFORM 295000-GRABAR-ASIENTO
                 THRU 295000-GRABAR-ASIENTO-F
              MOVE WSV-CTA-DEUDORES     TO REG-ASI-CUENTA
              MOVE "H"                  TO REG-ASI-DH
              PERFORM 295000-GRABAR-ASIENTO
                 THRU 295000-GRABAR-ASIENTO-F
           END-IF

           IF WSV-TOTAL-A-DEUDA > ZERO
              MOVE WSV-CTA-PACIENTES    TO REG-ASI-CUENTA
              MOVE "D"                  TO REG-ASI-DH
              MOVE WSV-TOTAL-A-DEUDA    TO REG-ASI-IMPORTE
              MOVE "RECHAZO OS A DEUDA PACIENTE" TO REG-ASI-DETALLE
              PERFORM 295000-GRABAR-ASIENTO
                 THRU 295000-GRABAR-ASIENTO-F
              MOVE WSV-CTA-DEUDORES     TO REG-ASI-CUENTA
              MOVE "H"                  TO REG-ASI-DH
              PERFORM 295000-GRABAR-ASIENTO
                 THRU 295000-GRABAR-ASIENTO-F
           END-IF

           CLOSE ASIENTOS

           IF WSV-TOTAL-REFACTURAR > ZERO
              MOVE WSV-CANT-REVERSAS TO WSV-CANT-CONTROL
              COMPUTE WSV-NETO-CONTROL = 0 - WSV-TOTAL-REFACTURAR
              PERFORM 297000-GRABAR-CONTROL
                 THRU 297000-GRABAR-CONTROL-F
           END-IF
           .
       290000-CONTABILIZAR-RESPUESTA-F. EXIT.
      ******************************************************************
      *                         292000-ABRIR-ASIENTOS
      ******************************************************************
       292000-ABRIR-ASIENTOS.
           OPEN EXTEND ASIENTOS
           IF FS-STATUS-ASI-NOT-FOUND
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-290000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WSV-FECHA-HOY TO REG-ASI-FECHA
           MOVE CON-ORIGEN    TO REG-ASI-ORIGEN
           .
       292000-ABRIR-ASIENTOS-F. EXIT.
      ******************************************************************
      *                         295000-GRABAR-ASIENTO
      ******************************************************************
       295000-GRABAR-ASIENTO.
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-290000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       295000-GRABAR-ASIENTO-F. EXIT.
      ******************************************************************
      *                         297000-GRABAR-CONTROL
      ******************************************************************
       297000-GRABAR-CONTROL.
           OPEN EXTEND CTLFACT
           IF FS-STATUS-CFA-NOT-FOUND
              OPEN OUTPUT CTLFACT
           END-IF
           IF NOT FS-STATUS-CFA-OK
              MOVE CON-290000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-CTLFACT             TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CFA           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE CON-ORIGEN       TO REG-CFA-ORIGEN
           MOVE WSV-FECHA-HOY    TO REG-CFA-FECHA
           MOVE WSV-CANT-CONTROL TO REG-CFA-CANTIDAD
           MOVE WSV-NETO-CONTROL TO REG-CFA-NETO
           MOVE ZERO             TO REG-CFA-IVA
           WRITE REG-CTLFACT
           IF NOT FS-STATUS-CFA-OK
              MOVE CON-290000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-CTLFACT             TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-CFA           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE CTLFACT
           .
       297000-GRABAR-CONTROL-F. EXIT.
      ******************************************************************
      *                         310000-REGRABAR
      *El detalle vuelve al archivo con los estados actualizados.
      ******************************************************************
