      *no se encuentre en la tabla CUENTAS, se grabara
      *un registro en la tabla INCIDENCIAS con el formato indicado 
      *anteriormente.
      *RECHAZADOS se regraba en cada corrida, asi que no dice desde
      *cuando debe un cliente. Para la deuda de aranceles (servicio
      *A + materia que genera E140ARA) se acumula en
      *DEUDA_ARANCELES.txt la fecha de proceso del primer rechazo o
      *pago parcial de una factura con arancel y la del ultimo; el
      *cliente sale del archivo cuando una factura se le cobra
      *completa. E140 toma de ahi la antiguedad de la deuda.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ****************************************************************** 
                     FILE STATUS IS WS-FS-STATUS11
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DEUDA-ARANCEL ASSIGN TO "DEUDA_ARANCELES.txt"
                     FILE STATUS IS WS-FS-STATUS12
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
       FD SIMULACION.
          01 REG-SIMULACION            PIC X(80).

       FD DEUDA-ARANCEL.
          01 REG-DEUDA-ARANCEL.
             05 REG-DAR-CLIENTE            PIC 9(08).
             05 REG-DAR-FECHA-DESDE        PIC 9(08).
             05 REG-DAR-FECHA-ULTIMA       PIC 9(08).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-FECHA              PIC 9(08).
              '356000-CLOSE-CONTROLDIARIO  '.
              05 CON-104000-LEER-PARAMETROS      PIC X(30) VALUE
              '104000-LEER-PARAMETROS      '.
              05 CON-178000-CARGAR-DEUDA-ARA     PIC X(30) VALUE
              '178000-CARGAR-DEUDA-ARANCEL '.
              05 CON-237000-DEUDA-ARANCEL        PIC X(30) VALUE
              '237000-DEUDA-ARANCEL        '.
              05 CON-358000-GRABAR-DEUDA-ARA     PIC X(30) VALUE
              '358000-GRABAR-DEUDA-ARANCEL '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-SIMULACION PIC X(10) VALUE 'SIMULACION'.
              05 CON-ASIENTOS  PIC X(10) VALUE 'ASIENTOS  '.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-DEUDA-ARA  PIC X(10) VALUE 'DEUDA ARAN'.
           02 CON-OTROS.
              05 CON-1         PIC 9(01) VALUE 1.
              05 CON-SERVICIO-ARANCEL PIC X(01) VALUE 'A'.
      ************************  PARAMETROS  ****************************
       01 WS-PARAMETROS.
          05 WS-CUENTA-FILE           PIC X(40) VALUE "CUENTAS.txt".
             05 WS-DUP-SRV-CANT          PIC 9(03).
       01 WS-CANT-DUP-SERVICIO           PIC 9(03) VALUE 0.

       01 WS-TABLA-DEUDA-ARANCEL.
          02 WS-DAR-ENTRY OCCURS 500 TIMES.
             05 WS-DAR-CLIENTE           PIC 9(08).
             05 WS-DAR-FECHA-DESDE       PIC 9(08).
             05 WS-DAR-FECHA-ULTIMA      PIC 9(08).
             05 WS-DAR-VIGENTE           PIC X(01).
       01 WS-CANT-DEUDA-ARANCEL          PIC 9(03) VALUE 0.

      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 WS-FS-STATUS1                    PIC X(02) VALUE "00".
          05 WS-FS-STATUS11                   PIC X(02) VALUE "00".
             88 WS-FS-STATUS11-OK                       VALUE "00".

          05 WS-FS-STATUS12                   PIC X(02) VALUE "00".
             88 WS-FS-STATUS12-OK                       VALUE "00".
             88 WS-FS-STATUS12-EOF                      VALUE "10".
             88 WS-FS-STATUS12-NOT-FOUND                VALUE "35".

          05 WSS-SW-ARANCEL                   PIC X(01) VALUE 'N'.
             88 WSS-ARANCEL-S                           VALUE 'S'.
             88 WSS-ARANCEL-N                           VALUE 'N'.

          05 WSS-SW-SIMULACION                PIC X(01) VALUE "N".
             88 WSS-SIMULACION-S                        VALUE "S".

          02 WS-SALDO-ACT                PIC 9(15)V9(02).
          02 WS-CANT-SERVICIOS           PIC 9(02).
          02 WS-FECHA-HOY                PIC 9(08).
          02 WSV-FECHA-PROCESO           PIC 9(08).
          02 WSV-IDX-DUP                 PIC 9(03).
          02 WSV-IDX-DAR                 PIC 9(03).
          02 WSV-IDX-TOT                 PIC 9(02).
          02 WSV-TOTAL-LIQUIDADO         PIC 9(15)V9(02) VALUE ZEROS.
          02 WSV-TOTAL-PARCIAL           PIC 9(15)V9(02) VALUE ZEROS.
      ******************************************************************
       100000-START.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WSV-FECHA-PROCESO

           PERFORM 104000-LEER-PARAMETROS
              THRU 104000-LEER-PARAMETROS-F
           PERFORM 175000-OPEN-CONTROLDIARIO
              THRU 175000-OPEN-CONTROLDIARIO-F

           PERFORM 178000-CARGAR-DEUDA-ARANCEL
              THRU 178000-CARGAR-DEUDA-ARANCEL-F

           PERFORM 210000-READ-CUENTA
              THRU 210000-READ-CUENTA-F                     
           
              ELSE
                 READ PARAMETROS
                 IF WS-FS-STATUS9-OK
                    MOVE REG-PARAM-FECHA TO WSV-FECHA-PROCESO
                    IF REG-PARAM-SIMULACION = "S"
                       MOVE "S" TO WSS-SW-SIMULACION
                       DISPLAY "E48: CORRIDA EN MODO SIMULACION - "
           .
       175000-OPEN-CONTROLDIARIO-F. EXIT.
      ******************************************************************
      *                     178000-CARGAR-DEUDA-ARANCEL
      *Sin DEUDA_ARANCELES.txt (primera corrida) nadie debe aranceles.
      ******************************************************************
       178000-CARGAR-DEUDA-ARANCEL.
           OPEN INPUT DEUDA-ARANCEL
           IF WS-FS-STATUS12-NOT-FOUND
              GO TO 178000-CARGAR-DEUDA-ARANCEL-F
           END-IF
           IF NOT WS-FS-STATUS12-OK
              MOVE CON-178000-CARGAR-DEUDA-ARA TO WS-ERR-PARRAFO
              MOVE CON-DEUDA-ARA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE WS-FS-STATUS12              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 179000-LEER-DEUDA-ARANCEL
              THRU 179000-LEER-DEUDA-ARANCEL-F
              UNTIL WS-FS-STATUS12-EOF
           CLOSE DEUDA-ARANCEL
           .
       178000-CARGAR-DEUDA-ARANCEL-F. EXIT.
      ******************************************************************
      *                     179000-LEER-DEUDA-ARANCEL
      ******************************************************************
       179000-LEER-DEUDA-ARANCEL.
           READ DEUDA-ARANCEL
           EVALUATE TRUE
               WHEN WS-FS-STATUS12-OK
                    IF WS-CANT-DEUDA-ARANCEL = 500
                       DISPLAY "E48: TABLA DE DEUDA DE ARANCELES "
                               "LLENA - AMPLIE LA TABLA"
                       MOVE CON-178000-CARGAR-DEUDA-ARA TO
                          WS-ERR-PARRAFO
                       MOVE CON-DEUDA-ARA TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WS-CANT-DEUDA-ARANCEL
                    MOVE REG-DAR-CLIENTE TO
                       WS-DAR-CLIENTE(WS-CANT-DEUDA-ARANCEL)
                    MOVE REG-DAR-FECHA-DESDE TO
                       WS-DAR-FECHA-DESDE(WS-CANT-DEUDA-ARANCEL)
                    MOVE REG-DAR-FECHA-ULTIMA TO
                       WS-DAR-FECHA-ULTIMA(WS-CANT-DEUDA-ARANCEL)
                    MOVE "S" TO WS-DAR-VIGENTE(WS-CANT-DEUDA-ARANCEL)
               WHEN WS-FS-STATUS12-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-178000-CARGAR-DEUDA-ARA TO WS-ERR-PARRAFO
                    MOVE CON-DEUDA-ARA               TO WS-ERR-OBJETO
                    MOVE CON-LEER                    TO WS-ERR-OPERACION
                    MOVE WS-FS-STATUS12              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       179000-LEER-DEUDA-ARANCEL-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ****************************************************************** 
       200000-PROCESS.
           IF WS-CODE-M = WS-CODE-N
              ADD 1 TO WS-CANT-SERVICIOS
              COMPUTE WS-DEUDA = WS-DEUDA + REG-MONTO-N
              IF REG-SERVICIO-N(1:1) = CON-SERVICIO-ARANCEL
                 AND REG-SERVICIO-N(2:2) IS NUMERIC
                 SET WSS-ARANCEL-S TO TRUE
              END-IF
              
              PERFORM 220000-READ-SERVICIO                       
                 THRU 220000-READ-SERVICIO-F

                     PERFORM 250000-WRITE-CUENTA-ACT
                        THRU 250000-WRITE-CUENTA-ACT-F   
                     PERFORM 238000-SALDAR-ARANCEL
                        THRU 238000-SALDAR-ARANCEL-F
                  ELSE
                     IF WS-DEUDA > REG-SALDO-M AND
                        WS-CANT-SERVICIOS > 0 AND
                        REG-SALDO-M > 0
                        PERFORM 235000-WRITE-PARCIAL
                           THRU 235000-WRITE-PARCIAL-F
                        PERFORM 237000-DEUDA-ARANCEL
                           THRU 237000-DEUDA-ARANCEL-F
                     ELSE
                     IF WS-DEUDA > REG-SALDO-M AND
                        WS-CANT-SERVICIOS > 0
                        PERFORM 230000-WRITE-RECHA
                           THRU 230000-WRITE-RECHA-F
                        PERFORM 237000-DEUDA-ARANCEL
                           THRU 237000-DEUDA-ARANCEL-F
                     ELSE
                        INITIALIZE REG-INCIDENCIA 
                        MOVE REG-CLIENTE-M TO REG-NRO-CLI-I

                  INITIALIZE WS-DEUDA
                  INITIALIZE WS-CANT-SERVICIOS
                  SET WSS-ARANCEL-N TO TRUE
                  
                  PERFORM 210000-READ-CUENTA                       
                     THRU 210000-READ-CUENTA-F
           .
       235000-WRITE-PARCIAL-F. EXIT.
      ******************************************************************
      *                         236000-BUSCAR-ARANCEL
      ******************************************************************
       236000-BUSCAR-ARANCEL.
           MOVE ZERO TO WSV-IDX-DAR
           PERFORM VARYING WSV-IDX-DUP FROM 1 BY 1
              UNTIL WSV-IDX-DUP > WS-CANT-DEUDA-ARANCEL
              OR WSV-IDX-DAR > ZERO
              IF WS-DAR-CLIENTE(WSV-IDX-DUP) = REG-CLIENTE-M
                 AND WS-DAR-VIGENTE(WSV-IDX-DUP) = "S"
                 MOVE WSV-IDX-DUP TO WSV-IDX-DAR
              END-IF
           END-PERFORM
           .
       236000-BUSCAR-ARANCEL-F. EXIT.
      ******************************************************************
      *                         237000-DEUDA-ARANCEL
      *Factura rechazada o pagada en parte: si el cliente ya debia
      *aranceles sigue debiendo desde la misma fecha; si no, empieza
      *a deber hoy cuando la factura incluye un arancel.
      ******************************************************************
       237000-DEUDA-ARANCEL.
           PERFORM 236000-BUSCAR-ARANCEL
              THRU 236000-BUSCAR-ARANCEL-F
           IF WSV-IDX-DAR > ZERO
              MOVE WSV-FECHA-PROCESO TO
                 WS-DAR-FECHA-ULTIMA(WSV-IDX-DAR)
              GO TO 237000-DEUDA-ARANCEL-F
           END-IF
           IF WSS-ARANCEL-N
              GO TO 237000-DEUDA-ARANCEL-F
           END-IF

           IF WS-CANT-DEUDA-ARANCEL = 500
              DISPLAY "E48: TABLA DE DEUDA DE ARANCELES "
                      "LLENA - AMPLIE LA TABLA"
              MOVE CON-237000-DEUDA-ARANCEL    TO WS-ERR-PARRAFO
              MOVE CON-DEUDA-ARA               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                  TO WS-ERR-OPERACION
              MOVE 99                          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WS-CANT-DEUDA-ARANCEL
           MOVE REG-CLIENTE-M TO WS-DAR-CLIENTE(WS-CANT-DEUDA-ARANCEL)
           MOVE WSV-FECHA-PROCESO TO
              WS-DAR-FECHA-DESDE(WS-CANT-DEUDA-ARANCEL)
           MOVE WSV-FECHA-PROCESO TO
              WS-DAR-FECHA-ULTIMA(WS-CANT-DEUDA-ARANCEL)
           MOVE "S" TO WS-DAR-VIGENTE(WS-CANT-DEUDA-ARANCEL)
           .
       237000-DEUDA-ARANCEL-F. EXIT.
      ******************************************************************
      *                         238000-SALDAR-ARANCEL
      *La factura se cobro completa: el cliente queda al dia.
      ******************************************************************
       238000-SALDAR-ARANCEL.
           PERFORM 236000-BUSCAR-ARANCEL
              THRU 236000-BUSCAR-ARANCEL-F
           IF WSV-IDX-DAR > ZERO
              MOVE "N" TO WS-DAR-VIGENTE(WSV-IDX-DAR)
           END-IF
           .
       238000-SALDAR-ARANCEL-F. EXIT.
      ******************************************************************
      *                         240000-WRITE-INCIDENCIA   
      ******************************************************************      
       240000-WRITE-INCIDENCIA.
           PERFORM 356000-CLOSE-CONTROLDIARIO
              THRU 356000-CLOSE-CONTROLDIARIO-F

           PERFORM 358000-GRABAR-DEUDA-ARANCEL
              THRU 358000-GRABAR-DEUDA-ARANCEL-F

           PERFORM 360000-GRABAR-ASIENTOS
              THRU 360000-GRABAR-ASIENTOS-F

           .
       356000-CLOSE-CONTROLDIARIO-F. EXIT.
      ******************************************************************
      *                     358000-GRABAR-DEUDA-ARANCEL
      *El archivo se regraba completo con los que siguen debiendo.
      ******************************************************************
       358000-GRABAR-DEUDA-ARANCEL.
           IF WSS-SIMULACION-S
              GO TO 358000-GRABAR-DEUDA-ARANCEL-F
           END-IF
           OPEN OUTPUT DEUDA-ARANCEL
           IF NOT WS-FS-STATUS12-OK
              MOVE CON-358000-GRABAR-DEUDA-ARA TO WS-ERR-PARRAFO
              MOVE CON-DEUDA-ARA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE WS-FS-STATUS12              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX-DAR FROM 1 BY 1
              UNTIL WSV-IDX-DAR > WS-CANT-DEUDA-ARANCEL
              IF WS-DAR-VIGENTE(WSV-IDX-DAR) = "S"
                 MOVE WS-DAR-CLIENTE(WSV-IDX-DAR) TO REG-DAR-CLIENTE
                 MOVE WS-DAR-FECHA-DESDE(WSV-IDX-DAR) TO
                    REG-DAR-FECHA-DESDE
                 MOVE WS-DAR-FECHA-ULTIMA(WSV-IDX-DAR) TO
                    REG-DAR-FECHA-ULTIMA
                 WRITE REG-DEUDA-ARANCEL
                 IF NOT WS-FS-STATUS12-OK
                    MOVE CON-358000-GRABAR-DEUDA-ARA TO WS-ERR-PARRAFO
                    MOVE CON-DEUDA-ARA               TO WS-ERR-OBJETO
                    MOVE CON-GRABAR                  TO
                       WS-ERR-OPERACION
                    MOVE WS-FS-STATUS12              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
                 END-IF
              END-IF
           END-PERFORM
           CLOSE DEUDA-ARANCEL
           .
       358000-GRABAR-DEUDA-ARANCEL-F. EXIT.
      ******************************************************************
      *                         360000-GRABAR-ASIENTOS
      *Asiento contable balanceado de la liquidacion del dia: el
      *total cobrado (liquidaciones completas mas lo aplicado de las
