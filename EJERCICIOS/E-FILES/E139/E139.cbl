      *cuya permanencia alcanza el umbral de abandono de
      *PARAMESTADIA.txt (60 dias si falta), para que operaciones
      *arranque el reloj legal.
      *El cargo prefacturado se asienta con origen EST (debe
      *deudores / haber ingresos por estadia, en las cuentas que
      *PLANCTAS.txt mapea al origen EST con los conceptos DEU e ING).
      *Como el aging corre todos los dias y el cargo de un
      *contenedor en patio crece dia a dia, solo se asienta la
      *diferencia contra lo ya asentado por contenedor, que se lleva
      *en ESTADIA_CONTABILIZADA.txt; una rebaja (cambio de tarifa)
      *sale como asiento inverso. La diferencia neta de la corrida
      *queda en CONTROL_FACTURACION.txt para la conciliacion de E112.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT PARAMETROS ASSIGN TO "PARAMESTADIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT PLANCTAS ASSIGN TO "PLANCTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PLA.
      ****************************  OUTPUT  ****************************
       SELECT PREFACTURA ASSIGN TO "PREFACTURA_ESTADIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
       SELECT EXCEPCIONES ASSIGN TO "EXCEPCIONES_ESTADIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EXC.

       SELECT CONTABILIZADO ASSIGN TO "ESTADIA_CONTABILIZADA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTB.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ASI.

       SELECT CTLFACT ASSIGN TO "CONTROL_FACTURACION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CFA.
       DATA DIVISION.
       FILE SECTION.
       FD ESTADIA.
             05 REG-EST-CONTRATO     PIC X(03).
             05 REG-EST-INGRESO      PIC 9(08).
             05 REG-EST-EGRESO       PIC 9(08).
      *Control de temperatura de los reefers que llevan E139MOV y
      *E139REF; la estadia no lo usa.
             05 REG-EST-CONSIGNA-TEMP PIC S9(02)V9(01)
                                      SIGN IS LEADING SEPARATE.
             05 REG-EST-TOLERANCIA   PIC 9(01)V9(01).
             05 REG-EST-EXC-MINUTOS  PIC 9(05).
             05 REG-EST-EXC-MAYOR    PIC 9(05).
             05 REG-EST-ULT-LECTURA  PIC 9(08).
             05 REG-EST-EXCURSION    PIC X(01).

       FD TARIFAS.
          01 REG-TARIFA.
          01 REG-PARAMETRO.
             05 REG-PAR-DIAS-ABANDONO PIC 9(03).

       FD PLANCTAS.
          01 REG-PLANCTA.
             05 REG-PLA-CUENTA       PIC 9(04).
             05 REG-PLA-NOMBRE       PIC X(30).
             05 REG-PLA-MAPEO OCCURS 3 TIMES.
                10 REG-PLA-MAP-ORIGEN   PIC X(03).
                10 REG-PLA-MAP-CONCEPTO PIC X(03).

       FD PREFACTURA.
          01 REG-PREFACTURA          PIC X(90).

             05 REG-EXC-INGRESO      PIC 9(08).
             05 REG-EXC-DIAS         PIC 9(04).
             05 REG-EXC-CARGO        PIC 9(07)V9(02).

       FD CONTABILIZADO.
          01 REG-CONTABILIZADO.
             05 REG-CTB-CONT         PIC 9(05).
             05 REG-CTB-INGRESO      PIC 9(08).
             05 REG-CTB-CARGO        PIC 9(07)V9(02).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-FECHA        PIC 9(08).
             05 REG-ASI-ORIGEN       PIC X(03).
             05 REG-ASI-CUENTA       PIC 9(04).
             05 REG-ASI-DH           PIC X(01).
             05 REG-ASI-IMPORTE      PIC 9(15)V9(02).
             05 REG-ASI-DETALLE      PIC X(30).

       FD CTLFACT.
          01 REG-CTLFACT.
             05 REG-CFA-ORIGEN       PIC X(03).
             05 REG-CFA-FECHA        PIC 9(08).
             05 REG-CFA-CANTIDAD     PIC 9(05).
             05 REG-CFA-NETO         PIC S9(13)V9(02).
             05 REG-CFA-IVA          PIC S9(13)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '110000-CARGAR-TABLAS        '.
              05 CON-200000-CALCULAR        PIC X(30) VALUE
              '200000-CALCULAR             '.
              05 CON-150000-CARGAR-CONTABLE PIC X(30) VALUE
              '150000-CARGAR-CONTABLE      '.
              05 CON-300000-PREFACTURAR     PIC X(30) VALUE
              '300000-PREFACTURAR          '.
              05 CON-400000-CONTABILIZAR    PIC X(30) VALUE
              '400000-CONTABILIZAR         '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-PREFACT   PIC X(10) VALUE 'PREFACTURA'.
              05 CON-EXCEPC    PIC X(10) VALUE 'EXCEPCION '.
              05 CON-FECHA     PIC X(10) VALUE 'RUTFECHA  '.
              05 CON-PLANCTAS  PIC X(10) VALUE 'PLANCTAS  '.
              05 CON-CONTABIL  PIC X(10) VALUE 'CONTABIL  '.
              05 CON-ASIENTOS  PIC X(10) VALUE 'ASIENTOS  '.
              05 CON-CTLFACT   PIC X(10) VALUE 'CTLFACT   '.
           02 CON-OTROS.
              05 CON-ABANDONO-DEF PIC 9(03) VALUE 060.
              05 CON-ORIGEN       PIC X(03) VALUE 'EST'.
      ************************** TABLES ********************************
       01 WSV-TABLA-CONTENEDORES.
          02 WSV-CNT-ENTRY OCCURS 300 TIMES.
             05 WSV-TAR-TARIFA2      PIC 9(05)V9(02).
             05 WSV-TAR-TARIFA3      PIC 9(05)V9(02).
       01 WSV-CANT-TARIFAS           PIC 9(02) VALUE 0.

       01 WSV-TABLA-CONTABILIZADO.
          02 WSV-CTB-ENTRY OCCURS 500 TIMES.
             05 WSV-CTB-CONT         PIC 9(05).
             05 WSV-CTB-INGRESO      PIC 9(08).
             05 WSV-CTB-CARGO        PIC 9(07)V9(02).
       01 WSV-CANT-CONTABILIZADO     PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-EST           PIC X(02) VALUE "00".
             88 FS-STATUS-PRE-OK               VALUE "00".
          05 FS-STATUS-EXC           PIC X(02) VALUE "00".
             88 FS-STATUS-EXC-OK               VALUE "00".
          05 FS-STATUS-PLA           PIC X(02) VALUE "00".
             88 FS-STATUS-PLA-OK               VALUE "00".
             88 FS-STATUS-PLA-EOF              VALUE "10".
          05 FS-STATUS-CTB           PIC X(02) VALUE "00".
             88 FS-STATUS-CTB-OK               VALUE "00".
             88 FS-STATUS-CTB-EOF              VALUE "10".
             88 FS-STATUS-CTB-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CFA           PIC X(02) VALUE "00".
             88 FS-STATUS-CFA-OK               VALUE "00".
             88 FS-STATUS-CFA-NOT-FOUND        VALUE "35".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX2                PIC 9(03).
          05 WSV-IDX-CNT             PIC 9(03).
          05 WSV-IDX-TAR             PIC 9(02).
          05 WSV-IDX-CTB             PIC 9(03).
          05 WSV-IDX-MAP             PIC 9(01).
          05 WSV-CTA-DEUDORES        PIC 9(04) VALUE ZERO.
          05 WSV-CTA-INGRESOS        PIC 9(04) VALUE ZERO.
          05 WSV-DIF-CARGO           PIC S9(07)V9(02).
          05 WSV-TOTAL-ASIENTO       PIC S9(11)V9(02) VALUE ZERO.
          05 WSV-IMPORTE-ASIENTO     PIC 9(11)V9(02).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-DIAS-ABANDONO       PIC 9(03).
          05 WSV-DIAS-CARGO          PIC S9(04).
       01 WSV-CONTADORES.
          05 WSV-CANT-CON-CARGO      PIC 9(04) VALUE ZERO.
          05 WSV-CANT-EXCEPCIONES    PIC 9(04) VALUE ZERO.
          05 WSV-CANT-CONTABILIZADOS PIC 9(04) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 150000-CARGAR-CONTABLE
              THRU 150000-CARGAR-CONTABLE-F

           PERFORM 200000-CALCULAR
              THRU 200000-CALCULAR-F

           PERFORM 300000-PREFACTURAR
              THRU 300000-PREFACTURAR-F

           PERFORM 400000-CONTABILIZAR
              THRU 400000-CONTABILIZAR-F

           DISPLAY "E139 - AGING DE ESTADIA"
           DISPLAY "CONTENEDORES RELEVADOS : " WSV-CANT-CONTENEDORES
           DISPLAY "CON CARGO DE ESTADIA   : " WSV-CANT-CON-CARGO
           DISPLAY "EXCEPCIONES DE ABANDONO: " WSV-CANT-EXCEPCIONES
           MOVE WSV-TOTAL-GENERAL TO WSV-EDIT-IMPORTE
           DISPLAY "TOTAL PREFACTURADO     : " WSV-EDIT-IMPORTE
           DISPLAY "CONTENEDORES ASENTADOS : " WSV-CANT-CONTABILIZADOS
           GOBACK
           .
      ******************************************************************
      *                         110000-CARGAR-TABLAS
           IF FS-STATUS-EST-NOT-FOUND
              DISPLAY "E139: SIN ESTADIA_CONTENEDORES.txt - NADA "
                      "QUE FACTURAR (CORRA E139MOV)"
              GOBACK
           END-IF
           IF NOT FS-STATUS-EST-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
           .
       114000-LEER-ESTADIA-F. EXIT.
      ******************************************************************
      *                         150000-CARGAR-CONTABLE
      *Cuentas del mapeo EST del plan y lo ya asentado por
      *contenedor. Sin los dos mapeos no se prefactura: la
      *prefactura sin asiento dejaria ingresos fuera del mayor.
      ******************************************************************
       150000-CARGAR-CONTABLE.
           OPEN INPUT PLANCTAS
           IF NOT FS-STATUS-PLA-OK
              MOVE CON-150000-CARGAR-CONTABLE TO WS-ERR-PARRAFO
              MOVE CON-PLANCTAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-PLA              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 152000-LEER-CUENTA
              THRU 152000-LEER-CUENTA-F
              UNTIL FS-STATUS-PLA-EOF
           CLOSE PLANCTAS

           IF WSV-CTA-DEUDORES = ZERO
              OR WSV-CTA-INGRESOS = ZERO
              DISPLAY "E139: PLANCTAS.txt SIN MAPEO EST DEU/ING - "
                      "NO SE PREFACTURA"
              MOVE CON-150000-CARGAR-CONTABLE TO WS-ERR-PARRAFO
              MOVE CON-PLANCTAS               TO WS-ERR-OBJETO
              MOVE CON-LEER                   TO WS-ERR-OPERACION
              MOVE 99                         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CONTABILIZADO
           IF FS-STATUS-CTB-NOT-FOUND
              GO TO 150000-CARGAR-CONTABLE-F
           END-IF
           IF NOT FS-STATUS-CTB-OK
              MOVE CON-150000-CARGAR-CONTABLE TO WS-ERR-PARRAFO
              MOVE CON-CONTABIL               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTB              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 154000-LEER-CONTABILIZADO
              THRU 154000-LEER-CONTABILIZADO-F
              UNTIL FS-STATUS-CTB-EOF
           CLOSE CONTABILIZADO
           .
       150000-CARGAR-CONTABLE-F. EXIT.
      ******************************************************************
      *                         152000-LEER-CUENTA
      ******************************************************************
       152000-LEER-CUENTA.
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
                          END-EVALUATE
                       END-IF
                    END-PERFORM
               WHEN FS-STATUS-PLA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-CARGAR-CONTABLE TO WS-ERR-PARRAFO
                    MOVE CON-PLANCTAS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PLA              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       152000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         154000-LEER-CONTABILIZADO
      ******************************************************************
       154000-LEER-CONTABILIZADO.
           READ CONTABILIZADO
           EVALUATE TRUE
               WHEN FS-STATUS-CTB-OK
      *Un contenedor fuera de tabla se volveria a asentar entero en
      *la proxima corrida: tabla llena corta.
                    IF WSV-CANT-CONTABILIZADO = 500
                       DISPLAY "E139: TABLA DE ASENTADOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-150000-CARGAR-CONTABLE TO
                          WS-ERR-PARRAFO
                       MOVE CON-CONTABIL TO WS-ERR-OBJETO
                       MOVE CON-LEER     TO WS-ERR-OPERACION
                       MOVE 99           TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CONTABILIZADO
                    MOVE REG-CTB-CONT TO
                       WSV-CTB-CONT(WSV-CANT-CONTABILIZADO)
                    MOVE REG-CTB-INGRESO TO
                       WSV-CTB-INGRESO(WSV-CANT-CONTABILIZADO)
                    MOVE REG-CTB-CARGO TO
                       WSV-CTB-CARGO(WSV-CANT-CONTABILIZADO)
               WHEN FS-STATUS-CTB-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-CARGAR-CONTABLE TO WS-ERR-PARRAFO
                    MOVE CON-CONTABIL               TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CTB              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       154000-LEER-CONTABILIZADO-F. EXIT.
      ******************************************************************
      *                         200000-CALCULAR
      ******************************************************************
       200000-CALCULAR.
           .
       380000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         400000-CONTABILIZAR
      ******************************************************************
       400000-CONTABILIZAR.
           PERFORM 420000-DIFERENCIA-CONTENEDOR
              THRU 420000-DIFERENCIA-CONTENEDOR-F
              VARYING WSV-IDX-CNT FROM 1 BY 1
              UNTIL WSV-IDX-CNT > WSV-CANT-CONTENEDORES

           IF WSV-CANT-CONTABILIZADOS = ZERO
              GO TO 400000-CONTABILIZAR-F
           END-IF

           IF WSV-TOTAL-ASIENTO NOT = ZERO
              PERFORM 440000-GRABAR-ASIENTOS
                 THRU 440000-GRABAR-ASIENTOS-F
              PERFORM 460000-GRABAR-CONTROL
                 THRU 460000-GRABAR-CONTROL-F
           END-IF

           PERFORM 480000-REGRABAR-CONTABILIZADO
              THRU 480000-REGRABAR-CONTABILIZADO-F
           .
       400000-CONTABILIZAR-F. EXIT.
      ******************************************************************
      *                         420000-DIFERENCIA-CONTENEDOR
      *El contenedor se identifica por numero y fecha de ingreso: un
      *mismo numero que vuelve al patio es otra estadia.
      ******************************************************************
       420000-DIFERENCIA-CONTENEDOR.
           MOVE ZERO TO WSV-IDX-CTB
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CONTABILIZADO
              OR WSV-IDX-CTB > ZERO
              IF WSV-CTB-CONT(WSV-IDX) = WSV-CNT-CONT(WSV-IDX-CNT)
                 AND WSV-CTB-INGRESO(WSV-IDX) =
                     WSV-CNT-INGRESO(WSV-IDX-CNT)
                 MOVE WSV-IDX TO WSV-IDX-CTB
              END-IF
           END-PERFORM

           IF WSV-IDX-CTB = ZERO
              IF WSV-CNT-CARGO(WSV-IDX-CNT) = ZERO
                 GO TO 420000-DIFERENCIA-CONTENEDOR-F
              END-IF
              IF WSV-CANT-CONTABILIZADO = 500
                 DISPLAY "E139: TABLA DE ASENTADOS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-400000-CONTABILIZAR TO WS-ERR-PARRAFO
                 MOVE CON-CONTABIL            TO WS-ERR-OBJETO
                 MOVE CON-GRABAR              TO WS-ERR-OPERACION
                 MOVE 99                      TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-CONTABILIZADO
              MOVE WSV-CANT-CONTABILIZADO TO WSV-IDX-CTB
              MOVE WSV-CNT-CONT(WSV-IDX-CNT) TO
                 WSV-CTB-CONT(WSV-IDX-CTB)
              MOVE WSV-CNT-INGRESO(WSV-IDX-CNT) TO
                 WSV-CTB-INGRESO(WSV-IDX-CTB)
              MOVE ZERO TO WSV-CTB-CARGO(WSV-IDX-CTB)
           END-IF

           COMPUTE WSV-DIF-CARGO =
              WSV-CNT-CARGO(WSV-IDX-CNT) - WSV-CTB-CARGO(WSV-IDX-CTB)
           IF WSV-DIF-CARGO = ZERO
              GO TO 420000-DIFERENCIA-CONTENEDOR-F
           END-IF

           ADD WSV-DIF-CARGO TO WSV-TOTAL-ASIENTO
           MOVE WSV-CNT-CARGO(WSV-IDX-CNT) TO WSV-CTB-CARGO(WSV-IDX-CTB)
           ADD 1 TO WSV-CANT-CONTABILIZADOS
           .
       420000-DIFERENCIA-CONTENEDOR-F. EXIT.
      ******************************************************************
      *                         440000-GRABAR-ASIENTOS
      *Diferencia neta positiva: debe deudores / haber ingresos; si
      *la corrida rebajo cargos, el asiento va al reves.
      ******************************************************************
       440000-GRABAR-ASIENTOS.
           OPEN EXTEND ASIENTOS
           IF FS-STATUS-ASI-NOT-FOUND
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-400000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-HOY      TO REG-ASI-FECHA
           MOVE CON-ORIGEN         TO REG-ASI-ORIGEN
           IF WSV-TOTAL-ASIENTO > ZERO
              MOVE WSV-TOTAL-ASIENTO TO WSV-IMPORTE-ASIENTO
              MOVE WSV-CTA-DEUDORES  TO REG-ASI-CUENTA
              MOVE "D"               TO REG-ASI-DH
              MOVE "ESTADIA DE CONTENEDORES" TO REG-ASI-DETALLE
           ELSE
              COMPUTE WSV-IMPORTE-ASIENTO = 0 - WSV-TOTAL-ASIENTO
              MOVE WSV-CTA-INGRESOS  TO REG-ASI-CUENTA
              MOVE "D"               TO REG-ASI-DH
              MOVE "AJUSTE ESTADIA CONTENEDORES" TO REG-ASI-DETALLE
           END-IF
           MOVE WSV-IMPORTE-ASIENTO TO REG-ASI-IMPORTE
           PERFORM 445000-GRABAR-ASIENTO
              THRU 445000-GRABAR-ASIENTO-F

           IF WSV-TOTAL-ASIENTO > ZERO
              MOVE WSV-CTA-INGRESOS  TO REG-ASI-CUENTA
              MOVE "INGRESOS POR ESTADIA" TO REG-ASI-DETALLE
           ELSE
              MOVE WSV-CTA-DEUDORES  TO REG-ASI-CUENTA
              MOVE "AJUSTE ESTADIA CONTENEDORES" TO REG-ASI-DETALLE
           END-IF
           MOVE "H"                 TO REG-ASI-DH
           MOVE WSV-IMPORTE-ASIENTO TO REG-ASI-IMPORTE
           PERFORM 445000-GRABAR-ASIENTO
              THRU 445000-GRABAR-ASIENTO-F

           CLOSE ASIENTOS
           .
       440000-GRABAR-ASIENTOS-F. EXIT.
      ******************************************************************
      *                         445000-GRABAR-ASIENTO
      ******************************************************************
       445000-GRABAR-ASIENTO.
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-400000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       445000-GRABAR-ASIENTO-F. EXIT.
      ******************************************************************
      *                         460000-GRABAR-CONTROL
      ******************************************************************
       460000-GRABAR-CONTROL.
           OPEN EXTEND CTLFACT
           IF FS-STATUS-CFA-NOT-FOUND
              OPEN OUTPUT CTLFACT
           END-IF
           IF NOT FS-STATUS-CFA-OK
              MOVE CON-400000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-CTLFACT             TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CFA           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE CON-ORIGEN              TO REG-CFA-ORIGEN
           MOVE WSV-FECHA-HOY           TO REG-CFA-FECHA
           MOVE WSV-CANT-CONTABILIZADOS TO REG-CFA-CANTIDAD
           MOVE WSV-TOTAL-ASIENTO       TO REG-CFA-NETO
           MOVE ZERO                    TO REG-CFA-IVA
           WRITE REG-CTLFACT
           IF NOT FS-STATUS-CFA-OK
              MOVE CON-400000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-CTLFACT             TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-CFA           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE CTLFACT
           .
       460000-GRABAR-CONTROL-F. EXIT.
      ******************************************************************
      *                         480000-REGRABAR-CONTABILIZADO
      ******************************************************************
       480000-REGRABAR-CONTABILIZADO.
           OPEN OUTPUT CONTABILIZADO
           IF NOT FS-STATUS-CTB-OK
              MOVE CON-400000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-CONTABIL            TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTB           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CONTABILIZADO
              MOVE WSV-CTB-CONT(WSV-IDX)    TO REG-CTB-CONT
              MOVE WSV-CTB-INGRESO(WSV-IDX) TO REG-CTB-INGRESO
              MOVE WSV-CTB-CARGO(WSV-IDX)   TO REG-CTB-CARGO
              WRITE REG-CONTABILIZADO
              IF NOT FS-STATUS-CTB-OK
                 MOVE CON-400000-CONTABILIZAR TO WS-ERR-PARRAFO
                 MOVE CON-CONTABIL            TO WS-ERR-OBJETO
                 MOVE CON-GRABAR              TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CTB           TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM

           CLOSE CONTABILIZADO
           .
       480000-REGRABAR-CONTABILIZADO-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
