      *llamadas (fecha, numero discado, duracion, importe) usando la
      *cabecera estandar de reportes. El resumen por abonado con los
      *totales de control para cuentas a cobrar queda en
      *RESUMEN_FACTURACION.txt (registros D y trailer T), que
      *lleva tambien la fecha de emision y el plan del abonado para
      *que E184 abra la cuenta corriente de cada factura.
      *La facturacion de la corrida se asienta en ASIENTOS.txt con
      *origen TEL: debe deudores por el total, haber ingresos por
      *abonos y consumos y haber IVA debito fiscal, en las cuentas
      *que PLANCTAS.txt mapea al origen TEL con los conceptos DEU,
      *ING e IVA (sin los tres mapeos no se factura). El neto y el
      *IVA facturados quedan ademas en CONTROL_FACTURACION.txt para
      *que E112 los concilie contra el mayor.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT PREFIJOS ASSIGN TO "PREFIJOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PRE.

       SELECT PLANCTAS ASSIGN TO "PLANCTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PLC.
      ****************************  OUTPUT  ****************************
       SELECT FACTURAS ASSIGN TO "FACTURAS_ABONADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
       SELECT RESUMEN ASSIGN TO "RESUMEN_FACTURACION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RES.

       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ASI.

       SELECT CTLFACT ASSIGN TO "CONTROL_FACTURACION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CFA.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
                88 REG-PRE-INTERNACIONAL  VALUE "I".
                88 REG-PRE-PREMIUM        VALUE "P".

       FD PLANCTAS.
          01 REG-PLANCTA.
             05 REG-PLC-CUENTA       PIC 9(04).
             05 REG-PLC-NOMBRE       PIC X(30).
             05 REG-PLC-MAPEO OCCURS 3 TIMES.
                10 REG-PLC-MAP-ORIGEN   PIC X(03).
                10 REG-PLC-MAP-CONCEPTO PIC X(03).

       FD FACTURAS.
          01 REG-FACTURA             PIC X(80).

             05 REG-RES-CONSUMO      PIC 9(08)V9(02).
             05 REG-RES-IVA          PIC 9(08)V9(02).
             05 REG-RES-TOTAL        PIC 9(09)V9(02).
             05 REG-RES-FECHA        PIC 9(08).
             05 REG-RES-PLAN         PIC X(01).

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
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-150000-CARGAR-CUENTAS  PIC X(30) VALUE
              '150000-CARGAR-CUENTAS       '.
              05 CON-200000-FACTURAR        PIC X(30) VALUE
              '200000-FACTURAR             '.
              05 CON-300000-CONTABILIZAR    PIC X(30) VALUE
              '300000-CONTABILIZAR         '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-PREFIJOS  PIC X(10) VALUE 'PREFIJOS  '.
              05 CON-FACTURAS  PIC X(10) VALUE 'FACTURAS  '.
              05 CON-RESUMEN   PIC X(10) VALUE 'RESUMEN   '.
              05 CON-PLANCTAS  PIC X(10) VALUE 'PLANCTAS  '.
              05 CON-ASIENTOS  PIC X(10) VALUE 'ASIENTOS  '.
              05 CON-CTLFACT   PIC X(10) VALUE 'CTLFACT   '.
           02 CON-OTROS.
              05 CON-TASA-IVA  PIC 9(01)V9(02) VALUE 0,21.
              05 CON-ORIGEN    PIC X(03) VALUE 'TEL'.
      ************************** TABLES ********************************
       01 WSV-TABLA-PLANES.
          02 WSV-PLA-ENTRY OCCURS 10 TIMES.
             88 FS-STATUS-FAC-OK               VALUE "00".
          05 FS-STATUS-RES           PIC X(02) VALUE "00".
             88 FS-STATUS-RES-OK               VALUE "00".
          05 FS-STATUS-PLC           PIC X(02) VALUE "00".
             88 FS-STATUS-PLC-OK               VALUE "00".
             88 FS-STATUS-PLC-EOF              VALUE "10".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CFA           PIC X(02) VALUE "00".
             88 FS-STATUS-CFA-OK               VALUE "00".
             88 FS-STATUS-CFA-NOT-FOUND        VALUE "35".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX2                PIC 9(03).
          05 WSV-IDX-MAP             PIC 9(01).
          05 WSV-IDX-PLAN            PIC 9(02).
          05 WSV-IDX-MEJOR           PIC 9(02).
          05 WSV-LARGO-MEJOR         PIC 9(01).
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT-IMPORTE        PIC ZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT-IMPORTE2       PIC ZZ.ZZZ.ZZ9,99.
          05 WSV-CTA-DEUDORES        PIC 9(04) VALUE ZERO.
          05 WSV-CTA-INGRESOS        PIC 9(04) VALUE ZERO.
          05 WSV-CTA-IVA             PIC 9(04) VALUE ZERO.
       01 WSV-CONTADORES.
          05 WSV-CANT-FACTURAS       PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-CONTROL       PIC 9(11)V9(02) VALUE ZERO.
          05 WSV-TOTAL-NETO          PIC 9(11)V9(02) VALUE ZERO.
          05 WSV-TOTAL-IVA           PIC 9(11)V9(02) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 150000-CARGAR-CUENTAS
              THRU 150000-CARGAR-CUENTAS-F

           PERFORM 200000-FACTURAR
              THRU 200000-FACTURAR-F

           PERFORM 300000-CONTABILIZAR
              THRU 300000-CONTABILIZAR-F

           DISPLAY "E137 - FACTURACION DE ABONADOS"
           DISPLAY "FACTURAS EMITIDAS : " WSV-CANT-FACTURAS
           MOVE WSV-TOTAL-CONTROL TO WSV-EDIT-IMPORTE
           .
       118000-CLASIFICAR-BANDA-F. EXIT.
      ******************************************************************
      *                         150000-CARGAR-CUENTAS
      *Las cuentas del asiento salen del mapeo del plan de cuentas;
      *se resuelven antes de facturar para no emitir facturas que
      *despues no se puedan asentar.
      ******************************************************************
       150000-CARGAR-CUENTAS.
           OPEN INPUT PLANCTAS
           IF NOT FS-STATUS-PLC-OK
              MOVE CON-150000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
              MOVE CON-PLANCTAS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-PLC             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 155000-LEER-CUENTA
              THRU 155000-LEER-CUENTA-F
              UNTIL FS-STATUS-PLC-EOF
           CLOSE PLANCTAS

           IF WSV-CTA-DEUDORES = ZERO
              OR WSV-CTA-INGRESOS = ZERO
              OR WSV-CTA-IVA = ZERO
              DISPLAY "E137: PLANCTAS.txt SIN MAPEO TEL DEU/ING/IVA"
                      " - NO SE FACTURA"
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
               WHEN FS-STATUS-PLC-OK
                    PERFORM VARYING WSV-IDX-MAP FROM 1 BY 1
                       UNTIL WSV-IDX-MAP > 3
                       IF REG-PLC-MAP-ORIGEN(WSV-IDX-MAP) = CON-ORIGEN
                          EVALUATE REG-PLC-MAP-CONCEPTO(WSV-IDX-MAP)
                              WHEN "DEU"
                                   MOVE REG-PLC-CUENTA TO
                                      WSV-CTA-DEUDORES
                              WHEN "ING"
                                   MOVE REG-PLC-CUENTA TO
                                      WSV-CTA-INGRESOS
                              WHEN "IVA"
                                   MOVE REG-PLC-CUENTA TO WSV-CTA-IVA
                          END-EVALUATE
                       END-IF
                    END-PERFORM
               WHEN FS-STATUS-PLC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-CARGAR-CUENTAS TO WS-ERR-PARRAFO
                    MOVE CON-PLANCTAS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PLC             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       155000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         200000-FACTURAR
      ******************************************************************
       200000-FACTURAR.
           MOVE ZERO               TO REG-RES-CONSUMO
           MOVE ZERO               TO REG-RES-IVA
           MOVE WSV-TOTAL-CONTROL  TO REG-RES-TOTAL
           MOVE WS-CAB-FECHA       TO REG-RES-FECHA
           WRITE REG-RESUMEN
           IF NOT FS-STATUS-RES-OK
              MOVE CON-200000-FACTURAR TO WS-ERR-PARRAFO
           MOVE WSV-CONSUMO                  TO REG-RES-CONSUMO
           MOVE WSV-IVA                      TO REG-RES-IVA
           MOVE WSV-TOTAL-FACTURA            TO REG-RES-TOTAL
           MOVE WS-CAB-FECHA                 TO REG-RES-FECHA
           MOVE REG-TYPE                     TO REG-RES-PLAN
           WRITE REG-RESUMEN
           IF NOT FS-STATUS-RES-OK
              MOVE CON-200000-FACTURAR TO WS-ERR-PARRAFO
           END-IF
           ADD 1 TO WSV-CANT-FACTURAS
           ADD WSV-TOTAL-FACTURA TO WSV-TOTAL-CONTROL
           COMPUTE WSV-TOTAL-NETO = WSV-TOTAL-NETO +
              WSV-PLA-ABONO(WSV-IDX-PLAN) + WSV-CONSUMO
           ADD WSV-IVA TO WSV-TOTAL-IVA
           .
       220000-FACTURAR-ABONADO-F. EXIT.
      ******************************************************************
           .
       280000-ESCRIBIR-LINEA-F. EXIT.
      ******************************************************************
      *                         300000-CONTABILIZAR
      *Un asiento por corrida con el total facturado: el detalle
      *por abonado queda en RESUMEN_FACTURACION.txt.
      ******************************************************************
       300000-CONTABILIZAR.
           IF WSV-CANT-FACTURAS = ZERO
              GO TO 300000-CONTABILIZAR-F
           END-IF

           OPEN EXTEND ASIENTOS
           IF FS-STATUS-ASI-NOT-FOUND
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-300000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WS-CAB-FECHA       TO REG-ASI-FECHA
           MOVE CON-ORIGEN         TO REG-ASI-ORIGEN
           MOVE WSV-CTA-DEUDORES   TO REG-ASI-CUENTA
           MOVE "D"                TO REG-ASI-DH
           MOVE WSV-TOTAL-CONTROL  TO REG-ASI-IMPORTE
           MOVE "FACTURACION ABONADOS" TO REG-ASI-DETALLE
           PERFORM 310000-GRABAR-ASIENTO
              THRU 310000-GRABAR-ASIENTO-F

           MOVE WSV-CTA-INGRESOS   TO REG-ASI-CUENTA
           MOVE "H"                TO REG-ASI-DH
           MOVE WSV-TOTAL-NETO     TO REG-ASI-IMPORTE
           MOVE "ABONOS Y CONSUMOS TELEFONIA" TO REG-ASI-DETALLE
           PERFORM 310000-GRABAR-ASIENTO
              THRU 310000-GRABAR-ASIENTO-F

           MOVE WSV-CTA-IVA        TO REG-ASI-CUENTA
           MOVE "H"                TO REG-ASI-DH
           MOVE WSV-TOTAL-IVA      TO REG-ASI-IMPORTE
           MOVE "IVA DEBITO FISCAL TELEFONIA" TO REG-ASI-DETALLE
           PERFORM 310000-GRABAR-ASIENTO
              THRU 310000-GRABAR-ASIENTO-F

           CLOSE ASIENTOS

           PERFORM 320000-GRABAR-CONTROL
              THRU 320000-GRABAR-CONTROL-F
           .
       300000-CONTABILIZAR-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-ASIENTO
      ******************************************************************
       310000-GRABAR-ASIENTO.
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-300000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       310000-GRABAR-ASIENTO-F. EXIT.
      ******************************************************************
      *                         320000-GRABAR-CONTROL
      ******************************************************************
       320000-GRABAR-CONTROL.
           OPEN EXTEND CTLFACT
           IF FS-STATUS-CFA-NOT-FOUND
              OPEN OUTPUT CTLFACT
           END-IF
           IF NOT FS-STATUS-CFA-OK
              MOVE CON-300000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-CTLFACT             TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-CFA           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE CON-ORIGEN         TO REG-CFA-ORIGEN
           MOVE WS-CAB-FECHA       TO REG-CFA-FECHA
           MOVE WSV-CANT-FACTURAS  TO REG-CFA-CANTIDAD
           MOVE WSV-TOTAL-NETO     TO REG-CFA-NETO
           MOVE WSV-TOTAL-IVA      TO REG-CFA-IVA
           WRITE REG-CTLFACT
           IF NOT FS-STATUS-CFA-OK
              MOVE CON-300000-CONTABILIZAR TO WS-ERR-PARRAFO
              MOVE CON-CTLFACT             TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-CFA           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE CTLFACT
           .
       320000-GRABAR-CONTROL-F. EXIT.
      ******************************************************************
      *                         900000-IMPRIMIR-CABECERA
      *Cabecera estandar de reportes sobre el archivo de facturas.
      ******************************************************************
