      *lo medido y, si se estimo de mas, el credito se aplica contra
      *el cargo fijo de la factura. El historico de consumos por
      *medidor y bimestre queda en CONSUMOS_HIST.txt.
      *Cada factura deja ademas su detalle en FACTURAS_DETALLE.txt
      *(lecturas, consumo, cargo fijo, consumo e importe por bloque
      *tarifario, importe pleno y neto) para que E167 imprima la
      *factura del cliente.
      *Los cambios de ocupante de MUDANZAS.txt (medidor, fecha y
      *estado de la lectura de la mudanza, cliente que se va y
      *cliente que entra) se procesan antes que las lecturas del
      *bimestre: la lectura de la mudanza se valida y factura como
      *cualquier otra, pero a nombre del cliente que se va (factura
      *final); con esa factura emitida el medidor pasa al cliente
      *que entra desde esa misma lectura, el convenio vigente del
      *medidor queda trasladado (T) al cliente que se va con su
      *saldo, y el cambio queda en OCUPACIONES_HIST.txt. La deuda
      *del MASTER sigue con el cliente que la genero, y E124 no
      *corta al ocupante nuevo por deuda del anterior.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS REG-MED-MEDIDOR
                     FILE STATUS IS FS-STATUS-MED.

       SELECT MUDANZAS ASSIGN TO "MUDANZAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MUD.

       SELECT CONVENIOS ASSIGN TO "CONVENIOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CNV.
      ****************************  OUTPUT  ****************************
       SELECT MASTER ASSIGN TO "MASTER.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
       SELECT RECHAZADAS ASSIGN TO "LECTURAS_RECHAZADAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.

       SELECT DETFACT ASSIGN TO "FACTURAS_DETALLE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DFA.

       SELECT OCUPACIONES ASSIGN TO "OCUPACIONES_HIST.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-OCU.
       DATA DIVISION.
       FILE SECTION.
       FD LECTURAS.
             05 REG-MED-FINAL-RETIRADO     PIC 9(06).
             05 REG-MED-RECAMBIO-PEND      PIC X(01).

      *Cambio de ocupante: la lectura de la mudanza cierra la cuenta
      *del cliente que se va y abre la del que entra.
       FD MUDANZAS.
          01 REG-MUDANZA.
             05 REG-MUD-MEDIDOR            PIC 9(02).
             05 REG-MUD-FECHA              PIC 9(08).
             05 REG-MUD-ESTADO             PIC 9(06).
             05 REG-MUD-CLIENTE-SALE       PIC 9(04).
             05 REG-MUD-CLIENTE-ENTRA      PIC 9(04).

      *Convenios de pago de E81; el de un medidor con mudanza pasa
      *a T (trasladado al cliente que se va).
       FD CONVENIOS.
          01 REG-CONVENIO.
             05 REG-CNV-MEDIDOR            PIC 9(02).
             05 REG-CNV-DEUDA              PIC 9(06)V9(02).
             05 REG-CNV-CANT-CUOTAS        PIC 9(02).
             05 REG-CNV-IMPORTE-CUOTA      PIC 9(04)V9(02).
             05 REG-CNV-FECHA-INICIO       PIC 9(08).
             05 REG-CNV-CUOTAS-PAGADAS     PIC 9(02).
             05 REG-CNV-ESTADO             PIC X(01).

       FD HISTCONS.
          01 REG-HISTCONS.
             05 REG-HCO-MEDIDOR            PIC 9(02).
             05 REG-RZO-MEDIDOR            PIC 9(02).
             05 REG-RZO-ESTADO             PIC 9(06).
             05 REG-RZO-MOTIVO             PIC X(25).

      *Detalle de la factura para la impresion de E167. En una
      *estimada las lecturas van en cero.
       FD DETFACT.
          01 REG-DETFACT.
             05 REG-DFA-MEDIDOR            PIC 9(02).
             05 REG-DFA-CLIENTE            PIC 9(04).
             05 REG-DFA-PERIODO            PIC 9(06).
             05 REG-DFA-FECHA              PIC 9(08).
             05 REG-DFA-ESTIMADA           PIC X(01).
             05 REG-DFA-LECTURA-ANTERIOR   PIC 9(06).
             05 REG-DFA-LECTURA-ACTUAL     PIC 9(06).
             05 REG-DFA-CONSUMO            PIC 9(06).
             05 REG-DFA-DESCONTADO         PIC 9(07).
             05 REG-DFA-CARGO-FIJO         PIC 9(04)V9(02).
             05 REG-DFA-CREDITO            PIC 9(06)V9(02).
             05 REG-DFA-BRUTO              PIC 9(06)V9(02).
             05 REG-DFA-NETO               PIC 9(06)V9(02).
             05 REG-DFA-CANT-BLOQUES       PIC 9(02).
             05 REG-DFA-BLOQUE OCCURS 10 TIMES.
                10 REG-DFA-BLO-HASTA       PIC 9(06).
                10 REG-DFA-BLO-PRECIO      PIC 9(02)V9(02).
                10 REG-DFA-BLO-CONSUMO     PIC 9(06).
                10 REG-DFA-BLO-IMPORTE     PIC 9(06)V9(02).

      *Historial de ocupantes por medidor: un registro por mudanza
      *con la factura final y el saldo de convenio que se lleva el
      *cliente que se va.
       FD OCUPACIONES.
          01 REG-OCUPACION.
             05 REG-OCU-MEDIDOR            PIC 9(02).
             05 REG-OCU-FECHA              PIC 9(08).
             05 REG-OCU-ESTADO             PIC 9(06).
             05 REG-OCU-CLIENTE-SALE       PIC 9(04).
             05 REG-OCU-CLIENTE-ENTRA      PIC 9(04).
             05 REG-OCU-FACTURA-FINAL      PIC 9(06)V9(02).
             05 REG-OCU-SALDO-CONVENIO     PIC 9(06)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '320000-GRABAR-HISTCONS      '.
              05 CON-310000-GRABAR-ANT      PIC X(30) VALUE
              '310000-GRABAR-ANTERIORES    '.
              05 CON-140000-MUDANZAS        PIC X(30) VALUE
              '140000-PROCESAR-MUDANZAS    '.
              05 CON-330000-GRABAR-PADRON   PIC X(30) VALUE
              '330000-GRABAR-PADRON        '.
              05 CON-340000-GRABAR-CNV      PIC X(30) VALUE
              '340000-GRABAR-CONVENIOS     '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-MEDIDORES PIC X(10) VALUE 'MEDIDORES '.
              05 CON-SUBSIDIOS PIC X(10) VALUE 'SUBSIDIOS '.
              05 CON-FACTSUB   PIC X(10) VALUE 'FACTSUB   '.
              05 CON-DETFACT   PIC X(10) VALUE 'DETFACT   '.
              05 CON-MUDANZAS  PIC X(10) VALUE 'MUDANZAS  '.
              05 CON-CONVENIOS PIC X(10) VALUE 'CONVENIOS '.
              05 CON-OCUPACION PIC X(10) VALUE 'OCUPACION '.
           02 CON-MOTIVOS.
              05 CON-MOTIVO-NEGATIVO  PIC X(25) VALUE
                 'CONSUMO NEGATIVO         '.
                 'CONSUMO INVEROSIMIL      '.
              05 CON-MOTIVO-SIN-PADRON PIC X(25) VALUE
                 'MEDIDOR FUERA DE PADRON  '.
              05 CON-MOTIVO-MUDANZA   PIC X(25) VALUE
                 'MUDANZA CLIENTE ERRONEO  '.
           02 CON-OTROS.
              05 CON-CONSUMO-MAXIMO PIC 9(06) VALUE 001000.
      ************************** TABLES ********************************
             05 WSV-BLO-IMPORTE-ACUM  PIC 9(08)V9(02).
       01 WSV-CANT-BLOQUES            PIC 9(02) VALUE 0.

      *Consumo e importe por bloque de la factura en curso.
       01 WSV-TABLA-FACT-BLOQUES.
          02 WSV-FBL-ENTRY OCCURS 10 TIMES.
             05 WSV-FBL-CONSUMO       PIC 9(06).
             05 WSV-FBL-IMPORTE       PIC 9(06)V9(02).

       01 WSV-TABLA-PADRON.
          02 WSV-PAD-ENTRY OCCURS 100 TIMES.
             05 WSV-PAD-MEDIDOR       PIC 9(02).
             05 WSV-PAD-CLIENTE       PIC 9(04).
             05 WSV-PAD-ZONA          PIC 9(02).
             05 WSV-PAD-ELECTRO       PIC X(01).
             05 WSV-PAD-FACTURADO     PIC X(01).
       01 WSV-CANT-PADRON             PIC 9(03) VALUE 0.

      *Convenios de pago, solo si hay mudanzas en la corrida.
       01 WSV-TABLA-CONVENIOS.
          02 WSV-CNV-ENTRY OCCURS 100 TIMES.
             05 WSV-CNV-MEDIDOR       PIC 9(02).
             05 WSV-CNV-DEUDA         PIC 9(06)V9(02).
             05 WSV-CNV-CANT-CUOTAS   PIC 9(02).
             05 WSV-CNV-IMPORTE-CUOTA PIC 9(04)V9(02).
             05 WSV-CNV-FECHA-INICIO  PIC 9(08).
             05 WSV-CNV-CUOTAS-PAGADAS PIC 9(02).
             05 WSV-CNV-ESTADO        PIC X(01).
       01 WSV-CANT-CONVENIOS          PIC 9(03) VALUE 0.

      *Historico de consumos por medidor y bimestre; los estimados
      *pendientes se concilian con la proxima lectura real.
       01 WSV-TABLA-HISTCONS.
             88 FS-STATUS-SUB-NOT-FOUND        VALUE "35".
          05 FS-STATUS-FSU           PIC X(02) VALUE "00".
             88 FS-STATUS-FSU-OK               VALUE "00".
          05 FS-STATUS-DFA           PIC X(02) VALUE "00".
             88 FS-STATUS-DFA-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-SUBSIDIADO       PIC X(01).
             88 WSV-SUBSIDIADO                 VALUE "S".
          05 FS-STATUS-MUD           PIC X(02) VALUE "00".
             88 FS-STATUS-MUD-OK               VALUE "00".
             88 FS-STATUS-MUD-EOF              VALUE "10".
             88 FS-STATUS-MUD-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CNV           PIC X(02) VALUE "00".
             88 FS-STATUS-CNV-OK               VALUE "00".
             88 FS-STATUS-CNV-EOF              VALUE "10".
             88 FS-STATUS-CNV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-OCU           PIC X(02) VALUE "00".
             88 FS-STATUS-OCU-OK               VALUE "00".
             88 FS-STATUS-OCU-NOT-FOUND        VALUE "35".
          05 WSV-SW-FACTURADA        PIC X(01).
             88 WSV-FACTURADA                  VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-BRUTO-SUBSIDIO      PIC 9(06)V9(02).
          05 WSV-IMPORTE-SUBSIDIADO  PIC 9(06)V9(02).
          05 WSV-LECTURA-ANTERIOR    PIC 9(06).
          05 WSV-LECTURA-ACTUAL      PIC 9(06).
          05 WSV-CONSUMO-FACTURA     PIC 9(06).
          05 WSV-IDX-CNV             PIC 9(03).
          05 WSV-SALDO-CONVENIO      PIC S9(07)V9(02).
          05 WSV-EDIT                PIC ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-FACTURADAS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CONCILIADAS    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECAMBIOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SUBSIDIADAS    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-MUDANZAS       PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-SUBSIDIADO    PIC 9(09)V9(02) VALUE ZERO.
          05 WSV-TOTAL-FACTURADO     PIC 9(09)V9(02) VALUE ZERO.
      ************************** COPYS  ********************************
           PERFORM 130000-OPEN-ARCHIVOS
              THRU 130000-OPEN-ARCHIVOS-F

           PERFORM 140000-PROCESAR-MUDANZAS
              THRU 140000-PROCESAR-MUDANZAS-F

           PERFORM 210000-READ-LECTURA
              THRU 210000-READ-LECTURA-F

           PERFORM 320000-GRABAR-HISTCONS
              THRU 320000-GRABAR-HISTCONS-F

           PERFORM 330000-GRABAR-PADRON
              THRU 330000-GRABAR-PADRON-F

           PERFORM 340000-GRABAR-CONVENIOS
              THRU 340000-GRABAR-CONVENIOS-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
           PERFORM 116000-LEER-PADRON
              THRU 116000-LEER-PADRON-F
              UNTIL FS-STATUS-PAD-EOF
           CLOSE PADRON
           .
       110000-CARGAR-TABLAS-F. EXIT.
       116000-LEER-PADRON.
           READ PADRON
           IF FS-STATUS-PAD-OK
      *Con mudanzas 330000 regraba PADRONGAS desde esta tabla: un
      *medidor fuera de tabla se perderia del padron, tabla llena
      *corta.
              IF WSV-CANT-PADRON = 100
                 DISPLAY "E80: TABLA DE PADRON LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-PADRON               TO WS-ERR-OBJETO
                 MOVE CON-LEER                 TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-PADRON
              MOVE REG-PAD-MEDIDOR TO
                 WSV-PAD-MEDIDOR(WSV-CANT-PADRON)
                 WSV-PAD-CLIENTE(WSV-CANT-PADRON)
              MOVE REG-PAD-ZONA TO
                 WSV-PAD-ZONA(WSV-CANT-PADRON)
              MOVE REG-PAD-ELECTRO TO
                 WSV-PAD-ELECTRO(WSV-CANT-PADRON)
              MOVE "N" TO WSV-PAD-FACTURADO(WSV-CANT-PADRON)
           END-IF
           .
           OPEN OUTPUT MASTER
           OPEN OUTPUT FACTSUB
           OPEN OUTPUT RECHAZADAS
           OPEN OUTPUT DETFACT
           IF NOT FS-STATUS-MAS-OK
              OR NOT FS-STATUS-FSU-OK
              OR NOT FS-STATUS-REC-OK
              OR NOT FS-STATUS-DFA-OK
              MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
              MOVE CON-MASTER         TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
           .
       130000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         140000-PROCESAR-MUDANZAS
      *Sin MUDANZAS.txt no hay cambios de ocupante en la corrida.
      ******************************************************************
       140000-PROCESAR-MUDANZAS.
           OPEN INPUT MUDANZAS
           IF FS-STATUS-MUD-NOT-FOUND
              GO TO 140000-PROCESAR-MUDANZAS-F
           END-IF
           IF NOT FS-STATUS-MUD-OK
              MOVE CON-140000-MUDANZAS TO WS-ERR-PARRAFO
              MOVE CON-MUDANZAS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-MUD       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 141000-CARGAR-CONVENIOS
              THRU 141000-CARGAR-CONVENIOS-F

           OPEN EXTEND OCUPACIONES
           IF FS-STATUS-OCU-NOT-FOUND
              OPEN OUTPUT OCUPACIONES
           END-IF
           IF NOT FS-STATUS-OCU-OK
              MOVE CON-140000-MUDANZAS TO WS-ERR-PARRAFO
              MOVE CON-OCUPACION       TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-OCU       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 142000-LEER-MUDANZA
              THRU 142000-LEER-MUDANZA-F
              UNTIL FS-STATUS-MUD-EOF

           CLOSE MUDANZAS
           CLOSE OCUPACIONES
           .
       140000-PROCESAR-MUDANZAS-F. EXIT.
      ******************************************************************
      *                         141000-CARGAR-CONVENIOS
      *Sin archivo de convenios no hay nada que trasladar.
      ******************************************************************
       141000-CARGAR-CONVENIOS.
           OPEN INPUT CONVENIOS
           IF FS-STATUS-CNV-NOT-FOUND
              GO TO 141000-CARGAR-CONVENIOS-F
           END-IF
           IF NOT FS-STATUS-CNV-OK
              MOVE CON-140000-MUDANZAS TO WS-ERR-PARRAFO
              MOVE CON-CONVENIOS       TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-CNV       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 141500-LEER-CONVENIO
              THRU 141500-LEER-CONVENIO-F
              UNTIL FS-STATUS-CNV-EOF

           CLOSE CONVENIOS
           MOVE "00" TO FS-STATUS-CNV
           .
       141000-CARGAR-CONVENIOS-F. EXIT.
      ******************************************************************
      *                         141500-LEER-CONVENIO
      ******************************************************************
       141500-LEER-CONVENIO.
           READ CONVENIOS
           EVALUATE TRUE
               WHEN FS-STATUS-CNV-OK
      *340000 regraba CONVENIOS.txt desde esta tabla: un convenio
      *fuera de tabla se perderia del archivo, tabla llena corta.
                    IF WSV-CANT-CONVENIOS = 100
                       DISPLAY "E80: TABLA DE CONVENIOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-140000-MUDANZAS TO WS-ERR-PARRAFO
                       MOVE CON-CONVENIOS       TO WS-ERR-OBJETO
                       MOVE CON-LEER            TO WS-ERR-OPERACION
                       MOVE 99                  TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-CONVENIOS
                    MOVE REG-CONVENIO TO
                       WSV-CNV-ENTRY(WSV-CANT-CONVENIOS)
               WHEN FS-STATUS-CNV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-140000-MUDANZAS TO WS-ERR-PARRAFO
                    MOVE CON-CONVENIOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CNV       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       141500-LEER-CONVENIO-F. EXIT.
      ******************************************************************
      *                         142000-LEER-MUDANZA
      ******************************************************************
       142000-LEER-MUDANZA.
           READ MUDANZAS
           EVALUATE TRUE
               WHEN FS-STATUS-MUD-OK
                    PERFORM 144000-APLICAR-MUDANZA
                       THRU 144000-APLICAR-MUDANZA-F
               WHEN FS-STATUS-MUD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-140000-MUDANZAS TO WS-ERR-PARRAFO
                    MOVE CON-MUDANZAS        TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MUD       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       142000-LEER-MUDANZA-F. EXIT.
      ******************************************************************
      *                         144000-APLICAR-MUDANZA
      *La mudanza tiene que venir del ocupante que figura en el
      *padron e ir a otro cliente. La lectura de la mudanza se
      *factura al que se va por el camino de cualquier lectura (y
      *queda como anterior del medidor); solo con esa factura final
      *emitida el medidor pasa al que entra. Una lectura rechazada
      *deja el medidor con su ocupante hasta que la mudanza vuelva
      *con una lectura valida.
      ******************************************************************
       144000-APLICAR-MUDANZA.
           MOVE REG-MUD-MEDIDOR TO REG-LEC-MEDIDOR
           MOVE REG-MUD-FECHA   TO REG-LEC-FECHA
           MOVE REG-MUD-ESTADO  TO REG-LEC-ESTADO

           MOVE "N" TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-PAD
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PADRON
              OR WSV-ENCONTRADO
              IF WSV-PAD-MEDIDOR(WSV-IDX) = REG-MUD-MEDIDOR
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-PAD
              END-IF
           END-PERFORM

           IF NOT WSV-ENCONTRADO
              MOVE CON-MOTIVO-SIN-PADRON TO REG-RZO-MOTIVO
              PERFORM 230000-WRITE-RECHAZADA
                 THRU 230000-WRITE-RECHAZADA-F
              GO TO 144000-APLICAR-MUDANZA-F
           END-IF

           IF WSV-PAD-CLIENTE(WSV-IDX-PAD) NOT = REG-MUD-CLIENTE-SALE
              OR REG-MUD-CLIENTE-ENTRA = ZERO
              OR REG-MUD-CLIENTE-ENTRA = REG-MUD-CLIENTE-SALE
              MOVE CON-MOTIVO-MUDANZA TO REG-RZO-MOTIVO
              PERFORM 230000-WRITE-RECHAZADA
                 THRU 230000-WRITE-RECHAZADA-F
              GO TO 144000-APLICAR-MUDANZA-F
           END-IF

           PERFORM 202000-VALIDAR-LECTURA
              THRU 202000-VALIDAR-LECTURA-F
           IF NOT WSV-FACTURADA
              DISPLAY "E80: MUDANZA DEL MEDIDOR " REG-MUD-MEDIDOR
                      " SIN FACTURA FINAL - NO SE TRANSFIERE"
              GO TO 144000-APLICAR-MUDANZA-F
           END-IF

           MOVE REG-MUD-MEDIDOR       TO REG-OCU-MEDIDOR
           MOVE REG-MUD-FECHA         TO REG-OCU-FECHA
           MOVE REG-MUD-ESTADO        TO REG-OCU-ESTADO
           MOVE REG-MUD-CLIENTE-SALE  TO REG-OCU-CLIENTE-SALE
           MOVE REG-MUD-CLIENTE-ENTRA TO REG-OCU-CLIENTE-ENTRA
           MOVE WSV-DEUDA             TO REG-OCU-FACTURA-FINAL

           PERFORM 146000-TRASLADAR-CONVENIO
              THRU 146000-TRASLADAR-CONVENIO-F
           MOVE WSV-SALDO-CONVENIO    TO REG-OCU-SALDO-CONVENIO

           WRITE REG-OCUPACION
           IF NOT FS-STATUS-OCU-OK
              MOVE CON-140000-MUDANZAS TO WS-ERR-PARRAFO
              MOVE CON-OCUPACION       TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-OCU       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

      *La marca de electrodependiente es de la persona y no del
      *medidor: el que entra arranca sin ella hasta acreditarla.
           MOVE REG-MUD-CLIENTE-ENTRA TO WSV-PAD-CLIENTE(WSV-IDX-PAD)
           MOVE "N"                   TO WSV-PAD-ELECTRO(WSV-IDX-PAD)
           ADD 1 TO WSV-CANT-MUDANZAS
           DISPLAY "E80: MEDIDOR " REG-MUD-MEDIDOR
                   " PASA DEL CLIENTE " REG-MUD-CLIENTE-SALE
                   " AL " REG-MUD-CLIENTE-ENTRA
                   " DESDE LA LECTURA " REG-MUD-ESTADO
           .
       144000-APLICAR-MUDANZA-F. EXIT.
      ******************************************************************
      *                         146000-TRASLADAR-CONVENIO
      *El convenio vigente del medidor es deuda del que se va: queda
      *en T para que los pagos del medidor (ya del ocupante nuevo)
      *no bajen sus cuotas, y su saldo (deuda menos cuotas pagadas)
      *pasa al historial de ocupantes con el cliente que se va.
      ******************************************************************
       146000-TRASLADAR-CONVENIO.
           MOVE ZERO TO WSV-SALDO-CONVENIO
           PERFORM VARYING WSV-IDX-CNV FROM 1 BY 1
              UNTIL WSV-IDX-CNV > WSV-CANT-CONVENIOS
              IF WSV-CNV-MEDIDOR(WSV-IDX-CNV) = REG-MUD-MEDIDOR
                 AND WSV-CNV-ESTADO(WSV-IDX-CNV) = "V"
                 COMPUTE WSV-SALDO-CONVENIO = WSV-SALDO-CONVENIO
                    + WSV-CNV-DEUDA(WSV-IDX-CNV)
                    - WSV-CNV-CUOTAS-PAGADAS(WSV-IDX-CNV)
                    * WSV-CNV-IMPORTE-CUOTA(WSV-IDX-CNV)
                 MOVE "T" TO WSV-CNV-ESTADO(WSV-IDX-CNV)
                 DISPLAY "E80: CONVENIO DEL MEDIDOR " REG-MUD-MEDIDOR
                         " TRASLADADO AL CLIENTE "
                         REG-MUD-CLIENTE-SALE
              END-IF
           END-PERFORM
           IF WSV-SALDO-CONVENIO < ZERO
              MOVE ZERO TO WSV-SALDO-CONVENIO
           END-IF
           .
       146000-TRASLADAR-CONVENIO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           PERFORM 202000-VALIDAR-LECTURA
              THRU 202000-VALIDAR-LECTURA-F

           PERFORM 210000-READ-LECTURA
              THRU 210000-READ-LECTURA-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         202000-VALIDAR-LECTURA
      *Consumo = estado nuevo - estado anterior (un medidor sin
      *lectura anterior arranca de cero). Negativo o mas alla del
      *maximo verosimil se rechaza y la lectura anterior se conserva.
      *WSV-SW-FACTURADA queda en S si la lectura se facturo.
      ******************************************************************
       202000-VALIDAR-LECTURA.
           MOVE "N" TO WSV-SW-FACTURADA
           PERFORM 150000-BUSCAR-ANTERIOR
              THRU 150000-BUSCAR-ANTERIOR-F

                    PERFORM 220000-FACTURAR
                       THRU 220000-FACTURAR-F
           END-EVALUATE
           .
       202000-VALIDAR-LECTURA-F. EXIT.
      ******************************************************************
      *                         205000-INTENTAR-RECAMBIO
      *Si el maestro de medidores tiene un recambio pendiente para
              END-IF
           END-IF

           MOVE WSV-ANT-ESTADO(WSV-IDX-ANT) TO WSV-LECTURA-ANTERIOR
           MOVE REG-LEC-ESTADO       TO WSV-LECTURA-ACTUAL
           MOVE WSV-CONSUMO          TO WSV-CONSUMO-FACTURA
           MOVE "N" TO REG-NRO-ESTIMADA
           PERFORM 228000-GRABAR-MASTER
              THRU 228000-GRABAR-MASTER-F

           MOVE "S" TO WSV-PAD-FACTURADO(WSV-IDX-PAD)
           MOVE "S" TO WSV-SW-FACTURADA

      *Consumo medido al historico y a los promedios de zona, para
      *las estimaciones de medidores sin lectura.
      *fijo) y al registro por bloque.
      ******************************************************************
       225000-VALORIZAR-CONSUMO.
           INITIALIZE WSV-TABLA-FACT-BLOQUES
           MOVE ZERO TO WSV-PISO-BLOQUE
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-BLOQUES
              COMPUTE WSV-DEUDA = WSV-DEUDA +
                 WSV-TRAMO * WSV-BLO-PRECIO(WSV-IDX)
              ADD WSV-TRAMO TO WSV-BLO-CONSUMO-ACUM(WSV-IDX)
              MOVE WSV-TRAMO TO WSV-FBL-CONSUMO(WSV-IDX)
              COMPUTE WSV-FBL-IMPORTE(WSV-IDX) =
                 WSV-TRAMO * WSV-BLO-PRECIO(WSV-IDX)
              COMPUTE WSV-BLO-IMPORTE-ACUM(WSV-IDX) =
                 WSV-BLO-IMPORTE-ACUM(WSV-IDX) +
                 WSV-TRAMO * WSV-BLO-PRECIO(WSV-IDX)
      *subsidiado y el neto del cliente; al MASTER (lo que el
      *cliente paga) va el neto y la diferencia queda en
      *FACTURAS_SUBSIDIO.txt para el reclamo de E123.
           MOVE WSV-DEUDA TO WSV-BRUTO-SUBSIDIO
           PERFORM 229000-APLICAR-SUBSIDIO
              THRU 229000-APLICAR-SUBSIDIO-F

                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 229500-GRABAR-DETALLE
              THRU 229500-GRABAR-DETALLE-F

           ADD 1 TO WSV-CANT-FACTURADAS
           ADD WSV-DEUDA TO WSV-TOTAL-FACTURADO
           .
           .
       229000-APLICAR-SUBSIDIO-F. EXIT.
      ******************************************************************
      *                         229500-GRABAR-DETALLE
      *El bruto es la factura antes de la tarifa social (cargo fijo
      *mas bloques menos el credito por estimado de mas); el neto es
      *lo que fue al MASTER.
      ******************************************************************
       229500-GRABAR-DETALLE.
           MOVE WSV-PAD-MEDIDOR(WSV-IDX-PAD) TO REG-DFA-MEDIDOR
           MOVE WSV-CLIENTE            TO REG-DFA-CLIENTE
           MOVE WSV-PERIODO            TO REG-DFA-PERIODO
           MOVE WSV-FECHA-HOY          TO REG-DFA-FECHA
           MOVE REG-NRO-ESTIMADA       TO REG-DFA-ESTIMADA
           MOVE WSV-LECTURA-ANTERIOR   TO REG-DFA-LECTURA-ANTERIOR
           MOVE WSV-LECTURA-ACTUAL     TO REG-DFA-LECTURA-ACTUAL
           MOVE WSV-CONSUMO-FACTURA    TO REG-DFA-CONSUMO
           MOVE WSV-ESTIMADO-PENDIENTE TO REG-DFA-DESCONTADO
           MOVE WSV-CARGO-FIJO         TO REG-DFA-CARGO-FIJO
           MOVE WSV-CREDITO            TO REG-DFA-CREDITO
           MOVE WSV-BRUTO-SUBSIDIO     TO REG-DFA-BRUTO
           MOVE WSV-DEUDA              TO REG-DFA-NETO
           MOVE WSV-CANT-BLOQUES       TO REG-DFA-CANT-BLOQUES
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > 10
              IF WSV-IDX > WSV-CANT-BLOQUES
                 MOVE ZERO TO REG-DFA-BLO-HASTA(WSV-IDX)
                 MOVE ZERO TO REG-DFA-BLO-PRECIO(WSV-IDX)
              ELSE
                 MOVE WSV-BLO-HASTA(WSV-IDX)
                    TO REG-DFA-BLO-HASTA(WSV-IDX)
                 MOVE WSV-BLO-PRECIO(WSV-IDX)
                    TO REG-DFA-BLO-PRECIO(WSV-IDX)
              END-IF
              MOVE WSV-FBL-CONSUMO(WSV-IDX)
                 TO REG-DFA-BLO-CONSUMO(WSV-IDX)
              MOVE WSV-FBL-IMPORTE(WSV-IDX)
                 TO REG-DFA-BLO-IMPORTE(WSV-IDX)
           END-PERFORM
           WRITE REG-DETFACT
           IF NOT FS-STATUS-DFA-OK
              MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
              MOVE CON-DETFACT        TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-DFA      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       229500-GRABAR-DETALLE-F. EXIT.
      ******************************************************************
      *                         250000-ESTIMAR-FALTANTES
      *Los medidores del padron que quedaron sin factura (sin
      *lectura o con lectura rechazada) se facturan por consumo
           PERFORM 225000-VALORIZAR-CONSUMO
              THRU 225000-VALORIZAR-CONSUMO-F

           MOVE ZERO                 TO WSV-LECTURA-ANTERIOR
           MOVE ZERO                 TO WSV-LECTURA-ACTUAL
           MOVE WSV-CONSUMO-ESTIMADO TO WSV-CONSUMO-FACTURA
           MOVE ZERO                 TO WSV-ESTIMADO-PENDIENTE
           MOVE ZERO                 TO WSV-CREDITO
           MOVE "S" TO REG-NRO-ESTIMADA
           PERFORM 228000-GRABAR-MASTER
              THRU 228000-GRABAR-MASTER-F
           .
       320000-GRABAR-HISTCONS-F. EXIT.
      ******************************************************************
      *                         330000-GRABAR-PADRON
      *Solo con mudanzas aplicadas cambia algun ocupante.
      ******************************************************************
       330000-GRABAR-PADRON.
           IF WSV-CANT-MUDANZAS = ZERO
              GO TO 330000-GRABAR-PADRON-F
           END-IF

           OPEN OUTPUT PADRON
           IF NOT FS-STATUS-PAD-OK
              MOVE CON-330000-GRABAR-PADRON TO WS-ERR-PARRAFO
              MOVE CON-PADRON               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PADRON
              MOVE WSV-PAD-MEDIDOR(WSV-IDX) TO REG-PAD-MEDIDOR
              MOVE WSV-PAD-CLIENTE(WSV-IDX) TO REG-PAD-CLIENTE
              MOVE WSV-PAD-ZONA(WSV-IDX)    TO REG-PAD-ZONA
              MOVE WSV-PAD-ELECTRO(WSV-IDX) TO REG-PAD-ELECTRO
              WRITE REG-PADRON
              IF NOT FS-STATUS-PAD-OK
                 MOVE CON-330000-GRABAR-PADRON TO WS-ERR-PARRAFO
                 MOVE CON-PADRON               TO WS-ERR-OBJETO
                 MOVE CON-GRABAR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM

           CLOSE PADRON
           .
       330000-GRABAR-PADRON-F. EXIT.
      ******************************************************************
      *                         340000-GRABAR-CONVENIOS
      ******************************************************************
       340000-GRABAR-CONVENIOS.
           IF WSV-CANT-MUDANZAS = ZERO
              OR WSV-CANT-CONVENIOS = ZERO
              GO TO 340000-GRABAR-CONVENIOS-F
           END-IF

           OPEN OUTPUT CONVENIOS
           IF NOT FS-STATUS-CNV-OK
              MOVE CON-340000-GRABAR-CNV TO WS-ERR-PARRAFO
              MOVE CON-CONVENIOS         TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-CNV         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX-CNV FROM 1 BY 1
              UNTIL WSV-IDX-CNV > WSV-CANT-CONVENIOS
              MOVE WSV-CNV-ENTRY(WSV-IDX-CNV) TO REG-CONVENIO
              WRITE REG-CONVENIO
              IF NOT FS-STATUS-CNV-OK
                 MOVE CON-340000-GRABAR-CNV TO WS-ERR-PARRAFO
                 MOVE CON-CONVENIOS         TO WS-ERR-OBJETO
                 MOVE CON-GRABAR            TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CNV         TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM

           CLOSE CONVENIOS
           .
       340000-GRABAR-CONVENIOS-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE MASTER
           CLOSE FACTSUB
           CLOSE RECHAZADAS
           CLOSE DETFACT
           IF WSV-HAY-MEDIDORES
              CLOSE MEDIDORES
           END-IF
           DISPLAY "MEDIDORES CONCILIADOS: " WSV-CANT-CONCILIADAS
           DISPLAY "RECAMBIOS APLICADOS  : " WSV-CANT-RECAMBIOS
           DISPLAY "FACTURAS CON SUBSIDIO: " WSV-CANT-SUBSIDIADAS
           DISPLAY "MUDANZAS APLICADAS   : " WSV-CANT-MUDANZAS
           MOVE WSV-TOTAL-FACTURADO TO WSV-EDIT
           DISPLAY "TOTAL FACTURADO      : " WSV-EDIT
           DISPLAY "REGISTRO POR BLOQUE TARIFARIO"
                      " CONSUMO " WSV-BLO-CONSUMO-ACUM(WSV-IDX)
                      " IMPORTE " WSV-EDIT
           END-PERFORM
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
