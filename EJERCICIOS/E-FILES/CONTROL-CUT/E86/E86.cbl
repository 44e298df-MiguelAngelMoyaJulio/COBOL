      *de que el resumen salga, no despues del reclamo del cliente.
      *Los umbrales viven en PARAMFRAUDE.txt (maximo por dia y tope
      *de monto); sin archivo rigen 10 transacciones y 3000,00.
      *Toda transaccion de una tarjeta bloqueada en
      *TARJETAS_BLOQUEADAS.txt (por ejemplo las de un titular
      *fallecido, bloqueadas por E148) sale con motivo B, por encima
      *de cualquier otro motivo y sin importar la lista blanca.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT PARAMFRAUDE ASSIGN TO "PARAMFRAUDE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT BLOQUEADAS ASSIGN TO "TARJETAS_BLOQUEADAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-BLQ.
      ****************************  OUTPUT  ****************************
       SELECT BLANCA ASSIGN TO "LISTA_BLANCA_FRAUDE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
             05 REG-PFR-MAX-TRANS               PIC 9(03).
             05 REG-PFR-UMBRAL-MONTO            PIC 9(06)V9(02).

       FD BLOQUEADAS.
          01 REG-BLOQUEADA.
             05 REG-BLQ-TARJETA          PIC X(16).
             05 REG-BLQ-CLIENTE          PIC 9(08).
             05 REG-BLQ-MOTIVO           PIC X(01).
             05 REG-BLQ-FECHA            PIC 9(08).

       FD BLANCA.
          01 REG-BLANCA.
             05 REG-BLA-TARJETA          PIC X(16).
                88 REG-REV-VELOCIDAD                 VALUE "V".
                88 REG-REV-REPETIDA                  VALUE "R".
                88 REG-REV-MONTO                     VALUE "M".
                88 REG-REV-BLOQUEADA                 VALUE "B".
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '250000-WRITE-REVISION       '.
              05 CON-235000-CARGAR-BLANCA   PIC X(30) VALUE
              '235000-CARGAR-BLANCA        '.
              05 CON-120000-CARGAR-BLOQ     PIC X(30) VALUE
              '120000-CARGAR-BLOQUEADAS    '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-PARAMF    PIC X(10) VALUE 'PARAMFRAUD'.
              05 CON-REVISION  PIC X(10) VALUE 'REVISION  '.
              05 CON-BLANCA    PIC X(10) VALUE 'LISTABLANC'.
              05 CON-BLOQUEADAS PIC X(10) VALUE 'BLOQUEADAS'.
           02 CON-OTROS.
              05 CON-MAX-TRANS-DEFECTO  PIC 9(03) VALUE 010.
              05 CON-UMBRAL-DEFECTO     PIC 9(06)V9(02)
             05 WSV-BLA-COMERCIO     PIC X(10).
       01 WSV-CANT-BLANCA            PIC 9(03) VALUE 0.
       01 WSV-IDX-BLA                PIC 9(03).

      *Tarjetas bloqueadas: todo consumo va a revision.
       01 WSV-TABLA-BLOQUEADAS.
          02 WSV-BLQ-TARJETA OCCURS 500 TIMES PIC X(16).
       01 WSV-CANT-BLOQUEADAS        PIC 9(03) VALUE 0.
       01 WSV-IDX-BLQ                PIC 9(03).
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-BLA           PIC X(02) VALUE "00".
             88 FS-STATUS-BLA-NOT-FOUND        VALUE "35".
          05 WSV-SW-BLANQUEADA       PIC X(01).
             88 WSV-BLANQUEADA                 VALUE "S".
          05 FS-STATUS-BLQ           PIC X(02) VALUE "00".
             88 FS-STATUS-BLQ-OK               VALUE "00".
             88 FS-STATUS-BLQ-EOF              VALUE "10".
             88 FS-STATUS-BLQ-NOT-FOUND        VALUE "35".
          05 WSV-SW-BLOQUEADA        PIC X(01).
             88 WSV-BLOQUEADA                  VALUE "S".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
          05 WSV-CANT-V              PIC 9(04) VALUE ZERO.
          05 WSV-CANT-R              PIC 9(04) VALUE ZERO.
          05 WSV-CANT-M              PIC 9(04) VALUE ZERO.
          05 WSV-CANT-B              PIC 9(04) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.

           PERFORM 110000-CARGAR-LOTE
              THRU 110000-CARGAR-LOTE-F

           PERFORM 120000-CARGAR-BLOQUEADAS
              THRU 120000-CARGAR-BLOQUEADAS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
           .
       115000-LEER-TRANS-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-BLOQUEADAS
      *Sin archivo no hay tarjetas bloqueadas.
      ******************************************************************
       120000-CARGAR-BLOQUEADAS.
           OPEN INPUT BLOQUEADAS
           IF FS-STATUS-BLQ-NOT-FOUND
              GO TO 120000-CARGAR-BLOQUEADAS-F
           END-IF
           IF NOT FS-STATUS-BLQ-OK
              MOVE CON-120000-CARGAR-BLOQ    TO WS-ERR-PARRAFO
              MOVE CON-BLOQUEADAS            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-BLQ             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 125000-LEER-BLOQUEADA
              THRU 125000-LEER-BLOQUEADA-F
              UNTIL FS-STATUS-BLQ-EOF

           CLOSE BLOQUEADAS
           .
       120000-CARGAR-BLOQUEADAS-F. EXIT.
      ******************************************************************
      *                         125000-LEER-BLOQUEADA
      ******************************************************************
       125000-LEER-BLOQUEADA.
           READ BLOQUEADAS
           EVALUATE TRUE
               WHEN FS-STATUS-BLQ-OK
      *Una tarjeta bloqueada fuera de tabla seguiria consumiendo sin
      *que nadie la mire: tabla llena corta la corrida.
                    IF WSV-CANT-BLOQUEADAS = 500
                       DISPLAY "E86: TABLA DE TARJETAS BLOQUEADAS "
                               "LLENA - AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-BLOQ
                          TO WS-ERR-PARRAFO
                       MOVE CON-BLOQUEADAS TO WS-ERR-OBJETO
                       MOVE CON-LEER       TO WS-ERR-OPERACION
                       MOVE 99             TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-BLOQUEADAS
                    MOVE REG-BLQ-TARJETA TO
                       WSV-BLQ-TARJETA(WSV-CANT-BLOQUEADAS)
               WHEN FS-STATUS-BLQ-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-BLOQ    TO WS-ERR-PARRAFO
                    MOVE CON-BLOQUEADAS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BLQ             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       125000-LEER-BLOQUEADA-F. EXIT.
      ******************************************************************
      *                         200000-MARCAR
      *Cuatro controles por transaccion, con prioridad tarjeta
      *bloqueada > monto > repetida > velocidad (una transaccion
      *queda con un solo motivo, el mas grave, para que la mesa no
      *revise el mismo renglon dos veces).
      ******************************************************************
       200000-MARCAR.
           PERFORM 220000-MARCAR-UNA
      *                         220000-MARCAR-UNA
      ******************************************************************
       220000-MARCAR-UNA.
      *Tarjeta bloqueada.
           MOVE "N" TO WSV-SW-BLOQUEADA
           PERFORM VARYING WSV-IDX-BLQ FROM 1 BY 1
              UNTIL WSV-IDX-BLQ > WSV-CANT-BLOQUEADAS
              OR WSV-BLOQUEADA
              IF WSV-BLQ-TARJETA(WSV-IDX-BLQ) = WSV-TRA-TAR(WSV-IDX)
                 MOVE "S" TO WSV-SW-BLOQUEADA
              END-IF
           END-PERFORM
           IF WSV-BLOQUEADA
              MOVE "B" TO WSV-TRA-MOTIVO(WSV-IDX)
              GO TO 220000-MARCAR-UNA-F
           END-IF

      *Monto suelto por encima del umbral.
           IF WSV-TRA-AMOUNT(WSV-IDX) > WSV-UMBRAL-MONTO
              MOVE "M" TO WSV-TRA-MOTIVO(WSV-IDX)
           END-IF

      *Un par tarjeta/comercio blanqueado por los analistas como
      *habitual no vuelve a la revision, salvo que la tarjeta este
      *bloqueada.
           MOVE "N" TO WSV-SW-BLANQUEADA
           IF WSV-TRA-MOTIVO(WSV-IDX) = "B"
              GO TO 250000-GRABAR
           END-IF
           PERFORM VARYING WSV-IDX-BLA FROM 1 BY 1
              UNTIL WSV-IDX-BLA > WSV-CANT-BLANCA
              OR WSV-BLANQUEADA
           IF WSV-BLANQUEADA
              GO TO 250000-WRITE-REVISION-F
           END-IF
           .
       250000-GRABAR.
           MOVE WSV-TRA-TAR(WSV-IDX)    TO REG-REV-TAR
           MOVE WSV-TRA-FEC(WSV-IDX)    TO REG-REV-FEC
           MOVE WSV-TRA-CON(WSV-IDX)    TO REG-REV-CON
               WHEN "V" ADD 1 TO WSV-CANT-V
               WHEN "R" ADD 1 TO WSV-CANT-R
               WHEN "M" ADD 1 TO WSV-CANT-M
               WHEN "B" ADD 1 TO WSV-CANT-B
           END-EVALUATE
           .
       250000-WRITE-REVISION-F. EXIT.
           DISPLAY "  POR VELOCIDAD        : " WSV-CANT-V
           DISPLAY "  POR REPETIDA         : " WSV-CANT-R
           DISPLAY "  POR MONTO            : " WSV-CANT-M
           DISPLAY "  POR TARJETA BLOQUEADA: " WSV-CANT-B
           STOP RUN
           .
       300000-EXIT-F. EXIT.
