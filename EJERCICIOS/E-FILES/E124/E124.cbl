      *genera la orden de reconexion y factura el cargo de
      *reconexion agregandolo a MASTER.txt para la proxima
      *liquidacion de E37.
      *La deuda es del cliente que la genero y no del medidor: si
      *el cliente del deudor ya no es el ocupante del medidor en
      *PADRONGAS.txt (mudanza de E80, con la fecha en
      *OCUPACIONES_HIST.txt), no se emite orden de corte y la deuda
      *se informa como de ex ocupante para su gestion de cobro.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT PADRON ASSIGN TO "PADRONGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.

       SELECT OCUPACIONES ASSIGN TO "OCUPACIONES_HIST.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-OCU.
      ****************************  OUTPUT  ****************************
       SELECT ORDENES ASSIGN TO "ORDENES_CORTE.txt"
                     ORGANIZATION IS INDEXED
             05 REG-PAD-ZONA               PIC 9(02).
             05 REG-PAD-ELECTRO            PIC X(01).

       FD OCUPACIONES.
          01 REG-OCUPACION.
             05 REG-OCU-MEDIDOR            PIC 9(02).
             05 REG-OCU-FECHA              PIC 9(08).
             05 REG-OCU-ESTADO             PIC 9(06).
             05 REG-OCU-CLIENTE-SALE       PIC 9(04).
             05 REG-OCU-CLIENTE-ENTRA      PIC 9(04).
             05 REG-OCU-FACTURA-FINAL      PIC 9(06)V9(02).
             05 REG-OCU-SALDO-CONVENIO     PIC 9(06)V9(02).

       FD ORDENES.
          01 REG-ORDEN.
             05 REG-ORD-NUMERO             PIC 9(06).
              05 CON-HISTPAGOS  PIC X(10) VALUE 'HISTPAGOS '.
              05 CON-CONVENIOS  PIC X(10) VALUE 'CONVENIOS '.
              05 CON-PADRON     PIC X(10) VALUE 'PADRON    '.
              05 CON-OCUPACION  PIC X(10) VALUE 'OCUPACION '.
              05 CON-ORDENES    PIC X(10) VALUE 'ORDENES   '.
              05 CON-RECONEX    PIC X(10) VALUE 'RECONEX   '.
              05 CON-MASTER     PIC X(10) VALUE 'MASTER    '.
       01 WSV-TABLA-PADRON.
          02 WSV-PAD-ENTRY OCCURS 100 TIMES.
             05 WSV-PAD-MEDIDOR          PIC 9(02).
             05 WSV-PAD-CLIENTE          PIC 9(04).
             05 WSV-PAD-ZONA             PIC 9(02).
             05 WSV-PAD-ELECTRO          PIC X(01).
       01 WSV-CANT-PADRON                PIC 9(03) VALUE 0.

      *Ultima salida de cada cliente de cada medidor.
       01 WSV-TABLA-SALIDAS.
          02 WSV-SAL-ENTRY OCCURS 100 TIMES.
             05 WSV-SAL-MEDIDOR          PIC 9(02).
             05 WSV-SAL-CLIENTE          PIC 9(04).
             05 WSV-SAL-FECHA            PIC 9(08).
       01 WSV-CANT-SALIDAS               PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAD-OK               VALUE "00".
             88 FS-STATUS-PAD-EOF              VALUE "10".
             88 FS-STATUS-PAD-NOT-FOUND        VALUE "35".
          05 FS-STATUS-OCU           PIC X(02) VALUE "00".
             88 FS-STATUS-OCU-OK               VALUE "00".
             88 FS-STATUS-OCU-EOF              VALUE "10".
             88 FS-STATUS-OCU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ORD           PIC X(02) VALUE "00".
             88 FS-STATUS-ORD-OK               VALUE "00".
             88 FS-STATUS-ORD-EOF              VALUE "10".
          05 WSV-NUMERO              PIC 9(06).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-ZONA                PIC 9(02).
          05 WSV-OCUPANTE            PIC 9(04).
          05 WSV-FECHA-SALIDA        PIC 9(08).
          05 WSV-DIAS                PIC 9(05).
          05 WSV-RESULTADO           PIC X(01).
          05 WSV-MOTIVO              PIC X(20).
          05 WSV-CANT-GENERADAS      PIC 9(04) VALUE ZERO.
          05 WSV-CANT-RECONEXIONES   PIC 9(04) VALUE ZERO.
          05 WSV-CANT-EX-OCUPANTES   PIC 9(04) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
              THRU 110000-CARGAR-TABLAS-F

           MOVE ZERO TO WSV-CANT-GENERADAS
           MOVE ZERO TO WSV-CANT-EX-OCUPANTES
           OPEN INPUT DEUDORES
           IF FS-STATUS-DEU-NOT-FOUND
              DISPLAY "SIN MASTER_UPDATE.txt - CORRA E37 PRIMERO"
           CLOSE DEUDORES
           MOVE "00" TO FS-STATUS-DEU
           DISPLAY "ORDENES DE CORTE GENERADAS : " WSV-CANT-GENERADAS
           DISPLAY "DEUDAS DE EX OCUPANTES     : "
                   WSV-CANT-EX-OCUPANTES
           .
       230000-SELECCIONAR-F. EXIT.
      ******************************************************************
           MOVE ZERO TO WSV-CANT-ULTIMO-PAGO
           MOVE ZERO TO WSV-CANT-CONVENIO-VIG
           MOVE ZERO TO WSV-CANT-PADRON
           MOVE ZERO TO WSV-CANT-SALIDAS

           OPEN INPUT HISTPAGOS
           IF FS-STATUS-HIS-NOT-FOUND
              CLOSE PADRON
           END-IF
           MOVE "00" TO FS-STATUS-PAD

           OPEN INPUT OCUPACIONES
           IF FS-STATUS-OCU-NOT-FOUND
              MOVE "00" TO FS-STATUS-OCU
              GO TO 110000-CARGAR-TABLAS-F
           END-IF
           PERFORM 118000-LEER-OCUPACION
              THRU 118000-LEER-OCUPACION-F
              UNTIL FS-STATUS-OCU-EOF
           CLOSE OCUPACIONES
           MOVE "00" TO FS-STATUS-OCU
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
                       ADD 1 TO WSV-CANT-PADRON
                       MOVE REG-PAD-MEDIDOR TO
                          WSV-PAD-MEDIDOR(WSV-CANT-PADRON)
                       MOVE REG-PAD-CLIENTE TO
                          WSV-PAD-CLIENTE(WSV-CANT-PADRON)
                       MOVE REG-PAD-ZONA TO
                          WSV-PAD-ZONA(WSV-CANT-PADRON)
                       MOVE REG-PAD-ELECTRO TO
           .
       116000-LEER-PADRON-F. EXIT.
      ******************************************************************
      *                         118000-LEER-OCUPACION
      *El historial viene en orden de mudanza: la ultima salida de
      *un cliente de un medidor pisa a las anteriores.
      ******************************************************************
       118000-LEER-OCUPACION.
           READ OCUPACIONES
           EVALUATE TRUE
               WHEN FS-STATUS-OCU-OK
                    PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-SALIDAS
                       IF WSV-SAL-MEDIDOR(WSV-IDX) = REG-OCU-MEDIDOR
                          AND WSV-SAL-CLIENTE(WSV-IDX) =
                              REG-OCU-CLIENTE-SALE
                          MOVE REG-OCU-FECHA TO
                             WSV-SAL-FECHA(WSV-IDX)
                          GO TO 118000-LEER-OCUPACION-F
                       END-IF
                    END-PERFORM
                    IF WSV-CANT-SALIDAS < 100
                       ADD 1 TO WSV-CANT-SALIDAS
                       MOVE REG-OCU-MEDIDOR TO
                          WSV-SAL-MEDIDOR(WSV-CANT-SALIDAS)
                       MOVE REG-OCU-CLIENTE-SALE TO
                          WSV-SAL-CLIENTE(WSV-CANT-SALIDAS)
                       MOVE REG-OCU-FECHA TO
                          WSV-SAL-FECHA(WSV-CANT-SALIDAS)
                    END-IF
               WHEN FS-STATUS-OCU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-OCUPACION            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-OCU            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-OCUPACION-F. EXIT.
      ******************************************************************
      *                         232000-LEER-DEUDOR
      ******************************************************************
       232000-LEER-DEUDOR.
       232000-LEER-DEUDOR-F. EXIT.
      ******************************************************************
      *                         234000-EVALUAR-DEUDOR
      *Excluye la deuda de un ex ocupante del medidor, convenios
      *vigentes, electrodependientes y a quien pago dentro de los
      *dias de mora configurados.
      ******************************************************************
       234000-EVALUAR-DEUDOR.
           MOVE "N" TO WSV-SW-EXCLUIDO
           MOVE ZERO TO WSV-ZONA
           MOVE ZERO TO WSV-OCUPANTE

      *Cortar el medidor por deuda de quien ya se mudo dejaria sin
      *gas al ocupante nuevo.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PADRON
              IF WSV-PAD-MEDIDOR(WSV-IDX) = REG-NRO-MEDIDOR-U
                 MOVE WSV-PAD-CLIENTE(WSV-IDX) TO WSV-OCUPANTE
              END-IF
           END-PERFORM
           IF WSV-OCUPANTE NOT = ZERO
              AND WSV-OCUPANTE NOT = REG-NRO-CLIENTE-U
              MOVE ZERO TO WSV-FECHA-SALIDA
              PERFORM VARYING WSV-IDX FROM 1 BY 1
                 UNTIL WSV-IDX > WSV-CANT-SALIDAS
                 IF WSV-SAL-MEDIDOR(WSV-IDX) = REG-NRO-MEDIDOR-U
                    AND WSV-SAL-CLIENTE(WSV-IDX) = REG-NRO-CLIENTE-U
                    MOVE WSV-SAL-FECHA(WSV-IDX) TO WSV-FECHA-SALIDA
                 END-IF
              END-PERFORM
              ADD 1 TO WSV-CANT-EX-OCUPANTES
              DISPLAY "MEDIDOR " REG-NRO-MEDIDOR-U
                      " DEUDA " REG-NRO-DEUDA-U
                      " DEL EX OCUPANTE " REG-NRO-CLIENTE-U
                      " (SALIDA " WSV-FECHA-SALIDA ") - SIN CORTE"
              GO TO 234000-EVALUAR-DEUDOR-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CONVENIO-VIG
