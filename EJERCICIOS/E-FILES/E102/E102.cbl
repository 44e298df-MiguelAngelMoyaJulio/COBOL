      *que el sistema ya produce: RECHAZADOS.txt (tipo REC),
      *CUENTAS_DORMIDAS.txt de E64 (tipo DOR) y CONVENIOS_CAIDOS.txt
      *de E81REP (tipo CNV, resolviendo el medidor a cliente por
      *PADRONGAS.txt), ORDENES_FALLIDAS.txt de E144GEN (tipo ORD,
      *orden permanente que no se pudo pagar) y CUENTAS_CERRADAS.txt
      *de E147 (tipo CIE, certificado de cierre de cuenta con el
      *saldo pagado) y CHEQUES_DEPOSITADOS_RECHAZADOS.txt de E150RCH
      *(tipo CHR, cheque depositado devuelto por la camara con el
      *importe debitado) y PAGOS_TARJETA_FALLIDOS.txt de E166PAG
      *(tipo TAR, debito automatico del resumen de tarjeta que no se
      *pudo cobrar completo, con el importe que quedo impago) y
      *AVISOS_MORA_ABONADOS.txt de E184 (tipo MOR, deuda vencida de
      *una linea telefonica, con la deuda y el vencimiento mas
      *antiguo impago).
      *Nombre y direccion salen de CLIENTESIX.txt; el abonado
      *telefonico no es cliente del banco y los trae en el aviso
      *(el despacho lo registra con cliente cero).
      *Cada evento genera una carta lista para imprimir en CARTAS.txt
      *y un registro de control en DESPACHO_CARTAS.txt con fecha,
      *tipo, cliente y direccion, para poder probar que se mando y
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CAI.

       SELECT FALLIDAS ASSIGN TO "ORDENES_FALLIDAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-FAL.

       SELECT CERRADAS ASSIGN TO "CUENTAS_CERRADAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CIE.

       SELECT CHQRECH ASSIGN TO "CHEQUES_DEPOSITADOS_RECHAZADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CHR.

       SELECT TARFALL ASSIGN TO "PAGOS_TARJETA_FALLIDOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TPF.

       SELECT MORA ASSIGN TO "AVISOS_MORA_ABONADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MOR.

       SELECT PADRON ASSIGN TO "PADRONGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.
             05 REG-CAI-MEDIDOR                PIC 9(02).
             05 REG-CAI-SALDO                  PIC 9(06)V9(02).

       FD FALLIDAS.
          01 REG-FALLIDA.
             05 REG-FAL-FECHA            PIC 9(08).
             05 REG-FAL-ORDEN            PIC 9(08).
             05 REG-FAL-CUENTA           PIC X(08).
             05 REG-FAL-CLIENTE          PIC 9(08).
             05 REG-FAL-IMPORTE          PIC 9(15)V9(02).
             05 REG-FAL-VENCIMIENTO      PIC 9(08).
             05 REG-FAL-MOTIVO           PIC X(30).

       FD CERRADAS.
          01 REG-CERRADA.
             05 REG-CIE-FECHA            PIC 9(08).
             05 REG-CIE-CUENTA           PIC X(08).
             05 REG-CIE-CLIENTE          PIC 9(08).
             05 REG-CIE-MONEDA           PIC X(03).
             05 REG-CIE-SALDO-ANTERIOR   PIC 9(15)V9(02).
             05 REG-CIE-INTERES          PIC 9(15)V9(02).
             05 REG-CIE-CUOTA            PIC 9(15)V9(02).
             05 REG-CIE-IMPORTE-PAGADO   PIC 9(15)V9(02).
             05 REG-CIE-MEDIO-PAGO       PIC X(01).
             05 REG-CIE-CBU              PIC X(22).
             05 REG-CIE-CHEQUES-ANULADOS PIC 9(05).
             05 REG-CIE-ORDENES-BAJA     PIC 9(05).
             05 REG-CIE-ULTIMA-CUENTA    PIC X(01).
             05 REG-CIE-OPERADOR         PIC X(08).

       FD CHQRECH.
          01 REG-CHQ-RECHAZADO.
             05 REG-CHR-FECHA            PIC 9(08).
             05 REG-CHR-CUENTA           PIC X(08).
             05 REG-CHR-CLIENTE          PIC 9(08).
             05 REG-CHR-BANCO            PIC X(03).
             05 REG-CHR-SUCURSAL         PIC X(03).
             05 REG-CHR-CTA-LIBRADORA    PIC X(11).
             05 REG-CHR-NUMERO           PIC 9(08).
             05 REG-CHR-IMPORTE          PIC 9(15)V9(02).
             05 REG-CHR-FECHA-DEPOSITO   PIC 9(08).
             05 REG-CHR-CODIGO           PIC X(02).
             05 REG-CHR-MOTIVO           PIC X(30).
             05 REG-CHR-COMISION         PIC 9(15)V9(02).

       FD TARFALL.
          01 REG-TAR-FALLIDO.
             05 REG-TPF-FECHA            PIC 9(08).
             05 REG-TPF-TARJETA          PIC X(16).
             05 REG-TPF-CUENTA           PIC X(08).
             05 REG-TPF-CLIENTE          PIC 9(08).
             05 REG-TPF-IMPORTE-DEBIDO   PIC 9(15)V9(02).
             05 REG-TPF-IMPORTE-COBRADO  PIC 9(15)V9(02).
             05 REG-TPF-VENCIMIENTO      PIC 9(08).
             05 REG-TPF-MOTIVO           PIC X(30).

       FD MORA.
          01 REG-MORA.
             05 REG-MOR-FECHA            PIC 9(08).
             05 REG-MOR-MOBILE           PIC 9(09).
             05 REG-MOR-NOMBRE           PIC X(30).
             05 REG-MOR-DIRECCION        PIC X(30).
             05 REG-MOR-DEUDA            PIC 9(09)V9(02).
             05 REG-MOR-VENCIMIENTO      PIC 9(08).
             05 REG-MOR-ETAPA            PIC X(01).

       FD PADRON.
          01 REG-PADRON.
             05 REG-PAD-MEDIDOR            PIC 9(02).
             05 REG-PAD-CLIENTE            PIC 9(04).
             05 REG-PAD-ZONA               PIC 9(02).
             05 REG-PAD-ELECTRO            PIC X(01).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD CARTAS.
          01 REG-CARTA                   PIC X(90).
              05 CON-RECHAZADOS PIC X(10) VALUE 'RECHAZADOS'.
              05 CON-DORMIDAS   PIC X(10) VALUE 'DORMIDAS  '.
              05 CON-CAIDOS     PIC X(10) VALUE 'CAIDOS    '.
              05 CON-FALLIDAS   PIC X(10) VALUE 'FALLIDAS  '.
              05 CON-CERRADAS   PIC X(10) VALUE 'CERRADAS  '.
              05 CON-CHQRECH    PIC X(10) VALUE 'CHQRECH   '.
              05 CON-TARFALL    PIC X(10) VALUE 'TARFALL   '.
              05 CON-MORA       PIC X(10) VALUE 'MORA      '.
              05 CON-PADRON     PIC X(10) VALUE 'PADRON    '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
             88 FS-STATUS-CAI-OK               VALUE "00".
             88 FS-STATUS-CAI-EOF              VALUE "10".
             88 FS-STATUS-CAI-NOT-FOUND        VALUE "35".
          05 FS-STATUS-FAL           PIC X(02) VALUE "00".
             88 FS-STATUS-FAL-OK               VALUE "00".
             88 FS-STATUS-FAL-EOF              VALUE "10".
             88 FS-STATUS-FAL-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CIE           PIC X(02) VALUE "00".
             88 FS-STATUS-CIE-OK               VALUE "00".
             88 FS-STATUS-CIE-EOF              VALUE "10".
             88 FS-STATUS-CIE-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CHR           PIC X(02) VALUE "00".
             88 FS-STATUS-CHR-OK               VALUE "00".
             88 FS-STATUS-CHR-EOF              VALUE "10".
             88 FS-STATUS-CHR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-TPF           PIC X(02) VALUE "00".
             88 FS-STATUS-TPF-OK               VALUE "00".
             88 FS-STATUS-TPF-EOF              VALUE "10".
             88 FS-STATUS-TPF-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MOR           PIC X(02) VALUE "00".
             88 FS-STATUS-MOR-OK               VALUE "00".
             88 FS-STATUS-MOR-EOF              VALUE "10".
             88 FS-STATUS-MOR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAD           PIC X(02) VALUE "00".
             88 FS-STATUS-PAD-OK               VALUE "00".
             88 FS-STATUS-PAD-EOF              VALUE "10".
             88 WSV-CLIENTE-OK                 VALUE "S".
          05 WSV-SW-HAY-PLANTILLA   PIC X(01).
             88 WSV-HAY-PLANTILLA              VALUE "S".
          05 WSV-SW-DATOS-EVENTO     PIC X(01) VALUE "N".
             88 WSV-DATOS-EN-EVENTO            VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-VAL-CUENTA          PIC X(40).
          05 WSV-VAL-IMPORTE         PIC X(40).
          05 WSV-VAL-FECHA           PIC X(40).
          05 WSV-IMPORTE-IMPAGO      PIC 9(15)V9(02).
          05 WSV-EDIT-IMPORTE        PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-SUSTITUCION.
          05 WSV-TEXTO-ENTRADA       PIC X(70).
          05 WSV-CARTAS-REC          PIC 9(05) VALUE ZERO.
          05 WSV-CARTAS-DOR          PIC 9(05) VALUE ZERO.
          05 WSV-CARTAS-CNV          PIC 9(05) VALUE ZERO.
          05 WSV-CARTAS-ORD          PIC 9(05) VALUE ZERO.
          05 WSV-CARTAS-CIE          PIC 9(05) VALUE ZERO.
          05 WSV-CARTAS-CHR          PIC 9(05) VALUE ZERO.
          05 WSV-CARTAS-TAR          PIC 9(05) VALUE ZERO.
          05 WSV-CARTAS-MOR          PIC 9(05) VALUE ZERO.
          05 WSV-SIN-CARTA           PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
           PERFORM 230000-EVENTOS-CONVENIOS
              THRU 230000-EVENTOS-CONVENIOS-F

           PERFORM 240000-EVENTOS-ORDENES
              THRU 240000-EVENTOS-ORDENES-F

           PERFORM 250000-EVENTOS-CIERRES
              THRU 250000-EVENTOS-CIERRES-F

           PERFORM 255000-EVENTOS-CHEQUES
              THRU 255000-EVENTOS-CHEQUES-F

           PERFORM 258000-EVENTOS-TARJETA
              THRU 258000-EVENTOS-TARJETA-F

           PERFORM 259500-EVENTOS-MORA
              THRU 259500-EVENTOS-MORA-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
           .
       232000-LEER-CAIDO-F. EXIT.
      ******************************************************************
      *                         240000-EVENTOS-ORDENES
      ******************************************************************
       240000-EVENTOS-ORDENES.
           OPEN INPUT FALLIDAS
           IF FS-STATUS-FAL-NOT-FOUND
              GO TO 240000-EVENTOS-ORDENES-F
           END-IF
           IF NOT FS-STATUS-FAL-OK
              MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
              MOVE CON-FALLIDAS       TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-FAL      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 242000-LEER-FALLIDA
              THRU 242000-LEER-FALLIDA-F
              UNTIL FS-STATUS-FAL-EOF

           CLOSE FALLIDAS
           .
       240000-EVENTOS-ORDENES-F. EXIT.
      ******************************************************************
      *                         242000-LEER-FALLIDA
      *La fecha de la carta es el vencimiento de la cuota que no se
      *pudo pagar.
      ******************************************************************
       242000-LEER-FALLIDA.
           READ FALLIDAS
           EVALUATE TRUE
               WHEN FS-STATUS-FAL-OK
                    MOVE "ORD" TO WSV-TIPO-EVENTO
                    MOVE REG-FAL-CLIENTE     TO WSV-CLIENTE
                    MOVE REG-FAL-IMPORTE     TO WSV-EDIT-IMPORTE
                    MOVE WSV-EDIT-IMPORTE    TO WSV-VAL-IMPORTE
                    MOVE REG-FAL-VENCIMIENTO TO WSV-VAL-FECHA
                    MOVE REG-FAL-CUENTA      TO WSV-VAL-CUENTA
                    PERFORM 260000-GENERAR-CARTA
                       THRU 260000-GENERAR-CARTA-F
               WHEN FS-STATUS-FAL-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
                    MOVE CON-FALLIDAS       TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-FAL      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       242000-LEER-FALLIDA-F. EXIT.
      ******************************************************************
      *                         250000-EVENTOS-CIERRES
      ******************************************************************
       250000-EVENTOS-CIERRES.
           OPEN INPUT CERRADAS
           IF FS-STATUS-CIE-NOT-FOUND
              GO TO 250000-EVENTOS-CIERRES-F
           END-IF
           IF NOT FS-STATUS-CIE-OK
              MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
              MOVE CON-CERRADAS       TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-CIE      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 252000-LEER-CERRADA
              THRU 252000-LEER-CERRADA-F
              UNTIL FS-STATUS-CIE-EOF

           CLOSE CERRADAS
           .
       250000-EVENTOS-CIERRES-F. EXIT.
      ******************************************************************
      *                         252000-LEER-CERRADA
      *El certificado lleva la fecha de cierre y el saldo final que
      *se le pago al cliente.
      ******************************************************************
       252000-LEER-CERRADA.
           READ CERRADAS
           EVALUATE TRUE
               WHEN FS-STATUS-CIE-OK
                    MOVE "CIE" TO WSV-TIPO-EVENTO
                    MOVE REG-CIE-CLIENTE        TO WSV-CLIENTE
                    MOVE REG-CIE-IMPORTE-PAGADO TO WSV-EDIT-IMPORTE
                    MOVE WSV-EDIT-IMPORTE       TO WSV-VAL-IMPORTE
                    MOVE REG-CIE-FECHA          TO WSV-VAL-FECHA
                    MOVE REG-CIE-CUENTA         TO WSV-VAL-CUENTA
                    PERFORM 260000-GENERAR-CARTA
                       THRU 260000-GENERAR-CARTA-F
               WHEN FS-STATUS-CIE-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
                    MOVE CON-CERRADAS       TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CIE      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       252000-LEER-CERRADA-F. EXIT.
      ******************************************************************
      *                         255000-EVENTOS-CHEQUES
      ******************************************************************
       255000-EVENTOS-CHEQUES.
           OPEN INPUT CHQRECH
           IF FS-STATUS-CHR-NOT-FOUND
              GO TO 255000-EVENTOS-CHEQUES-F
           END-IF
           IF NOT FS-STATUS-CHR-OK
              MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
              MOVE CON-CHQRECH        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-CHR      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 257000-LEER-CHEQUE-RECH
              THRU 257000-LEER-CHEQUE-RECH-F
              UNTIL FS-STATUS-CHR-EOF

           CLOSE CHQRECH
           .
       255000-EVENTOS-CHEQUES-F. EXIT.
      ******************************************************************
      *                         257000-LEER-CHEQUE-RECH
      *La carta informa el importe del cheque que se debito, la
      *fecha del rechazo y la cuenta donde se habia depositado.
      ******************************************************************
       257000-LEER-CHEQUE-RECH.
           READ CHQRECH
           EVALUATE TRUE
               WHEN FS-STATUS-CHR-OK
                    MOVE "CHR" TO WSV-TIPO-EVENTO
                    MOVE REG-CHR-CLIENTE TO WSV-CLIENTE
                    MOVE REG-CHR-IMPORTE TO WSV-EDIT-IMPORTE
                    MOVE WSV-EDIT-IMPORTE TO WSV-VAL-IMPORTE
                    MOVE REG-CHR-FECHA   TO WSV-VAL-FECHA
                    MOVE REG-CHR-CUENTA  TO WSV-VAL-CUENTA
                    PERFORM 260000-GENERAR-CARTA
                       THRU 260000-GENERAR-CARTA-F
               WHEN FS-STATUS-CHR-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
                    MOVE CON-CHQRECH        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CHR      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       257000-LEER-CHEQUE-RECH-F. EXIT.
      ******************************************************************
      *                         258000-EVENTOS-TARJETA
      ******************************************************************
       258000-EVENTOS-TARJETA.
           OPEN INPUT TARFALL
           IF FS-STATUS-TPF-NOT-FOUND
              GO TO 258000-EVENTOS-TARJETA-F
           END-IF
           IF NOT FS-STATUS-TPF-OK
              MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
              MOVE CON-TARFALL        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-TPF      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 259000-LEER-TARJETA-FALL
              THRU 259000-LEER-TARJETA-FALL-F
              UNTIL FS-STATUS-TPF-EOF

           CLOSE TARFALL
           .
       258000-EVENTOS-TARJETA-F. EXIT.
      ******************************************************************
      *                         259000-LEER-TARJETA-FALL
      *La carta informa lo que quedo sin debitar del resumen, el
      *vencimiento y la cuenta adherida: el socio tiene que pagar
      *la diferencia por ventanilla.
      ******************************************************************
       259000-LEER-TARJETA-FALL.
           READ TARFALL
           EVALUATE TRUE
               WHEN FS-STATUS-TPF-OK
                    MOVE "TAR" TO WSV-TIPO-EVENTO
                    MOVE REG-TPF-CLIENTE TO WSV-CLIENTE
                    COMPUTE WSV-IMPORTE-IMPAGO =
                       REG-TPF-IMPORTE-DEBIDO - REG-TPF-IMPORTE-COBRADO
                    MOVE WSV-IMPORTE-IMPAGO TO WSV-EDIT-IMPORTE
                    MOVE WSV-EDIT-IMPORTE TO WSV-VAL-IMPORTE
                    MOVE REG-TPF-VENCIMIENTO TO WSV-VAL-FECHA
                    MOVE REG-TPF-CUENTA  TO WSV-VAL-CUENTA
                    PERFORM 260000-GENERAR-CARTA
                       THRU 260000-GENERAR-CARTA-F
               WHEN FS-STATUS-TPF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
                    MOVE CON-TARFALL        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TPF      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       259000-LEER-TARJETA-FALL-F. EXIT.
      ******************************************************************
      *                         259500-EVENTOS-MORA
      ******************************************************************
       259500-EVENTOS-MORA.
           OPEN INPUT MORA
           IF FS-STATUS-MOR-NOT-FOUND
              GO TO 259500-EVENTOS-MORA-F
           END-IF
           IF NOT FS-STATUS-MOR-OK
              MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
              MOVE CON-MORA           TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-MOR      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 259700-LEER-MORA
              THRU 259700-LEER-MORA-F
              UNTIL FS-STATUS-MOR-EOF

           CLOSE MORA
           .
       259500-EVENTOS-MORA-F. EXIT.
      ******************************************************************
      *                         259700-LEER-MORA
      *La carta informa la linea, la deuda vencida y el vencimiento
      *impago mas antiguo; nombre y direccion vienen en el aviso.
      ******************************************************************
       259700-LEER-MORA.
           READ MORA
           EVALUATE TRUE
               WHEN FS-STATUS-MOR-OK
                    MOVE "MOR" TO WSV-TIPO-EVENTO
                    MOVE ZERO  TO WSV-CLIENTE
                    MOVE REG-MOR-NOMBRE    TO WSV-VAL-NOMBRE
                    MOVE REG-MOR-DIRECCION TO WSV-VAL-DIRECCION
                    MOVE REG-MOR-DEUDA TO WSV-EDIT-IMPORTE
                    MOVE WSV-EDIT-IMPORTE TO WSV-VAL-IMPORTE
                    MOVE REG-MOR-VENCIMIENTO TO WSV-VAL-FECHA
                    MOVE REG-MOR-MOBILE  TO WSV-VAL-CUENTA
                    MOVE "S" TO WSV-SW-DATOS-EVENTO
                    PERFORM 260000-GENERAR-CARTA
                       THRU 260000-GENERAR-CARTA-F
                    MOVE "N" TO WSV-SW-DATOS-EVENTO
               WHEN FS-STATUS-MOR-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-EVENTOS TO WS-ERR-PARRAFO
                    MOVE CON-MORA           TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MOR      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       259700-LEER-MORA-F. EXIT.
      ******************************************************************
      *                         260000-GENERAR-CARTA
      *Busca nombre y direccion del cliente, recorre las lineas de
      *la plantilla del tipo de evento sustituyendo las variables y
      *graba la carta mas su registro de despacho. Sin cliente en
      *CLIENTESIX o sin plantilla del tipo, el evento queda sin
      *carta y se informa. Si el evento ya trae nombre y direccion
      *no se busca el cliente.
      ******************************************************************
       260000-GENERAR-CARTA.
           MOVE "N" TO WSV-SW-CLIENTE-OK
           IF NOT WSV-DATOS-EN-EVENTO
              MOVE WSV-CLIENTE TO REG-COD-CLIENTE-CL
              READ CLIENTES
           END-IF
           EVALUATE TRUE
               WHEN WSV-DATOS-EN-EVENTO
                    MOVE "S" TO WSV-SW-CLIENTE-OK
               WHEN FS-STATUS-CLI-OK
                    MOVE "S" TO WSV-SW-CLIENTE-OK
                    MOVE REG-NOMBRE-CL    TO WSV-VAL-NOMBRE
           ACCEPT REG-DES-HORA FROM TIME
           MOVE WSV-TIPO-EVENTO  TO REG-DES-TIPO
           MOVE WSV-CLIENTE      TO REG-DES-CLIENTE
           MOVE WSV-VAL-NOMBRE    TO REG-DES-NOMBRE
           MOVE WSV-VAL-DIRECCION TO REG-DES-DIRECCION
           WRITE REG-DESPACHO
           IF NOT FS-STATUS-DES-OK
              MOVE CON-260000-GENERAR-CARTA TO WS-ERR-PARRAFO
                    ADD 1 TO WSV-CARTAS-DOR
               WHEN "CNV"
                    ADD 1 TO WSV-CARTAS-CNV
               WHEN "ORD"
                    ADD 1 TO WSV-CARTAS-ORD
               WHEN "CIE"
                    ADD 1 TO WSV-CARTAS-CIE
               WHEN "CHR"
                    ADD 1 TO WSV-CARTAS-CHR
               WHEN "TAR"
                    ADD 1 TO WSV-CARTAS-TAR
               WHEN "MOR"
                    ADD 1 TO WSV-CARTAS-MOR
           END-EVALUATE
           .
       260000-GENERAR-CARTA-F. EXIT.
           DISPLAY "CARTAS POR RECHAZO   : " WSV-CARTAS-REC
           DISPLAY "CARTAS POR DORMIDA   : " WSV-CARTAS-DOR
           DISPLAY "CARTAS POR CONVENIO  : " WSV-CARTAS-CNV
           DISPLAY "CARTAS POR ORDEN PERM: " WSV-CARTAS-ORD
           DISPLAY "CERTIFICADOS CIERRE  : " WSV-CARTAS-CIE
           DISPLAY "CHEQUES RECHAZADOS   : " WSV-CARTAS-CHR
           DISPLAY "DEBITOS DE TARJETA   : " WSV-CARTAS-TAR
           DISPLAY "AVISOS DE MORA TEL.  : " WSV-CARTAS-MOR
           DISPLAY "EVENTOS SIN CARTA    : " WSV-SIN-CARTA
           STOP RUN
           .
