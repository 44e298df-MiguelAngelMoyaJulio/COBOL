      *contribuyeron en RIESGO_CLIENTES.txt, para que la consulta
      *de E56 y el mantenimiento de E55 lo muestren antes de abrir
      *algo nuevo. Un cliente sin registro en el archivo es grado A.
      *Las cuentas conjuntas de COTITULARES.txt (E146) comparten el
      *riesgo: el titular y cada cotitular vigente de una misma
      *cuenta suman 1 punto (factor cuenta conjunta) si el otro
      *tiene riesgo propio de mora, fraude o convenio. El apoderado
      *no es dueno de la cuenta y no entra en el cruce.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.

       SELECT COTITULARES ASSIGN TO "COTITULARES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-COT-CLAVE
                       ALTERNATE RECORD KEY IS REG-COT-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-COT.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
          01 REG-PADRON.
             05 REG-PAD-MEDIDOR            PIC 9(02).
             05 REG-PAD-CLIENTE            PIC 9(04).
             05 REG-PAD-ZONA               PIC 9(02).
             05 REG-PAD-ELECTRO            PIC X(01).

       FD COTITULARES.
          01 REG-COTITULAR.
             05 REG-COT-CLAVE.
                10 REG-COT-CUENTA        PIC X(08).
                10 REG-COT-CLIENTE       PIC 9(08).
             05 REG-COT-ROL              PIC X(01).
                88 REG-COT-TITULAR              VALUE "T".
                88 REG-COT-COTITULAR            VALUE "C".
                88 REG-COT-APODERADO            VALUE "A".
             05 REG-COT-FIRMA            PIC X(01).
                88 REG-COT-INDISTINTA           VALUE "I".
                88 REG-COT-CONJUNTA             VALUE "C".
             05 REG-COT-VIGENCIA-DESDE   PIC 9(08).
             05 REG-COT-VIGENCIA-HASTA   PIC 9(08).
             05 REG-COT-ESTADO           PIC X(01).
                88 REG-COT-VIGENTE              VALUE "V".
                88 REG-COT-BAJA                 VALUE "B".
             05 REG-COT-FECHA-ALTA       PIC 9(08).
             05 REG-COT-FECHA-ESTADO     PIC 9(08).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
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

       FD RIESGO.
          01 REG-RIESGO.
             05 REG-RGO-FACTOR-FRAUDE    PIC X(01).
             05 REG-RGO-FACTOR-CONVENIO  PIC X(01).
             05 REG-RGO-FECHA            PIC 9(08).
             05 REG-RGO-FACTOR-CONJUNTA  PIC X(01).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '220000-PUNTUAR-FRAUDE       '.
              05 CON-230000-PUNTUAR-CONVENIO PIC X(30) VALUE
              '230000-PUNTUAR-CONVENIO     '.
              05 CON-240000-PUNTUAR-CONJUNTA PIC X(30) VALUE
              '240000-PUNTUAR-CONJUNTAS    '.
              05 CON-300000-GRABAR-RIESGO   PIC X(30) VALUE
              '300000-GRABAR-RIESGO        '.
           02 CON-PUNTOS.
              05 CON-PTS-MORA-CORTA     PIC 9(02) VALUE 1.
              05 CON-PTS-FRAUDE         PIC 9(02) VALUE 3.
              05 CON-PTS-CONVENIO       PIC 9(02) VALUE 2.
              05 CON-PTS-CONJUNTA       PIC 9(02) VALUE 1.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-PADRON     PIC X(10) VALUE 'PADRON    '.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
              05 CON-RIESGO     PIC X(10) VALUE 'RIESGO    '.
              05 CON-COTITULARES PIC X(10) VALUE 'COTITULAR '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
      ************************** TABLES ********************************
       01 WSV-TABLA-SCORE.
          02 WSV-SCO-ENTRY OCCURS 300 TIMES.
             05 WSV-SCO-MORA             PIC X(01).
             05 WSV-SCO-FRAUDE           PIC X(01).
             05 WSV-SCO-CONVENIO         PIC X(01).
             05 WSV-SCO-CONJUNTA         PIC X(01).
       01 WSV-CANT-SCORE                 PIC 9(03) VALUE 0.

       01 WSV-TABLA-TARJETAS.
             88 FS-STATUS-CLI-NOT-FOUND        VALUE "23".
          05 FS-STATUS-RGO           PIC X(02) VALUE "00".
             88 FS-STATUS-RGO-OK               VALUE "00".
          05 FS-STATUS-COT           PIC X(02) VALUE "00".
             88 FS-STATUS-COT-OK               VALUE "00".
             88 FS-STATUS-COT-EOF              VALUE "10".
             88 FS-STATUS-COT-NOT-FOUND        VALUE "35".
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".
          05 WSV-SW-RIESGO-PROPIO    PIC X(01).
             88 WSV-RIESGO-PROPIO              VALUE "S".
          05 WSV-SW-RIESGO-TITULAR   PIC X(01).
             88 WSV-RIESGO-TITULAR             VALUE "S".
          05 WSV-SW-RIESGO-COTITULAR PIC X(01).
             88 WSV-RIESGO-COTITULAR           VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-PUNTOS              PIC 9(02).
          05 WSV-FACTOR              PIC X(01).
          05 WSV-TITULAR             PIC 9(08).
          05 WSV-COTITULAR           PIC 9(08).
       01 WSV-CONTADORES.
          05 WSV-SIN-TARJETA         PIC 9(05) VALUE ZERO.
          05 WSV-SIN-MEDIDOR         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CONJUNTAS      PIC 9(05) VALUE ZERO.
          05 WSV-SIN-CUENTA          PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
           PERFORM 230000-PUNTUAR-CONVENIO
              THRU 230000-PUNTUAR-CONVENIO-F

           PERFORM 240000-PUNTUAR-CONJUNTAS
              THRU 240000-PUNTUAR-CONJUNTAS-F

           PERFORM 300000-GRABAR-RIESGO
              THRU 300000-GRABAR-RIESGO-F
           STOP RUN
      ******************************************************************
      *                         150000-SUMAR-PUNTOS
      *Acumula WSV-PUNTOS al cliente WSV-CLIENTE y marca el factor
      *WSV-FACTOR (M=mora F=fraude C=convenio J=cuenta conjunta); el
      *cliente se da de alta en la tabla de puntajes la primera vez
      *que aparece.
      ******************************************************************
       150000-SUMAR-PUNTOS.
           MOVE ZERO TO WSV-IDX-SCO
              MOVE "N" TO WSV-SCO-MORA(WSV-IDX-SCO)
              MOVE "N" TO WSV-SCO-FRAUDE(WSV-IDX-SCO)
              MOVE "N" TO WSV-SCO-CONVENIO(WSV-IDX-SCO)
              MOVE "N" TO WSV-SCO-CONJUNTA(WSV-IDX-SCO)
           END-IF

           ADD WSV-PUNTOS TO WSV-SCO-PUNTOS(WSV-IDX-SCO)
                    MOVE "S" TO WSV-SCO-FRAUDE(WSV-IDX-SCO)
               WHEN "C"
                    MOVE "S" TO WSV-SCO-CONVENIO(WSV-IDX-SCO)
               WHEN "J"
                    MOVE "S" TO WSV-SCO-CONJUNTA(WSV-IDX-SCO)
           END-EVALUATE
           .
       150000-SUMAR-PUNTOS-F. EXIT.
      ******************************************************************
      *                         155000-VER-RIESGO-PROPIO
      *Indica si WSV-CLIENTE tiene en la tabla algun factor propio
      *(mora, fraude o convenio); el factor de cuenta conjunta no
      *cuenta, para que el riesgo no se propague en cadena de una
      *cuenta conjunta a otra.
      ******************************************************************
       155000-VER-RIESGO-PROPIO.
           MOVE "N" TO WSV-SW-RIESGO-PROPIO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-SCORE
              OR WSV-RIESGO-PROPIO
              IF WSV-SCO-CLIENTE(WSV-IDX) = WSV-CLIENTE
                 AND (WSV-SCO-MORA(WSV-IDX) = "S"
                      OR WSV-SCO-FRAUDE(WSV-IDX) = "S"
                      OR WSV-SCO-CONVENIO(WSV-IDX) = "S")
                 MOVE "S" TO WSV-SW-RIESGO-PROPIO
              END-IF
           END-PERFORM
           .
       155000-VER-RIESGO-PROPIO-F. EXIT.
      ******************************************************************
      *                         210000-PUNTUAR-MORA
      ******************************************************************
       210000-PUNTUAR-MORA.
           .
       232000-LEER-CONVENIO-F. EXIT.
      ******************************************************************
      *                         240000-PUNTUAR-CONJUNTAS
      *Se corre despues de los tres factores propios. Sin archivo de
      *cotitulares no hay cuentas conjuntas que cruzar.
      ******************************************************************
       240000-PUNTUAR-CONJUNTAS.
           OPEN INPUT COTITULARES
           IF FS-STATUS-COT-NOT-FOUND
              GO TO 240000-PUNTUAR-CONJUNTAS-F
           END-IF
           IF NOT FS-STATUS-COT-OK
              MOVE CON-240000-PUNTUAR-CONJUNTA TO WS-ERR-PARRAFO
              MOVE CON-COTITULARES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-COT               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-240000-PUNTUAR-CONJUNTA TO WS-ERR-PARRAFO
              MOVE CON-DATOS                   TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS                   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 242000-LEER-COTITULAR
              THRU 242000-LEER-COTITULAR-F
              UNTIL FS-STATUS-COT-EOF

           CLOSE COTITULARES
           CLOSE DATOS
           .
       240000-PUNTUAR-CONJUNTAS-F. EXIT.
      ******************************************************************
      *                         242000-LEER-COTITULAR
      *Por cada cotitular vigente se cruza con el titular de la
      *cuenta en CUENTASIX: cada uno suma el punto de cuenta
      *conjunta si el otro tiene riesgo propio.
      ******************************************************************
       242000-LEER-COTITULAR.
           READ COTITULARES NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    IF REG-COT-VIGENTE AND REG-COT-COTITULAR
                       PERFORM 245000-CRUZAR-CUENTA
                          THRU 245000-CRUZAR-CUENTA-F
                    END-IF
               WHEN FS-STATUS-COT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-240000-PUNTUAR-CONJUNTA TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES             TO WS-ERR-OBJETO
                    MOVE CON-LEER                    TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT               TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       242000-LEER-COTITULAR-F. EXIT.
      ******************************************************************
      *                         245000-CRUZAR-CUENTA
      ******************************************************************
       245000-CRUZAR-CUENTA.
           MOVE REG-COT-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE REG-COD-CLIENTE-IX TO WSV-TITULAR
               WHEN FS-STATUS-NOT-FOUND
                    ADD 1 TO WSV-SIN-CUENTA
                    GO TO 245000-CRUZAR-CUENTA-F
               WHEN OTHER
                    MOVE CON-240000-PUNTUAR-CONJUNTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                   TO WS-ERR-OBJETO
                    MOVE CON-LEER                    TO WS-ERR-OPERACION
                    MOVE FS-STATUS                   TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           ADD 1 TO WSV-CANT-CONJUNTAS
           MOVE REG-COT-CLIENTE TO WSV-COTITULAR

           MOVE WSV-TITULAR TO WSV-CLIENTE
           PERFORM 155000-VER-RIESGO-PROPIO
              THRU 155000-VER-RIESGO-PROPIO-F
           MOVE WSV-SW-RIESGO-PROPIO TO WSV-SW-RIESGO-TITULAR

           MOVE WSV-COTITULAR TO WSV-CLIENTE
           PERFORM 155000-VER-RIESGO-PROPIO
              THRU 155000-VER-RIESGO-PROPIO-F
           MOVE WSV-SW-RIESGO-PROPIO TO WSV-SW-RIESGO-COTITULAR

           MOVE CON-PTS-CONJUNTA TO WSV-PUNTOS
           MOVE "J" TO WSV-FACTOR
           IF WSV-RIESGO-TITULAR
              MOVE WSV-COTITULAR TO WSV-CLIENTE
              PERFORM 150000-SUMAR-PUNTOS
                 THRU 150000-SUMAR-PUNTOS-F
           END-IF
           IF WSV-RIESGO-COTITULAR
              MOVE WSV-TITULAR TO WSV-CLIENTE
              PERFORM 150000-SUMAR-PUNTOS
                 THRU 150000-SUMAR-PUNTOS-F
           END-IF
           .
       245000-CRUZAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         300000-GRABAR-RIESGO
      ******************************************************************
       300000-GRABAR-RIESGO.
           DISPLAY "CLIENTES PUNTUADOS       : " WSV-CANT-SCORE
           DISPLAY "TARJETAS SIN CLIENTE     : " WSV-SIN-TARJETA
           DISPLAY "MEDIDORES SIN CLIENTE    : " WSV-SIN-MEDIDOR
           DISPLAY "COTITULARES CRUZADOS     : " WSV-CANT-CONJUNTAS
           DISPLAY "COTITULARES SIN CUENTA   : " WSV-SIN-CUENTA
           .
       300000-GRABAR-RIESGO-F. EXIT.
      ******************************************************************
           MOVE WSV-SCO-CONVENIO(WSV-IDX-SCO) TO
              REG-RGO-FACTOR-CONVENIO
           MOVE WSV-FECHA-HOY                 TO REG-RGO-FECHA
           MOVE WSV-SCO-CONJUNTA(WSV-IDX-SCO) TO
              REG-RGO-FACTOR-CONJUNTA

           WRITE REG-RIESGO
           IF NOT FS-STATUS-RGO-OK
