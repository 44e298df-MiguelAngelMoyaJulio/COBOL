                     FILE STATUS IS FS-STATUS-CCC
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MAESTRO ASSIGN TO "TARJETAS_MAESTRO.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS REG-TMA-TARJETA
                     FILE STATUS IS FS-STATUS-TMA.

       SELECT SALDO-RESUMEN ASSIGN TO "SALDO_RESUMEN.txt"
                     FILE STATUS IS FS-STATUS-RES
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAGOS ASSIGN TO "PAGOS_TARJETA.txt"
                     FILE STATUS IS FS-STATUS-PAG
                     ORGANIZATION IS LINE SEQUENTIAL.

      ****************************  OUTPUT  ****************************
       DATA DIVISION.
       FILE SECTION.
             05 REG-CCC-FECHA                   PIC 9(08).
             05 REG-CCC-TARJETAS                PIC 9(05).
             05 REG-CCC-TOTAL                   PIC 9(08)V9(02).

       FD MAESTRO.
          01 REG-MAESTRO.
             05 REG-TMA-TARJETA                 PIC X(16).
             05 REG-TMA-CLIENTE                 PIC 9(08).
             05 REG-TMA-LIMITE                  PIC 9(07)V9(02).
             05 REG-TMA-ESTADO                  PIC X(01).
             05 REG-TMA-VENCIMIENTO             PIC 9(08).
             05 REG-TMA-CICLO                   PIC 9(01).
             05 REG-TMA-FECHA-ESTADO            PIC 9(08).

       FD SALDO-RESUMEN.
          01 REG-SALDO-RESUMEN.
             05 REG-RES-TARJETA                 PIC X(16).
             05 REG-RES-CIERRE                  PIC 9(08).
             05 REG-RES-VENCIMIENTO             PIC 9(08).
             05 REG-RES-TOTAL                   PIC 9(07)V9(02).
             05 REG-RES-MINIMO                  PIC 9(07)V9(02).
             05 REG-RES-FINANCIADO              PIC 9(06)V9(02).

       FD PAGOS.
          01 REG-PAGO.
             05 REG-PAG-TARJETA                 PIC X(16).
             05 REG-PAG-FECHA                   PIC 9(08).
             05 REG-PAG-IMPORTE                 PIC 9(06)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION   
      ******************************************************************
             05 WS-DIS-ESTADO            PIC X(01).
       01 WS-CANT-DISPUTAS                  PIC 9(03) VALUE 0.

      *Maestro de tarjetas (E165): limite para el disponible del
      *resumen y ciclo de corte de la tarjeta.
       01 WS-TABLA-MAESTRO.
          02 WS-TMA-ENTRY OCCURS 1000 TIMES.
             05 WS-TMA-TAR               PIC X(16).
             05 WS-TMA-LIMITE            PIC 9(07)V9(02).
             05 WS-TMA-CICLO             PIC 9(01).
       01 WS-CANT-MAESTRO                   PIC 9(04) VALUE 0.

      *Ultimo resumen emitido por tarjeta (SALDO_RESUMEN.txt): saldo
      *facturado que E165AUT descuenta del disponible.
       01 WS-TABLA-RESUMEN.
          02 WS-RES-ENTRY OCCURS 1000 TIMES.
             05 WS-RES-TAR               PIC X(16).
             05 WS-RES-CIERRE            PIC 9(08).
             05 WS-RES-VENCIMIENTO       PIC 9(08).
             05 WS-RES-TOTAL             PIC 9(07)V9(02).
             05 WS-RES-MINIMO            PIC 9(07)V9(02).
             05 WS-RES-FINANCIADO        PIC 9(06)V9(02).
       01 WS-CANT-RESUMEN                   PIC 9(04) VALUE 0.

      *Pagos de tarjeta (ventanilla y debito automatico de E166PAG):
      *cubierto el minimo del resumen anterior no hay recargo por
      *mora.
       01 WS-TABLA-PAGOS.
          02 WS-PAG-ENTRY OCCURS 2000 TIMES.
             05 WS-PAG-TAR               PIC X(16).
             05 WS-PAG-FECHA             PIC 9(08).
             05 WS-PAG-IMPORTE           PIC 9(06)V9(02).
       01 WS-CANT-PAGOS                     PIC 9(04) VALUE 0.

      **************************  SWITCHES  ****************************
       01 FS-STATUS-FILE                    PIC X(02) VALUE "00".
          88 FS-STATUS-FILE-OK                        VALUE "00".
       01 FS-STATUS-CCC                     PIC X(02) VALUE "00".
          88 FS-STATUS-CCC-OK                         VALUE "00".
          88 FS-STATUS-CCC-NOT-FOUND                  VALUE "35".
       01 FS-STATUS-TMA                     PIC X(02) VALUE "00".
          88 FS-STATUS-TMA-OK                         VALUE "00".
          88 FS-STATUS-TMA-EOF                        VALUE "10".
          88 FS-STATUS-TMA-NOT-FOUND                  VALUE "35".
       01 FS-STATUS-RES                     PIC X(02) VALUE "00".
          88 FS-STATUS-RES-OK                         VALUE "00".
          88 FS-STATUS-RES-EOF                        VALUE "10".
          88 FS-STATUS-RES-NOT-FOUND                  VALUE "35".
       01 FS-STATUS-PAG                     PIC X(02) VALUE "00".
          88 FS-STATUS-PAG-OK                         VALUE "00".
          88 FS-STATUS-PAG-EOF                        VALUE "10".
          88 FS-STATUS-PAG-NOT-FOUND                  VALUE "35".

      ************************** VARIABLES *****************************
       01 WS-VARIABLES.
          02 WS-CANT-TARJETAS-CICLO     PIC 9(05) VALUE ZERO.
          02 WS-TOTAL-CICLO             PIC 9(08)V9(02) VALUE ZERO.
          02 WS-CANT-FUERA-CICLO        PIC 9(05) VALUE ZERO.
          02 WS-IDX-TMA                 PIC 9(04) COMP.
          02 WS-SW-TMA-ENCONTRADA       PIC X(01).
             88 WS-TMA-ENCONTRADA                 VALUE "S".
          02 WS-LIMITE-TAR              PIC 9(07)V9(02).
          02 WS-DISPONIBLE              PIC S9(08)V9(02).
          02 WS-MONTO-SIGNO             PIC -ZZ.ZZZ.ZZ9,99.
          02 WS-IDX-RES                 PIC 9(04) COMP.
          02 WS-SW-RES-ENCONTRADO       PIC X(01).
             88 WS-RES-ENCONTRADO                 VALUE "S".
          02 WS-PAGOS-TAR               PIC 9(07)V9(02).
          02 WS-IDX-PAG                 PIC 9(04) COMP.
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
       01 WS-ERRORES.
           PERFORM 150000-CARGAR-CICLOS
              THRU 150000-CARGAR-CICLOS-F

           PERFORM 160000-CARGAR-MAESTRO
              THRU 160000-CARGAR-MAESTRO-F

           PERFORM 170000-CARGAR-RESUMEN
              THRU 170000-CARGAR-RESUMEN-F

           PERFORM 180000-CARGAR-PAGOS
              THRU 180000-CARGAR-PAGOS-F

           ACCEPT WS-CAB-FECHA FROM DATE YYYYMMDD
           MOVE "RESUMEN DE TARJETA DE CREDITO" TO WS-CAB-TITULO
           DISPLAY "CICLO DE CORTE " WS-CICLO-PROCESO
                 WS-BASE-INTERES * CON-TASA-INTERES-REVOLVENTE / 100
              MOVE CON-RECARGO-MORA TO WS-RECARGO-MORA
           END-IF

      *Pagos recibidos desde el cierre del resumen anterior hasta
      *este cierre; si cubren su minimo no corresponde recargo.
           MOVE ZEROS TO WS-PAGOS-TAR
           MOVE "N" TO WS-SW-RES-ENCONTRADO
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
              UNTIL WS-IDX-RES > WS-CANT-RESUMEN
                 OR WS-RES-ENCONTRADO
              IF WS-RES-TAR(WS-IDX-RES) = REG-TAR
                 MOVE "S" TO WS-SW-RES-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-RES-ENCONTRADO
              SUBTRACT 1 FROM WS-IDX-RES
              PERFORM VARYING WS-IDX-PAG FROM 1 BY 1
                 UNTIL WS-IDX-PAG > WS-CANT-PAGOS
                 IF WS-PAG-TAR(WS-IDX-PAG) = REG-TAR
                    AND WS-PAG-FECHA(WS-IDX-PAG) >
                        WS-RES-CIERRE(WS-IDX-RES)
                    AND (WS-CIERRE-CICLO = ZERO
                     OR WS-PAG-FECHA(WS-IDX-PAG) NOT > WS-CIERRE-CICLO)
                    ADD WS-PAG-IMPORTE(WS-IDX-PAG) TO WS-PAGOS-TAR
                 END-IF
              END-PERFORM
              IF WS-PAGOS-TAR NOT < WS-RES-MINIMO(WS-IDX-RES)
                 MOVE ZEROS TO WS-RECARGO-MORA
              END-IF
           END-IF
           .
       216000-CALCULAR-MORA-INTERES-F. EXIT.
      ******************************************************************
              THRU 216000-CALCULAR-MORA-INTERES-F

           DISPLAY "TARJETA : " WS-TAR-ANT
           IF WS-PAGOS-TAR > ZEROS
              MOVE WS-PAGOS-TAR TO WS-MONTO
              DISPLAY "PAGOS RECIBIDOS :                " WS-MONTO
           END-IF
           IF WS-SALDO-ANT-TAR > ZEROS
              MOVE WS-SALDO-ANT-TAR TO WS-MONTO
              DISPLAY "SALDO IMPAGO RESUMEN ANTERIOR : " WS-MONTO
           MOVE WS-TOTAL-TAR-MIN TO WS-MONTO
           DISPLAY "TOTAL PAGO MINIMO :            " WS-MONTO

      *Disponible para compras: limite del maestro menos lo que
      *queda adeudado con este resumen (a cobrar mas financiado).
           IF WS-TMA-ENCONTRADA
              MOVE WS-LIMITE-TAR TO WS-MONTO
              DISPLAY "LIMITE DE CREDITO :            " WS-MONTO
              COMPUTE WS-DISPONIBLE = WS-LIMITE-TAR
                    - WS-TOTAL-CUOTA-TAR - WS-TOTAL-SALDO-PEND-TAR
              MOVE WS-DISPONIBLE TO WS-MONTO-SIGNO
              DISPLAY "DISPONIBLE PARA COMPRAS :     " WS-MONTO-SIGNO
           END-IF

           PERFORM 228000-ACTUALIZAR-RESUMEN
              THRU 228000-ACTUALIZAR-RESUMEN-F

           PERFORM 227000-ACTUALIZAR-SALDO-ANT
              THRU 227000-ACTUALIZAR-SALDO-ANT-F

                 MOVE WS-CIC-CICLO(WS-IDX-CIC) TO WS-CICLO-TARJETA
              END-IF
           END-PERFORM

      *El ciclo del maestro de tarjetas manda sobre CICLOS.txt.
           MOVE ZEROS TO WS-LIMITE-TAR
           MOVE "N" TO WS-SW-TMA-ENCONTRADA
           PERFORM VARYING WS-IDX-TMA FROM 1 BY 1
              UNTIL WS-IDX-TMA > WS-CANT-MAESTRO
              OR WS-TMA-ENCONTRADA
              IF WS-TMA-TAR(WS-IDX-TMA) = WS-TAR-ANT
                 MOVE "S" TO WS-SW-TMA-ENCONTRADA
                 MOVE WS-TMA-LIMITE(WS-IDX-TMA) TO WS-LIMITE-TAR
                 IF WS-TMA-CICLO(WS-IDX-TMA) NOT = ZERO
                    MOVE WS-TMA-CICLO(WS-IDX-TMA) TO WS-CICLO-TARJETA
                 END-IF
              END-IF
           END-PERFORM
           .
       205000-CICLO-DE-TARJETA-F. EXIT.
      ******************************************************************
           .
       154000-LEER-CICLOFECHA-F. EXIT.
      ******************************************************************
      *                         160000-CARGAR-MAESTRO
      *Sin maestro de tarjetas el resumen sale como siempre, sin
      *disponible.
      ******************************************************************
       160000-CARGAR-MAESTRO.
           OPEN INPUT MAESTRO
           IF FS-STATUS-TMA-NOT-FOUND
              GO TO 160000-CARGAR-MAESTRO-F
           END-IF
           IF NOT FS-STATUS-TMA-OK
              MOVE "160000-CARGAR-MAESTRO" TO WS-ERR-PARRAFO
              MOVE "TARJMAESTR" TO WS-ERR-OBJETO
              MOVE "ABRIR"      TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMA TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE LOW-VALUES TO REG-TMA-TARJETA
           START MAESTRO KEY > REG-TMA-TARJETA
           IF FS-STATUS-TMA-OK
              PERFORM 165000-LEER-MAESTRO
                 THRU 165000-LEER-MAESTRO-F
                 UNTIL FS-STATUS-TMA-EOF
           END-IF

           CLOSE MAESTRO
           .
       160000-CARGAR-MAESTRO-F. EXIT.
      ******************************************************************
      *                         165000-LEER-MAESTRO
      ******************************************************************
       165000-LEER-MAESTRO.
           READ MAESTRO NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-TMA-OK
      *Una tarjeta fuera de tabla se liquidaria en el ciclo
      *equivocado: tabla llena corta.
                    IF WS-CANT-MAESTRO = 1000
                       DISPLAY "E34: TABLA DE TARJETAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE "160000-CARGAR-MAESTRO" TO WS-ERR-PARRAFO
                       MOVE "TARJMAESTR" TO WS-ERR-OBJETO
                       MOVE "LEER"       TO WS-ERR-OPERACION
                       MOVE 99           TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WS-CANT-MAESTRO
                    MOVE REG-TMA-TARJETA TO WS-TMA-TAR(WS-CANT-MAESTRO)
                    MOVE REG-TMA-LIMITE
                       TO WS-TMA-LIMITE(WS-CANT-MAESTRO)
                    MOVE REG-TMA-CICLO TO WS-TMA-CICLO(WS-CANT-MAESTRO)
               WHEN FS-STATUS-TMA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE "160000-CARGAR-MAESTRO" TO WS-ERR-PARRAFO
                    MOVE "TARJMAESTR" TO WS-ERR-OBJETO
                    MOVE "LEER"       TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TMA TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       165000-LEER-MAESTRO-F. EXIT.
      ******************************************************************
      *                         170000-CARGAR-RESUMEN
      *Ultimo resumen de cada tarjeta; las de otros ciclos se
      *regraban como estaban.
      ******************************************************************
       170000-CARGAR-RESUMEN.
           OPEN INPUT SALDO-RESUMEN
           IF FS-STATUS-RES-NOT-FOUND
              GO TO 170000-CARGAR-RESUMEN-F
           END-IF
           IF NOT FS-STATUS-RES-OK
              MOVE "170000-CARGAR-RESUMEN" TO WS-ERR-PARRAFO
              MOVE "SALDORESUM" TO WS-ERR-OBJETO
              MOVE "ABRIR"      TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 175000-LEER-RESUMEN
              THRU 175000-LEER-RESUMEN-F
              UNTIL FS-STATUS-RES-EOF

           CLOSE SALDO-RESUMEN
           .
       170000-CARGAR-RESUMEN-F. EXIT.
      ******************************************************************
      *                         175000-LEER-RESUMEN
      ******************************************************************
       175000-LEER-RESUMEN.
           READ SALDO-RESUMEN
           EVALUATE TRUE
               WHEN FS-STATUS-RES-OK
      *El archivo se regraba desde la tabla: un resumen fuera de
      *ella se perderia.
                    IF WS-CANT-RESUMEN = 1000
                       DISPLAY "E34: TABLA DE RESUMENES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE "170000-CARGAR-RESUMEN" TO WS-ERR-PARRAFO
                       MOVE "SALDORESUM" TO WS-ERR-OBJETO
                       MOVE "LEER"       TO WS-ERR-OPERACION
                       MOVE 99           TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WS-CANT-RESUMEN
                    MOVE REG-SALDO-RESUMEN
                       TO WS-RES-ENTRY(WS-CANT-RESUMEN)
               WHEN FS-STATUS-RES-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE "170000-CARGAR-RESUMEN" TO WS-ERR-PARRAFO
                    MOVE "SALDORESUM" TO WS-ERR-OBJETO
                    MOVE "LEER"       TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RES TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       175000-LEER-RESUMEN-F. EXIT.
      ******************************************************************
      *                         180000-CARGAR-PAGOS
      ******************************************************************
       180000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF FS-STATUS-PAG-NOT-FOUND
              GO TO 180000-CARGAR-PAGOS-F
           END-IF
           IF NOT FS-STATUS-PAG-OK
              MOVE "180000-CARGAR-PAGOS" TO WS-ERR-PARRAFO
              MOVE "PAGOS"      TO WS-ERR-OBJETO
              MOVE "ABRIR"      TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAG TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 185000-LEER-PAGO
              THRU 185000-LEER-PAGO-F
              UNTIL FS-STATUS-PAG-EOF

           CLOSE PAGOS
           .
       180000-CARGAR-PAGOS-F. EXIT.
      ******************************************************************
      *                         185000-LEER-PAGO
      ******************************************************************
       185000-LEER-PAGO.
           READ PAGOS
           EVALUATE TRUE
               WHEN FS-STATUS-PAG-OK
      *Un pago fuera de tabla cobraria un recargo indebido: tabla
      *llena corta.
                    IF WS-CANT-PAGOS = 2000
                       DISPLAY "E34: TABLA DE PAGOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE "180000-CARGAR-PAGOS" TO WS-ERR-PARRAFO
                       MOVE "PAGOS"      TO WS-ERR-OBJETO
                       MOVE "LEER"       TO WS-ERR-OPERACION
                       MOVE 99           TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WS-CANT-PAGOS
                    MOVE REG-PAGO TO WS-PAG-ENTRY(WS-CANT-PAGOS)
               WHEN FS-STATUS-PAG-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE "180000-CARGAR-PAGOS" TO WS-ERR-PARRAFO
                    MOVE "PAGOS"      TO WS-ERR-OBJETO
                    MOVE "LEER"       TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAG TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       185000-LEER-PAGO-F. EXIT.
      ******************************************************************
      *                         228000-ACTUALIZAR-RESUMEN
      *        DEJA EN TABLA EL RESUMEN EMITIDO PARA LA TARJETA; SIN
      *        FECHAS DE CICLO EL CIERRE ES LA FECHA DEL PROCESO
      ******************************************************************
       228000-ACTUALIZAR-RESUMEN.
           MOVE "N" TO WS-SW-RES-ENCONTRADO
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
              UNTIL WS-IDX-RES > WS-CANT-RESUMEN
                 OR WS-RES-ENCONTRADO
              IF WS-TAR-ANT = WS-RES-TAR(WS-IDX-RES)
                 MOVE "S" TO WS-SW-RES-ENCONTRADO
              END-IF
           END-PERFORM
           IF WS-RES-ENCONTRADO
              SUBTRACT 1 FROM WS-IDX-RES
           ELSE
              IF WS-CANT-RESUMEN = 1000
                 DISPLAY "E34: TABLA DE RESUMENES LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE "228000-ACTUALIZAR-RESUMEN" TO WS-ERR-PARRAFO
                 MOVE "SALDORESUM" TO WS-ERR-OBJETO
                 MOVE "GRABAR"     TO WS-ERR-OPERACION
                 MOVE 99           TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WS-CANT-RESUMEN
              MOVE WS-CANT-RESUMEN TO WS-IDX-RES
              MOVE WS-TAR-ANT TO WS-RES-TAR(WS-IDX-RES)
           END-IF

           IF WS-CIERRE-CICLO = ZEROS
              MOVE WS-CAB-FECHA    TO WS-RES-CIERRE(WS-IDX-RES)
           ELSE
              MOVE WS-CIERRE-CICLO TO WS-RES-CIERRE(WS-IDX-RES)
           END-IF
           MOVE WS-VENCIMIENTO-CICLO
              TO WS-RES-VENCIMIENTO(WS-IDX-RES)
           MOVE WS-TOTAL-CUOTA-TAR TO WS-RES-TOTAL(WS-IDX-RES)
           MOVE WS-TOTAL-TAR-MIN   TO WS-RES-MINIMO(WS-IDX-RES)
           MOVE WS-TOTAL-SALDO-PEND-TAR
              TO WS-RES-FINANCIADO(WS-IDX-RES)
           .
       228000-ACTUALIZAR-RESUMEN-F. EXIT.
      ******************************************************************
      *                         360000-GRABAR-CONTROL-CICLO
      *Totales de control por ciclo, acumulativos: un ciclo que no
      *corrio se nota por el hueco en este archivo.
           PERFORM 340000-WRITE-SALDO-ANTERIOR
              THRU 340000-WRITE-SALDO-ANTERIOR-F

           PERFORM 350000-WRITE-SALDO-RESUMEN
              THRU 350000-WRITE-SALDO-RESUMEN-F

           PERFORM 360000-GRABAR-CONTROL-CICLO
              THRU 360000-GRABAR-CONTROL-CICLO-F
           GOBACK
           .
       300000-END-F. EXIT.
      ******************************************************************
           .
       340000-WRITE-SALDO-ANTERIOR-F. EXIT.
      ******************************************************************
      *                         350000-WRITE-SALDO-RESUMEN
      *        REGRABA EL ULTIMO RESUMEN POR TARJETA PARA LA
      *        AUTORIZACION DE CONSUMOS (E165AUT)
      ******************************************************************
       350000-WRITE-SALDO-RESUMEN.
           OPEN OUTPUT SALDO-RESUMEN
           IF NOT FS-STATUS-RES-OK
              MOVE "350000-WRITE-SALDO-RESUMEN" TO WS-ERR-PARRAFO
              MOVE "SALDORESUM" TO WS-ERR-OBJETO
              MOVE CON-ABRIR    TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
              UNTIL WS-IDX-RES > WS-CANT-RESUMEN
              MOVE WS-RES-ENTRY(WS-IDX-RES) TO REG-SALDO-RESUMEN
              WRITE REG-SALDO-RESUMEN
              IF NOT FS-STATUS-RES-OK
                 MOVE "350000-WRITE-SALDO-RESUMEN" TO WS-ERR-PARRAFO
                 MOVE "SALDORESUM" TO WS-ERR-OBJETO
                 MOVE CON-GRABAR   TO WS-ERR-OPERACION
                 MOVE FS-STATUS-RES TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM

           CLOSE SALDO-RESUMEN
           .
       350000-WRITE-SALDO-RESUMEN-F. EXIT.
      ******************************************************************
      *                         900000-IMPRIMIR-CABECERA
      *        IMPRIME LA CABECERA DEL REPORTE Y REINICIA EL CONTADOR
      *        DE LINEAS DE LA PAGINA
