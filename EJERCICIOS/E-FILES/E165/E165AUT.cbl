      ******************************************************************
      *Autorizacion de consumos de tarjeta contra el maestro de
      *tarjetas (E165), corrida delante de E86 y E34. Hasta ahora
      *E34 liquidaba todo lo que llegaba a LOTE.txt. Los consumos
      *del dia entran ahora por LOTE_A_AUTORIZAR.txt (mismo registro
      *que LOTE.txt) y cada uno se rechaza si:
      *- la tarjeta no esta en TARJETAS_MAESTRO.txt (motivo N),
      *- la tarjeta esta extraviada (E) o bloqueada (B),
      *- el plastico vencio a la fecha de proceso (V),
      *- el importe supera el disponible de la tarjeta (S).
      *Disponible = limite - saldo facturado en el ultimo resumen
      *(total a cobrar mas saldo financiado, SALDO_RESUMEN.txt que
      *graba E34) + pagos recibidos despues de ese cierre
      *(PAGOS_TARJETA.txt, sin superar lo facturado) - consumos ya
      *autorizados en LOTE.txt todavia sin facturar. Cada consumo
      *autorizado baja el disponible para los siguientes del lote.
      *Los autorizados se agregan a LOTE.txt junto a los demas
      *consumos de la misma tarjeta (E34 corta por tarjeta); los
      *rechazados se acumulan en CONSUMOS_RECHAZADOS.txt con su
      *motivo, la fecha de proceso y el disponible que tenian. Al
      *terminar LOTE_A_AUTORIZAR.txt queda vacio para el dia
      *siguiente. La fecha de proceso sale de PARAMETROS.txt si
      *existe.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E165AUT.
       AUTHOR. MIGUEL MOYA.
       DATE-WRITTEN. OCTOBER 2022.
       DATE-COMPILED. OCTOBER 2022.
      ******************************************************************
      *                     ENVIRONMENT DIVISION
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
      *                            FILES
      ******************************************************************
      *****************************  INPUT  ****************************
       SELECT PARAMETROS ASSIGN TO "PARAMETROS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT MAESTRO ASSIGN TO "TARJETAS_MAESTRO.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS REG-TMA-TARJETA
                     FILE STATUS IS FS-STATUS-TMA.

       SELECT RESUMENES ASSIGN TO "SALDO_RESUMEN.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RES.

       SELECT PAGOS ASSIGN TO "PAGOS_TARJETA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAG.

       SELECT ENTRANTE ASSIGN TO "LOTE_A_AUTORIZAR.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ENT.
      ****************************  OUTPUT  ****************************
       SELECT DATOS ASSIGN TO "LOTE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.

       SELECT RECHAZOS ASSIGN TO "CONSUMOS_RECHAZADOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RCH.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA                 PIC 9(08).

       FD MAESTRO.
          01 REG-MAESTRO.
             05 REG-TMA-TARJETA                 PIC X(16).
             05 REG-TMA-CLIENTE                 PIC 9(08).
             05 REG-TMA-LIMITE                  PIC 9(07)V9(02).
             05 REG-TMA-ESTADO                  PIC X(01).
             05 REG-TMA-VENCIMIENTO             PIC 9(08).
             05 REG-TMA-CICLO                   PIC 9(01).
             05 REG-TMA-FECHA-ESTADO            PIC 9(08).

       FD RESUMENES.
          01 REG-RESUMEN.
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

       FD ENTRANTE.
          01 REG-ENTRANTE.
             05 REG-ENT-TAR                     PIC X(16).
             05 REG-ENT-FEC                     PIC X(10).
             05 REG-ENT-CON                     PIC X(10).
             05 REG-ENT-AMOUNT                  PIC 9(04)V9(02).

       FD DATOS.
          01 REG-DATOS.
             05 REG-TAR                         PIC X(16).
             05 REG-FEC                         PIC X(10).
             05 REG-CON                         PIC X(10).
             05 REG-AMOUNT                      PIC 9(04)V9(02).

       FD RECHAZOS.
          01 REG-RECHAZO.
             05 REG-RCH-TAR                     PIC X(16).
             05 REG-RCH-FEC                     PIC X(10).
             05 REG-RCH-CON                     PIC X(10).
             05 REG-RCH-AMOUNT                  PIC 9(04)V9(02).
             05 REG-RCH-MOTIVO                  PIC X(01).
                88 REG-RCH-SIN-MAESTRO               VALUE "N".
                88 REG-RCH-EXTRAVIADA                VALUE "E".
                88 REG-RCH-BLOQUEADA                 VALUE "B".
                88 REG-RCH-VENCIDA                   VALUE "V".
                88 REG-RCH-SIN-DISPONIBLE            VALUE "S".
             05 REG-RCH-FECHA                   PIC 9(08).
             05 REG-RCH-DISPONIBLE              PIC S9(07)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-MAESTRO  PIC X(30) VALUE
              '110000-CARGAR-MAESTRO       '.
              05 CON-120000-CARGAR-RESUMEN  PIC X(30) VALUE
              '120000-CARGAR-RESUMENES     '.
              05 CON-130000-CARGAR-PAGOS    PIC X(30) VALUE
              '130000-CARGAR-PAGOS         '.
              05 CON-140000-CARGAR-LOTE     PIC X(30) VALUE
              '140000-CARGAR-LOTE          '.
              05 CON-200000-AUTORIZAR       PIC X(30) VALUE
              '200000-AUTORIZAR            '.
              05 CON-250000-RECHAZAR        PIC X(30) VALUE
              '250000-RECHAZAR             '.
              05 CON-300000-GRABAR-LOTE     PIC X(30) VALUE
              '300000-GRABAR-LOTE          '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-MAESTRO   PIC X(10) VALUE 'TARJMAESTR'.
              05 CON-RESUMENES PIC X(10) VALUE 'SALDORESUM'.
              05 CON-PAGOS     PIC X(10) VALUE 'PAGOSTARJ '.
              05 CON-ENTRANTE  PIC X(10) VALUE 'LOTEAUTORI'.
              05 CON-DATOS     PIC X(10) VALUE 'LOTE      '.
              05 CON-RECHAZOS  PIC X(10) VALUE 'RECHAZOS  '.
      ************************** TABLES ********************************
      *Maestro de tarjetas con el disponible que se va consumiendo.
       01 WSV-TABLA-MAESTRO.
          02 WSV-MAE-ENTRY OCCURS 1000 TIMES.
             05 WSV-MAE-TARJETA      PIC X(16).
             05 WSV-MAE-ESTADO       PIC X(01).
             05 WSV-MAE-VENCIMIENTO  PIC 9(08).
             05 WSV-MAE-CIERRE       PIC 9(08).
             05 WSV-MAE-FACTURADO    PIC 9(08)V9(02).
             05 WSV-MAE-PAGADO       PIC 9(08)V9(02).
             05 WSV-MAE-DISPONIBLE   PIC S9(08)V9(02).
       01 WSV-CANT-MAESTRO           PIC 9(04) VALUE 0.
       01 WSV-IDX-MAE                PIC 9(04).

      *LOTE.txt vigente, donde se intercalan los autorizados.
       01 WSV-TABLA-LOTE.
          02 WSV-LOT-ENTRY OCCURS 2000 TIMES.
             05 WSV-LOT-TAR          PIC X(16).
             05 WSV-LOT-FEC          PIC X(10).
             05 WSV-LOT-CON          PIC X(10).
             05 WSV-LOT-AMOUNT       PIC 9(04)V9(02).
       01 WSV-CANT-LOTE              PIC 9(04) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-TMA           PIC X(02) VALUE "00".
             88 FS-STATUS-TMA-OK               VALUE "00".
             88 FS-STATUS-TMA-EOF              VALUE "10".
             88 FS-STATUS-TMA-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RES           PIC X(02) VALUE "00".
             88 FS-STATUS-RES-OK               VALUE "00".
             88 FS-STATUS-RES-EOF              VALUE "10".
             88 FS-STATUS-RES-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAG           PIC X(02) VALUE "00".
             88 FS-STATUS-PAG-OK               VALUE "00".
             88 FS-STATUS-PAG-EOF              VALUE "10".
             88 FS-STATUS-PAG-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ENT           PIC X(02) VALUE "00".
             88 FS-STATUS-ENT-OK               VALUE "00".
             88 FS-STATUS-ENT-EOF              VALUE "10".
             88 FS-STATUS-ENT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
             88 FS-STATUS-LOT-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RCH           PIC X(02) VALUE "00".
             88 FS-STATUS-RCH-OK               VALUE "00".
             88 FS-STATUS-RCH-NOT-FOUND        VALUE "35".
          05 WSV-SW-ENCONTRADA       PIC X(01).
             88 WSV-ENCONTRADA                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-TARJETA             PIC X(16).
          05 WSV-IDX                 PIC 9(04).
          05 WSV-POS                 PIC 9(04).
          05 WSV-MOTIVO              PIC X(01).
          05 WSV-EDIT                PIC -.---.---.--9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-AUTORIZADOS    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECHAZADOS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-N              PIC 9(05) VALUE ZERO.
          05 WSV-CANT-E              PIC 9(05) VALUE ZERO.
          05 WSV-CANT-B              PIC 9(05) VALUE ZERO.
          05 WSV-CANT-V              PIC 9(05) VALUE ZERO.
          05 WSV-CANT-S              PIC 9(05) VALUE ZERO.
          05 WSV-IMPORTE-AUTORIZADO  PIC 9(09)V9(02) VALUE ZERO.
          05 WSV-IMPORTE-RECHAZADO   PIC 9(09)V9(02) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E165AUT" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-AUTORIZAR
              THRU 200000-AUTORIZAR-F

           PERFORM 300000-GRABAR-LOTE
              THRU 300000-GRABAR-LOTE-F

           PERFORM 390000-EXIT
              THRU 390000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      *El disponible de cada tarjeta se arma antes de mirar un solo
      *consumo del dia: maestro, ultimo resumen, pagos posteriores y
      *lo ya autorizado sin facturar.
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-MAESTRO
              THRU 110000-CARGAR-MAESTRO-F

           PERFORM 120000-CARGAR-RESUMENES
              THRU 120000-CARGAR-RESUMENES-F

           PERFORM 130000-CARGAR-PAGOS
              THRU 130000-CARGAR-PAGOS-F

      *Lo pagado cuenta hasta cubrir lo facturado: un pago de mas
      *no agranda el limite.
           PERFORM VARYING WSV-IDX-MAE FROM 1 BY 1
              UNTIL WSV-IDX-MAE > WSV-CANT-MAESTRO
              IF WSV-MAE-PAGADO(WSV-IDX-MAE) >
                 WSV-MAE-FACTURADO(WSV-IDX-MAE)
                 MOVE WSV-MAE-FACTURADO(WSV-IDX-MAE)
                    TO WSV-MAE-PAGADO(WSV-IDX-MAE)
              END-IF
              COMPUTE WSV-MAE-DISPONIBLE(WSV-IDX-MAE) =
                      WSV-MAE-DISPONIBLE(WSV-IDX-MAE)
                    - WSV-MAE-FACTURADO(WSV-IDX-MAE)
                    + WSV-MAE-PAGADO(WSV-IDX-MAE)
           END-PERFORM

           PERFORM 140000-CARGAR-LOTE
              THRU 140000-CARGAR-LOTE-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      ******************************************************************
       105000-LEER-PARAMETROS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS
           IF FS-STATUS-PAR-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-PAR-OK
                 MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
                 MOVE CON-PARAMETROS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                  TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PAR              TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              ELSE
                 READ PARAMETROS
                 IF FS-STATUS-PAR-OK
                    MOVE REG-PARAM-FECHA TO WSV-FECHA-PROCESO
                 END-IF
                 CLOSE PARAMETROS
              END-IF
           END-IF
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-MAESTRO
      *Sin maestro no se autoriza nada: todo el lote iria rechazado.
      ******************************************************************
       110000-CARGAR-MAESTRO.
           OPEN INPUT MAESTRO
           IF NOT FS-STATUS-TMA-OK
              MOVE CON-110000-CARGAR-MAESTRO TO WS-ERR-PARRAFO
              MOVE CON-MAESTRO               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE LOW-VALUES TO REG-TMA-TARJETA
           START MAESTRO KEY > REG-TMA-TARJETA
           IF FS-STATUS-TMA-OK
              PERFORM 115000-LEER-MAESTRO
                 THRU 115000-LEER-MAESTRO-F
                 UNTIL FS-STATUS-TMA-EOF
           END-IF

           CLOSE MAESTRO
           .
       110000-CARGAR-MAESTRO-F. EXIT.
      ******************************************************************
      *                         115000-LEER-MAESTRO
      ******************************************************************
       115000-LEER-MAESTRO.
           READ MAESTRO NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-TMA-OK
      *Una tarjeta fuera de tabla rechazaria todos sus consumos
      *como inexistente: tabla llena corta la corrida.
                    IF WSV-CANT-MAESTRO = 1000
                       DISPLAY "E165AUT: TABLA DE TARJETAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-MAESTRO
                          TO WS-ERR-PARRAFO
                       MOVE CON-MAESTRO  TO WS-ERR-OBJETO
                       MOVE CON-LEER     TO WS-ERR-OPERACION
                       MOVE 99           TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-MAESTRO
                    MOVE REG-TMA-TARJETA
                       TO WSV-MAE-TARJETA(WSV-CANT-MAESTRO)
                    MOVE REG-TMA-ESTADO
                       TO WSV-MAE-ESTADO(WSV-CANT-MAESTRO)
                    MOVE REG-TMA-VENCIMIENTO
                       TO WSV-MAE-VENCIMIENTO(WSV-CANT-MAESTRO)
                    MOVE ZERO TO WSV-MAE-CIERRE(WSV-CANT-MAESTRO)
                    MOVE ZERO TO WSV-MAE-FACTURADO(WSV-CANT-MAESTRO)
                    MOVE ZERO TO WSV-MAE-PAGADO(WSV-CANT-MAESTRO)
                    MOVE REG-TMA-LIMITE
                       TO WSV-MAE-DISPONIBLE(WSV-CANT-MAESTRO)
               WHEN FS-STATUS-TMA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-MAESTRO TO WS-ERR-PARRAFO
                    MOVE CON-MAESTRO               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TMA             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       115000-LEER-MAESTRO-F. EXIT.
      ******************************************************************
      *                         118000-BUSCAR-TARJETA
      *Busca WSV-TARJETA en la tabla del maestro; deja WSV-IDX-MAE
      *apuntando a la tarjeta si la encuentra.
      ******************************************************************
       118000-BUSCAR-TARJETA.
           MOVE "N" TO WSV-SW-ENCONTRADA
           PERFORM VARYING WSV-IDX-MAE FROM 1 BY 1
              UNTIL WSV-IDX-MAE > WSV-CANT-MAESTRO
              OR WSV-ENCONTRADA
              IF WSV-MAE-TARJETA(WSV-IDX-MAE) = WSV-TARJETA
                 MOVE "S" TO WSV-SW-ENCONTRADA
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADA
              SUBTRACT 1 FROM WSV-IDX-MAE
           END-IF
           .
       118000-BUSCAR-TARJETA-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-RESUMENES
      *Sin resumenes (primer ciclo) no hay nada facturado.
      ******************************************************************
       120000-CARGAR-RESUMENES.
           OPEN INPUT RESUMENES
           IF FS-STATUS-RES-NOT-FOUND
              GO TO 120000-CARGAR-RESUMENES-F
           END-IF
           IF NOT FS-STATUS-RES-OK
              MOVE CON-120000-CARGAR-RESUMEN TO WS-ERR-PARRAFO
              MOVE CON-RESUMENES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 125000-LEER-RESUMEN
              THRU 125000-LEER-RESUMEN-F
              UNTIL FS-STATUS-RES-EOF

           CLOSE RESUMENES
           .
       120000-CARGAR-RESUMENES-F. EXIT.
      ******************************************************************
      *                         125000-LEER-RESUMEN
      ******************************************************************
       125000-LEER-RESUMEN.
           READ RESUMENES
           EVALUATE TRUE
               WHEN FS-STATUS-RES-OK
                    MOVE REG-RES-TARJETA TO WSV-TARJETA
                    PERFORM 118000-BUSCAR-TARJETA
                       THRU 118000-BUSCAR-TARJETA-F
                    IF WSV-ENCONTRADA
                       MOVE REG-RES-CIERRE
                          TO WSV-MAE-CIERRE(WSV-IDX-MAE)
                       COMPUTE WSV-MAE-FACTURADO(WSV-IDX-MAE) =
                               REG-RES-TOTAL + REG-RES-FINANCIADO
                    END-IF
               WHEN FS-STATUS-RES-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-RESUMEN TO WS-ERR-PARRAFO
                    MOVE CON-RESUMENES             TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RES             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       125000-LEER-RESUMEN-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-PAGOS
      *Solo cuentan los pagos posteriores al cierre del ultimo
      *resumen de la tarjeta; los anteriores ya bajaron ese saldo.
      ******************************************************************
       130000-CARGAR-PAGOS.
           OPEN INPUT PAGOS
           IF FS-STATUS-PAG-NOT-FOUND
              GO TO 130000-CARGAR-PAGOS-F
           END-IF
           IF NOT FS-STATUS-PAG-OK
              MOVE CON-130000-CARGAR-PAGOS TO WS-ERR-PARRAFO
              MOVE CON-PAGOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAG           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 135000-LEER-PAGO
              THRU 135000-LEER-PAGO-F
              UNTIL FS-STATUS-PAG-EOF

           CLOSE PAGOS
           .
       130000-CARGAR-PAGOS-F. EXIT.
      ******************************************************************
      *                         135000-LEER-PAGO
      ******************************************************************
       135000-LEER-PAGO.
           READ PAGOS
           EVALUATE TRUE
               WHEN FS-STATUS-PAG-OK
                    MOVE REG-PAG-TARJETA TO WSV-TARJETA
                    PERFORM 118000-BUSCAR-TARJETA
                       THRU 118000-BUSCAR-TARJETA-F
                    IF WSV-ENCONTRADA
                       AND REG-PAG-FECHA > WSV-MAE-CIERRE(WSV-IDX-MAE)
                       ADD REG-PAG-IMPORTE
                          TO WSV-MAE-PAGADO(WSV-IDX-MAE)
                    END-IF
               WHEN FS-STATUS-PAG-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-CARGAR-PAGOS TO WS-ERR-PARRAFO
                    MOVE CON-PAGOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAG           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       135000-LEER-PAGO-F. EXIT.
      ******************************************************************
      *                         140000-CARGAR-LOTE
      *Lo ya autorizado y sin facturar baja el disponible. Sin
      *LOTE.txt se arranca de un lote vacio.
      ******************************************************************
       140000-CARGAR-LOTE.
           OPEN INPUT DATOS
           IF FS-STATUS-LOT-NOT-FOUND
              GO TO 140000-CARGAR-LOTE-F
           END-IF
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-140000-CARGAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-DATOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 145000-LEER-LOTE
              THRU 145000-LEER-LOTE-F
              UNTIL FS-STATUS-LOT-EOF

           CLOSE DATOS
           .
       140000-CARGAR-LOTE-F. EXIT.
      ******************************************************************
      *                         145000-LEER-LOTE
      ******************************************************************
       145000-LEER-LOTE.
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-LOT-OK
      *El LOTE.txt se regraba desde esta tabla: un consumo fuera de
      *ella se perderia, asi que tabla llena corta la corrida.
                    IF WSV-CANT-LOTE = 2000
                       DISPLAY "E165AUT: TABLA DE LOTE LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-140000-CARGAR-LOTE TO WS-ERR-PARRAFO
                       MOVE CON-DATOS              TO WS-ERR-OBJETO
                       MOVE CON-LEER               TO WS-ERR-OPERACION
                       MOVE 99                     TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-LOTE
                    MOVE REG-TAR    TO WSV-LOT-TAR(WSV-CANT-LOTE)
                    MOVE REG-FEC    TO WSV-LOT-FEC(WSV-CANT-LOTE)
                    MOVE REG-CON    TO WSV-LOT-CON(WSV-CANT-LOTE)
                    MOVE REG-AMOUNT TO WSV-LOT-AMOUNT(WSV-CANT-LOTE)
                    MOVE REG-TAR    TO WSV-TARJETA
                    PERFORM 118000-BUSCAR-TARJETA
                       THRU 118000-BUSCAR-TARJETA-F
                    IF WSV-ENCONTRADA
                       SUBTRACT REG-AMOUNT
                          FROM WSV-MAE-DISPONIBLE(WSV-IDX-MAE)
                    END-IF
               WHEN FS-STATUS-LOT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-140000-CARGAR-LOTE TO WS-ERR-PARRAFO
                    MOVE CON-DATOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LOT          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       145000-LEER-LOTE-F. EXIT.
      ******************************************************************
      *                         200000-AUTORIZAR
      ******************************************************************
       200000-AUTORIZAR.
           OPEN INPUT ENTRANTE
           IF FS-STATUS-ENT-NOT-FOUND
              DISPLAY "E165AUT: SIN CONSUMOS A AUTORIZAR"
              GO TO 200000-AUTORIZAR-F
           END-IF
           IF NOT FS-STATUS-ENT-OK
              MOVE CON-200000-AUTORIZAR TO WS-ERR-PARRAFO
              MOVE CON-ENTRANTE         TO WS-ERR-OBJETO
              MOVE CON-ABRIR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-ENT        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND RECHAZOS
           IF FS-STATUS-RCH-NOT-FOUND
              OPEN OUTPUT RECHAZOS
           END-IF
           IF NOT FS-STATUS-RCH-OK
              MOVE CON-250000-RECHAZAR TO WS-ERR-PARRAFO
              MOVE CON-RECHAZOS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCH       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 210000-LEER-ENTRANTE
              THRU 210000-LEER-ENTRANTE-F
              UNTIL FS-STATUS-ENT-EOF

           CLOSE ENTRANTE
           CLOSE RECHAZOS
           .
       200000-AUTORIZAR-F. EXIT.
      ******************************************************************
      *                         210000-LEER-ENTRANTE
      ******************************************************************
       210000-LEER-ENTRANTE.
           READ ENTRANTE
           EVALUATE TRUE
               WHEN FS-STATUS-ENT-OK
                    ADD 1 TO WSV-CANT-LEIDOS
                    PERFORM 220000-AUTORIZAR-UNO
                       THRU 220000-AUTORIZAR-UNO-F
               WHEN FS-STATUS-ENT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-AUTORIZAR TO WS-ERR-PARRAFO
                    MOVE CON-ENTRANTE         TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ENT        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-ENTRANTE-F. EXIT.
      ******************************************************************
      *                         220000-AUTORIZAR-UNO
      *Un solo motivo por consumo, el primero que aplique: sin
      *maestro > extraviada > bloqueada > vencida > sin disponible.
      ******************************************************************
       220000-AUTORIZAR-UNO.
           MOVE REG-ENT-TAR TO WSV-TARJETA
           PERFORM 118000-BUSCAR-TARJETA
              THRU 118000-BUSCAR-TARJETA-F

           MOVE SPACE TO WSV-MOTIVO
           EVALUATE TRUE
               WHEN NOT WSV-ENCONTRADA
                    MOVE "N" TO WSV-MOTIVO
               WHEN WSV-MAE-ESTADO(WSV-IDX-MAE) = "E"
                    MOVE "E" TO WSV-MOTIVO
               WHEN WSV-MAE-ESTADO(WSV-IDX-MAE) = "B"
                    MOVE "B" TO WSV-MOTIVO
               WHEN WSV-MAE-VENCIMIENTO(WSV-IDX-MAE) <
                    WSV-FECHA-PROCESO
                    MOVE "V" TO WSV-MOTIVO
               WHEN REG-ENT-AMOUNT > WSV-MAE-DISPONIBLE(WSV-IDX-MAE)
                    MOVE "S" TO WSV-MOTIVO
           END-EVALUATE

           IF WSV-MOTIVO NOT = SPACE
              PERFORM 250000-RECHAZAR
                 THRU 250000-RECHAZAR-F
              GO TO 220000-AUTORIZAR-UNO-F
           END-IF

           SUBTRACT REG-ENT-AMOUNT FROM WSV-MAE-DISPONIBLE(WSV-IDX-MAE)
           PERFORM 230000-INTERCALAR
              THRU 230000-INTERCALAR-F
           ADD 1 TO WSV-CANT-AUTORIZADOS
           ADD REG-ENT-AMOUNT TO WSV-IMPORTE-AUTORIZADO
           .
       220000-AUTORIZAR-UNO-F. EXIT.
      ******************************************************************
      *                         230000-INTERCALAR
      *El autorizado va detras del ultimo consumo de la misma
      *tarjeta en el lote, o al final si la tarjeta no tenia.
      ******************************************************************
       230000-INTERCALAR.
           IF WSV-CANT-LOTE = 2000
              DISPLAY "E165AUT: TABLA DE LOTE LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-200000-AUTORIZAR TO WS-ERR-PARRAFO
              MOVE CON-DATOS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE 99                   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO WSV-POS
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LOTE
              IF WSV-LOT-TAR(WSV-IDX) = REG-ENT-TAR
                 MOVE WSV-IDX TO WSV-POS
              END-IF
           END-PERFORM
           IF WSV-POS = ZERO
              MOVE WSV-CANT-LOTE TO WSV-POS
           END-IF
           ADD 1 TO WSV-POS

           PERFORM VARYING WSV-IDX FROM WSV-CANT-LOTE BY -1
              UNTIL WSV-IDX < WSV-POS
              MOVE WSV-LOT-ENTRY(WSV-IDX) TO WSV-LOT-ENTRY(WSV-IDX + 1)
           END-PERFORM
           ADD 1 TO WSV-CANT-LOTE

           MOVE REG-ENT-TAR    TO WSV-LOT-TAR(WSV-POS)
           MOVE REG-ENT-FEC    TO WSV-LOT-FEC(WSV-POS)
           MOVE REG-ENT-CON    TO WSV-LOT-CON(WSV-POS)
           MOVE REG-ENT-AMOUNT TO WSV-LOT-AMOUNT(WSV-POS)
           .
       230000-INTERCALAR-F. EXIT.
      ******************************************************************
      *                         250000-RECHAZAR
      ******************************************************************
       250000-RECHAZAR.
           MOVE REG-ENT-TAR       TO REG-RCH-TAR
           MOVE REG-ENT-FEC       TO REG-RCH-FEC
           MOVE REG-ENT-CON       TO REG-RCH-CON
           MOVE REG-ENT-AMOUNT    TO REG-RCH-AMOUNT
           MOVE WSV-MOTIVO        TO REG-RCH-MOTIVO
           MOVE WSV-FECHA-PROCESO TO REG-RCH-FECHA
           IF WSV-ENCONTRADA
              MOVE WSV-MAE-DISPONIBLE(WSV-IDX-MAE)
                 TO REG-RCH-DISPONIBLE
           ELSE
              MOVE ZERO TO REG-RCH-DISPONIBLE
           END-IF
           WRITE REG-RECHAZO
           IF NOT FS-STATUS-RCH-OK
              MOVE CON-250000-RECHAZAR TO WS-ERR-PARRAFO
              MOVE CON-RECHAZOS        TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-RCH       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-RECHAZADOS
           ADD REG-ENT-AMOUNT TO WSV-IMPORTE-RECHAZADO
           EVALUATE WSV-MOTIVO
               WHEN "N" ADD 1 TO WSV-CANT-N
               WHEN "E" ADD 1 TO WSV-CANT-E
               WHEN "B" ADD 1 TO WSV-CANT-B
               WHEN "V" ADD 1 TO WSV-CANT-V
               WHEN "S" ADD 1 TO WSV-CANT-S
           END-EVALUATE
           .
       250000-RECHAZAR-F. EXIT.
      ******************************************************************
      *                         300000-GRABAR-LOTE
      *Regraba LOTE.txt con los autorizados intercalados y recien
      *despues vacia LOTE_A_AUTORIZAR.txt.
      ******************************************************************
       300000-GRABAR-LOTE.
           IF WSV-CANT-AUTORIZADOS = ZERO
              GO TO 300000-VACIAR
           END-IF

           OPEN OUTPUT DATOS
           IF NOT FS-STATUS-LOT-OK
              MOVE CON-300000-GRABAR-LOTE TO WS-ERR-PARRAFO
              MOVE CON-DATOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOT          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-LOTE
              MOVE WSV-LOT-TAR(WSV-IDX)    TO REG-TAR
              MOVE WSV-LOT-FEC(WSV-IDX)    TO REG-FEC
              MOVE WSV-LOT-CON(WSV-IDX)    TO REG-CON
              MOVE WSV-LOT-AMOUNT(WSV-IDX) TO REG-AMOUNT
              WRITE REG-DATOS
              IF NOT FS-STATUS-LOT-OK
                 MOVE CON-300000-GRABAR-LOTE TO WS-ERR-PARRAFO
                 MOVE CON-DATOS              TO WS-ERR-OBJETO
                 MOVE CON-GRABAR             TO WS-ERR-OPERACION
                 MOVE FS-STATUS-LOT          TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM

           CLOSE DATOS
           .
       300000-VACIAR.
           IF WSV-CANT-LEIDOS > ZERO
              OPEN OUTPUT ENTRANTE
              CLOSE ENTRANTE
           END-IF
           .
       300000-GRABAR-LOTE-F. EXIT.
      ******************************************************************
      *                         390000-EXIT
      ******************************************************************
       390000-EXIT.
           DISPLAY "E165AUT - AUTORIZACION DE CONSUMOS DE TARJETA"
           DISPLAY "FECHA DE PROCESO       : " WSV-FECHA-PROCESO
           DISPLAY "CONSUMOS LEIDOS        : " WSV-CANT-LEIDOS
           MOVE WSV-IMPORTE-AUTORIZADO TO WSV-EDIT
           DISPLAY "AUTORIZADOS            : " WSV-CANT-AUTORIZADOS
                   " POR " WSV-EDIT
           MOVE WSV-IMPORTE-RECHAZADO TO WSV-EDIT
           DISPLAY "RECHAZADOS             : " WSV-CANT-RECHAZADOS
                   " POR " WSV-EDIT
           DISPLAY "  SIN MAESTRO          : " WSV-CANT-N
           DISPLAY "  EXTRAVIADA           : " WSV-CANT-E
           DISPLAY "  BLOQUEADA            : " WSV-CANT-B
           DISPLAY "  VENCIDA              : " WSV-CANT-V
           DISPLAY "  SIN DISPONIBLE       : " WSV-CANT-S
           STOP RUN
           .
       390000-EXIT-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E165AUT.
