      ******************************************************************
      *Estado diario de las clases tarifarias (buckets) por vuelo,
      *fecha y clase de cabina, para que revenue management decida
      *los ajustes de cupo de AJUSTE_BUCKETS.txt. Releva del
      *inventario INVENTARIO_ASIENTOS.txt la capacidad y los
      *vendidos de cada vuelo/fecha/clase por salir, suma los
      *sobrevendidos de SOBREVENTAS.txt y aplica la misma regla de
      *anidamiento que usa E126 para tarifar: los buckets de la
      *ruta y clase de TARIFAS_BUCKETS.txt ordenados del mas barato
      *al mas caro, cada uno con su cupo (el ajustado para el
      *vuelo/fecha si lo hay), y los vendidos llenan primero los
      *mas baratos. Por bucket informa cupo base y vigente, vendidos
      *dentro del bucket, disponibles y estado (ABIERTO, AGOTADO o
      *CERRADO POR ANTICIPO a la fecha de hoy), marcando el bucket
      *vigente que cobraria hoy E126. Avisa las clases cuyos cupos
      *no cubren la capacidad fisica. El informe queda en
      *ESTADO_BUCKETS.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E180.
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
       SELECT INVENTARIO ASSIGN TO "INVENTARIO_ASIENTOS.txt"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS DYNAMIC
                     RECORD KEY IS REG-INV-CLAVE
                     FILE STATUS IS FS-STATUS-INV.

       SELECT SOBREVENTAS ASSIGN TO "SOBREVENTAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-SOB.

       SELECT BUCKETS ASSIGN TO "TARIFAS_BUCKETS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-BUC.

       SELECT AJUSTES ASSIGN TO "AJUSTE_BUCKETS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-AJU.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "ESTADO_BUCKETS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD INVENTARIO.
          01 REG-INVENTARIO.
             05 REG-INV-CLAVE.
                10 REG-INV-VUELO     PIC X(04).
                10 REG-INV-FECHA     PIC 9(08).
                10 REG-INV-ASIENTO   PIC X(02).
             05 REG-INV-CLASE        PIC X(01).
             05 REG-INV-ESTADO       PIC 9(01).
             05 REG-INV-TICKET       PIC 9(04).
             05 REG-INV-NOMBRE       PIC X(06).
             05 REG-INV-DOCUMENTO    PIC X(10).

       FD SOBREVENTAS.
          01 REG-SOBREVENTA.
             05 REG-SOB-VUELO        PIC X(04).
             05 REG-SOB-FECHA        PIC 9(08).
             05 REG-SOB-CLASE        PIC X(01).
             05 REG-SOB-TICKET       PIC 9(04).
             05 REG-SOB-NOMBRE       PIC X(06).
             05 REG-SOB-DOCUMENTO    PIC X(10).
             05 REG-SOB-TARIFA       PIC 9(06)V9(02).
             05 REG-SOB-FECHA-VENTA  PIC 9(08).

       FD BUCKETS.
          01 REG-BUCKET.
             05 REG-BUC-VUELO        PIC X(04).
             05 REG-BUC-CLASE        PIC X(01).
             05 REG-BUC-BUCKET       PIC X(01).
             05 REG-BUC-ANTICIPO     PIC 9(03).
             05 REG-BUC-PRECIO       PIC 9(06)V9(02).
             05 REG-BUC-CUPO         PIC 9(04).
             05 REG-BUC-VALIDEZ      PIC 9(02).

       FD AJUSTES.
          01 REG-AJUSTE.
             05 REG-AJU-VUELO        PIC X(04).
             05 REG-AJU-FECHA        PIC 9(08).
             05 REG-AJU-CLASE        PIC X(01).
             05 REG-AJU-BUCKET       PIC X(01).
             05 REG-AJU-CUPO         PIC 9(04).

       FD INFORME.
          01 REG-INFORME             PIC X(110).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-RELEVAR         PIC X(30) VALUE
              '110000-RELEVAR              '.
              05 CON-200000-INFORMAR        PIC X(30) VALUE
              '200000-INFORMAR             '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-INVENTARIO PIC X(10) VALUE 'INVENTARIO'.
              05 CON-SOBREVENTA PIC X(10) VALUE 'SOBREVENTA'.
              05 CON-BUCKETS    PIC X(10) VALUE 'BUCKETS   '.
              05 CON-AJUSTES    PIC X(10) VALUE 'AJUSTES   '.
              05 CON-INFORME    PIC X(10) VALUE 'INFORME   '.
      ************************** TABLES ********************************
      *Capacidad y vendidos por vuelo, fecha y clase por salir.
       01 WSV-TABLA-CLASES.
          02 WSV-CLA-ENTRY OCCURS 150 TIMES.
             05 WSV-CLA-VUELO        PIC X(04).
             05 WSV-CLA-FECHA        PIC 9(08).
             05 WSV-CLA-CLASE        PIC X(01).
             05 WSV-CLA-CAPACIDAD    PIC 9(04).
             05 WSV-CLA-VENDIDOS     PIC 9(04).
             05 WSV-CLA-SOBRE        PIC 9(04).
       01 WSV-CANT-CLASES            PIC 9(03) VALUE 0.

      *Buckets por ruta y clase, ordenados por precio ascendente
      *dentro de cada ruta y clase, igual que en E126.
       01 WSV-TABLA-BUCKETS.
          02 WSV-BUC-ENTRY OCCURS 200 TIMES.
             05 WSV-BUC-VUELO        PIC X(04).
             05 WSV-BUC-CLASE        PIC X(01).
             05 WSV-BUC-BUCKET       PIC X(01).
             05 WSV-BUC-ANTICIPO     PIC 9(03).
             05 WSV-BUC-PRECIO       PIC 9(06)V9(02).
             05 WSV-BUC-CUPO         PIC 9(04).
             05 WSV-BUC-VALIDEZ      PIC 9(02).
       01 WSV-CANT-BUCKETS           PIC 9(03) VALUE 0.

       01 WSV-TABLA-AJUSTES.
          02 WSV-AJU-ENTRY OCCURS 200 TIMES.
             05 WSV-AJU-VUELO        PIC X(04).
             05 WSV-AJU-FECHA        PIC 9(08).
             05 WSV-AJU-CLASE        PIC X(01).
             05 WSV-AJU-BUCKET       PIC X(01).
             05 WSV-AJU-CUPO         PIC 9(04).
       01 WSV-CANT-AJUSTES           PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-INV           PIC X(02) VALUE "00".
             88 FS-STATUS-INV-OK               VALUE "00".
             88 FS-STATUS-INV-EOF              VALUE "10".
             88 FS-STATUS-INV-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-SOB           PIC X(02) VALUE "00".
             88 FS-STATUS-SOB-OK               VALUE "00".
             88 FS-STATUS-SOB-EOF              VALUE "10".
             88 FS-STATUS-SOB-NOT-FOUND        VALUE "35".
          05 FS-STATUS-BUC           PIC X(02) VALUE "00".
             88 FS-STATUS-BUC-OK               VALUE "00".
             88 FS-STATUS-BUC-EOF              VALUE "10".
             88 FS-STATUS-BUC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-AJU           PIC X(02) VALUE "00".
             88 FS-STATUS-AJU-OK               VALUE "00".
             88 FS-STATUS-AJU-EOF              VALUE "10".
             88 FS-STATUS-AJU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-AJUSTADO         PIC X(01).
             88 WSV-AJUSTADO                   VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-CLA             PIC 9(03).
          05 WSV-IDX-BUC             PIC 9(03).
          05 WSV-IDX-AJU             PIC 9(03).
          05 WSV-IDX-ABIERTO         PIC 9(03).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-DIAS-SALIDA         PIC S9(05).
          05 WSV-VENDIDOS-CLASE      PIC 9(05).
          05 WSV-CUPO-BUCKET         PIC 9(04).
          05 WSV-CUPO-ANTERIOR       PIC 9(05).
          05 WSV-CUPO-ACUMULADO      PIC 9(05).
          05 WSV-EN-BUCKET           PIC S9(05).
          05 WSV-DISPONIBLES         PIC 9(05).
          05 WSV-BUCKETS-CLASE       PIC 9(03).
          05 WSV-ESTADO-BUCKET       PIC X(20).
          05 WSV-MARCA               PIC X(10).
          05 WSV-MARCA-AJUSTE        PIC X(01).
          05 WSV-BUC-AUX.
             10 WSV-AUX-VUELO        PIC X(04).
             10 WSV-AUX-CLASE        PIC X(01).
             10 WSV-AUX-BUCKET       PIC X(01).
             10 WSV-AUX-ANTICIPO     PIC 9(03).
             10 WSV-AUX-PRECIO       PIC 9(06)V9(02).
             10 WSV-AUX-CUPO         PIC 9(04).
             10 WSV-AUX-VALIDEZ      PIC 9(02).
          05 WSV-LINEA               PIC X(110).
          05 WSV-EDIT-PRECIO         PIC ZZZ.ZZ9,99.
          05 WSV-EDIT-CANT1          PIC ZZZZ9.
          05 WSV-EDIT-CANT2          PIC ZZZZ9.
          05 WSV-EDIT-CANT3          PIC ZZZZ9.
          05 WSV-EDIT-CANT4          PIC ZZZZ9.
          05 WSV-EDIT-DIAS           PIC ZZ9.
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
           MOVE "E180" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-RELEVAR
              THRU 110000-RELEVAR-F

           PERFORM 120000-CARGAR-BUCKETS
              THRU 120000-CARGAR-BUCKETS-F

           PERFORM 130000-CARGAR-AJUSTES
              THRU 130000-CARGAR-AJUSTES-F

           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           STRING "ESTADO DE BUCKETS AL " DELIMITED BY SIZE
                  WSV-FECHA-HOY(7:2) "/" WSV-FECHA-HOY(5:2) "/"
                  WSV-FECHA-HOY(1:4) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 290000-GRABAR-LINEA
              THRU 290000-GRABAR-LINEA-F

           IF WSV-CANT-CLASES = ZERO
              MOVE "SIN VUELOS POR SALIR EN EL INVENTARIO"
                 TO WSV-LINEA
              PERFORM 290000-GRABAR-LINEA
                 THRU 290000-GRABAR-LINEA-F
           END-IF

           PERFORM 200000-INFORMAR
              THRU 200000-INFORMAR-F
              VARYING WSV-IDX-CLA FROM 1 BY 1
              UNTIL WSV-IDX-CLA > WSV-CANT-CLASES

           CLOSE INFORME
           STOP RUN
           .
      ******************************************************************
      *                         110000-RELEVAR
      ******************************************************************
       110000-RELEVAR.
           OPEN INPUT INVENTARIO
           IF FS-STATUS-INV-SIN-ARCHIVO
              DISPLAY "E180: SIN INVENTARIO - CORRA E126GEN"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-INV-OK
              MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
              MOVE CON-INVENTARIO     TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INV      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE LOW-VALUES TO REG-INV-CLAVE
           START INVENTARIO KEY > REG-INV-CLAVE
           IF FS-STATUS-INV-OK
              PERFORM 115000-LEER-INVENTARIO
                 THRU 115000-LEER-INVENTARIO-F
                 UNTIL FS-STATUS-INV-EOF
           END-IF
           CLOSE INVENTARIO
           MOVE "00" TO FS-STATUS-INV

           OPEN INPUT SOBREVENTAS
           IF FS-STATUS-SOB-NOT-FOUND
              GO TO 110000-RELEVAR-F
           END-IF
           IF NOT FS-STATUS-SOB-OK
              MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
              MOVE CON-SOBREVENTA     TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-SOB      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 118000-CONTAR-SOBREVENTA
              THRU 118000-CONTAR-SOBREVENTA-F
              UNTIL FS-STATUS-SOB-EOF
           CLOSE SOBREVENTAS
           .
       110000-RELEVAR-F. EXIT.
      ******************************************************************
      *                         115000-LEER-INVENTARIO
      *Los vuelos ya salidos no tienen buckets que ajustar.
      ******************************************************************
       115000-LEER-INVENTARIO.
           READ INVENTARIO NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-INV-OK
                    IF REG-INV-FECHA >= WSV-FECHA-HOY
                       PERFORM 150000-BUSCAR-CLASE
                          THRU 150000-BUSCAR-CLASE-F
                       ADD 1 TO WSV-CLA-CAPACIDAD(WSV-IDX-CLA)
                       IF REG-INV-ESTADO = 1
                          ADD 1 TO WSV-CLA-VENDIDOS(WSV-IDX-CLA)
                       END-IF
                    END-IF
               WHEN FS-STATUS-INV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
                    MOVE CON-INVENTARIO     TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-INV      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       115000-LEER-INVENTARIO-F. EXIT.
      ******************************************************************
      *                         118000-CONTAR-SOBREVENTA
      ******************************************************************
       118000-CONTAR-SOBREVENTA.
           READ SOBREVENTAS
           EVALUATE TRUE
               WHEN FS-STATUS-SOB-OK
                    MOVE ZERO TO WSV-IDX-CLA
                    PERFORM VARYING WSV-IDX FROM 1 BY 1
                       UNTIL WSV-IDX > WSV-CANT-CLASES
                       OR WSV-IDX-CLA > ZERO
                       IF WSV-CLA-VUELO(WSV-IDX) = REG-SOB-VUELO
                          AND WSV-CLA-FECHA(WSV-IDX) = REG-SOB-FECHA
                          AND WSV-CLA-CLASE(WSV-IDX) = REG-SOB-CLASE
                          MOVE WSV-IDX TO WSV-IDX-CLA
                       END-IF
                    END-PERFORM
                    IF WSV-IDX-CLA > ZERO
                       ADD 1 TO WSV-CLA-SOBRE(WSV-IDX-CLA)
                    END-IF
               WHEN FS-STATUS-SOB-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
                    MOVE CON-SOBREVENTA     TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-SOB      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-CONTAR-SOBREVENTA-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-BUCKETS
      ******************************************************************
       120000-CARGAR-BUCKETS.
           OPEN INPUT BUCKETS
           IF FS-STATUS-BUC-NOT-FOUND
              DISPLAY "E180: SIN TARIFAS_BUCKETS.txt - NO HAY "
                      "BUCKETS DEFINIDOS"
              GO TO 120000-CARGAR-BUCKETS-F
           END-IF
           IF NOT FS-STATUS-BUC-OK
              MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
              MOVE CON-BUCKETS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-BUC      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 125000-LEER-BUCKET
              THRU 125000-LEER-BUCKET-F
              UNTIL FS-STATUS-BUC-EOF

           CLOSE BUCKETS
           .
       120000-CARGAR-BUCKETS-F. EXIT.
      ******************************************************************
      *                         125000-LEER-BUCKET
      *Insercion ordenada por ruta, clase y precio.
      ******************************************************************
       125000-LEER-BUCKET.
           READ BUCKETS
           EVALUATE TRUE
               WHEN FS-STATUS-BUC-OK
                    IF WSV-CANT-BUCKETS = 200
                       DISPLAY "E180: TABLA DE BUCKETS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
                       MOVE CON-BUCKETS        TO WS-ERR-OBJETO
                       MOVE CON-LEER           TO WS-ERR-OPERACION
                       MOVE 99                 TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    MOVE REG-BUC-VUELO    TO WSV-AUX-VUELO
                    MOVE REG-BUC-CLASE    TO WSV-AUX-CLASE
                    MOVE REG-BUC-BUCKET   TO WSV-AUX-BUCKET
                    MOVE REG-BUC-ANTICIPO TO WSV-AUX-ANTICIPO
                    MOVE REG-BUC-PRECIO   TO WSV-AUX-PRECIO
                    MOVE REG-BUC-CUPO     TO WSV-AUX-CUPO
                    MOVE REG-BUC-VALIDEZ  TO WSV-AUX-VALIDEZ
                    ADD 1 TO WSV-CANT-BUCKETS
                    MOVE WSV-CANT-BUCKETS TO WSV-IDX-BUC
                    PERFORM UNTIL WSV-IDX-BUC = 1
                       OR WSV-BUC-VUELO(WSV-IDX-BUC - 1) < WSV-AUX-VUELO
                       OR (WSV-BUC-VUELO(WSV-IDX-BUC - 1)
                           = WSV-AUX-VUELO
                           AND WSV-BUC-CLASE(WSV-IDX-BUC - 1)
                           < WSV-AUX-CLASE)
                       OR (WSV-BUC-VUELO(WSV-IDX-BUC - 1)
                           = WSV-AUX-VUELO
                           AND WSV-BUC-CLASE(WSV-IDX-BUC - 1)
                           = WSV-AUX-CLASE
                           AND WSV-BUC-PRECIO(WSV-IDX-BUC - 1)
                           <= WSV-AUX-PRECIO)
                       MOVE WSV-BUC-ENTRY(WSV-IDX-BUC - 1)
                          TO WSV-BUC-ENTRY(WSV-IDX-BUC)
                       SUBTRACT 1 FROM WSV-IDX-BUC
                    END-PERFORM
                    MOVE WSV-BUC-AUX TO WSV-BUC-ENTRY(WSV-IDX-BUC)
               WHEN FS-STATUS-BUC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
                    MOVE CON-BUCKETS        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-BUC      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       125000-LEER-BUCKET-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-AJUSTES
      ******************************************************************
       130000-CARGAR-AJUSTES.
           OPEN INPUT AJUSTES
           IF FS-STATUS-AJU-NOT-FOUND
              GO TO 130000-CARGAR-AJUSTES-F
           END-IF
           IF NOT FS-STATUS-AJU-OK
              MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
              MOVE CON-AJUSTES        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-AJU      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 135000-LEER-AJUSTE
              THRU 135000-LEER-AJUSTE-F
              UNTIL FS-STATUS-AJU-EOF

           CLOSE AJUSTES
           .
       130000-CARGAR-AJUSTES-F. EXIT.
      ******************************************************************
      *                         135000-LEER-AJUSTE
      ******************************************************************
       135000-LEER-AJUSTE.
           READ AJUSTES
           EVALUATE TRUE
               WHEN FS-STATUS-AJU-OK
                    IF WSV-CANT-AJUSTES = 200
                       DISPLAY "E180: TABLA DE AJUSTES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
                       MOVE CON-AJUSTES        TO WS-ERR-OBJETO
                       MOVE CON-LEER           TO WS-ERR-OPERACION
                       MOVE 99                 TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-AJUSTES
                    MOVE REG-AJU-VUELO  TO
                       WSV-AJU-VUELO(WSV-CANT-AJUSTES)
                    MOVE REG-AJU-FECHA  TO
                       WSV-AJU-FECHA(WSV-CANT-AJUSTES)
                    MOVE REG-AJU-CLASE  TO
                       WSV-AJU-CLASE(WSV-CANT-AJUSTES)
                    MOVE REG-AJU-BUCKET TO
                       WSV-AJU-BUCKET(WSV-CANT-AJUSTES)
                    MOVE REG-AJU-CUPO   TO
                       WSV-AJU-CUPO(WSV-CANT-AJUSTES)
               WHEN FS-STATUS-AJU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
                    MOVE CON-AJUSTES        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-AJU      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       135000-LEER-AJUSTE-F. EXIT.
      ******************************************************************
      *                         150000-BUSCAR-CLASE
      ******************************************************************
       150000-BUSCAR-CLASE.
           MOVE ZERO TO WSV-IDX-CLA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CLASES
              OR WSV-IDX-CLA > ZERO
              IF WSV-CLA-VUELO(WSV-IDX) = REG-INV-VUELO
                 AND WSV-CLA-FECHA(WSV-IDX) = REG-INV-FECHA
                 AND WSV-CLA-CLASE(WSV-IDX) = REG-INV-CLASE
                 MOVE WSV-IDX TO WSV-IDX-CLA
              END-IF
           END-PERFORM
           IF WSV-IDX-CLA = ZERO
      *Un vuelo fuera de tabla faltaria en el informe y revenue
      *management no lo veria: tabla llena corta.
              IF WSV-CANT-CLASES = 150
                 DISPLAY "E180: TABLA DE VUELOS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-110000-RELEVAR TO WS-ERR-PARRAFO
                 MOVE CON-INVENTARIO     TO WS-ERR-OBJETO
                 MOVE CON-LEER           TO WS-ERR-OPERACION
                 MOVE 99                 TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-CLASES
              MOVE WSV-CANT-CLASES TO WSV-IDX-CLA
              MOVE REG-INV-VUELO TO WSV-CLA-VUELO(WSV-IDX-CLA)
              MOVE REG-INV-FECHA TO WSV-CLA-FECHA(WSV-IDX-CLA)
              MOVE REG-INV-CLASE TO WSV-CLA-CLASE(WSV-IDX-CLA)
              MOVE ZERO TO WSV-CLA-CAPACIDAD(WSV-IDX-CLA)
              MOVE ZERO TO WSV-CLA-VENDIDOS(WSV-IDX-CLA)
              MOVE ZERO TO WSV-CLA-SOBRE(WSV-IDX-CLA)
           END-IF
           .
       150000-BUSCAR-CLASE-F. EXIT.
      ******************************************************************
      *                         200000-INFORMAR
      *Cabecera del vuelo/fecha/clase y un renglon por bucket.
      ******************************************************************
       200000-INFORMAR.
           COMPUTE WSV-VENDIDOS-CLASE =
              WSV-CLA-VENDIDOS(WSV-IDX-CLA)
              + WSV-CLA-SOBRE(WSV-IDX-CLA)
           COMPUTE WSV-DIAS-SALIDA =
              FUNCTION INTEGER-OF-DATE(WSV-CLA-FECHA(WSV-IDX-CLA)) -
              FUNCTION INTEGER-OF-DATE(WSV-FECHA-HOY)

           MOVE SPACES TO WSV-LINEA
           PERFORM 290000-GRABAR-LINEA
              THRU 290000-GRABAR-LINEA-F
           MOVE WSV-CLA-CAPACIDAD(WSV-IDX-CLA) TO WSV-EDIT-CANT1
           MOVE WSV-CLA-VENDIDOS(WSV-IDX-CLA)  TO WSV-EDIT-CANT2
           MOVE WSV-CLA-SOBRE(WSV-IDX-CLA)     TO WSV-EDIT-CANT3
           MOVE WSV-DIAS-SALIDA                TO WSV-EDIT-DIAS
           MOVE SPACES TO WSV-LINEA
           STRING "VUELO " WSV-CLA-VUELO(WSV-IDX-CLA)
                  " FECHA " WSV-CLA-FECHA(WSV-IDX-CLA)
                  " CLASE " WSV-CLA-CLASE(WSV-IDX-CLA)
                  " CAPAC " WSV-EDIT-CANT1
                  " VEND " WSV-EDIT-CANT2
                  " SOBREV " WSV-EDIT-CANT3
                  " DIAS A SALIDA " WSV-EDIT-DIAS
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 290000-GRABAR-LINEA
              THRU 290000-GRABAR-LINEA-F

           MOVE ZERO TO WSV-BUCKETS-CLASE
           MOVE ZERO TO WSV-CUPO-ACUMULADO
           MOVE ZERO TO WSV-IDX-ABIERTO
           PERFORM 210000-INFORMAR-BUCKET
              THRU 210000-INFORMAR-BUCKET-F
              VARYING WSV-IDX-BUC FROM 1 BY 1
              UNTIL WSV-IDX-BUC > WSV-CANT-BUCKETS

           IF WSV-BUCKETS-CLASE = ZERO
              MOVE "  SIN BUCKETS - SE COBRA LA TARIFA DE LA NOVEDAD"
                 TO WSV-LINEA
              PERFORM 290000-GRABAR-LINEA
                 THRU 290000-GRABAR-LINEA-F
              GO TO 200000-INFORMAR-F
           END-IF

           IF WSV-IDX-ABIERTO = ZERO
              MOVE "  SIN BUCKET ABIERTO - LAS VENTAS VAN A ESPERA"
                 TO WSV-LINEA
              PERFORM 290000-GRABAR-LINEA
                 THRU 290000-GRABAR-LINEA-F
           END-IF

           IF WSV-CUPO-ACUMULADO < WSV-CLA-CAPACIDAD(WSV-IDX-CLA)
              MOVE WSV-CUPO-ACUMULADO TO WSV-EDIT-CANT1
              MOVE SPACES TO WSV-LINEA
              STRING "  ATENCION: CUPOS POR " WSV-EDIT-CANT1
                     " NO CUBREN LA CAPACIDAD FISICA"
                     DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 290000-GRABAR-LINEA
                 THRU 290000-GRABAR-LINEA-F
           END-IF
           .
       200000-INFORMAR-F. EXIT.
      ******************************************************************
      *                         210000-INFORMAR-BUCKET
      *Los vendidos llenan primero los buckets mas baratos: dentro
      *de este bucket quedan los que superan el cupo acumulado de
      *los anteriores, hasta su propio cupo. El estado se evalua
      *como lo haria E126 con una venta hecha hoy.
      ******************************************************************
       210000-INFORMAR-BUCKET.
           IF WSV-BUC-VUELO(WSV-IDX-BUC) NOT =
              WSV-CLA-VUELO(WSV-IDX-CLA)
              OR WSV-BUC-CLASE(WSV-IDX-BUC) NOT =
              WSV-CLA-CLASE(WSV-IDX-CLA)
              GO TO 210000-INFORMAR-BUCKET-F
           END-IF
           ADD 1 TO WSV-BUCKETS-CLASE

           MOVE "N" TO WSV-SW-AJUSTADO
           MOVE WSV-BUC-CUPO(WSV-IDX-BUC) TO WSV-CUPO-BUCKET
           PERFORM VARYING WSV-IDX-AJU FROM 1 BY 1
              UNTIL WSV-IDX-AJU > WSV-CANT-AJUSTES
              IF WSV-AJU-VUELO(WSV-IDX-AJU) =
                 WSV-CLA-VUELO(WSV-IDX-CLA)
                 AND WSV-AJU-FECHA(WSV-IDX-AJU) =
                     WSV-CLA-FECHA(WSV-IDX-CLA)
                 AND WSV-AJU-CLASE(WSV-IDX-AJU) =
                     WSV-CLA-CLASE(WSV-IDX-CLA)
                 AND WSV-AJU-BUCKET(WSV-IDX-AJU) =
                     WSV-BUC-BUCKET(WSV-IDX-BUC)
                 MOVE WSV-AJU-CUPO(WSV-IDX-AJU) TO WSV-CUPO-BUCKET
                 MOVE "S" TO WSV-SW-AJUSTADO
              END-IF
           END-PERFORM

           MOVE WSV-CUPO-ACUMULADO TO WSV-CUPO-ANTERIOR
           ADD WSV-CUPO-BUCKET TO WSV-CUPO-ACUMULADO

           COMPUTE WSV-EN-BUCKET =
              WSV-VENDIDOS-CLASE - WSV-CUPO-ANTERIOR
           IF WSV-EN-BUCKET < ZERO
              MOVE ZERO TO WSV-EN-BUCKET
           END-IF
           IF WSV-EN-BUCKET > WSV-CUPO-BUCKET
              MOVE WSV-CUPO-BUCKET TO WSV-EN-BUCKET
           END-IF
           COMPUTE WSV-DISPONIBLES = WSV-CUPO-BUCKET - WSV-EN-BUCKET

           MOVE SPACES TO WSV-MARCA
           IF WSV-CUPO-ACUMULADO > WSV-VENDIDOS-CLASE
              IF WSV-DIAS-SALIDA >= WSV-BUC-ANTICIPO(WSV-IDX-BUC)
                 MOVE "ABIERTO             " TO WSV-ESTADO-BUCKET
                 IF WSV-IDX-ABIERTO = ZERO
                    MOVE WSV-IDX-BUC TO WSV-IDX-ABIERTO
                    MOVE "<< VIGENTE" TO WSV-MARCA
                 END-IF
              ELSE
                 MOVE "CERRADO POR ANTICIPO" TO WSV-ESTADO-BUCKET
              END-IF
           ELSE
              MOVE "AGOTADO             " TO WSV-ESTADO-BUCKET
           END-IF

           IF WSV-AJUSTADO
              MOVE "*" TO WSV-MARCA-AJUSTE
           ELSE
              MOVE " " TO WSV-MARCA-AJUSTE
           END-IF

           MOVE WSV-BUC-PRECIO(WSV-IDX-BUC)   TO WSV-EDIT-PRECIO
           MOVE WSV-BUC-CUPO(WSV-IDX-BUC)     TO WSV-EDIT-CANT1
           MOVE WSV-CUPO-BUCKET               TO WSV-EDIT-CANT2
           MOVE WSV-EN-BUCKET                 TO WSV-EDIT-CANT3
           MOVE WSV-DISPONIBLES               TO WSV-EDIT-CANT4
           MOVE WSV-BUC-ANTICIPO(WSV-IDX-BUC) TO WSV-EDIT-DIAS
           MOVE SPACES TO WSV-LINEA
           STRING "  BUCKET " WSV-BUC-BUCKET(WSV-IDX-BUC)
                  " $" WSV-EDIT-PRECIO
                  " ANT " WSV-EDIT-DIAS
                  " CUPO " WSV-EDIT-CANT1
                  " VIG " WSV-EDIT-CANT2 WSV-MARCA-AJUSTE
                  " VEND " WSV-EDIT-CANT3
                  " DISP " WSV-EDIT-CANT4
                  " " WSV-ESTADO-BUCKET
                  " " WSV-MARCA
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 290000-GRABAR-LINEA
              THRU 290000-GRABAR-LINEA-F
           .
       210000-INFORMAR-BUCKET-F. EXIT.
      ******************************************************************
      *                         290000-GRABAR-LINEA
      ******************************************************************
       290000-GRABAR-LINEA.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       290000-GRABAR-LINEA-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E180.
