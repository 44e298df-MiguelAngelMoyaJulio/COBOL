      ******************************************************************
      *Seleccion de la muestra de mesas para la auditoria manual
      *post-eleccion. La junta electoral certifica cada provincia
      *recontando a mano una muestra de mesas y comparandola con el
      *telegrama definitivo (E182REC). Este paso sortea esa muestra
      *sobre el universo PADRONMESAS.txt, estratificada por
      *provincia: en cada provincia se sortea el porcentaje de mesas
      *de PARAMAUDIT.txt, nunca menos que el minimo ni mas que las
      *mesas que tiene. El sorteo es ponderado: toda mesa pesa 1,
      *mas el peso por diferencias si figura en MESAS_DIFERENCIAS.txt
      *(E133, provisorio contra definitivo) y mas el peso por
      *anomalia si figura en MESAS_ANOMALAS.txt (E134, participacion
      *o nulos anormales). Las mesas se sacan de a una sin reposicion
      *con probabilidad proporcional a su peso, con un generador
      *congruencial (Park-Miller) que arranca de la semilla de
      *PARAMAUDIT.txt: la misma semilla sobre los mismos archivos da
      *siempre la misma muestra, asi cualquier fiscal puede
      *reproducir el sorteo. Como la muestra carga las mesas
      *sospechosas, la tasa de error que se observe en el recuento
      *es conservadora para la provincia. La muestra sale a
      *MUESTRA_AUDITORIA.txt (planilla del recuento) y el detalle
      *del sorteo a INFORME_MUESTRA.txt. Si PARAMAUDIT.txt falta
      *rigen semilla 12345, 10 por ciento con minimo de 2 mesas,
      *peso 3 por diferencias y 2 por anomalia.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E182.
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
       SELECT PADRON ASSIGN TO "PADRONMESAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.

       SELECT DIFERENCIAS ASSIGN TO "MESAS_DIFERENCIAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DIF.

       SELECT ANOMALAS ASSIGN TO "MESAS_ANOMALAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ANO.

       SELECT PARAMAUDIT ASSIGN TO "PARAMAUDIT.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.
      ****************************  OUTPUT  ****************************
       SELECT MUESTRA ASSIGN TO "MUESTRA_AUDITORIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MUE.

       SELECT INFORME ASSIGN TO "INFORME_MUESTRA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PADRON.
          01 REG-PADRON.
             05 REG-PAD-MESA               PIC 9(05).
             05 REG-PAD-PROVINCIA          PIC X(38).
             05 REG-PAD-ELECTORES          PIC 9(04).

       FD DIFERENCIAS.
          01 REG-DIFERENCIA.
             05 REG-DIF-MESA               PIC 9(05).
             05 REG-DIF-PROVINCIA          PIC X(38).
             05 REG-DIF-CANDIDATO          PIC 9(02).
             05 REG-DIF-DELTA              PIC S9(05).

       FD ANOMALAS.
          01 REG-ANOMALA.
             05 REG-ANO-MESA               PIC 9(05).
             05 REG-ANO-PROVINCIA          PIC X(38).
             05 REG-ANO-ANOMALIA           PIC X(01).
             05 REG-ANO-DESVIO             PIC 9(03)V9(02).
             05 REG-ANO-PCT-PART           PIC 9(03)V9(02).
             05 REG-ANO-PCT-NULO           PIC 9(03)V9(02).

       FD PARAMAUDIT.
          01 REG-PARAMAUDIT.
             05 REG-PAR-SEMILLA            PIC 9(09).
             05 REG-PAR-PORCENTAJE         PIC 9(03)V9(02).
             05 REG-PAR-MINIMO             PIC 9(03).
             05 REG-PAR-PESO-DIF           PIC 9(02).
             05 REG-PAR-PESO-ANOM          PIC 9(02).
             05 REG-PAR-TOLERANCIA         PIC 9(02)V9(02).

       FD MUESTRA.
          01 REG-MUESTRA.
             05 REG-MUE-PROVINCIA          PIC X(38).
             05 REG-MUE-MESA               PIC 9(05).
             05 REG-MUE-ORDEN              PIC 9(03).
      *         D = CON DIFERENCIAS, A = ANOMALA, B = AMBAS,
      *         ESPACIO = SIN MARCA
             05 REG-MUE-MOTIVO             PIC X(01).
             05 REG-MUE-PESO               PIC 9(02).

       FD INFORME.
          01 REG-INFORME                   PIC X(90).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-GENERADOR.
              05 CON-MULTIPLICADOR PIC 9(05)  VALUE 16807.
              05 CON-MODULO        PIC 9(10)  VALUE 2147483647.
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-300000-GRABAR          PIC X(30) VALUE
              '300000-GRABAR               '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PADRON      PIC X(10) VALUE 'PADRONMESA'.
              05 CON-DIFERENCIAS PIC X(10) VALUE 'DIFERENCIA'.
              05 CON-ANOMALAS    PIC X(10) VALUE 'ANOMALAS  '.
              05 CON-MUESTRA     PIC X(10) VALUE 'MUESTRA   '.
              05 CON-INFORME     PIC X(10) VALUE 'INFORME   '.
      ************************** TABLES ********************************
       01 WSV-TABLA-MESAS.
          02 WSV-MES-ENTRY OCCURS 200 TIMES.
             05 WSV-MES-MESA         PIC 9(05).
             05 WSV-MES-PROVINCIA    PIC X(38).
             05 WSV-MES-MOTIVO       PIC X(01).
             05 WSV-MES-PESO         PIC 9(02).
             05 WSV-MES-ORDEN        PIC 9(03).
       01 WSV-CANT-MESAS             PIC 9(03) VALUE 0.

       01 WSV-TABLA-PROVINCIAS.
          02 WSV-PRV-ENTRY OCCURS 30 TIMES.
             05 WSV-PRV-PROVINCIA    PIC X(38).
             05 WSV-PRV-MESAS        PIC 9(03).
             05 WSV-PRV-SOSPECHOSAS  PIC 9(03).
             05 WSV-PRV-TAMANO       PIC 9(03).
             05 WSV-PRV-SORTEADAS    PIC 9(03).
             05 WSV-PRV-SORT-SOSP    PIC 9(03).
       01 WSV-CANT-PROVINCIAS        PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAD           PIC X(02) VALUE "00".
             88 FS-STATUS-PAD-OK               VALUE "00".
             88 FS-STATUS-PAD-EOF              VALUE "10".
          05 FS-STATUS-DIF           PIC X(02) VALUE "00".
             88 FS-STATUS-DIF-OK               VALUE "00".
             88 FS-STATUS-DIF-EOF              VALUE "10".
             88 FS-STATUS-DIF-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ANO           PIC X(02) VALUE "00".
             88 FS-STATUS-ANO-OK               VALUE "00".
             88 FS-STATUS-ANO-EOF              VALUE "10".
             88 FS-STATUS-ANO-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
          05 FS-STATUS-MUE           PIC X(02) VALUE "00".
             88 FS-STATUS-MUE-OK               VALUE "00".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-MES             PIC 9(03).
          05 WSV-IDX-PRV             PIC 9(02).
          05 WSV-BUSCA-MESA          PIC 9(05).
          05 WSV-SEMILLA-INICIAL     PIC 9(10) VALUE 12345.
          05 WSV-PORCENTAJE          PIC 9(03)V9(02) VALUE 10.
          05 WSV-MINIMO              PIC 9(03)  VALUE 2.
          05 WSV-PESO-DIF            PIC 9(02)  VALUE 3.
          05 WSV-PESO-ANOM           PIC 9(02)  VALUE 2.
      *Generador congruencial: semilla siguiente = semilla * 16807
      *modulo 2**31 - 1.
          05 WSV-SEMILLA             PIC 9(10).
          05 WSV-PRODUCTO            PIC 9(15).
          05 WSV-COCIENTE            PIC 9(15).
          05 WSV-PESO-TOTAL          PIC 9(05).
          05 WSV-PESO-ACUM           PIC 9(05).
          05 WSV-SORTEO              PIC 9(05).
          05 WSV-TAMANO              PIC 9(05)V9(02).
          05 WSV-ORDEN               PIC 9(03).
          05 WSV-EDIT-PCT            PIC ZZ9,99.
          05 WSV-LINEA               PIC X(90).
       01 WSV-CONTADORES.
          05 WSV-CANT-SORTEADAS      PIC 9(03) VALUE ZERO.
          05 WSV-CANT-SOSPECHOSAS    PIC 9(03) VALUE ZERO.
          05 WSV-CANT-SIN-PADRON     PIC 9(03) VALUE ZERO.
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
           MOVE "E182" TO WS-ERR-PROGRAMA

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-SORTEAR
              THRU 200000-SORTEAR-F
              VARYING WSV-IDX-PRV FROM 1 BY 1
              UNTIL WSV-IDX-PRV > WSV-CANT-PROVINCIAS

           PERFORM 300000-GRABAR
              THRU 300000-GRABAR-F

           DISPLAY "E182 - MUESTRA DE AUDITORIA SORTEADA"
           DISPLAY "SEMILLA                 : " WSV-SEMILLA-INICIAL
           DISPLAY "MESAS DEL PADRON        : " WSV-CANT-MESAS
           DISPLAY "MESAS SOSPECHOSAS       : " WSV-CANT-SOSPECHOSAS
           DISPLAY "MESAS SORTEADAS         : " WSV-CANT-SORTEADAS
           DISPLAY "MARCAS FUERA DE PADRON  : " WSV-CANT-SIN-PADRON
           STOP RUN
           .
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT PARAMAUDIT
           IF FS-STATUS-PAR-OK
              READ PARAMAUDIT
              IF FS-STATUS-PAR-OK
                 IF REG-PAR-SEMILLA > ZERO
                    MOVE REG-PAR-SEMILLA TO WSV-SEMILLA-INICIAL
                 END-IF
                 IF REG-PAR-PORCENTAJE > ZERO
                    MOVE REG-PAR-PORCENTAJE TO WSV-PORCENTAJE
                 END-IF
                 MOVE REG-PAR-MINIMO    TO WSV-MINIMO
                 MOVE REG-PAR-PESO-DIF  TO WSV-PESO-DIF
                 MOVE REG-PAR-PESO-ANOM TO WSV-PESO-ANOM
              END-IF
              CLOSE PARAMAUDIT
           END-IF
           MOVE WSV-SEMILLA-INICIAL TO WSV-SEMILLA

           OPEN INPUT PADRON
           IF NOT FS-STATUS-PAD-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-PADRON               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-PADRON
              THRU 112000-LEER-PADRON-F
              UNTIL FS-STATUS-PAD-EOF
           CLOSE PADRON

           OPEN INPUT DIFERENCIAS
           IF FS-STATUS-DIF-NOT-FOUND
              DISPLAY "E182: SIN MESAS_DIFERENCIAS.txt - NO SE PESAN "
                      "DIFERENCIAS"
           ELSE
              IF NOT FS-STATUS-DIF-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-DIFERENCIAS          TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-DIF            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 114000-LEER-DIFERENCIA
                 THRU 114000-LEER-DIFERENCIA-F
                 UNTIL FS-STATUS-DIF-EOF
              CLOSE DIFERENCIAS
           END-IF

           OPEN INPUT ANOMALAS
           IF FS-STATUS-ANO-NOT-FOUND
              DISPLAY "E182: SIN MESAS_ANOMALAS.txt - NO SE PESAN "
                      "ANOMALIAS"
           ELSE
              IF NOT FS-STATUS-ANO-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-ANOMALAS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-ANO            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 116000-LEER-ANOMALA
                 THRU 116000-LEER-ANOMALA-F
                 UNTIL FS-STATUS-ANO-EOF
              CLOSE ANOMALAS
           END-IF

      *Estratos y tamano de muestra por provincia.
           PERFORM 120000-ARMAR-ESTRATO
              THRU 120000-ARMAR-ESTRATO-F
              VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > WSV-CANT-MESAS

           PERFORM VARYING WSV-IDX-PRV FROM 1 BY 1
              UNTIL WSV-IDX-PRV > WSV-CANT-PROVINCIAS
              COMPUTE WSV-TAMANO =
                 WSV-PRV-MESAS(WSV-IDX-PRV) * WSV-PORCENTAJE / 100
      *Fraccion de mesa: se redondea para arriba.
              MOVE WSV-TAMANO TO WSV-PRV-TAMANO(WSV-IDX-PRV)
              IF WSV-PRV-TAMANO(WSV-IDX-PRV) < WSV-TAMANO
                 ADD 1 TO WSV-PRV-TAMANO(WSV-IDX-PRV)
              END-IF
              IF WSV-PRV-TAMANO(WSV-IDX-PRV) < WSV-MINIMO
                 MOVE WSV-MINIMO TO WSV-PRV-TAMANO(WSV-IDX-PRV)
              END-IF
              IF WSV-PRV-TAMANO(WSV-IDX-PRV) >
                 WSV-PRV-MESAS(WSV-IDX-PRV)
                 MOVE WSV-PRV-MESAS(WSV-IDX-PRV) TO
                    WSV-PRV-TAMANO(WSV-IDX-PRV)
              END-IF
           END-PERFORM
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-PADRON
      ******************************************************************
       112000-LEER-PADRON.
           READ PADRON
           EVALUATE TRUE
               WHEN FS-STATUS-PAD-OK
      *Una mesa fuera de tabla no entraria al sorteo: tabla llena
      *corta.
                    IF WSV-CANT-MESAS = 200
                       DISPLAY "E182: TABLA DE MESAS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-PADRON TO WS-ERR-OBJETO
                       MOVE CON-LEER   TO WS-ERR-OPERACION
                       MOVE 99         TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-MESAS
                    MOVE REG-PAD-MESA TO
                       WSV-MES-MESA(WSV-CANT-MESAS)
                    MOVE REG-PAD-PROVINCIA TO
                       WSV-MES-PROVINCIA(WSV-CANT-MESAS)
                    MOVE SPACE TO WSV-MES-MOTIVO(WSV-CANT-MESAS)
                    MOVE 1     TO WSV-MES-PESO(WSV-CANT-MESAS)
                    MOVE ZERO  TO WSV-MES-ORDEN(WSV-CANT-MESAS)
               WHEN FS-STATUS-PAD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PADRON               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-PADRON-F. EXIT.
      ******************************************************************
      *                         114000-LEER-DIFERENCIA
      *Una mesa con varios partidos con diferencia suma el peso una
      *sola vez.
      ******************************************************************
       114000-LEER-DIFERENCIA.
           READ DIFERENCIAS
           EVALUATE TRUE
               WHEN FS-STATUS-DIF-OK
                    MOVE REG-DIF-MESA TO WSV-BUSCA-MESA
                    PERFORM 150000-BUSCAR-MESA
                       THRU 150000-BUSCAR-MESA-F
                    IF WSV-IDX-MES = ZERO
                       ADD 1 TO WSV-CANT-SIN-PADRON
                    ELSE
                       EVALUATE WSV-MES-MOTIVO(WSV-IDX-MES)
                           WHEN SPACE
                                MOVE "D" TO
                                   WSV-MES-MOTIVO(WSV-IDX-MES)
                                ADD WSV-PESO-DIF TO
                                   WSV-MES-PESO(WSV-IDX-MES)
                           WHEN "A"
                                MOVE "B" TO
                                   WSV-MES-MOTIVO(WSV-IDX-MES)
                                ADD WSV-PESO-DIF TO
                                   WSV-MES-PESO(WSV-IDX-MES)
                       END-EVALUATE
                    END-IF
               WHEN FS-STATUS-DIF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-DIFERENCIAS          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DIF            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-DIFERENCIA-F. EXIT.
      ******************************************************************
      *                         116000-LEER-ANOMALA
      ******************************************************************
       116000-LEER-ANOMALA.
           READ ANOMALAS
           EVALUATE TRUE
               WHEN FS-STATUS-ANO-OK
                    MOVE REG-ANO-MESA TO WSV-BUSCA-MESA
                    PERFORM 150000-BUSCAR-MESA
                       THRU 150000-BUSCAR-MESA-F
                    IF WSV-IDX-MES = ZERO
                       ADD 1 TO WSV-CANT-SIN-PADRON
                    ELSE
                       EVALUATE WSV-MES-MOTIVO(WSV-IDX-MES)
                           WHEN SPACE
                                MOVE "A" TO
                                   WSV-MES-MOTIVO(WSV-IDX-MES)
                                ADD WSV-PESO-ANOM TO
                                   WSV-MES-PESO(WSV-IDX-MES)
                           WHEN "D"
                                MOVE "B" TO
                                   WSV-MES-MOTIVO(WSV-IDX-MES)
                                ADD WSV-PESO-ANOM TO
                                   WSV-MES-PESO(WSV-IDX-MES)
                       END-EVALUATE
                    END-IF
               WHEN FS-STATUS-ANO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-ANOMALAS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ANO            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-ANOMALA-F. EXIT.
      ******************************************************************
      *                         120000-ARMAR-ESTRATO
      ******************************************************************
       120000-ARMAR-ESTRATO.
           PERFORM 160000-BUSCAR-PROVINCIA
              THRU 160000-BUSCAR-PROVINCIA-F
           IF WSV-IDX-PRV = ZERO
              IF WSV-CANT-PROVINCIAS = 30
                 DISPLAY "E182: TABLA DE PROVINCIAS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-PADRON               TO WS-ERR-OBJETO
                 MOVE CON-LEER                 TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-PROVINCIAS
              MOVE WSV-CANT-PROVINCIAS TO WSV-IDX-PRV
              MOVE WSV-MES-PROVINCIA(WSV-IDX-MES) TO
                 WSV-PRV-PROVINCIA(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-MESAS(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-SOSPECHOSAS(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-TAMANO(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-SORTEADAS(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-SORT-SOSP(WSV-IDX-PRV)
           END-IF
           ADD 1 TO WSV-PRV-MESAS(WSV-IDX-PRV)
           IF WSV-MES-MOTIVO(WSV-IDX-MES) NOT = SPACE
              ADD 1 TO WSV-PRV-SOSPECHOSAS(WSV-IDX-PRV)
              ADD 1 TO WSV-CANT-SOSPECHOSAS
           END-IF
           .
       120000-ARMAR-ESTRATO-F. EXIT.
      ******************************************************************
      *                         150000-BUSCAR-MESA
      *Deja en WSV-IDX-MES la mesa WSV-BUSCA-MESA del padron, o
      *cero.
      ******************************************************************
       150000-BUSCAR-MESA.
           MOVE ZERO TO WSV-IDX-MES
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MESAS
              OR WSV-IDX-MES > ZERO
              IF WSV-MES-MESA(WSV-IDX) = WSV-BUSCA-MESA
                 MOVE WSV-IDX TO WSV-IDX-MES
              END-IF
           END-PERFORM
           .
       150000-BUSCAR-MESA-F. EXIT.
      ******************************************************************
      *                         160000-BUSCAR-PROVINCIA
      *Deja en WSV-IDX-PRV la provincia de la mesa WSV-IDX-MES, o
      *cero.
      ******************************************************************
       160000-BUSCAR-PROVINCIA.
           MOVE ZERO TO WSV-IDX-PRV
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PROVINCIAS
              OR WSV-IDX-PRV > ZERO
              IF WSV-PRV-PROVINCIA(WSV-IDX) =
                 WSV-MES-PROVINCIA(WSV-IDX-MES)
                 MOVE WSV-IDX TO WSV-IDX-PRV
              END-IF
           END-PERFORM
           .
       160000-BUSCAR-PROVINCIA-F. EXIT.
      ******************************************************************
      *                         200000-SORTEAR
      *Saca de a una las mesas de la provincia WSV-IDX-PRV hasta
      *completar su tamano de muestra.
      ******************************************************************
       200000-SORTEAR.
           MOVE ZERO TO WSV-ORDEN
           PERFORM 210000-SORTEAR-MESA
              THRU 210000-SORTEAR-MESA-F
              UNTIL WSV-PRV-SORTEADAS(WSV-IDX-PRV) =
                    WSV-PRV-TAMANO(WSV-IDX-PRV)
           .
       200000-SORTEAR-F. EXIT.
      ******************************************************************
      *                         210000-SORTEAR-MESA
      *Numero al azar entre cero y el peso total de las mesas de la
      *provincia todavia no sorteadas; sale la mesa en cuyo tramo de
      *peso acumulado cae el numero.
      ******************************************************************
       210000-SORTEAR-MESA.
           MOVE ZERO TO WSV-PESO-TOTAL
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MESAS
              IF WSV-MES-PROVINCIA(WSV-IDX) =
                 WSV-PRV-PROVINCIA(WSV-IDX-PRV)
                 AND WSV-MES-ORDEN(WSV-IDX) = ZERO
                 ADD WSV-MES-PESO(WSV-IDX) TO WSV-PESO-TOTAL
              END-IF
           END-PERFORM

           COMPUTE WSV-PRODUCTO = WSV-SEMILLA * CON-MULTIPLICADOR
           DIVIDE WSV-PRODUCTO BY CON-MODULO
              GIVING WSV-COCIENTE REMAINDER WSV-SEMILLA
           DIVIDE WSV-SEMILLA BY WSV-PESO-TOTAL
              GIVING WSV-COCIENTE REMAINDER WSV-SORTEO

           MOVE ZERO TO WSV-PESO-ACUM
           MOVE ZERO TO WSV-IDX-MES
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MESAS
              OR WSV-IDX-MES > ZERO
              IF WSV-MES-PROVINCIA(WSV-IDX) =
                 WSV-PRV-PROVINCIA(WSV-IDX-PRV)
                 AND WSV-MES-ORDEN(WSV-IDX) = ZERO
                 ADD WSV-MES-PESO(WSV-IDX) TO WSV-PESO-ACUM
                 IF WSV-PESO-ACUM > WSV-SORTEO
                    MOVE WSV-IDX TO WSV-IDX-MES
                 END-IF
              END-IF
           END-PERFORM

           ADD 1 TO WSV-ORDEN
           MOVE WSV-ORDEN TO WSV-MES-ORDEN(WSV-IDX-MES)
           ADD 1 TO WSV-PRV-SORTEADAS(WSV-IDX-PRV)
           ADD 1 TO WSV-CANT-SORTEADAS
           IF WSV-MES-MOTIVO(WSV-IDX-MES) NOT = SPACE
              ADD 1 TO WSV-PRV-SORT-SOSP(WSV-IDX-PRV)
           END-IF
           .
       210000-SORTEAR-MESA-F. EXIT.
      ******************************************************************
      *                         300000-GRABAR
      ******************************************************************
       300000-GRABAR.
           OPEN OUTPUT MUESTRA
           IF NOT FS-STATUS-MUE-OK
              MOVE CON-300000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-MUESTRA       TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-MUE     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-300000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME       TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-PORCENTAJE TO WSV-EDIT-PCT
           MOVE SPACES TO WSV-LINEA
           STRING "MUESTRA DE AUDITORIA - SEMILLA " DELIMITED BY SIZE
              WSV-SEMILLA-INICIAL DELIMITED BY SIZE
              " - " DELIMITED BY SIZE
              WSV-EDIT-PCT DELIMITED BY SIZE
              " % MINIMO " DELIMITED BY SIZE
              WSV-MINIMO DELIMITED BY SIZE
              " PESOS DIF " DELIMITED BY SIZE
              WSV-PESO-DIF DELIMITED BY SIZE
              " ANOM " DELIMITED BY SIZE
              WSV-PESO-ANOM DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F

           PERFORM 310000-GRABAR-PROVINCIA
              THRU 310000-GRABAR-PROVINCIA-F
              VARYING WSV-IDX-PRV FROM 1 BY 1
              UNTIL WSV-IDX-PRV > WSV-CANT-PROVINCIAS

           CLOSE MUESTRA
           CLOSE INFORME
           .
       300000-GRABAR-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-PROVINCIA
      ******************************************************************
       310000-GRABAR-PROVINCIA.
           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           STRING WSV-PRV-PROVINCIA(WSV-IDX-PRV) DELIMITED BY SIZE
              " MESAS " DELIMITED BY SIZE
              WSV-PRV-MESAS(WSV-IDX-PRV) DELIMITED BY SIZE
              " SOSP " DELIMITED BY SIZE
              WSV-PRV-SOSPECHOSAS(WSV-IDX-PRV) DELIMITED BY SIZE
              " MUESTRA " DELIMITED BY SIZE
              WSV-PRV-SORTEADAS(WSV-IDX-PRV) DELIMITED BY SIZE
              " (SOSP " DELIMITED BY SIZE
              WSV-PRV-SORT-SOSP(WSV-IDX-PRV) DELIMITED BY SIZE
              ")" DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           DISPLAY WSV-LINEA

      *Las mesas en el orden en que salieron.
           PERFORM VARYING WSV-ORDEN FROM 1 BY 1
              UNTIL WSV-ORDEN > WSV-PRV-SORTEADAS(WSV-IDX-PRV)
              PERFORM VARYING WSV-IDX-MES FROM 1 BY 1
                 UNTIL WSV-IDX-MES > WSV-CANT-MESAS
                 IF WSV-MES-PROVINCIA(WSV-IDX-MES) =
                    WSV-PRV-PROVINCIA(WSV-IDX-PRV)
                    AND WSV-MES-ORDEN(WSV-IDX-MES) = WSV-ORDEN
                    PERFORM 320000-GRABAR-MESA
                       THRU 320000-GRABAR-MESA-F
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       310000-GRABAR-PROVINCIA-F. EXIT.
      ******************************************************************
      *                         320000-GRABAR-MESA
      ******************************************************************
       320000-GRABAR-MESA.
           MOVE WSV-MES-PROVINCIA(WSV-IDX-MES) TO REG-MUE-PROVINCIA
           MOVE WSV-MES-MESA(WSV-IDX-MES)      TO REG-MUE-MESA
           MOVE WSV-MES-ORDEN(WSV-IDX-MES)     TO REG-MUE-ORDEN
           MOVE WSV-MES-MOTIVO(WSV-IDX-MES)    TO REG-MUE-MOTIVO
           MOVE WSV-MES-PESO(WSV-IDX-MES)      TO REG-MUE-PESO
           WRITE REG-MUESTRA
           IF NOT FS-STATUS-MUE-OK
              MOVE CON-300000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-MUESTRA       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-MUE     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE SPACES TO WSV-LINEA
           STRING "  " DELIMITED BY SIZE
              WSV-MES-ORDEN(WSV-IDX-MES) DELIMITED BY SIZE
              " MESA " DELIMITED BY SIZE
              WSV-MES-MESA(WSV-IDX-MES) DELIMITED BY SIZE
              " PESO " DELIMITED BY SIZE
              WSV-MES-PESO(WSV-IDX-MES) DELIMITED BY SIZE
              INTO WSV-LINEA
           EVALUATE WSV-MES-MOTIVO(WSV-IDX-MES)
               WHEN "D"
                    MOVE "CON DIFERENCIAS PROV/DEF" TO WSV-LINEA(27:)
               WHEN "A"
                    MOVE "PARTICIPACION/NULOS ANOMALOS"
                       TO WSV-LINEA(27:)
               WHEN "B"
                    MOVE "DIFERENCIAS Y ANOMALIA" TO WSV-LINEA(27:)
           END-EVALUATE
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           .
       320000-GRABAR-MESA-F. EXIT.
      ******************************************************************
      *                         380000-ESCRIBIR
      ******************************************************************
       380000-ESCRIBIR.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-300000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       380000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E182.
