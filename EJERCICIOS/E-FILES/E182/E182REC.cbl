      ******************************************************************
      *Recuento manual de la muestra de auditoria y certificacion por
      *provincia. Las mesas sorteadas por E182 (MUESTRA_AUDITORIA.txt)
      *se recuentan a mano y la junta carga el resultado por partido
      *en RECUENTO_MANUAL.txt (mesa, partido, votos). La carga se
      *valida: un renglon de una mesa que no esta en la muestra o un
      *partido repetido en la misma mesa se rechaza y no cuenta. Cada
      *mesa recontada se compara partido por partido contra su
      *telegrama definitivo (TELEGRAMAS_DEFINITIVOS.txt): el error de
      *la mesa es la suma de las diferencias absolutas; un partido
      *que falta en el recuento cuenta con cero votos y uno que
      *falta en el telegrama cuenta todos los recontados. Por
      *provincia se acumulan los votos definitivos y los errores de
      *las mesas recontadas y la tasa de error observada se compara
      *contra la tolerancia de PARAMAUDIT.txt (0,50 por ciento de
      *los votos si falta): con todas las mesas recontadas y la tasa
      *dentro de la tolerancia la provincia se CERTIFICA; si la
      *supera, la junta debe AMPLIAR EL RECUENTO; si faltan mesas de
      *la muestra queda PENDIENTE. Todo sale a AUDITORIA_RECUENTO.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E182REC.
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
       SELECT MUESTRA ASSIGN TO "MUESTRA_AUDITORIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MUE.

       SELECT RECUENTO ASSIGN TO "RECUENTO_MANUAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REC.

       SELECT DEFINITIVOS ASSIGN TO "TELEGRAMAS_DEFINITIVOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DEF.

       SELECT PARAMAUDIT ASSIGN TO "PARAMAUDIT.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "AUDITORIA_RECUENTO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD MUESTRA.
          01 REG-MUESTRA.
             05 REG-MUE-PROVINCIA          PIC X(38).
             05 REG-MUE-MESA               PIC 9(05).
             05 REG-MUE-ORDEN              PIC 9(03).
             05 REG-MUE-MOTIVO             PIC X(01).
             05 REG-MUE-PESO               PIC 9(02).

       FD RECUENTO.
          01 REG-RECUENTO.
             05 REG-REC-MESA               PIC 9(05).
             05 REG-REC-CANDIDATO          PIC 9(02).
             05 REG-REC-VOTOS              PIC 9(04).

       FD DEFINITIVOS.
          01 REG-DEFINITIVO.
             05 REG-DEF-MESA               PIC 9(05).
             05 REG-DEF-PROVINCIA          PIC X(38).
             05 REG-DEF-CANDIDATO          PIC 9(02).
             05 REG-DEF-VOTOS              PIC 9(04).
             05 REG-DEF-BLANCOS            PIC 9(04).
             05 REG-DEF-NULOS              PIC 9(04).
             05 REG-DEF-RECURRIDOS         PIC 9(04).

       FD PARAMAUDIT.
          01 REG-PARAMAUDIT.
             05 REG-PAR-SEMILLA            PIC 9(09).
             05 REG-PAR-PORCENTAJE         PIC 9(03)V9(02).
             05 REG-PAR-MINIMO             PIC 9(03).
             05 REG-PAR-PESO-DIF           PIC 9(02).
             05 REG-PAR-PESO-ANOM          PIC 9(02).
             05 REG-PAR-TOLERANCIA         PIC 9(02)V9(02).

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
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-200000-COMPARAR        PIC X(30) VALUE
              '200000-COMPARAR             '.
              05 CON-300000-INFORMAR        PIC X(30) VALUE
              '300000-INFORMAR             '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-MUESTRA     PIC X(10) VALUE 'MUESTRA   '.
              05 CON-RECUENTO    PIC X(10) VALUE 'RECUENTO  '.
              05 CON-DEFINITIVOS PIC X(10) VALUE 'DEFINITIVO'.
              05 CON-INFORME     PIC X(10) VALUE 'INFORME   '.
      ************************** TABLES ********************************
       01 WSV-TABLA-MUESTRA.
          02 WSV-MUE-ENTRY OCCURS 200 TIMES.
             05 WSV-MUE-PROVINCIA    PIC X(38).
             05 WSV-MUE-MESA         PIC 9(05).
             05 WSV-MUE-RECONTADA    PIC X(01).
             05 WSV-MUE-VOTOS-DEF    PIC 9(06).
             05 WSV-MUE-VOTOS-MAN    PIC 9(06).
             05 WSV-MUE-ERROR        PIC 9(06).
       01 WSV-CANT-MUESTRA           PIC 9(03) VALUE 0.

      *Renglones validos del recuento manual.
       01 WSV-TABLA-RECUENTO.
          02 WSV-REC-ENTRY OCCURS 1000 TIMES.
             05 WSV-REC-MESA         PIC 9(05).
             05 WSV-REC-CANDIDATO    PIC 9(02).
             05 WSV-REC-VOTOS        PIC 9(04).
             05 WSV-REC-APAREADO     PIC X(01).
       01 WSV-CANT-RECUENTO          PIC 9(04) VALUE 0.

       01 WSV-TABLA-PROVINCIAS.
          02 WSV-PRV-ENTRY OCCURS 30 TIMES.
             05 WSV-PRV-PROVINCIA    PIC X(38).
             05 WSV-PRV-MESAS        PIC 9(03).
             05 WSV-PRV-RECONTADAS   PIC 9(03).
             05 WSV-PRV-CON-ERROR    PIC 9(03).
             05 WSV-PRV-VOTOS-DEF    PIC 9(08).
             05 WSV-PRV-ERROR        PIC 9(08).
       01 WSV-CANT-PROVINCIAS        PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-MUE           PIC X(02) VALUE "00".
             88 FS-STATUS-MUE-OK               VALUE "00".
             88 FS-STATUS-MUE-EOF              VALUE "10".
          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
             88 FS-STATUS-REC-EOF              VALUE "10".
          05 FS-STATUS-DEF           PIC X(02) VALUE "00".
             88 FS-STATUS-DEF-OK               VALUE "00".
             88 FS-STATUS-DEF-EOF              VALUE "10".
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-HALLADO          PIC X(01).
             88 WSV-HALLADO                    VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(04).
          05 WSV-IDX-MUE             PIC 9(03).
          05 WSV-IDX-REC             PIC 9(04).
          05 WSV-IDX-PRV             PIC 9(02).
          05 WSV-BUSCA-MESA          PIC 9(05).
          05 WSV-TOLERANCIA          PIC 9(02)V9(02) VALUE 00,50.
          05 WSV-DELTA               PIC S9(05).
          05 WSV-TASA                PIC 9(03)V9(02).
          05 WSV-EDIT-PCT            PIC ZZ9,99.
          05 WSV-EDIT-PCT2           PIC ZZ9,99.
          05 WSV-EDIT-DELTA          PIC -ZZZZ9.
          05 WSV-LINEA               PIC X(90).
       01 WSV-CONTADORES.
          05 WSV-CANT-RECHAZOS       PIC 9(04) VALUE ZERO.
          05 WSV-CANT-CERTIFICA      PIC 9(02) VALUE ZERO.
          05 WSV-CANT-AMPLIAR        PIC 9(02) VALUE ZERO.
          05 WSV-CANT-PENDIENTE      PIC 9(02) VALUE ZERO.
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
           MOVE "E182REC" TO WS-ERR-PROGRAMA

           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-300000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-COMPARAR
              THRU 200000-COMPARAR-F

           PERFORM 300000-INFORMAR
              THRU 300000-INFORMAR-F

           CLOSE INFORME

           DISPLAY "E182REC - RECUENTO DE AUDITORIA PROCESADO"
           DISPLAY "MESAS EN LA MUESTRA     : " WSV-CANT-MUESTRA
           DISPLAY "RENGLONES RECHAZADOS    : " WSV-CANT-RECHAZOS
           DISPLAY "PROVINCIAS CERTIFICADAS : " WSV-CANT-CERTIFICA
           DISPLAY "PROVINCIAS A AMPLIAR    : " WSV-CANT-AMPLIAR
           DISPLAY "PROVINCIAS PENDIENTES   : " WSV-CANT-PENDIENTE
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
                 AND REG-PAR-TOLERANCIA > ZERO
                 MOVE REG-PAR-TOLERANCIA TO WSV-TOLERANCIA
              END-IF
              CLOSE PARAMAUDIT
           END-IF

           OPEN INPUT MUESTRA
           IF NOT FS-STATUS-MUE-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-MUESTRA              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-MUE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-MUESTRA
              THRU 112000-LEER-MUESTRA-F
              UNTIL FS-STATUS-MUE-EOF
           CLOSE MUESTRA

           MOVE "RENGLONES DEL RECUENTO RECHAZADOS" TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F

           OPEN INPUT RECUENTO
           IF NOT FS-STATUS-REC-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-RECUENTO             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 114000-LEER-RECUENTO
              THRU 114000-LEER-RECUENTO-F
              UNTIL FS-STATUS-REC-EOF
           CLOSE RECUENTO
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-MUESTRA
      ******************************************************************
       112000-LEER-MUESTRA.
           READ MUESTRA
           EVALUATE TRUE
               WHEN FS-STATUS-MUE-OK
                    IF WSV-CANT-MUESTRA = 200
                       DISPLAY "E182REC: TABLA DE MUESTRA LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-MUESTRA TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-MUESTRA
                    MOVE REG-MUE-PROVINCIA TO
                       WSV-MUE-PROVINCIA(WSV-CANT-MUESTRA)
                    MOVE REG-MUE-MESA TO
                       WSV-MUE-MESA(WSV-CANT-MUESTRA)
                    MOVE "N"  TO WSV-MUE-RECONTADA(WSV-CANT-MUESTRA)
                    MOVE ZERO TO WSV-MUE-VOTOS-DEF(WSV-CANT-MUESTRA)
                    MOVE ZERO TO WSV-MUE-VOTOS-MAN(WSV-CANT-MUESTRA)
                    MOVE ZERO TO WSV-MUE-ERROR(WSV-CANT-MUESTRA)
               WHEN FS-STATUS-MUE-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-MUESTRA              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MUE            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-MUESTRA-F. EXIT.
      ******************************************************************
      *                         114000-LEER-RECUENTO
      ******************************************************************
       114000-LEER-RECUENTO.
           READ RECUENTO
           EVALUATE TRUE
               WHEN FS-STATUS-REC-OK
                    PERFORM 120000-VALIDAR-RECUENTO
                       THRU 120000-VALIDAR-RECUENTO-F
               WHEN FS-STATUS-REC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-RECUENTO             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-RECUENTO-F. EXIT.
      ******************************************************************
      *                         120000-VALIDAR-RECUENTO
      ******************************************************************
       120000-VALIDAR-RECUENTO.
           MOVE REG-REC-MESA TO WSV-BUSCA-MESA
           PERFORM 150000-BUSCAR-MESA
              THRU 150000-BUSCAR-MESA-F
           IF WSV-IDX-MUE = ZERO
              MOVE SPACES TO WSV-LINEA
              STRING "  MESA " DELIMITED BY SIZE
                 REG-REC-MESA DELIMITED BY SIZE
                 " PARTIDO " DELIMITED BY SIZE
                 REG-REC-CANDIDATO DELIMITED BY SIZE
                 " - MESA FUERA DE LA MUESTRA" DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 125000-RECHAZAR
                 THRU 125000-RECHAZAR-F
              GO TO 120000-VALIDAR-RECUENTO-F
           END-IF

           MOVE "N" TO WSV-SW-HALLADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-RECUENTO
              OR WSV-HALLADO
              IF WSV-REC-MESA(WSV-IDX) = REG-REC-MESA
                 AND WSV-REC-CANDIDATO(WSV-IDX) = REG-REC-CANDIDATO
                 MOVE "S" TO WSV-SW-HALLADO
              END-IF
           END-PERFORM
           IF WSV-HALLADO
              MOVE SPACES TO WSV-LINEA
              STRING "  MESA " DELIMITED BY SIZE
                 REG-REC-MESA DELIMITED BY SIZE
                 " PARTIDO " DELIMITED BY SIZE
                 REG-REC-CANDIDATO DELIMITED BY SIZE
                 " - PARTIDO REPETIDO EN LA MESA" DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 125000-RECHAZAR
                 THRU 125000-RECHAZAR-F
              GO TO 120000-VALIDAR-RECUENTO-F
           END-IF

           IF WSV-CANT-RECUENTO = 1000
              DISPLAY "E182REC: TABLA DE RECUENTO LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-RECUENTO             TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-RECUENTO
           MOVE REG-REC-MESA      TO WSV-REC-MESA(WSV-CANT-RECUENTO)
           MOVE REG-REC-CANDIDATO TO
              WSV-REC-CANDIDATO(WSV-CANT-RECUENTO)
           MOVE REG-REC-VOTOS     TO WSV-REC-VOTOS(WSV-CANT-RECUENTO)
           MOVE "N"               TO
              WSV-REC-APAREADO(WSV-CANT-RECUENTO)
           MOVE "S" TO WSV-MUE-RECONTADA(WSV-IDX-MUE)
           ADD REG-REC-VOTOS TO WSV-MUE-VOTOS-MAN(WSV-IDX-MUE)
           .
       120000-VALIDAR-RECUENTO-F. EXIT.
      ******************************************************************
      *                         125000-RECHAZAR
      ******************************************************************
       125000-RECHAZAR.
           ADD 1 TO WSV-CANT-RECHAZOS
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           .
       125000-RECHAZAR-F. EXIT.
      ******************************************************************
      *                         150000-BUSCAR-MESA
      *Deja en WSV-IDX-MUE la mesa WSV-BUSCA-MESA de la muestra, o
      *cero.
      ******************************************************************
       150000-BUSCAR-MESA.
           MOVE ZERO TO WSV-IDX-MUE
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-MUESTRA
              OR WSV-IDX-MUE > ZERO
              IF WSV-MUE-MESA(WSV-IDX) = WSV-BUSCA-MESA
                 MOVE WSV-IDX TO WSV-IDX-MUE
              END-IF
           END-PERFORM
           .
       150000-BUSCAR-MESA-F. EXIT.
      ******************************************************************
      *                         200000-COMPARAR
      ******************************************************************
       200000-COMPARAR.
           OPEN INPUT DEFINITIVOS
           IF NOT FS-STATUS-DEF-OK
              MOVE CON-200000-COMPARAR TO WS-ERR-PARRAFO
              MOVE CON-DEFINITIVOS     TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 210000-LEER-DEFINITIVO
              THRU 210000-LEER-DEFINITIVO-F
              UNTIL FS-STATUS-DEF-EOF
           CLOSE DEFINITIVOS

      *Partidos recontados que no figuran en el telegrama: error por
      *todos sus votos.
           PERFORM VARYING WSV-IDX-REC FROM 1 BY 1
              UNTIL WSV-IDX-REC > WSV-CANT-RECUENTO
              IF WSV-REC-APAREADO(WSV-IDX-REC) = "N"
                 MOVE WSV-REC-MESA(WSV-IDX-REC) TO WSV-BUSCA-MESA
                 PERFORM 150000-BUSCAR-MESA
                    THRU 150000-BUSCAR-MESA-F
                 ADD WSV-REC-VOTOS(WSV-IDX-REC) TO
                    WSV-MUE-ERROR(WSV-IDX-MUE)
              END-IF
           END-PERFORM
           .
       200000-COMPARAR-F. EXIT.
      ******************************************************************
      *                         210000-LEER-DEFINITIVO
      ******************************************************************
       210000-LEER-DEFINITIVO.
           READ DEFINITIVOS
           EVALUATE TRUE
               WHEN FS-STATUS-DEF-OK
                    PERFORM 220000-COMPARAR-PARTIDO
                       THRU 220000-COMPARAR-PARTIDO-F
               WHEN FS-STATUS-DEF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-COMPARAR TO WS-ERR-PARRAFO
                    MOVE CON-DEFINITIVOS     TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DEF       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-DEFINITIVO-F. EXIT.
      ******************************************************************
      *                         220000-COMPARAR-PARTIDO
      ******************************************************************
       220000-COMPARAR-PARTIDO.
           MOVE REG-DEF-MESA TO WSV-BUSCA-MESA
           PERFORM 150000-BUSCAR-MESA
              THRU 150000-BUSCAR-MESA-F
           IF WSV-IDX-MUE = ZERO
              GO TO 220000-COMPARAR-PARTIDO-F
           END-IF

           ADD REG-DEF-VOTOS TO WSV-MUE-VOTOS-DEF(WSV-IDX-MUE)
           IF WSV-MUE-RECONTADA(WSV-IDX-MUE) = "N"
              GO TO 220000-COMPARAR-PARTIDO-F
           END-IF

           MOVE ZERO TO WSV-IDX-REC
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-RECUENTO
              OR WSV-IDX-REC > ZERO
              IF WSV-REC-MESA(WSV-IDX) = REG-DEF-MESA
                 AND WSV-REC-CANDIDATO(WSV-IDX) = REG-DEF-CANDIDATO
                 MOVE WSV-IDX TO WSV-IDX-REC
              END-IF
           END-PERFORM

           IF WSV-IDX-REC = ZERO
              COMPUTE WSV-DELTA = ZERO - REG-DEF-VOTOS
           ELSE
              MOVE "S" TO WSV-REC-APAREADO(WSV-IDX-REC)
              COMPUTE WSV-DELTA =
                 WSV-REC-VOTOS(WSV-IDX-REC) - REG-DEF-VOTOS
           END-IF
           IF WSV-DELTA NOT = ZERO
              MOVE WSV-DELTA TO WSV-EDIT-DELTA
              MOVE SPACES TO WSV-LINEA
              STRING "  MESA " DELIMITED BY SIZE
                 REG-DEF-MESA DELIMITED BY SIZE
                 " PARTIDO " DELIMITED BY SIZE
                 REG-DEF-CANDIDATO DELIMITED BY SIZE
                 " DEFINITIVO " DELIMITED BY SIZE
                 REG-DEF-VOTOS DELIMITED BY SIZE
                 " DELTA RECUENTO " DELIMITED BY SIZE
                 WSV-EDIT-DELTA DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 380000-ESCRIBIR
                 THRU 380000-ESCRIBIR-F
           END-IF
           IF WSV-DELTA < ZERO
              COMPUTE WSV-DELTA = ZERO - WSV-DELTA
           END-IF
           ADD WSV-DELTA TO WSV-MUE-ERROR(WSV-IDX-MUE)
           .
       220000-COMPARAR-PARTIDO-F. EXIT.
      ******************************************************************
      *                         300000-INFORMAR
      ******************************************************************
       300000-INFORMAR.
           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE "MESAS DE LA MUESTRA" TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           PERFORM 310000-LINEA-MESA
              THRU 310000-LINEA-MESA-F
              VARYING WSV-IDX-MUE FROM 1 BY 1
              UNTIL WSV-IDX-MUE > WSV-CANT-MUESTRA

           MOVE WSV-TOLERANCIA TO WSV-EDIT-PCT
           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           STRING "CERTIFICACION POR PROVINCIA - TOLERANCIA "
              DELIMITED BY SIZE
              WSV-EDIT-PCT DELIMITED BY SIZE
              " % DE LOS VOTOS" DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           PERFORM 340000-LINEA-PROVINCIA
              THRU 340000-LINEA-PROVINCIA-F
              VARYING WSV-IDX-PRV FROM 1 BY 1
              UNTIL WSV-IDX-PRV > WSV-CANT-PROVINCIAS
           .
       300000-INFORMAR-F. EXIT.
      ******************************************************************
      *                         310000-LINEA-MESA
      *Ademas de listar la mesa la acumula en su provincia.
      ******************************************************************
       310000-LINEA-MESA.
           MOVE ZERO TO WSV-IDX-PRV
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PROVINCIAS
              OR WSV-IDX-PRV > ZERO
              IF WSV-PRV-PROVINCIA(WSV-IDX) =
                 WSV-MUE-PROVINCIA(WSV-IDX-MUE)
                 MOVE WSV-IDX TO WSV-IDX-PRV
              END-IF
           END-PERFORM
           IF WSV-IDX-PRV = ZERO
              IF WSV-CANT-PROVINCIAS = 30
                 DISPLAY "E182REC: TABLA DE PROVINCIAS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-300000-INFORMAR TO WS-ERR-PARRAFO
                 MOVE CON-MUESTRA         TO WS-ERR-OBJETO
                 MOVE CON-LEER            TO WS-ERR-OPERACION
                 MOVE 99                  TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-PROVINCIAS
              MOVE WSV-CANT-PROVINCIAS TO WSV-IDX-PRV
              MOVE WSV-MUE-PROVINCIA(WSV-IDX-MUE) TO
                 WSV-PRV-PROVINCIA(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-MESAS(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-RECONTADAS(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-CON-ERROR(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-VOTOS-DEF(WSV-IDX-PRV)
              MOVE ZERO TO WSV-PRV-ERROR(WSV-IDX-PRV)
           END-IF
           ADD 1 TO WSV-PRV-MESAS(WSV-IDX-PRV)

           MOVE SPACES TO WSV-LINEA
           IF WSV-MUE-RECONTADA(WSV-IDX-MUE) = "N"
              STRING "  MESA " DELIMITED BY SIZE
                 WSV-MUE-MESA(WSV-IDX-MUE) DELIMITED BY SIZE
                 " SIN RECUENTO CARGADO" DELIMITED BY SIZE
                 INTO WSV-LINEA
              PERFORM 380000-ESCRIBIR
                 THRU 380000-ESCRIBIR-F
              GO TO 310000-LINEA-MESA-F
           END-IF

           ADD 1 TO WSV-PRV-RECONTADAS(WSV-IDX-PRV)
           ADD WSV-MUE-VOTOS-DEF(WSV-IDX-MUE) TO
              WSV-PRV-VOTOS-DEF(WSV-IDX-PRV)
           ADD WSV-MUE-ERROR(WSV-IDX-MUE) TO WSV-PRV-ERROR(WSV-IDX-PRV)
           STRING "  MESA " DELIMITED BY SIZE
              WSV-MUE-MESA(WSV-IDX-MUE) DELIMITED BY SIZE
              " DEFINITIVO " DELIMITED BY SIZE
              WSV-MUE-VOTOS-DEF(WSV-IDX-MUE) DELIMITED BY SIZE
              " RECUENTO " DELIMITED BY SIZE
              WSV-MUE-VOTOS-MAN(WSV-IDX-MUE) DELIMITED BY SIZE
              " ERROR " DELIMITED BY SIZE
              WSV-MUE-ERROR(WSV-IDX-MUE) DELIMITED BY SIZE
              INTO WSV-LINEA
           IF WSV-MUE-ERROR(WSV-IDX-MUE) > ZERO
              ADD 1 TO WSV-PRV-CON-ERROR(WSV-IDX-PRV)
              MOVE "CON ERROR" TO WSV-LINEA(62:)
           ELSE
              MOVE "OK" TO WSV-LINEA(62:)
           END-IF
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           .
       310000-LINEA-MESA-F. EXIT.
      ******************************************************************
      *                         340000-LINEA-PROVINCIA
      ******************************************************************
       340000-LINEA-PROVINCIA.
           IF WSV-PRV-VOTOS-DEF(WSV-IDX-PRV) > ZERO
              COMPUTE WSV-TASA ROUNDED =
                 WSV-PRV-ERROR(WSV-IDX-PRV) * 100 /
                 WSV-PRV-VOTOS-DEF(WSV-IDX-PRV)
           ELSE
              MOVE ZERO TO WSV-TASA
           END-IF
           MOVE WSV-TASA TO WSV-EDIT-PCT2

           MOVE SPACES TO WSV-LINEA
           STRING WSV-PRV-PROVINCIA(WSV-IDX-PRV) DELIMITED BY SIZE
              " MUESTRA " DELIMITED BY SIZE
              WSV-PRV-MESAS(WSV-IDX-PRV) DELIMITED BY SIZE
              " RECONT " DELIMITED BY SIZE
              WSV-PRV-RECONTADAS(WSV-IDX-PRV) DELIMITED BY SIZE
              " C/ERROR " DELIMITED BY SIZE
              WSV-PRV-CON-ERROR(WSV-IDX-PRV) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F

           MOVE SPACES TO WSV-LINEA
           STRING "  VOTOS " DELIMITED BY SIZE
              WSV-PRV-VOTOS-DEF(WSV-IDX-PRV) DELIMITED BY SIZE
              " ERROR " DELIMITED BY SIZE
              WSV-PRV-ERROR(WSV-IDX-PRV) DELIMITED BY SIZE
              " TASA " DELIMITED BY SIZE
              WSV-EDIT-PCT2 DELIMITED BY SIZE
              " % - " DELIMITED BY SIZE
              INTO WSV-LINEA
           EVALUATE TRUE
               WHEN WSV-PRV-RECONTADAS(WSV-IDX-PRV) <
                    WSV-PRV-MESAS(WSV-IDX-PRV)
                    MOVE "PENDIENTE DE RECUENTO" TO WSV-LINEA(50:)
                    ADD 1 TO WSV-CANT-PENDIENTE
               WHEN WSV-TASA > WSV-TOLERANCIA
                    MOVE "AMPLIAR EL RECUENTO" TO WSV-LINEA(50:)
                    ADD 1 TO WSV-CANT-AMPLIAR
               WHEN OTHER
                    MOVE "CERTIFICA" TO WSV-LINEA(50:)
                    ADD 1 TO WSV-CANT-CERTIFICA
           END-EVALUATE
           PERFORM 380000-ESCRIBIR
              THRU 380000-ESCRIBIR-F
           DISPLAY WSV-PRV-PROVINCIA(WSV-IDX-PRV) WSV-LINEA(50:25)
           .
       340000-LINEA-PROVINCIA-F. EXIT.
      ******************************************************************
      *                         380000-ESCRIBIR
      ******************************************************************
       380000-ESCRIBIR.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-300000-INFORMAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
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
       END PROGRAM E182REC.
