      ******************************************************************
      *Tendencia de duracion de la ventana batch. E108 dice si la
      *noche vino verde, pero no que un paso viene creciendo unos
      *minutos por semana y en unos meses rompe la ventana pactada.
      *Este programa recorre toda la historia acumulada de
      *RUNLOG.txt (PROCESO-DIARIO) y MENSUAL_RUNLOG.txt
      *(PROCESO-MENSUAL) y, por cada paso, informa la duracion de la
      *ultima corrida, el promedio movil de las corridas anteriores,
      *la pendiente de la tendencia (minimos cuadrados, segundos por
      *corrida) y la fecha en que, de seguir asi, su hora de fin
      *cruzaria el fin de la ventana. Despues arma el camino critico
      *de la cadena diaria (los pasos son secuenciales: cada uno
      *suma a la hora de fin de la cadena) con la participacion de
      *cada paso y proyecta el cruce de la cadena entera.
      *Los trabajos de AGENDA.txt (PROCESO-AGENDA) tambien asientan
      *en RUNLOG.txt: se analizan como pasos de origen P, con su
      *cruce proyectado en dias habiles, pero no integran la cadena
      *diaria ni su camino critico.
      *Las horas se miden desde el comienzo de la ventana, asi una
      *corrida que pasa la medianoche sigue siendo continua.
      *Un paso de la fecha cuya duracion se aparta de su propio
      *promedio mas alla de la tolerancia, y la cadena proyectada a
      *cruzar la ventana dentro del horizonte de aviso, quedan en
      *TENDENCIA_ALERTAS.txt para el boletin de operaciones (E108).
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E161.
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
                     FILE STATUS IS FS-STATUS-PAR
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNLOG ASSIGN TO "RUNLOG.txt"
                     FILE STATUS IS FS-STATUS-LOG
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MENSUAL ASSIGN TO "MENSUAL_RUNLOG.txt"
                     FILE STATUS IS FS-STATUS-MEN
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AGENDA ASSIGN TO "AGENDA.txt"
                     FILE STATUS IS FS-STATUS-AGE
                     ORGANIZATION IS LINE SEQUENTIAL.
      ****************************  OUTPUT  ****************************
       SELECT ALERTAS ASSIGN TO "TENDENCIA_ALERTAS.txt"
                     FILE STATUS IS FS-STATUS-ALE
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD RUNLOG.
          01 REG-RUNLOG.
             05 REG-RLOG-FECHA          PIC 9(08).
             05 REG-RLOG-PASO           PIC X(08).
             05 REG-RLOG-HORA-INICIO    PIC 9(08).
             05 REG-RLOG-HORA-FIN       PIC 9(08).
             05 REG-RLOG-RESULTADO      PIC X(02).
                88 REG-RLOG-OK                 VALUE "OK".

       FD MENSUAL.
          01 REG-MENSUAL.
             05 REG-MLOG-PERIODO        PIC 9(06).
             05 REG-MLOG-PASO           PIC X(08).
             05 REG-MLOG-HORA-INICIO    PIC 9(08).
             05 REG-MLOG-HORA-FIN       PIC 9(08).
             05 REG-MLOG-RESULTADO      PIC X(02).
                88 REG-MLOG-OK                 VALUE "OK".

       FD AGENDA.
          01 REG-AGENDA.
             05 REG-AGE-TRABAJO         PIC X(08).
             05 FILLER                  PIC X(56).

       FD ALERTAS.
          01 REG-ALERTA.
             05 REG-ALE-FECHA           PIC 9(08).
             05 REG-ALE-TIPO            PIC X(01).
                88 REG-ALE-DESVIO              VALUE "D".
                88 REG-ALE-VENTANA             VALUE "V".
             05 REG-ALE-ORIGEN          PIC X(01).
             05 REG-ALE-PASO            PIC X(08).
             05 REG-ALE-ACTUAL          PIC 9(05).
             05 REG-ALE-REFERENCIA      PIC 9(05).
             05 REG-ALE-DESVIO-PCT      PIC S9(04).
             05 REG-ALE-FECHA-CRUCE     PIC 9(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-DIARIO   PIC X(30) VALUE
              '110000-CARGAR-DIARIO        '.
              05 CON-115000-CARGAR-AGENDA   PIC X(30) VALUE
              '115000-CARGAR-AGENDA        '.
              05 CON-120000-CARGAR-MENSUAL  PIC X(30) VALUE
              '120000-CARGAR-MENSUAL       '.
              05 CON-200000-PROCESS         PIC X(30) VALUE
              '200000-PROCESS              '.
              05 CON-290000-GRABAR-ALERTA   PIC X(30) VALUE
              '290000-GRABAR-ALERTA        '.
           02 CON-POLITICAS.
      *Ventana batch pactada (HHMMSS): comienzo y fin.
              05 CON-VENTANA-INICIO     PIC 9(06) VALUE 200000.
              05 CON-VENTANA-FIN        PIC 9(06) VALUE 060000.
      *Corridas anteriores que promedia el promedio movil.
              05 CON-CORRIDAS-PROMEDIO  PIC 9(02) VALUE 10.
      *Corridas minimas para opinar sobre desvio o tendencia.
              05 CON-MIN-CORRIDAS       PIC 9(02) VALUE 05.
      *Desvio porcentual contra el propio promedio que dispara aviso.
              05 CON-TOLERANCIA-PCT     PIC 9(03) VALUE 030.
      *Corridas hacia adelante dentro de las cuales un cruce
      *proyectado de la cadena se avisa en el boletin (un trimestre).
              05 CON-HORIZONTE-AVISO    PIC 9(03) VALUE 060.
      *Participacion en la cadena que marca un paso como critico.
              05 CON-PCT-CRITICO        PIC 9(03) VALUE 020.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-RUNLOG     PIC X(10) VALUE 'RUNLOG    '.
              05 CON-MENSUAL    PIC X(10) VALUE 'MENSUAL   '.
              05 CON-AGENDA     PIC X(10) VALUE 'AGENDA    '.
              05 CON-ALERTAS    PIC X(10) VALUE 'ALERTAS   '.
      ************************** TABLES ********************************
      *Historia por paso: se retienen las ultimas 60 corridas. Origen
      *D = cadena diaria, M = cierre mensual (la fecha del mensual es
      *el primer dia del periodo), P = trabajo de la agenda.
       01 WSV-TABLA-PASOS.
          02 WSV-PAS-ENTRY OCCURS 40 TIMES.
             05 WSV-PAS-ORIGEN           PIC X(01).
             05 WSV-PAS-NOMBRE           PIC X(08).
             05 WSV-PAS-CANT             PIC 9(02).
             05 WSV-PAS-PROMEDIO         PIC 9(05).
             05 WSV-PAS-PROM-FIN         PIC 9(05).
             05 WSV-PAS-OBS OCCURS 60 TIMES.
                10 WSV-PAS-FECHA         PIC 9(08).
                10 WSV-PAS-DURACION      PIC 9(05).
                10 WSV-PAS-FIN-REL       PIC 9(05).
       01 WSV-CANT-PASOS                 PIC 9(02) VALUE 0.

      *Historia de la cadena diaria: comienzo del primer paso y fin
      *del ultimo por fecha de proceso.
       01 WSV-TABLA-CADENA.
          02 WSV-CAD-ENTRY OCCURS 60 TIMES.
             05 WSV-CAD-FECHA            PIC 9(08).
             05 WSV-CAD-INICIO-REL       PIC 9(05).
             05 WSV-CAD-FIN-REL          PIC 9(05).
       01 WSV-CANT-CADENA                PIC 9(02) VALUE 0.

      *Identificadores de los trabajos de AGENDA.txt.
       01 WSV-TABLA-AGENDA.
          02 WSV-AGE-TRABAJO             PIC X(08) OCCURS 40 TIMES.
       01 WSV-CANT-AGENDA                PIC 9(02) VALUE 0.

      *Serie de trabajo de la regresion.
       01 WSV-TABLA-SERIE.
          02 WSV-SERIE                   PIC 9(05) OCCURS 60 TIMES.
       01 WSV-CANT-SERIE                 PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LOG           PIC X(02) VALUE "00".
             88 FS-STATUS-LOG-OK               VALUE "00".
             88 FS-STATUS-LOG-EOF              VALUE "10".
             88 FS-STATUS-LOG-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MEN           PIC X(02) VALUE "00".
             88 FS-STATUS-MEN-OK               VALUE "00".
             88 FS-STATUS-MEN-EOF              VALUE "10".
             88 FS-STATUS-MEN-NOT-FOUND        VALUE "35".
          05 FS-STATUS-AGE           PIC X(02) VALUE "00".
             88 FS-STATUS-AGE-OK               VALUE "00".
             88 FS-STATUS-AGE-EOF              VALUE "10".
             88 FS-STATUS-AGE-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ALE           PIC X(02) VALUE "00".
             88 FS-STATUS-ALE-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROC-PERIODO     PIC 9(06).
             10 WSV-PROC-DD          PIC 9(02).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-OBS             PIC 9(02).
          05 WSV-DESDE               PIC 9(02).
          05 WSV-ORIGEN              PIC X(01).
          05 WSV-PASO                PIC X(08).
          05 WSV-FECHA-OBS           PIC 9(08).
          05 WSV-HORA                PIC 9(08).
          05 WSV-HORA-R REDEFINES WSV-HORA.
             10 WSV-HORA-HH          PIC 9(02).
             10 WSV-HORA-MM          PIC 9(02).
             10 WSV-HORA-SS          PIC 9(02).
             10 WSV-HORA-CC          PIC 9(02).
          05 WSV-HORA-VENTANA        PIC 9(06).
          05 WSV-HORA-VENTANA-R REDEFINES WSV-HORA-VENTANA.
             10 WSV-VEN-HH           PIC 9(02).
             10 WSV-VEN-MM           PIC 9(02).
             10 WSV-VEN-SS           PIC 9(02).
          05 WSV-SEG-VENTANA-INI     PIC 9(05).
          05 WSV-LARGO-VENTANA       PIC 9(05).
          05 WSV-SEGUNDOS            PIC S9(06).
          05 WSV-INICIO-REL          PIC 9(05).
          05 WSV-FIN-REL             PIC 9(05).
          05 WSV-DURACION            PIC 9(05).
          05 WSV-ULTIMA              PIC 9(05).
          05 WSV-PROMEDIO            PIC 9(05).
          05 WSV-PROM-FIN            PIC 9(05).
          05 WSV-ACUM                PIC 9(09).
          05 WSV-ACUM-FIN            PIC 9(09).
          05 WSV-CANT-PROM           PIC 9(02).
          05 WSV-DESVIO-PCT          PIC S9(04).
          05 WSV-HAY-DESVIO          PIC X(01).
             88 WSV-DESVIO-FUERA               VALUE "S".
          05 WSV-PCT-CADENA          PIC 9(03).
          05 WSV-PROM-CADENA         PIC 9(05).
          05 WSV-INICIO-CADENA       PIC 9(05).
      *Regresion: x = 1..n, y = WSV-SERIE.
          05 WSV-SUM-X               PIC S9(07).
          05 WSV-SUM-XX              PIC S9(09).
          05 WSV-SUM-Y               PIC S9(09).
          05 WSV-SUM-XY              PIC S9(11).
          05 WSV-DENOMINADOR         PIC S9(11).
          05 WSV-PENDIENTE           PIC S9(05)V9(04).
          05 WSV-ORDENADA            PIC S9(07)V9(04).
          05 WSV-AJUSTADO            PIC S9(07)V9(02).
      *Proyeccion del cruce de la ventana.
          05 WSV-CORRIDAS            PIC 9(07).
          05 WSV-FECHA-CRUCE         PIC 9(08).
          05 WSV-CRUCE               PIC X(01).
             88 WSV-CRUCE-INSUFICIENTE         VALUE "I".
             88 WSV-CRUCE-YA                   VALUE "Y".
             88 WSV-CRUCE-NUNCA                VALUE "N".
             88 WSV-CRUCE-FECHA                VALUE "F".
          05 WSV-HORA-ED.
             10 WSV-HORA-ED-HH       PIC 9(02).
             10 FILLER               PIC X(01) VALUE ":".
             10 WSV-HORA-ED-MM       PIC 9(02).
      ********************  LINEAS DEL INFORME  ************************
       01 WSR-LINEA-DETALLE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-ORIGEN          PIC X(01).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-PASO            PIC X(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-CORRIDAS        PIC Z9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-ULTIMA          PIC ZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-PROMEDIO        PIC ZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-PENDIENTE       PIC -ZZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-DESVIO          PIC -ZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-MARCA           PIC X(01).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-FIN             PIC X(05).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-CRUCE           PIC X(12).

       01 WSR-LINEA-CAMINO.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-CAM-PASO            PIC X(08).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-CAM-PROMEDIO        PIC ZZZZ9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WSR-CAM-INICIO          PIC X(05).
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WSR-CAM-FIN             PIC X(05).
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WSR-CAM-PCT             PIC ZZ9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WSR-CAM-MARCA           PIC X(07).
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-ALERTAS        PIC 9(03) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E161" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           MOVE CON-VENTANA-INICIO TO WSV-HORA-VENTANA
           COMPUTE WSV-SEG-VENTANA-INI =
              WSV-VEN-HH * 3600 + WSV-VEN-MM * 60 + WSV-VEN-SS
           COMPUTE WSV-HORA = CON-VENTANA-FIN * 100
           PERFORM 295000-HORA-RELATIVA
              THRU 295000-HORA-RELATIVA-F
           MOVE WSV-FIN-REL TO WSV-LARGO-VENTANA

           PERFORM 115000-CARGAR-AGENDA
              THRU 115000-CARGAR-AGENDA-F

           PERFORM 110000-CARGAR-DIARIO
              THRU 110000-CARGAR-DIARIO-F

           PERFORM 120000-CARGAR-MENSUAL
              THRU 120000-CARGAR-MENSUAL-F

           OPEN OUTPUT ALERTAS
           IF NOT FS-STATUS-ALE-OK
              MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
              MOVE CON-ALERTAS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-ALE      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "TENDENCIA DE LA VENTANA BATCH" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
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
      *                         110000-CARGAR-DIARIO
      ******************************************************************
       110000-CARGAR-DIARIO.
           OPEN INPUT RUNLOG
           IF FS-STATUS-LOG-NOT-FOUND
              DISPLAY "E161: NO EXISTE RUNLOG.txt - SIN HISTORIA DE "
                      "LA CADENA DIARIA"
              GO TO 110000-CARGAR-DIARIO-F
           END-IF
           IF NOT FS-STATUS-LOG-OK
              MOVE CON-110000-CARGAR-DIARIO TO WS-ERR-PARRAFO
              MOVE CON-RUNLOG               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-DIARIO
              THRU 112000-LEER-DIARIO-F
              UNTIL FS-STATUS-LOG-EOF

           CLOSE RUNLOG
           .
       110000-CARGAR-DIARIO-F. EXIT.
      ******************************************************************
      *                         112000-LEER-DIARIO
      *Solo pasos terminados OK y no posteriores a la fecha de
      *proceso (un reproceso no ve el futuro).
      ******************************************************************
       112000-LEER-DIARIO.
           READ RUNLOG
           EVALUATE TRUE
               WHEN FS-STATUS-LOG-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-LOG-EOF
                    GO TO 112000-LEER-DIARIO-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-DIARIO TO WS-ERR-PARRAFO
                    MOVE CON-RUNLOG               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LOG            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-RLOG-OK
              OR REG-RLOG-FECHA > WSV-FECHA-PROCESO
              GO TO 112000-LEER-DIARIO-F
           END-IF

           MOVE "D"                  TO WSV-ORIGEN
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-AGENDA
              IF WSV-AGE-TRABAJO(WSV-IDX) = REG-RLOG-PASO
                 MOVE "P"            TO WSV-ORIGEN
              END-IF
           END-PERFORM
           MOVE REG-RLOG-PASO        TO WSV-PASO
           MOVE REG-RLOG-FECHA       TO WSV-FECHA-OBS
           MOVE REG-RLOG-HORA-INICIO TO WSV-HORA
           PERFORM 295000-HORA-RELATIVA
              THRU 295000-HORA-RELATIVA-F
           MOVE WSV-FIN-REL          TO WSV-INICIO-REL
           MOVE REG-RLOG-HORA-FIN    TO WSV-HORA
           PERFORM 295000-HORA-RELATIVA
              THRU 295000-HORA-RELATIVA-F
           PERFORM 130000-ASENTAR-OBSERVACION
              THRU 130000-ASENTAR-OBSERVACION-F

           IF WSV-ORIGEN = "D"
              PERFORM 140000-ASENTAR-CADENA
                 THRU 140000-ASENTAR-CADENA-F
           END-IF
           .
       112000-LEER-DIARIO-F. EXIT.
      ******************************************************************
      *                         115000-CARGAR-AGENDA
      *Sin AGENDA.txt todo RUNLOG.txt es la cadena diaria.
      ******************************************************************
       115000-CARGAR-AGENDA.
           OPEN INPUT AGENDA
           IF FS-STATUS-AGE-NOT-FOUND
              GO TO 115000-CARGAR-AGENDA-F
           END-IF
           IF NOT FS-STATUS-AGE-OK
              MOVE CON-115000-CARGAR-AGENDA TO WS-ERR-PARRAFO
              MOVE CON-AGENDA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-AGE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 117000-LEER-AGENDA
              THRU 117000-LEER-AGENDA-F
              UNTIL FS-STATUS-AGE-EOF
              OR WSV-CANT-AGENDA = 40

           CLOSE AGENDA
           .
       115000-CARGAR-AGENDA-F. EXIT.
      ******************************************************************
      *                         117000-LEER-AGENDA
      ******************************************************************
       117000-LEER-AGENDA.
           READ AGENDA
           EVALUATE TRUE
               WHEN FS-STATUS-AGE-OK
                    IF REG-AGE-TRABAJO NOT = SPACES
                       ADD 1 TO WSV-CANT-AGENDA
                       MOVE REG-AGE-TRABAJO TO
                          WSV-AGE-TRABAJO(WSV-CANT-AGENDA)
                    END-IF
               WHEN FS-STATUS-AGE-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-115000-CARGAR-AGENDA TO WS-ERR-PARRAFO
                    MOVE CON-AGENDA               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-AGE            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       117000-LEER-AGENDA-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-MENSUAL
      ******************************************************************
       120000-CARGAR-MENSUAL.
           OPEN INPUT MENSUAL
           IF FS-STATUS-MEN-NOT-FOUND
              GO TO 120000-CARGAR-MENSUAL-F
           END-IF
           IF NOT FS-STATUS-MEN-OK
              MOVE CON-120000-CARGAR-MENSUAL TO WS-ERR-PARRAFO
              MOVE CON-MENSUAL               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-MEN             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 122000-LEER-MENSUAL
              THRU 122000-LEER-MENSUAL-F
              UNTIL FS-STATUS-MEN-EOF

           CLOSE MENSUAL
           .
       120000-CARGAR-MENSUAL-F. EXIT.
      ******************************************************************
      *                         122000-LEER-MENSUAL
      ******************************************************************
       122000-LEER-MENSUAL.
           READ MENSUAL
           EVALUATE TRUE
               WHEN FS-STATUS-MEN-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-MEN-EOF
                    GO TO 122000-LEER-MENSUAL-F
               WHEN OTHER
                    MOVE CON-120000-CARGAR-MENSUAL TO WS-ERR-PARRAFO
                    MOVE CON-MENSUAL               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MEN             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-MLOG-OK
              OR REG-MLOG-PERIODO > WSV-PROC-PERIODO
              GO TO 122000-LEER-MENSUAL-F
           END-IF

           MOVE "M"                  TO WSV-ORIGEN
           MOVE REG-MLOG-PASO        TO WSV-PASO
           COMPUTE WSV-FECHA-OBS = REG-MLOG-PERIODO * 100 + 1
           MOVE REG-MLOG-HORA-INICIO TO WSV-HORA
           PERFORM 295000-HORA-RELATIVA
              THRU 295000-HORA-RELATIVA-F
           MOVE WSV-FIN-REL          TO WSV-INICIO-REL
           MOVE REG-MLOG-HORA-FIN    TO WSV-HORA
           PERFORM 295000-HORA-RELATIVA
              THRU 295000-HORA-RELATIVA-F
           PERFORM 130000-ASENTAR-OBSERVACION
              THRU 130000-ASENTAR-OBSERVACION-F
           .
       122000-LEER-MENSUAL-F. EXIT.
      ******************************************************************
      *                         130000-ASENTAR-OBSERVACION
      *Busca (o da de alta) el paso y agrega la corrida a su
      *historia; llena la ventana, descarta la mas vieja.
      ******************************************************************
       130000-ASENTAR-OBSERVACION.
           IF WSV-FIN-REL < WSV-INICIO-REL
              COMPUTE WSV-DURACION = WSV-FIN-REL + 86400
                                   - WSV-INICIO-REL
           ELSE
              COMPUTE WSV-DURACION = WSV-FIN-REL - WSV-INICIO-REL
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PASOS
              OR (WSV-PAS-ORIGEN(WSV-IDX) = WSV-ORIGEN
                  AND WSV-PAS-NOMBRE(WSV-IDX) = WSV-PASO)
              CONTINUE
           END-PERFORM

           IF WSV-IDX > WSV-CANT-PASOS
              IF WSV-CANT-PASOS = 40
                 DISPLAY "E161: TABLA DE PASOS LLENA - "
                         "AMPLIE LA TABLA"
                 MOVE CON-110000-CARGAR-DIARIO TO WS-ERR-PARRAFO
                 MOVE CON-RUNLOG               TO WS-ERR-OBJETO
                 MOVE CON-LEER                 TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-PASOS
              MOVE WSV-CANT-PASOS TO WSV-IDX
              MOVE WSV-ORIGEN TO WSV-PAS-ORIGEN(WSV-IDX)
              MOVE WSV-PASO   TO WSV-PAS-NOMBRE(WSV-IDX)
              MOVE ZERO       TO WSV-PAS-CANT(WSV-IDX)
           END-IF

           IF WSV-PAS-CANT(WSV-IDX) < 60
              ADD 1 TO WSV-PAS-CANT(WSV-IDX)
           ELSE
              PERFORM VARYING WSV-IDX-OBS FROM 1 BY 1
                 UNTIL WSV-IDX-OBS > 59
                 MOVE WSV-PAS-OBS(WSV-IDX, WSV-IDX-OBS + 1)
                    TO WSV-PAS-OBS(WSV-IDX, WSV-IDX-OBS)
              END-PERFORM
           END-IF

           MOVE WSV-PAS-CANT(WSV-IDX) TO WSV-IDX-OBS
           MOVE WSV-FECHA-OBS TO WSV-PAS-FECHA(WSV-IDX, WSV-IDX-OBS)
           MOVE WSV-DURACION  TO WSV-PAS-DURACION(WSV-IDX, WSV-IDX-OBS)
           MOVE WSV-FIN-REL   TO WSV-PAS-FIN-REL(WSV-IDX, WSV-IDX-OBS)
           .
       130000-ASENTAR-OBSERVACION-F. EXIT.
      ******************************************************************
      *                         140000-ASENTAR-CADENA
      *RUNLOG.txt se graba en orden de fecha: una fecha nueva abre
      *una corrida de la cadena; las siguientes lineas de la misma
      *fecha corren el fin (y, en un rearranque, el comienzo).
      ******************************************************************
       140000-ASENTAR-CADENA.
           IF WSV-CANT-CADENA > ZERO
              IF WSV-CAD-FECHA(WSV-CANT-CADENA) = WSV-FECHA-OBS
                 IF WSV-INICIO-REL <
                    WSV-CAD-INICIO-REL(WSV-CANT-CADENA)
                    MOVE WSV-INICIO-REL TO
                       WSV-CAD-INICIO-REL(WSV-CANT-CADENA)
                 END-IF
                 IF WSV-FIN-REL > WSV-CAD-FIN-REL(WSV-CANT-CADENA)
                    MOVE WSV-FIN-REL TO
                       WSV-CAD-FIN-REL(WSV-CANT-CADENA)
                 END-IF
                 GO TO 140000-ASENTAR-CADENA-F
              END-IF
           END-IF

           IF WSV-CANT-CADENA < 60
              ADD 1 TO WSV-CANT-CADENA
           ELSE
              PERFORM VARYING WSV-IDX-OBS FROM 1 BY 1
                 UNTIL WSV-IDX-OBS > 59
                 MOVE WSV-CAD-ENTRY(WSV-IDX-OBS + 1)
                    TO WSV-CAD-ENTRY(WSV-IDX-OBS)
              END-PERFORM
           END-IF

           MOVE WSV-FECHA-OBS  TO WSV-CAD-FECHA(WSV-CANT-CADENA)
           MOVE WSV-INICIO-REL TO WSV-CAD-INICIO-REL(WSV-CANT-CADENA)
           MOVE WSV-FIN-REL    TO WSV-CAD-FIN-REL(WSV-CANT-CADENA)
           .
       140000-ASENTAR-CADENA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "  O PASO     CO ULTIMA  PROMED  PEND/CORR  DESV%"
                   "    FIN    CRUCE VENTANA"
           DISPLAY "  (DURACIONES EN SEGUNDOS; PENDIENTE EN SEGUNDOS "
                   "POR CORRIDA)"

           PERFORM 210000-ANALIZAR-PASO
              THRU 210000-ANALIZAR-PASO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PASOS

           PERFORM 220000-CAMINO-CRITICO
              THRU 220000-CAMINO-CRITICO-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-ANALIZAR-PASO
      *Promedio movil de las corridas anteriores a la ultima, desvio
      *de la ultima contra ese promedio, pendiente de la duracion y
      *proyeccion del cruce de la hora de fin contra la ventana.
      ******************************************************************
       210000-ANALIZAR-PASO.
           MOVE WSV-PAS-CANT(WSV-IDX) TO WSV-IDX-OBS
           MOVE WSV-PAS-DURACION(WSV-IDX, WSV-IDX-OBS) TO WSV-ULTIMA

           MOVE ZERO TO WSV-ACUM WSV-ACUM-FIN WSV-CANT-PROM
                        WSV-PROMEDIO WSV-PROM-FIN WSV-DESVIO-PCT
           MOVE "N" TO WSV-HAY-DESVIO
           IF WSV-IDX-OBS > CON-CORRIDAS-PROMEDIO
              COMPUTE WSV-DESDE = WSV-IDX-OBS - CON-CORRIDAS-PROMEDIO
           ELSE
              MOVE 1 TO WSV-DESDE
           END-IF
           PERFORM VARYING WSV-DESDE FROM WSV-DESDE BY 1
              UNTIL WSV-DESDE >= WSV-IDX-OBS
              ADD WSV-PAS-DURACION(WSV-IDX, WSV-DESDE) TO WSV-ACUM
              ADD WSV-PAS-FIN-REL(WSV-IDX, WSV-DESDE) TO WSV-ACUM-FIN
              ADD 1 TO WSV-CANT-PROM
           END-PERFORM
           IF WSV-CANT-PROM > ZERO
              COMPUTE WSV-PROMEDIO ROUNDED = WSV-ACUM / WSV-CANT-PROM
              COMPUTE WSV-PROM-FIN ROUNDED =
                 WSV-ACUM-FIN / WSV-CANT-PROM
           ELSE
              MOVE WSV-ULTIMA TO WSV-PROMEDIO
              MOVE WSV-PAS-FIN-REL(WSV-IDX, WSV-IDX-OBS)
                 TO WSV-PROM-FIN
           END-IF
           MOVE WSV-PROMEDIO TO WSV-PAS-PROMEDIO(WSV-IDX)
           MOVE WSV-PROM-FIN TO WSV-PAS-PROM-FIN(WSV-IDX)

           IF WSV-CANT-PROM >= CON-MIN-CORRIDAS
              AND WSV-PROMEDIO > ZERO
              COMPUTE WSV-DESVIO-PCT ROUNDED =
                 (WSV-ULTIMA - WSV-PROMEDIO) * 100 / WSV-PROMEDIO
              IF WSV-DESVIO-PCT > CON-TOLERANCIA-PCT
                 OR WSV-DESVIO-PCT < ZERO - CON-TOLERANCIA-PCT
                 MOVE "S" TO WSV-HAY-DESVIO
              END-IF
           END-IF

           MOVE ZERO TO WSV-CANT-SERIE
           PERFORM VARYING WSV-DESDE FROM 1 BY 1
              UNTIL WSV-DESDE > WSV-IDX-OBS
              ADD 1 TO WSV-CANT-SERIE
              MOVE WSV-PAS-DURACION(WSV-IDX, WSV-DESDE)
                 TO WSV-SERIE(WSV-CANT-SERIE)
           END-PERFORM
           PERFORM 280000-REGRESION
              THRU 280000-REGRESION-F

           MOVE SPACES TO WSR-DET-MARCA
           MOVE WSV-PAS-ORIGEN(WSV-IDX) TO WSR-DET-ORIGEN
           MOVE WSV-PAS-NOMBRE(WSV-IDX) TO WSR-DET-PASO
           MOVE WSV-IDX-OBS             TO WSR-DET-CORRIDAS
           MOVE WSV-ULTIMA              TO WSR-DET-ULTIMA
           MOVE WSV-PROMEDIO            TO WSR-DET-PROMEDIO
           MOVE WSV-PENDIENTE           TO WSR-DET-PENDIENTE
           MOVE WSV-DESVIO-PCT          TO WSR-DET-DESVIO

           MOVE ZERO TO WSV-CANT-SERIE
           PERFORM VARYING WSV-DESDE FROM 1 BY 1
              UNTIL WSV-DESDE > WSV-IDX-OBS
              ADD 1 TO WSV-CANT-SERIE
              MOVE WSV-PAS-FIN-REL(WSV-IDX, WSV-DESDE)
                 TO WSV-SERIE(WSV-CANT-SERIE)
           END-PERFORM
           PERFORM 280000-REGRESION
              THRU 280000-REGRESION-F
           MOVE WSV-PAS-ORIGEN(WSV-IDX) TO WSV-ORIGEN
           MOVE WSV-PAS-FECHA(WSV-IDX, WSV-IDX-OBS) TO WSV-FECHA-OBS
           PERFORM 285000-PROYECTAR-CRUCE
              THRU 285000-PROYECTAR-CRUCE-F
           PERFORM 287000-TEXTO-CRUCE
              THRU 287000-TEXTO-CRUCE-F

           MOVE WSV-PAS-FIN-REL(WSV-IDX, WSV-IDX-OBS) TO WSV-FIN-REL
           PERFORM 297000-HORA-RELOJ
              THRU 297000-HORA-RELOJ-F
           MOVE WSV-HORA-ED TO WSR-DET-FIN

      *El aviso va al boletin solo si la ultima corrida del paso es
      *la de la fecha (o la del periodo, para el cierre mensual).
           IF WSV-DESVIO-FUERA
              MOVE "*" TO WSR-DET-MARCA
              IF (WSV-ORIGEN NOT = "M"
                  AND WSV-FECHA-OBS = WSV-FECHA-PROCESO)
                 OR (WSV-ORIGEN = "M"
                  AND WSV-FECHA-OBS(1:6) = WSV-PROC-PERIODO)
                 MOVE "D"                     TO REG-ALE-TIPO
                 MOVE WSV-ORIGEN              TO REG-ALE-ORIGEN
                 MOVE WSV-PAS-NOMBRE(WSV-IDX) TO REG-ALE-PASO
                 MOVE WSV-ULTIMA              TO REG-ALE-ACTUAL
                 MOVE WSV-PROMEDIO            TO REG-ALE-REFERENCIA
                 MOVE WSV-DESVIO-PCT          TO REG-ALE-DESVIO-PCT
                 MOVE ZERO                    TO REG-ALE-FECHA-CRUCE
                 PERFORM 290000-GRABAR-ALERTA
                    THRU 290000-GRABAR-ALERTA-F
              END-IF
           END-IF

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSR-LINEA-DETALLE
           .
       210000-ANALIZAR-PASO-F. EXIT.
      ******************************************************************
      *                         220000-CAMINO-CRITICO
      *Los pasos de la cadena diaria corren uno detras del otro: el
      *camino critico es la secuencia completa de la ultima corrida.
      *Cada paso se muestra con su duracion promedio, su comienzo y
      *fin promedio y su participacion en la duracion promedio de la
      *cadena; los que pesan al menos CON-PCT-CRITICO se marcan.
      ******************************************************************
       220000-CAMINO-CRITICO.
           IF WSV-CANT-CADENA = ZERO
              GO TO 220000-CAMINO-CRITICO-F
           END-IF

           MOVE ZERO TO WSV-ACUM WSV-CANT-PROM
           IF WSV-CANT-CADENA > CON-CORRIDAS-PROMEDIO
              COMPUTE WSV-DESDE =
                 WSV-CANT-CADENA - CON-CORRIDAS-PROMEDIO + 1
           ELSE
              MOVE 1 TO WSV-DESDE
           END-IF
           PERFORM VARYING WSV-DESDE FROM WSV-DESDE BY 1
              UNTIL WSV-DESDE > WSV-CANT-CADENA
              IF WSV-CAD-FIN-REL(WSV-DESDE) <
                 WSV-CAD-INICIO-REL(WSV-DESDE)
                 COMPUTE WSV-ACUM = WSV-ACUM + 86400
                    + WSV-CAD-FIN-REL(WSV-DESDE)
                    - WSV-CAD-INICIO-REL(WSV-DESDE)
              ELSE
                 COMPUTE WSV-ACUM = WSV-ACUM
                    + WSV-CAD-FIN-REL(WSV-DESDE)
                    - WSV-CAD-INICIO-REL(WSV-DESDE)
              END-IF
              ADD 1 TO WSV-CANT-PROM
           END-PERFORM
           COMPUTE WSV-PROM-CADENA ROUNDED = WSV-ACUM / WSV-CANT-PROM

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY " "
           DISPLAY "CAMINO CRITICO DE LA CADENA DIARIA - CORRIDA DEL "
                   WSV-CAD-FECHA(WSV-CANT-CADENA)
           DISPLAY "  PASO      PROMED   INICIO   FIN     % CADENA"

           PERFORM 222000-LINEA-CAMINO
              THRU 222000-LINEA-CAMINO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PASOS

           MOVE ZERO TO WSV-CANT-SERIE
           PERFORM VARYING WSV-DESDE FROM 1 BY 1
              UNTIL WSV-DESDE > WSV-CANT-CADENA
              ADD 1 TO WSV-CANT-SERIE
              MOVE WSV-CAD-FIN-REL(WSV-DESDE)
                 TO WSV-SERIE(WSV-CANT-SERIE)
           END-PERFORM
           PERFORM 280000-REGRESION
              THRU 280000-REGRESION-F
           MOVE "D" TO WSV-ORIGEN
           MOVE WSV-CAD-FECHA(WSV-CANT-CADENA) TO WSV-FECHA-OBS
           PERFORM 285000-PROYECTAR-CRUCE
              THRU 285000-PROYECTAR-CRUCE-F
           PERFORM 287000-TEXTO-CRUCE
              THRU 287000-TEXTO-CRUCE-F

           MOVE WSV-CAD-FIN-REL(WSV-CANT-CADENA) TO WSV-FIN-REL
           PERFORM 297000-HORA-RELOJ
              THRU 297000-HORA-RELOJ-F
           MOVE WSV-PENDIENTE TO WSR-DET-PENDIENTE
           DISPLAY "DURACION PROMEDIO DE LA CADENA (SEG) : "
                   WSV-PROM-CADENA
           DISPLAY "FIN DE LA ULTIMA CORRIDA             : "
                   WSV-HORA-ED
           DISPLAY "PENDIENTE DE LA HORA DE FIN (SEG/CORR): "
                   WSR-DET-PENDIENTE
           DISPLAY "CRUCE PROYECTADO DE LA VENTANA       : "
                   WSR-DET-CRUCE

      *Aviso anticipado: la cadena ya no entra o va a dejar de entrar
      *dentro del horizonte.
           IF WSV-CRUCE-YA
              OR (WSV-CRUCE-FECHA
                  AND WSV-CORRIDAS <= CON-HORIZONTE-AVISO)
              MOVE "V"                   TO REG-ALE-TIPO
              MOVE "D"                   TO REG-ALE-ORIGEN
              MOVE "CADENA"              TO REG-ALE-PASO
              MOVE WSV-CAD-FIN-REL(WSV-CANT-CADENA)
                                         TO REG-ALE-ACTUAL
              MOVE WSV-LARGO-VENTANA     TO REG-ALE-REFERENCIA
              MOVE ZERO                  TO REG-ALE-DESVIO-PCT
              IF WSV-CRUCE-YA
                 MOVE WSV-FECHA-PROCESO  TO REG-ALE-FECHA-CRUCE
              ELSE
                 MOVE WSV-FECHA-CRUCE    TO REG-ALE-FECHA-CRUCE
              END-IF
              PERFORM 290000-GRABAR-ALERTA
                 THRU 290000-GRABAR-ALERTA-F
           END-IF
           .
       220000-CAMINO-CRITICO-F. EXIT.
      ******************************************************************
      *                         222000-LINEA-CAMINO
      ******************************************************************
       222000-LINEA-CAMINO.
           IF WSV-PAS-ORIGEN(WSV-IDX) NOT = "D"
              GO TO 222000-LINEA-CAMINO-F
           END-IF
           MOVE WSV-PAS-CANT(WSV-IDX) TO WSV-IDX-OBS
           IF WSV-PAS-FECHA(WSV-IDX, WSV-IDX-OBS) NOT =
              WSV-CAD-FECHA(WSV-CANT-CADENA)
              GO TO 222000-LINEA-CAMINO-F
           END-IF

           MOVE WSV-PAS-NOMBRE(WSV-IDX)   TO WSR-CAM-PASO
           MOVE WSV-PAS-PROMEDIO(WSV-IDX) TO WSR-CAM-PROMEDIO
           MOVE WSV-PAS-PROM-FIN(WSV-IDX) TO WSV-FIN-REL
           PERFORM 297000-HORA-RELOJ
              THRU 297000-HORA-RELOJ-F
           MOVE WSV-HORA-ED TO WSR-CAM-FIN
           IF WSV-PAS-PROM-FIN(WSV-IDX) >= WSV-PAS-PROMEDIO(WSV-IDX)
              COMPUTE WSV-FIN-REL = WSV-PAS-PROM-FIN(WSV-IDX)
                                  - WSV-PAS-PROMEDIO(WSV-IDX)
           ELSE
              MOVE ZERO TO WSV-FIN-REL
           END-IF
           PERFORM 297000-HORA-RELOJ
              THRU 297000-HORA-RELOJ-F
           MOVE WSV-HORA-ED TO WSR-CAM-INICIO

           IF WSV-PROM-CADENA > ZERO
              COMPUTE WSV-PCT-CADENA ROUNDED =
                 WSV-PAS-PROMEDIO(WSV-IDX) * 100 / WSV-PROM-CADENA
           ELSE
              MOVE ZERO TO WSV-PCT-CADENA
           END-IF
           MOVE WSV-PCT-CADENA TO WSR-CAM-PCT
           IF WSV-PCT-CADENA >= CON-PCT-CRITICO
              MOVE "CRITICO" TO WSR-CAM-MARCA
           ELSE
              MOVE SPACES    TO WSR-CAM-MARCA
           END-IF

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSR-LINEA-CAMINO
           .
       222000-LINEA-CAMINO-F. EXIT.
      ******************************************************************
      *                         280000-REGRESION
      *Recta de minimos cuadrados sobre WSV-SERIE con x = 1..n:
      *deja la pendiente (por corrida), la ordenada y el valor
      *ajustado en la ultima corrida.
      ******************************************************************
       280000-REGRESION.
           MOVE ZERO TO WSV-SUM-Y WSV-SUM-XY WSV-PENDIENTE
                        WSV-ORDENADA WSV-AJUSTADO
           IF WSV-CANT-SERIE = ZERO
              GO TO 280000-REGRESION-F
           END-IF

           PERFORM VARYING WSV-DESDE FROM 1 BY 1
              UNTIL WSV-DESDE > WSV-CANT-SERIE
              ADD WSV-SERIE(WSV-DESDE) TO WSV-SUM-Y
              COMPUTE WSV-SUM-XY = WSV-SUM-XY
                 + WSV-DESDE * WSV-SERIE(WSV-DESDE)
           END-PERFORM
           COMPUTE WSV-SUM-X = WSV-CANT-SERIE * (WSV-CANT-SERIE + 1)
                             / 2
           COMPUTE WSV-SUM-XX = WSV-CANT-SERIE * (WSV-CANT-SERIE + 1)
                              * (2 * WSV-CANT-SERIE + 1) / 6
           COMPUTE WSV-DENOMINADOR = WSV-CANT-SERIE * WSV-SUM-XX
                                   - WSV-SUM-X * WSV-SUM-X

           IF WSV-DENOMINADOR NOT = ZERO
              COMPUTE WSV-PENDIENTE ROUNDED =
                 (WSV-CANT-SERIE * WSV-SUM-XY - WSV-SUM-X * WSV-SUM-Y)
                 / WSV-DENOMINADOR
           END-IF
           COMPUTE WSV-ORDENADA ROUNDED =
              (WSV-SUM-Y - WSV-PENDIENTE * WSV-SUM-X) / WSV-CANT-SERIE
           COMPUTE WSV-AJUSTADO ROUNDED =
              WSV-ORDENADA + WSV-PENDIENTE * WSV-CANT-SERIE
           .
       280000-REGRESION-F. EXIT.
      ******************************************************************
      *                         285000-PROYECTAR-CRUCE
      *Con la recta de la hora de fin: corridas que faltan para
      *llegar al fin de la ventana y fecha estimada (dias habiles
      *para la cadena diaria y la agenda, meses para el cierre
      *mensual).
      ******************************************************************
       285000-PROYECTAR-CRUCE.
           MOVE ZERO TO WSV-CORRIDAS WSV-FECHA-CRUCE
           EVALUATE TRUE
               WHEN WSV-CANT-SERIE < CON-MIN-CORRIDAS
                    MOVE "I" TO WSV-CRUCE
               WHEN WSV-AJUSTADO >= WSV-LARGO-VENTANA
                    MOVE "Y" TO WSV-CRUCE
               WHEN WSV-PENDIENTE <= ZERO
                    MOVE "N" TO WSV-CRUCE
               WHEN OTHER
      *La corrida que cruza es la siguiente a la parte entera.
                    COMPUTE WSV-CORRIDAS =
                       (WSV-LARGO-VENTANA - WSV-AJUSTADO)
                       / WSV-PENDIENTE + 1
                       ON SIZE ERROR
                          MOVE 9999999 TO WSV-CORRIDAS
                    END-COMPUTE
                    IF WSV-CORRIDAS > 9999
                       MOVE "N" TO WSV-CRUCE
                    ELSE
                       MOVE "F" TO WSV-CRUCE
                       IF WSV-ORIGEN = "M"
                          MOVE "M" TO WS-FEC-OPERACION
                       ELSE
                          MOVE "N" TO WS-FEC-OPERACION
                       END-IF
                       MOVE WSV-FECHA-OBS TO WS-FEC-FECHA
                       MOVE WSV-CORRIDAS  TO WS-FEC-DIAS
                       CALL CON-RUTFECHA USING WS-REG-FECHAS
                       IF WS-FEC-COD-RET = ZERO
                          MOVE WS-FEC-RESULTADO TO WSV-FECHA-CRUCE
                       END-IF
                    END-IF
           END-EVALUATE
           .
       285000-PROYECTAR-CRUCE-F. EXIT.
      ******************************************************************
      *                         287000-TEXTO-CRUCE
      ******************************************************************
       287000-TEXTO-CRUCE.
           EVALUATE TRUE
               WHEN WSV-CRUCE-INSUFICIENTE
                    MOVE "POCA HISTOR." TO WSR-DET-CRUCE
               WHEN WSV-CRUCE-YA
                    MOVE "YA EXCEDE"    TO WSR-DET-CRUCE
               WHEN WSV-CRUCE-NUNCA
                    MOVE "SIN CRUCE"    TO WSR-DET-CRUCE
               WHEN OTHER
                    MOVE WSV-FECHA-CRUCE TO WSR-DET-CRUCE
           END-EVALUATE
           .
       287000-TEXTO-CRUCE-F. EXIT.
      ******************************************************************
      *                         290000-GRABAR-ALERTA
      ******************************************************************
       290000-GRABAR-ALERTA.
           MOVE WSV-FECHA-PROCESO TO REG-ALE-FECHA
           WRITE REG-ALERTA
           IF NOT FS-STATUS-ALE-OK
              MOVE CON-290000-GRABAR-ALERTA TO WS-ERR-PARRAFO
              MOVE CON-ALERTAS              TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-ALE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ALERTAS
           .
       290000-GRABAR-ALERTA-F. EXIT.
      ******************************************************************
      *                         295000-HORA-RELATIVA
      *WSV-HORA (HHMMSSCC) a segundos desde el comienzo de la ventana
      *en WSV-FIN-REL.
      ******************************************************************
       295000-HORA-RELATIVA.
           COMPUTE WSV-SEGUNDOS = WSV-HORA-HH * 3600
                                + WSV-HORA-MM * 60 + WSV-HORA-SS
                                - WSV-SEG-VENTANA-INI
           IF WSV-SEGUNDOS < ZERO
              ADD 86400 TO WSV-SEGUNDOS
           END-IF
           MOVE WSV-SEGUNDOS TO WSV-FIN-REL
           .
       295000-HORA-RELATIVA-F. EXIT.
      ******************************************************************
      *                         297000-HORA-RELOJ
      *WSV-FIN-REL (segundos desde el comienzo de la ventana) a hora
      *de reloj HH:MM en WSV-HORA-ED.
      ******************************************************************
       297000-HORA-RELOJ.
           COMPUTE WSV-SEGUNDOS = WSV-FIN-REL + WSV-SEG-VENTANA-INI
           IF WSV-SEGUNDOS >= 86400
              SUBTRACT 86400 FROM WSV-SEGUNDOS
           END-IF
           DIVIDE WSV-SEGUNDOS BY 3600 GIVING WSV-HORA-ED-HH
              REMAINDER WSV-SEGUNDOS
           DIVIDE WSV-SEGUNDOS BY 60 GIVING WSV-HORA-ED-MM
           .
       297000-HORA-RELOJ-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE ALERTAS

           DISPLAY " "
           DISPLAY "E161 - TENDENCIA DE LA VENTANA AL "
                   WSV-FECHA-PROCESO
           DISPLAY "REGISTROS DE RUNLOG LEIDOS : " WSV-CANT-LEIDOS
           DISPLAY "PASOS ANALIZADOS           : " WSV-CANT-PASOS
           DISPLAY "AVISOS PARA EL BOLETIN     : " WSV-CANT-ALERTAS
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         900000-IMPRIMIR-CABECERA
      *        IMPRIME LA CABECERA DEL REPORTE Y REINICIA EL CONTADOR
      *        DE LINEAS
      ******************************************************************
       900000-IMPRIMIR-CABECERA.
           ADD 1 TO WS-CAB-PAGINA
           MOVE ZEROS TO WS-CAB-LINEAS
           DISPLAY " "
           DISPLAY "FECHA : " WS-CAB-FECHA "     PAGINA : "
                   WS-CAB-PAGINA
           DISPLAY WS-CAB-TITULO
           DISPLAY " "
           .
       900000-IMPRIMIR-CABECERA-F. EXIT.
      ******************************************************************
      *                         910000-CONTROLAR-PAGINA
      *        NUEVA CABECERA AL SUPERAR EL MAXIMO POR PAGINA
      ******************************************************************
       910000-CONTROLAR-PAGINA.
           ADD 1 TO WS-CAB-LINEAS
           IF WS-CAB-LINEAS > WS-CAB-MAX-LINEAS
               PERFORM 900000-IMPRIMIR-CABECERA
                  THRU 900000-IMPRIMIR-CABECERA-F
           END-IF
           .
       910000-CONTROLAR-PAGINA-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E161.
