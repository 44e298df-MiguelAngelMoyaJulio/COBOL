      *DDJJ_CARGAS.txt: cabecera H con el periodo, un registro D por
      *empleado con bruto, base topeada y contribucion, y registro
      *de control T con cantidad y total.
      *Un retroactivo de convenio (E177) se paga en el mes pero
      *corresponde a meses anteriores: con RETROACTIVO_CARGAS.txt se
      *saca del bruto del mes lo que es retroactivo y se declara, por
      *cada periodo original, un registro R rectificativo con la
      *contribucion que falto sobre el bruto de ese periodo (con su
      *tope). El total de control y el asiento incluyen las
      *rectificativas, y el registro T lleva ademas la cantidad de R.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-LEG-CLAVE
                       FILE STATUS  IS FS-STATUS-LEG.

       SELECT RETROACTIVO ASSIGN TO "RETROACTIVO_CARGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RET.
      ****************************  OUTPUT  ****************************
       SELECT DECLARA ASSIGN TO "DDJJ_CARGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
             05 REG-LEG-CANT-CARGAS      PIC 9(02).
             05 REG-LEG-CARGAS.
                10 REG-LEG-NACIMIENTO    PIC 9(08) OCCURS 10 TIMES.
      *Egreso: E117 lo registra con fecha y causa, E174 liquida el
      *final y cierra el legajo.
             05 REG-LEG-ESTADO           PIC X(01).
                88 REG-LEG-ACTIVO              VALUE "A" " ".
                88 REG-LEG-EGRESO-PENDIENTE    VALUE "E".
                88 REG-LEG-LIQUIDADO           VALUE "L".
             05 REG-LEG-FECHA-EGRESO     PIC 9(08).
             05 REG-LEG-CAUSA-EGRESO     PIC X(01).
                88 REG-LEG-RENUNCIA            VALUE "R".
                88 REG-LEG-DESPIDO             VALUE "D".
                88 REG-LEG-JUBILACION          VALUE "J".
             05 REG-LEG-FECHA-LIQUIDACION PIC 9(08).

       FD RETROACTIVO.
          01 REG-RETROACTIVO.
             05 REG-RCA-PERIODO-PAGO       PIC 9(06).
             05 REG-RCA-PERIODO            PIC 9(06).
             05 REG-RCA-CLAVE              PIC 9(08).
             05 REG-RCA-TIPO               PIC X(01).
             05 REG-RCA-BRUTO-ORIGINAL     PIC 9(06)V9(02).
             05 REG-RCA-DIFERENCIA         PIC 9(06)V9(02).

       FD DECLARA.
          01 REG-DECLARA                PIC X(60).
              05 CON-AJUSTADO  PIC X(10) VALUE 'AJUSTADO  '.
              05 CON-TASAS     PIC X(10) VALUE 'TASAS     '.
              05 CON-LEGAJOS   PIC X(10) VALUE 'LEGAJOS   '.
              05 CON-RETROACTIVO PIC X(10) VALUE 'RETROACT  '.
              05 CON-DECLARA   PIC X(10) VALUE 'DECLARA   '.
              05 CON-ASIENTOS  PIC X(10) VALUE 'ASIENTOS  '.
      ********************  REGISTROS DE SALIDA  ***********************
          05 WSR-DET-REDUCIDO         PIC X(01).
          05 FILLER                   PIC X(26) VALUE SPACES.

       01 WSR-RECTIFICATIVA.
          05 WSR-REC-TIPO             PIC X(01) VALUE "R".
          05 WSR-REC-PERIODO          PIC 9(06).
          05 WSR-REC-CLAVE            PIC 9(08).
          05 WSR-REC-BRUTO-ORIGINAL   PIC 9(06)V9(02).
          05 WSR-REC-DIFERENCIA       PIC 9(06)V9(02).
          05 WSR-REC-CONTRIBUCION     PIC 9(06)V9(02).
          05 WSR-REC-REDUCIDO         PIC X(01).
          05 FILLER                   PIC X(20) VALUE SPACES.

       01 WSR-TOTAL.
          05 WSR-TOT-TIPO             PIC X(01) VALUE "T".
          05 WSR-TOT-CANTIDAD         PIC 9(06).
          05 WSR-TOT-CONTRIBUCION     PIC 9(09)V9(02).
          05 WSR-TOT-CANT-RECTIF      PIC 9(06).
          05 FILLER                   PIC X(36) VALUE SPACES.
      ************************** TABLES ********************************
       01 WSV-TABLA-TASAS.
          02 WSV-TAS-ENTRY OCCURS 20 TIMES.
             05 WSV-TAS-TOPE             PIC 9(06)V9(02).
             05 WSV-TAS-TASA-REDUCIDA    PIC 9(02)V9(04).
       01 WSV-CANT-TASAS                 PIC 9(02) VALUE 0.

      *Retroactivos que se pagan en el periodo.
       01 WSV-TABLA-RETROACTIVOS.
          02 WSV-RET-ENTRY OCCURS 1000 TIMES.
             05 WSV-RET-PERIODO          PIC 9(06).
             05 WSV-RET-CLAVE            PIC 9(08).
             05 WSV-RET-BRUTO-ORIGINAL   PIC 9(06)V9(02).
             05 WSV-RET-DIFERENCIA       PIC 9(06)V9(02).
       01 WSV-CANT-RETROACTIVOS          PIC 9(04) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-AJU           PIC X(02) VALUE "00".
             88 FS-STATUS-LEG-OK               VALUE "00".
             88 FS-STATUS-LEG-NOT-FOUND        VALUE "23".
             88 FS-STATUS-LEG-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-RET           PIC X(02) VALUE "00".
             88 FS-STATUS-RET-OK               VALUE "00".
             88 FS-STATUS-RET-EOF              VALUE "10".
             88 FS-STATUS-RET-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DEC           PIC X(02) VALUE "00".
             88 FS-STATUS-DEC-OK               VALUE "00".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-RET             PIC 9(04).
          05 WSV-CLAVE               PIC 9(08).
          05 WSV-BRUTO-CALCULO       PIC 9(06)V9(02).
          05 WSV-BRUTO-MES           PIC 9(06)V9(02).
          05 WSV-RETRO-EMPLEADO      PIC 9(06)V9(02).
          05 WSV-CONTRIB-ORIGINAL    PIC 9(06)V9(02).
          05 WSV-CANT-RECTIF         PIC 9(06) VALUE ZERO.
          05 WSV-BASE                PIC 9(06)V9(02).
          05 WSV-TASA-APLICADA       PIC 9(02)V9(04).
          05 WSV-CONTRIB-ESQUEMA     PIC 9(06)V9(02).
           PERFORM 110000-CARGAR-TASAS
              THRU 110000-CARGAR-TASAS-F

           PERFORM 117000-CARGAR-RETROACTIVOS
              THRU 117000-CARGAR-RETROACTIVOS-F

           PERFORM 120000-OPEN-ARCHIVOS
              THRU 120000-OPEN-ARCHIVOS-F

           .
       115000-LEER-TASA-F. EXIT.
      ******************************************************************
      *                         117000-CARGAR-RETROACTIVOS
      *Sin RETROACTIVO_CARGAS.txt no hay rectificativas.
      ******************************************************************
       117000-CARGAR-RETROACTIVOS.
           OPEN INPUT RETROACTIVO
           IF FS-STATUS-RET-NOT-FOUND
              GO TO 117000-CARGAR-RETROACTIVOS-F
           END-IF
           IF NOT FS-STATUS-RET-OK
              MOVE CON-110000-CARGAR-TASAS TO WS-ERR-PARRAFO
              MOVE CON-RETROACTIVO         TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-RET           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 118000-LEER-RETROACTIVO
              THRU 118000-LEER-RETROACTIVO-F
              UNTIL FS-STATUS-RET-EOF

           CLOSE RETROACTIVO
           .
       117000-CARGAR-RETROACTIVOS-F. EXIT.
      ******************************************************************
      *                         118000-LEER-RETROACTIVO
      ******************************************************************
       118000-LEER-RETROACTIVO.
           READ RETROACTIVO
           EVALUATE TRUE
               WHEN FS-STATUS-RET-OK
                    IF REG-RCA-PERIODO-PAGO NOT = WSV-PERIODO
                       GO TO 118000-LEER-RETROACTIVO-F
                    END-IF
      *Una rectificativa fuera de tabla declararia de menos al
      *organismo: tabla llena corta.
                    IF WSV-CANT-RETROACTIVOS = 1000
                       DISPLAY "E120: TABLA DE RETROACTIVOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TASAS TO WS-ERR-PARRAFO
                       MOVE CON-RETROACTIVO         TO WS-ERR-OBJETO
                       MOVE CON-LEER                TO WS-ERR-OPERACION
                       MOVE 99                      TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-RETROACTIVOS
                    MOVE REG-RCA-PERIODO TO
                       WSV-RET-PERIODO(WSV-CANT-RETROACTIVOS)
                    MOVE REG-RCA-CLAVE TO
                       WSV-RET-CLAVE(WSV-CANT-RETROACTIVOS)
                    MOVE REG-RCA-BRUTO-ORIGINAL TO
                       WSV-RET-BRUTO-ORIGINAL(WSV-CANT-RETROACTIVOS)
                    MOVE REG-RCA-DIFERENCIA TO
                       WSV-RET-DIFERENCIA(WSV-CANT-RETROACTIVOS)
               WHEN FS-STATUS-RET-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TASAS TO WS-ERR-PARRAFO
                    MOVE CON-RETROACTIVO         TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RET           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-RETROACTIVO-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-ARCHIVOS
      *Sin maestro de legajos nadie tiene regimen reducido y todos
      *tributan a la tasa general.
      *                         200000-PROCESAR
      *Por empleado: la base de cada esquema se topea en su tope, y
      *la tasa es la reducida si el legajo lo marca. La suma de los
      *esquemas es la contribucion del empleado. Lo retroactivo del
      *empleado no es bruto del mes: va en las rectificativas.
      ******************************************************************
       200000-PROCESAR.
           COMPUTE WSV-CLAVE =
              REG-AJU-SUC * 1000000 + REG-AJU-DEP * 10000
              + REG-AJU-SEC * 100 + REG-AJU-COD-EMP
           PERFORM 220000-REDUCIDO
              THRU 220000-REDUCIDO-F

           MOVE ZERO TO WSV-RETRO-EMPLEADO
           PERFORM VARYING WSV-IDX-RET FROM 1 BY 1
              UNTIL WSV-IDX-RET > WSV-CANT-RETROACTIVOS
              IF WSV-RET-CLAVE(WSV-IDX-RET) = WSV-CLAVE
                 ADD WSV-RET-DIFERENCIA(WSV-IDX-RET)
                    TO WSV-RETRO-EMPLEADO
              END-IF
           END-PERFORM
           IF WSV-RETRO-EMPLEADO < REG-AJU-SALARY
              COMPUTE WSV-BRUTO-MES =
                 REG-AJU-SALARY - WSV-RETRO-EMPLEADO
           ELSE
              MOVE ZERO TO WSV-BRUTO-MES
           END-IF

           MOVE WSV-BRUTO-MES TO WSV-BRUTO-CALCULO
           PERFORM 230000-CONTRIBUCION
              THRU 230000-CONTRIBUCION-F

           MOVE WSV-CLAVE           TO WSR-DET-CLAVE
           MOVE WSV-BRUTO-MES       TO WSR-DET-BRUTO
           MOVE WSV-BASE            TO WSR-DET-BASE
           MOVE WSV-CONTRIB-EMPLEADO TO WSR-DET-CONTRIBUCION
           MOVE WSV-REDUCIDO        TO WSR-DET-REDUCIDO
           WRITE REG-DECLARA FROM WSR-DETALLE
           IF NOT FS-STATUS-DEC-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-DECLARA         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEC       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-EMPLEADOS
           ADD WSV-CONTRIB-EMPLEADO TO WSV-TOTAL-CONTRIB

           PERFORM 210000-LEER-AJUSTADO
              THRU 210000-LEER-AJUSTADO-F
           .
       200000-PROCESAR-F. EXIT.
      ******************************************************************
      *                         220000-REDUCIDO
      *Regimen reducido del legajo WSV-CLAVE.
      ******************************************************************
       220000-REDUCIDO.
           MOVE "N" TO WSV-REDUCIDO
           IF WSV-HAY-LEGAJOS
              MOVE WSV-CLAVE TO REG-LEG-CLAVE
              READ LEGAJOS
              IF FS-STATUS-LEG-OK
                 IF REG-LEG-REGIMEN-REDUCIDO = "S"
                 END-IF
              END-IF
           END-IF
           .
       220000-REDUCIDO-F. EXIT.
      ******************************************************************
      *                         230000-CONTRIBUCION
      *Contribucion sobre WSV-BRUTO-CALCULO: por esquema la base se
      *topea en su tope y la tasa es la reducida si corresponde.
      ******************************************************************
       230000-CONTRIBUCION.
           MOVE ZERO TO WSV-CONTRIB-EMPLEADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TASAS
              IF WSV-BRUTO-CALCULO > WSV-TAS-TOPE(WSV-IDX)
                 AND WSV-TAS-TOPE(WSV-IDX) > ZERO
                 MOVE WSV-TAS-TOPE(WSV-IDX) TO WSV-BASE
              ELSE
                 MOVE WSV-BRUTO-CALCULO TO WSV-BASE
              END-IF
              IF WSV-REDUCIDO = "S"
                 MOVE WSV-TAS-TASA-REDUCIDA(WSV-IDX)
                 WSV-BASE * WSV-TASA-APLICADA / 100
              ADD WSV-CONTRIB-ESQUEMA TO WSV-CONTRIB-EMPLEADO
           END-PERFORM
           .
       230000-CONTRIBUCION-F. EXIT.
      ******************************************************************
      *                         250000-RECTIFICATIVA
      *Contribucion que falto en el periodo original: la del bruto
      *original mas la diferencia, menos la del bruto original.
      ******************************************************************
       250000-RECTIFICATIVA.
           MOVE WSV-RET-CLAVE(WSV-IDX-RET) TO WSV-CLAVE
           PERFORM 220000-REDUCIDO
              THRU 220000-REDUCIDO-F

           MOVE WSV-RET-BRUTO-ORIGINAL(WSV-IDX-RET)
              TO WSV-BRUTO-CALCULO
           PERFORM 230000-CONTRIBUCION
              THRU 230000-CONTRIBUCION-F
           MOVE WSV-CONTRIB-EMPLEADO TO WSV-CONTRIB-ORIGINAL

           COMPUTE WSV-BRUTO-CALCULO =
              WSV-RET-BRUTO-ORIGINAL(WSV-IDX-RET)
              + WSV-RET-DIFERENCIA(WSV-IDX-RET)
           PERFORM 230000-CONTRIBUCION
              THRU 230000-CONTRIBUCION-F
           SUBTRACT WSV-CONTRIB-ORIGINAL FROM WSV-CONTRIB-EMPLEADO

           MOVE WSV-RET-PERIODO(WSV-IDX-RET)  TO WSR-REC-PERIODO
           MOVE WSV-CLAVE                     TO WSR-REC-CLAVE
           MOVE WSV-RET-BRUTO-ORIGINAL(WSV-IDX-RET)
              TO WSR-REC-BRUTO-ORIGINAL
           MOVE WSV-RET-DIFERENCIA(WSV-IDX-RET)
              TO WSR-REC-DIFERENCIA
           MOVE WSV-CONTRIB-EMPLEADO          TO WSR-REC-CONTRIBUCION
           MOVE WSV-REDUCIDO                  TO WSR-REC-REDUCIDO
           WRITE REG-DECLARA FROM WSR-RECTIFICATIVA
           IF NOT FS-STATUS-DEC-OK
              MOVE CON-300000-CERRAR TO WS-ERR-PARRAFO
              MOVE CON-DECLARA       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-DEC     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-RECTIF
           ADD WSV-CONTRIB-EMPLEADO TO WSV-TOTAL-CONTRIB
           .
       250000-RECTIFICATIVA-F. EXIT.
      ******************************************************************
      *                         300000-CERRAR
      ******************************************************************
       300000-CERRAR.
           PERFORM 250000-RECTIFICATIVA
              THRU 250000-RECTIFICATIVA-F
              VARYING WSV-IDX-RET FROM 1 BY 1
              UNTIL WSV-IDX-RET > WSV-CANT-RETROACTIVOS

           MOVE WSV-CANT-EMPLEADOS TO WSR-TOT-CANTIDAD
           MOVE WSV-TOTAL-CONTRIB  TO WSR-TOT-CONTRIBUCION
           MOVE WSV-CANT-RECTIF    TO WSR-TOT-CANT-RECTIF
           WRITE REG-DECLARA FROM WSR-TOTAL
           IF NOT FS-STATUS-DEC-OK
              MOVE CON-300000-CERRAR TO WS-ERR-PARRAFO
           DISPLAY "E120 - CARGAS PATRONALES DEL PERIODO "
                   WSV-PERIODO
           DISPLAY "EMPLEADOS DECLARADOS : " WSV-CANT-EMPLEADOS
           DISPLAY "RECTIFICATIVAS       : " WSV-CANT-RECTIF
           DISPLAY "CONTRIBUCION TOTAL   : " WSV-TOTAL-CONTRIB
           .
       300000-CERRAR-F. EXIT.
