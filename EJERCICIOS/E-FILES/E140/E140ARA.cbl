      ******************************************************************
      *Generacion de aranceles de cursada como abonos. Tesoreria
      *cobraba cada cursada en un sistema aparte y nada impedia que
      *un deudor se volviera a inscribir. Este paso recorre el padron
      *INSCRIPCIONES.txt que deja E140 y, por cada inscripcion en
      *estado I, da de alta en el maestro ABONOS.txt (el mismo que
      *mantiene E68) un abono mensual a la cuenta del alumno, con la
      *cuota y la cantidad de cuotas del arancel de la materia y
      *seccion del periodo en ARANCELES.txt: inicio en el primer
      *vencimiento del arancel y fin el ultimo dia del mes de la
      *ultima cuota. Asi E68GEN factura cada cuota en SERVICIOS.txt
      *y la cadena de E48 la debita de la cuenta como cualquier otro
      *servicio. El cliente del alumno sale de ALUMNOS_CLIENTES.txt.
      *El abono se identifica por cliente, servicio (A + materia) y
      *descripcion (periodo, seccion y legajo), de modo que volver a
      *correr el paso no duplica nada. Una inscripcion dada de baja
      *(estado B) corta su abono a la fecha de proceso; las cuotas ya
      *facturadas quedan. Lo generado, cortado y lo que no se pudo
      *generar (sin arancel, sin cuenta) queda en
      *GENERACION_ARANCELES.txt.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E140ARA.
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
                     FILE STATUS IS FS-STATUS-PARM.

       SELECT ARANCELES ASSIGN TO "ARANCELES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ARA.

       SELECT ALUMNOS ASSIGN TO "ALUMNOS_CLIENTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ALU.

       SELECT INSCRIPCIONES ASSIGN TO "INSCRIPCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INS.
      ****************************  INPUT-OUTPUT  **********************
       SELECT ABONOS ASSIGN TO "ABONOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ABO.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "GENERACION_ARANCELES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA         PIC 9(08).

       FD ARANCELES.
          01 REG-ARANCEL.
             05 REG-ARA-PERIODO         PIC 9(06).
             05 REG-ARA-MATERIA         PIC 9(02).
             05 REG-ARA-SECCION         PIC 9(02).
             05 REG-ARA-CUOTAS          PIC 9(02).
             05 REG-ARA-IMPORTE-CUOTA   PIC 9(15)V9(02).
             05 REG-ARA-FECHA-PRIMERA   PIC 9(08).

       FD ALUMNOS.
          01 REG-ALUMNO.
             05 REG-ALU-LEGAJO          PIC 9(02).
             05 REG-ALU-CLIENTE         PIC 9(08).

       FD INSCRIPCIONES.
          01 REG-INSCRIPCION.
             05 REG-INS-PERIODO         PIC 9(06).
             05 REG-INS-MATERIA         PIC 9(02).
             05 REG-INS-SECCION         PIC 9(02).
             05 REG-INS-LEGAJO          PIC 9(02).
             05 REG-INS-ESTADO          PIC X(01).
                88 REG-INS-INSCRIPTO         VALUE "I".
                88 REG-INS-ESPERA            VALUE "L".
                88 REG-INS-BAJA              VALUE "B".
             05 REG-INS-ORDEN           PIC 9(03).

       FD ABONOS.
          01 REG-ABONO.
             05 REG-ABO-CLIENTE          PIC 9(08).
             05 REG-ABO-SERVICIO         PIC X(03).
             05 REG-ABO-DESCRIPCION      PIC X(30).
             05 REG-ABO-TARIFA           PIC 9(15)V9(02).
             05 REG-ABO-PERIODICIDAD     PIC 9(02).
             05 REG-ABO-FECHA-INICIO     PIC 9(08).
             05 REG-ABO-FECHA-FIN        PIC 9(08).

       FD INFORME.
          01 REG-INFORME               PIC X(80).
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
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-200000-PROCESAR        PIC X(30) VALUE
              '200000-PROCESAR             '.
              05 CON-230000-GENERAR-ABONO   PIC X(30) VALUE
              '230000-GENERAR-ABONO        '.
              05 CON-300000-GRABAR-SALIDAS  PIC X(30) VALUE
              '300000-GRABAR-SALIDAS       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-CALCULAR  PIC X(15) VALUE 'CALCULAR       '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-ARANCELES  PIC X(10) VALUE 'ARANCELES '.
              05 CON-ALUMNOS    PIC X(10) VALUE 'ALUMNOS   '.
              05 CON-INSCRIP    PIC X(10) VALUE 'INSCRIPCIO'.
              05 CON-ABONOS     PIC X(10) VALUE 'ABONOS    '.
              05 CON-INFORME    PIC X(10) VALUE 'INFORME   '.
              05 CON-FECHA      PIC X(10) VALUE 'FECHA     '.
           02 CON-OTROS.
              05 CON-SERVICIO-ARANCEL PIC X(01) VALUE 'A'.
              05 CON-PERIODICIDAD     PIC 9(02) VALUE 01.
      ************************** TABLES ********************************
       01 WSV-TABLA-ARANCELES.
          02 WSV-ARA-ENTRY OCCURS 200 TIMES.
             05 WSV-ARA-PERIODO      PIC 9(06).
             05 WSV-ARA-MATERIA      PIC 9(02).
             05 WSV-ARA-SECCION      PIC 9(02).
             05 WSV-ARA-CUOTAS       PIC 9(02).
             05 WSV-ARA-IMPORTE      PIC 9(15)V9(02).
             05 WSV-ARA-FECHA-PRIMERA PIC 9(08).
       01 WSV-CANT-ARANCELES         PIC 9(03) VALUE 0.

       01 WSV-TABLA-ALUMNOS.
          02 WSV-ALU-ENTRY OCCURS 100 TIMES.
             05 WSV-ALU-LEGAJO       PIC 9(02).
             05 WSV-ALU-CLIENTE      PIC 9(08).
       01 WSV-CANT-ALUMNOS           PIC 9(03) VALUE 0.

      *El maestro de abonos completo, como lo tiene E68.
       01 WSV-TABLA-ABONOS.
          02 WSV-ABO-ENTRY OCCURS 500 TIMES.
             05 WSV-ABO-CLIENTE          PIC 9(08).
             05 WSV-ABO-SERVICIO         PIC X(03).
             05 WSV-ABO-DESCRIPCION      PIC X(30).
             05 WSV-ABO-TARIFA           PIC 9(15)V9(02).
             05 WSV-ABO-PERIODICIDAD     PIC 9(02).
             05 WSV-ABO-FECHA-INICIO     PIC 9(08).
             05 WSV-ABO-FECHA-FIN        PIC 9(08).
       01 WSV-CANT-ABONOS                PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PARM          PIC X(02) VALUE "00".
             88 FS-STATUS-PARM-OK              VALUE "00".
             88 FS-STATUS-PARM-NOT-FOUND       VALUE "35".
          05 FS-STATUS-ARA           PIC X(02) VALUE "00".
             88 FS-STATUS-ARA-OK               VALUE "00".
             88 FS-STATUS-ARA-EOF              VALUE "10".
          05 FS-STATUS-ALU           PIC X(02) VALUE "00".
             88 FS-STATUS-ALU-OK               VALUE "00".
             88 FS-STATUS-ALU-EOF              VALUE "10".
          05 FS-STATUS-INS           PIC X(02) VALUE "00".
             88 FS-STATUS-INS-OK               VALUE "00".
             88 FS-STATUS-INS-EOF              VALUE "10".
          05 FS-STATUS-ABO           PIC X(02) VALUE "00".
             88 FS-STATUS-ABO-OK               VALUE "00".
             88 FS-STATUS-ABO-EOF              VALUE "10".
             88 FS-STATUS-ABO-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-TRABAJO       PIC 9(08).
          05 WSV-FECHA-TRABAJO-R REDEFINES WSV-FECHA-TRABAJO.
             10 WSV-TRA-AAAAMM       PIC 9(06).
             10 WSV-TRA-DD           PIC 9(02).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-ARA             PIC 9(03).
          05 WSV-IDX-ABO             PIC 9(03).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-CLAVE-SERVICIO.
             10 WSV-CLA-MARCA        PIC X(01).
             10 WSV-CLA-MATERIA      PIC 9(02).
          05 WSV-CLAVE-DESCRIPCION.
             10 FILLER               PIC X(08) VALUE "ARANCEL ".
             10 WSV-CLA-PERIODO      PIC 9(06).
             10 FILLER               PIC X(05) VALUE " SEC ".
             10 WSV-CLA-SECCION      PIC 9(02).
             10 FILLER               PIC X(05) VALUE " LEG ".
             10 WSV-CLA-LEGAJO       PIC 9(02).
             10 FILLER               PIC X(02) VALUE SPACES.
          05 WSV-LINEA-INF           PIC X(80).
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDAS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-GENERADOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-EXISTENTES     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CORTADOS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-ARANCEL    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-CUENTA     PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
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
           MOVE "E140ARA" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-PROCESAR
              THRU 200000-PROCESAR-F

           PERFORM 300000-GRABAR-SALIDAS
              THRU 300000-GRABAR-SALIDAS-F

           DISPLAY "E140ARA - GENERACION DE ARANCELES"
           DISPLAY "INSCRIPCIONES LEIDAS  : " WSV-CANT-LEIDAS
           DISPLAY "ABONOS GENERADOS      : " WSV-CANT-GENERADOS
           DISPLAY "YA GENERADOS          : " WSV-CANT-EXISTENTES
           DISPLAY "ABONOS CORTADOS       : " WSV-CANT-CORTADOS
           DISPLAY "SIN ARANCEL           : " WSV-CANT-SIN-ARANCEL
           DISPLAY "SIN CUENTA            : " WSV-CANT-SIN-CUENTA
           STOP RUN
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      ******************************************************************
       105000-LEER-PARAMETROS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS
           IF FS-STATUS-PARM-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-PARM-OK
                 MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
                 MOVE CON-PARAMETROS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                  TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PARM             TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              ELSE
                 READ PARAMETROS
                 IF FS-STATUS-PARM-OK
                    MOVE REG-PARAM-FECHA TO WSV-FECHA-PROCESO
                 END-IF
                 CLOSE PARAMETROS
              END-IF
           END-IF
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT ARANCELES
           IF NOT FS-STATUS-ARA-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-ARANCELES            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ARA            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-ARANCEL
              THRU 112000-LEER-ARANCEL-F
              UNTIL FS-STATUS-ARA-EOF
           CLOSE ARANCELES

           OPEN INPUT ALUMNOS
           IF NOT FS-STATUS-ALU-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-ALUMNOS              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ALU            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 114000-LEER-ALUMNO
              THRU 114000-LEER-ALUMNO-F
              UNTIL FS-STATUS-ALU-EOF
           CLOSE ALUMNOS

           OPEN INPUT ABONOS
           IF FS-STATUS-ABO-NOT-FOUND
              DISPLAY "MAESTRO DE ABONOS NUEVO - SIN REGISTROS"
           ELSE
              IF NOT FS-STATUS-ABO-OK
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-ABONOS               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-ABO            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              PERFORM 116000-LEER-ABONO
                 THRU 116000-LEER-ABONO-F
                 UNTIL FS-STATUS-ABO-EOF
              CLOSE ABONOS
           END-IF
           MOVE "00" TO FS-STATUS-ABO
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-ARANCEL
      ******************************************************************
       112000-LEER-ARANCEL.
           READ ARANCELES
           EVALUATE TRUE
               WHEN FS-STATUS-ARA-OK
                    IF WSV-CANT-ARANCELES = 200
                       DISPLAY "E140ARA: TABLA DE ARANCELES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-ARANCELES TO WS-ERR-OBJETO
                       MOVE CON-LEER      TO WS-ERR-OPERACION
                       MOVE 99            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-ARANCELES
                    MOVE REG-ARA-PERIODO TO
                       WSV-ARA-PERIODO(WSV-CANT-ARANCELES)
                    MOVE REG-ARA-MATERIA TO
                       WSV-ARA-MATERIA(WSV-CANT-ARANCELES)
                    MOVE REG-ARA-SECCION TO
                       WSV-ARA-SECCION(WSV-CANT-ARANCELES)
                    MOVE REG-ARA-CUOTAS TO
                       WSV-ARA-CUOTAS(WSV-CANT-ARANCELES)
                    MOVE REG-ARA-IMPORTE-CUOTA TO
                       WSV-ARA-IMPORTE(WSV-CANT-ARANCELES)
                    MOVE REG-ARA-FECHA-PRIMERA TO
                       WSV-ARA-FECHA-PRIMERA(WSV-CANT-ARANCELES)
               WHEN FS-STATUS-ARA-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-ARANCELES            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ARA            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-ARANCEL-F. EXIT.
      ******************************************************************
      *                         114000-LEER-ALUMNO
      ******************************************************************
       114000-LEER-ALUMNO.
           READ ALUMNOS
           EVALUATE TRUE
               WHEN FS-STATUS-ALU-OK
                    IF WSV-CANT-ALUMNOS = 100
                       DISPLAY "E140ARA: TABLA DE ALUMNOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-ALUMNOS TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-ALUMNOS
                    MOVE REG-ALU-LEGAJO TO
                       WSV-ALU-LEGAJO(WSV-CANT-ALUMNOS)
                    MOVE REG-ALU-CLIENTE TO
                       WSV-ALU-CLIENTE(WSV-CANT-ALUMNOS)
               WHEN FS-STATUS-ALU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-ALUMNOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ALU            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-ALUMNO-F. EXIT.
      ******************************************************************
      *                         116000-LEER-ABONO
      ******************************************************************
       116000-LEER-ABONO.
           READ ABONOS
           EVALUATE TRUE
               WHEN FS-STATUS-ABO-OK
      *Un abono fuera de tabla se perderia en la regrabacion.
                    IF WSV-CANT-ABONOS = 500
                       DISPLAY "E140ARA: TABLA DE ABONOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-ABONOS TO WS-ERR-OBJETO
                       MOVE CON-LEER   TO WS-ERR-OPERACION
                       MOVE 99         TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-ABONOS
                    MOVE REG-ABONO TO WSV-ABO-ENTRY(WSV-CANT-ABONOS)
               WHEN FS-STATUS-ABO-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-ABONOS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ABO            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-ABONO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESAR
      ******************************************************************
       200000-PROCESAR.
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT INSCRIPCIONES
           IF NOT FS-STATUS-INS-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-INSCRIP         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INS       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 210000-LEER-INSCRIPCION
              THRU 210000-LEER-INSCRIPCION-F
              UNTIL FS-STATUS-INS-EOF
           CLOSE INSCRIPCIONES
           .
       200000-PROCESAR-F. EXIT.
      ******************************************************************
      *                         210000-LEER-INSCRIPCION
      ******************************************************************
       210000-LEER-INSCRIPCION.
           READ INSCRIPCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-INS-OK
                    ADD 1 TO WSV-CANT-LEIDAS
                    PERFORM 220000-PROCESAR-INSCRIPCION
                       THRU 220000-PROCESAR-INSCRIPCION-F
               WHEN FS-STATUS-INS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
                    MOVE CON-INSCRIP         TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-INS       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-INSCRIPCION-F. EXIT.
      ******************************************************************
      *                         220000-PROCESAR-INSCRIPCION
      *La lista de espera no se factura: el abono nace cuando E140
      *promueve al alumno a inscripto.
      ******************************************************************
       220000-PROCESAR-INSCRIPCION.
           IF REG-INS-ESPERA
              GO TO 220000-PROCESAR-INSCRIPCION-F
           END-IF

           MOVE CON-SERVICIO-ARANCEL TO WSV-CLA-MARCA
           MOVE REG-INS-MATERIA      TO WSV-CLA-MATERIA
           MOVE REG-INS-PERIODO      TO WSV-CLA-PERIODO
           MOVE REG-INS-SECCION      TO WSV-CLA-SECCION
           MOVE REG-INS-LEGAJO       TO WSV-CLA-LEGAJO

           MOVE ZERO TO WSV-CLIENTE
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ALUMNOS
              OR WSV-CLIENTE > ZERO
              IF WSV-ALU-LEGAJO(WSV-IDX) = REG-INS-LEGAJO
                 MOVE WSV-ALU-CLIENTE(WSV-IDX) TO WSV-CLIENTE
              END-IF
           END-PERFORM
           IF WSV-CLIENTE = ZERO
              IF REG-INS-INSCRIPTO
                 ADD 1 TO WSV-CANT-SIN-CUENTA
                 MOVE SPACES TO WSV-LINEA-INF
                 STRING "SIN CUENTA  LEGAJO " DELIMITED BY SIZE
                    REG-INS-LEGAJO DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WSV-CLAVE-DESCRIPCION DELIMITED BY SIZE
                    INTO WSV-LINEA-INF
                 PERFORM 280000-ESCRIBIR-INFORME
                    THRU 280000-ESCRIBIR-INFORME-F
              END-IF
              GO TO 220000-PROCESAR-INSCRIPCION-F
           END-IF

           MOVE ZERO TO WSV-IDX-ABO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ABONOS
              OR WSV-IDX-ABO > ZERO
              IF WSV-ABO-CLIENTE(WSV-IDX) = WSV-CLIENTE
                 AND WSV-ABO-SERVICIO(WSV-IDX) = WSV-CLAVE-SERVICIO
                 AND WSV-ABO-DESCRIPCION(WSV-IDX) =
                     WSV-CLAVE-DESCRIPCION
                 MOVE WSV-IDX TO WSV-IDX-ABO
              END-IF
           END-PERFORM

           IF REG-INS-BAJA
              PERFORM 240000-CORTAR-ABONO
                 THRU 240000-CORTAR-ABONO-F
              GO TO 220000-PROCESAR-INSCRIPCION-F
           END-IF

           IF WSV-IDX-ABO > ZERO
              ADD 1 TO WSV-CANT-EXISTENTES
              GO TO 220000-PROCESAR-INSCRIPCION-F
           END-IF

           PERFORM 230000-GENERAR-ABONO
              THRU 230000-GENERAR-ABONO-F
           .
       220000-PROCESAR-INSCRIPCION-F. EXIT.
      ******************************************************************
      *                         230000-GENERAR-ABONO
      *El fin del abono es el ultimo dia del mes de la ultima cuota:
      *RUTFECHA suma los meses con dia pactado 31, que ajusta al
      *ultimo dia del mes.
      ******************************************************************
       230000-GENERAR-ABONO.
           MOVE ZERO TO WSV-IDX-ARA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ARANCELES
              OR WSV-IDX-ARA > ZERO
              IF WSV-ARA-PERIODO(WSV-IDX) = REG-INS-PERIODO
                 AND WSV-ARA-MATERIA(WSV-IDX) = REG-INS-MATERIA
                 AND WSV-ARA-SECCION(WSV-IDX) = REG-INS-SECCION
                 MOVE WSV-IDX TO WSV-IDX-ARA
              END-IF
           END-PERFORM
           IF WSV-IDX-ARA = ZERO
              OR WSV-ARA-CUOTAS(WSV-IDX-ARA) = ZERO
              OR WSV-ARA-IMPORTE(WSV-IDX-ARA) = ZERO
              ADD 1 TO WSV-CANT-SIN-ARANCEL
              MOVE SPACES TO WSV-LINEA-INF
              STRING "SIN ARANCEL MATERIA " DELIMITED BY SIZE
                 REG-INS-MATERIA DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WSV-CLAVE-DESCRIPCION DELIMITED BY SIZE
                 INTO WSV-LINEA-INF
              PERFORM 280000-ESCRIBIR-INFORME
                 THRU 280000-ESCRIBIR-INFORME-F
              GO TO 230000-GENERAR-ABONO-F
           END-IF

           MOVE WSV-ARA-FECHA-PRIMERA(WSV-IDX-ARA) TO WSV-FECHA-TRABAJO
           MOVE 31 TO WSV-TRA-DD
           MOVE "M" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-TRABAJO TO WS-FEC-FECHA
           COMPUTE WS-FEC-DIAS = WSV-ARA-CUOTAS(WSV-IDX-ARA) - 1
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-230000-GENERAR-ABONO TO WS-ERR-PARRAFO
              MOVE CON-FECHA                TO WS-ERR-OBJETO
              MOVE CON-CALCULAR             TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF WSV-CANT-ABONOS = 500
              DISPLAY "E140ARA: TABLA DE ABONOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-230000-GENERAR-ABONO TO WS-ERR-PARRAFO
              MOVE CON-ABONOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ABONOS
           MOVE WSV-CLIENTE TO WSV-ABO-CLIENTE(WSV-CANT-ABONOS)
           MOVE WSV-CLAVE-SERVICIO TO
              WSV-ABO-SERVICIO(WSV-CANT-ABONOS)
           MOVE WSV-CLAVE-DESCRIPCION TO
              WSV-ABO-DESCRIPCION(WSV-CANT-ABONOS)
           MOVE WSV-ARA-IMPORTE(WSV-IDX-ARA) TO
              WSV-ABO-TARIFA(WSV-CANT-ABONOS)
           MOVE CON-PERIODICIDAD TO
              WSV-ABO-PERIODICIDAD(WSV-CANT-ABONOS)
           MOVE WSV-ARA-FECHA-PRIMERA(WSV-IDX-ARA) TO
              WSV-ABO-FECHA-INICIO(WSV-CANT-ABONOS)
           MOVE WS-FEC-RESULTADO TO
              WSV-ABO-FECHA-FIN(WSV-CANT-ABONOS)
           ADD 1 TO WSV-CANT-GENERADOS

           MOVE SPACES TO WSV-LINEA-INF
           STRING "GENERADO    CLIENTE " DELIMITED BY SIZE
              WSV-CLIENTE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WSV-CLAVE-DESCRIPCION DELIMITED BY SIZE
              " CUOTAS " DELIMITED BY SIZE
              WSV-ARA-CUOTAS(WSV-IDX-ARA) DELIMITED BY SIZE
              INTO WSV-LINEA-INF
           PERFORM 280000-ESCRIBIR-INFORME
              THRU 280000-ESCRIBIR-INFORME-F
           .
       230000-GENERAR-ABONO-F. EXIT.
      ******************************************************************
      *                         240000-CORTAR-ABONO
      *La baja corta el abono a la fecha de proceso si seguia vivo;
      *lo ya facturado por E68GEN no se toca.
      ******************************************************************
       240000-CORTAR-ABONO.
           IF WSV-IDX-ABO = ZERO
              GO TO 240000-CORTAR-ABONO-F
           END-IF
           IF WSV-ABO-FECHA-FIN(WSV-IDX-ABO) > ZERO
              AND WSV-ABO-FECHA-FIN(WSV-IDX-ABO) <= WSV-FECHA-PROCESO
              GO TO 240000-CORTAR-ABONO-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO WSV-ABO-FECHA-FIN(WSV-IDX-ABO)
           ADD 1 TO WSV-CANT-CORTADOS

           MOVE SPACES TO WSV-LINEA-INF
           STRING "CORTADO     CLIENTE " DELIMITED BY SIZE
              WSV-CLIENTE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WSV-CLAVE-DESCRIPCION DELIMITED BY SIZE
              " FIN " DELIMITED BY SIZE
              WSV-FECHA-PROCESO DELIMITED BY SIZE
              INTO WSV-LINEA-INF
           PERFORM 280000-ESCRIBIR-INFORME
              THRU 280000-ESCRIBIR-INFORME-F
           .
       240000-CORTAR-ABONO-F. EXIT.
      ******************************************************************
      *                         280000-ESCRIBIR-INFORME
      ******************************************************************
       280000-ESCRIBIR-INFORME.
           WRITE REG-INFORME FROM WSV-LINEA-INF
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-ESCRIBIR-INFORME-F. EXIT.
      ******************************************************************
      *                         300000-GRABAR-SALIDAS
      ******************************************************************
       300000-GRABAR-SALIDAS.
           CLOSE INFORME

           OPEN OUTPUT ABONOS
           IF NOT FS-STATUS-ABO-OK
              MOVE CON-300000-GRABAR-SALIDAS TO WS-ERR-PARRAFO
              MOVE CON-ABONOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ABO             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ABONOS
              WRITE REG-ABONO FROM WSV-ABO-ENTRY(WSV-IDX)
              IF NOT FS-STATUS-ABO-OK
                 MOVE CON-300000-GRABAR-SALIDAS TO WS-ERR-PARRAFO
                 MOVE CON-ABONOS                TO WS-ERR-OBJETO
                 MOVE CON-GRABAR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-ABO             TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           CLOSE ABONOS
           .
       300000-GRABAR-SALIDAS-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E140ARA.
