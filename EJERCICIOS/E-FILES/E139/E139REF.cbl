      ******************************************************************
      *Control diario de temperatura de los reefers en patio. Las
      *lecturas llegan en LECTURAS_REEFER.txt, un renglon por
      *contenedor y dia con las 24 temperaturas hora por hora (como
      *la matriz de E30), cada una con su marca de leida: una hora
      *sin lectura no cuenta para los valores e interrumpe la
      *excursion en curso. La consigna y la tolerancia son
      *las que E139MOV tomo al ingreso en ESTADIA_CONTENEDORES.txt;
      *una lectura esta fuera de tolerancia cuando se aparta de la
      *consigna en mas de la tolerancia, en mas o en menos, y cada
      *lectura horaria fuera vale 60 minutos. Por reefer y dia sale
      *en INFORME_REEFER.txt la minima, la maxima, el promedio, los
      *minutos fuera de tolerancia y la mayor excursion continua,
      *y al pie los reefers en patio que no tuvieron lecturas.
      *Lo del dia se acumula en el registro de estadia (minutos
      *fuera, mayor excursion y marca de excursion) para la
      *constancia de egreso de E139MOV; la fecha de la ultima
      *lectura acumulada evita sumar dos veces un dia si el proceso
      *se repite. Una lectura de un contenedor que no es un reefer
      *en patio en esa fecha se denuncia y se descarta. Corre
      *despues de E139MOV.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E139REF.
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

       SELECT LECTURAS ASSIGN TO "LECTURAS_REEFER.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LEC.
      ****************************  INPUT-OUTPUT  **********************
       SELECT ESTADIA ASSIGN TO "ESTADIA_CONTENEDORES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EST.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "INFORME_REEFER.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA               PIC 9(08).

       FD LECTURAS.
          01 REG-LECTURA.
             05 REG-LEC-CONT         PIC 9(05).
             05 REG-LEC-FECHA        PIC 9(08).
             05 REG-LEC-HORA OCCURS 24 TIMES.
                10 REG-LEC-LEIDA     PIC X(01).
                   88 REG-LEC-HAY-LECTURA    VALUE "S".
                10 REG-LEC-TEMP      PIC S9(02)V9(01)
                                     SIGN IS LEADING SEPARATE.

       FD ESTADIA.
          01 REG-ESTADIA.
             05 REG-EST-CONT         PIC 9(05).
             05 REG-EST-CONSIGNA     PIC X(10).
             05 REG-EST-TIPO         PIC X(01).
                88 REG-EST-REEFER         VALUE "R".
             05 REG-EST-CONTRATO     PIC X(03).
             05 REG-EST-INGRESO      PIC 9(08).
             05 REG-EST-EGRESO       PIC 9(08).
             05 REG-EST-CONSIGNA-TEMP PIC S9(02)V9(01)
                                      SIGN IS LEADING SEPARATE.
             05 REG-EST-TOLERANCIA   PIC 9(01)V9(01).
             05 REG-EST-EXC-MINUTOS  PIC 9(05).
             05 REG-EST-EXC-MAYOR    PIC 9(05).
             05 REG-EST-ULT-LECTURA  PIC 9(08).
             05 REG-EST-EXCURSION    PIC X(01).

       FD INFORME.
          01 REG-INFORME                      PIC X(110).
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
              05 CON-110000-CARGAR-ESTADIA  PIC X(30) VALUE
              '110000-CARGAR-ESTADIA       '.
              05 CON-200000-LECTURAS        PIC X(30) VALUE
              '200000-LECTURAS             '.
              05 CON-300000-REGRABAR        PIC X(30) VALUE
              '300000-REGRABAR             '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-ESTADIA    PIC X(10) VALUE 'ESTADIA   '.
              05 CON-LECTURAS   PIC X(10) VALUE 'LECTURAS  '.
              05 CON-INFORME    PIC X(10) VALUE 'INFORME   '.
           02 CON-OTROS.
              05 CON-MINUTOS-HORA PIC 9(02) VALUE 60.
      ************************** TABLES ********************************
       01 WSV-TABLA-ESTADIA.
          02 WSV-EST-ENTRY OCCURS 300 TIMES.
             05 WSV-EST-REG          PIC X(60).
             05 WSV-EST-CON-LECTURA  PIC X(01).
       01 WSV-CANT-ESTADIA           PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-LEC           PIC X(02) VALUE "00".
             88 FS-STATUS-LEC-OK               VALUE "00".
             88 FS-STATUS-LEC-EOF              VALUE "10".
             88 FS-STATUS-LEC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-EST           PIC X(02) VALUE "00".
             88 FS-STATUS-EST-OK               VALUE "00".
             88 FS-STATUS-EST-EOF              VALUE "10".
             88 FS-STATUS-EST-NOT-FOUND        VALUE "35".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-EST             PIC 9(03).
          05 WSV-IDX-HORA            PIC 9(02).
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-LECTURAS-DIA        PIC 9(02).
          05 WSV-TEMP-MIN            PIC S9(02)V9(01).
          05 WSV-TEMP-MAX            PIC S9(02)V9(01).
          05 WSV-TEMP-SUMA           PIC S9(04)V9(01).
          05 WSV-TEMP-PROMEDIO       PIC S9(02)V9(01).
          05 WSV-DESVIO              PIC S9(03)V9(01).
          05 WSV-HORAS-FUERA         PIC 9(02).
          05 WSV-RACHA               PIC 9(02).
          05 WSV-RACHA-MAYOR         PIC 9(02).
          05 WSV-MINUTOS-FUERA       PIC 9(05).
          05 WSV-MINUTOS-MAYOR       PIC 9(05).
          05 WSV-LINEA               PIC X(110).
          05 WSV-EDIT-TEMP           PIC -Z9,9.
          05 WSV-EDIT-TOL            PIC 9,9.
          05 WSV-EDIT-MINUTOS        PIC ZZZZ9.
          05 WSV-EDIT-CANT           PIC Z9.
          05 WSV-EDIT-FECHA.
             10 WSV-EDIT-DD          PIC 9(02).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-EDIT-MM          PIC 9(02).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-EDIT-AAAA        PIC 9(04).
       01 WSV-CONTADORES.
          05 WSV-CANT-LECTURAS       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CON-EXCURSION  PIC 9(05) VALUE ZERO.
          05 WSV-CANT-DESCARTADAS    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-LECTURA    PIC 9(05) VALUE ZERO.
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
           MOVE "E139REF" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-ESTADIA
              THRU 110000-CARGAR-ESTADIA-F

           PERFORM 200000-LECTURAS
              THRU 200000-LECTURAS-F

           PERFORM 300000-REGRABAR
              THRU 300000-REGRABAR-F

           DISPLAY "E139REF - CONTROL DE TEMPERATURA DE REEFERS AL "
                   WSV-FECHA-PROCESO
           DISPLAY "LECTURAS PROCESADAS  : " WSV-CANT-LECTURAS
           DISPLAY "CON EXCURSION        : " WSV-CANT-CON-EXCURSION
           DISPLAY "LECTURAS DESCARTADAS : " WSV-CANT-DESCARTADAS
           DISPLAY "REEFERS SIN LECTURAS : " WSV-CANT-SIN-LECTURA
           GOBACK
           .
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
      *                         110000-CARGAR-ESTADIA
      ******************************************************************
       110000-CARGAR-ESTADIA.
           OPEN INPUT ESTADIA
           IF FS-STATUS-EST-NOT-FOUND
              DISPLAY "E139REF: SIN ESTADIA_CONTENEDORES.txt - NADA "
                      "PARA CONTROLAR"
              GOBACK
           END-IF
           IF NOT FS-STATUS-EST-OK
              MOVE CON-110000-CARGAR-ESTADIA TO WS-ERR-PARRAFO
              MOVE CON-ESTADIA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-EST             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 120000-LEER-ESTADIA
              THRU 120000-LEER-ESTADIA-F
              UNTIL FS-STATUS-EST-EOF
           CLOSE ESTADIA
           .
       110000-CARGAR-ESTADIA-F. EXIT.
      ******************************************************************
      *                         120000-LEER-ESTADIA
      ******************************************************************
       120000-LEER-ESTADIA.
           READ ESTADIA
           EVALUATE TRUE
               WHEN FS-STATUS-EST-OK
      *Un contenedor fuera de tabla se perderia en la regrabacion:
      *tabla llena corta.
                    IF WSV-CANT-ESTADIA = 300
                       DISPLAY "E139REF: TABLA DE ESTADIA LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-ESTADIA TO
                          WS-ERR-PARRAFO
                       MOVE CON-ESTADIA TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    IF REG-EST-EXCURSION = SPACE
                       MOVE ZERO TO REG-EST-CONSIGNA-TEMP
                       MOVE ZERO TO REG-EST-TOLERANCIA
                       MOVE ZERO TO REG-EST-EXC-MINUTOS
                       MOVE ZERO TO REG-EST-EXC-MAYOR
                       MOVE ZERO TO REG-EST-ULT-LECTURA
                       MOVE "N"  TO REG-EST-EXCURSION
                    END-IF
                    ADD 1 TO WSV-CANT-ESTADIA
                    MOVE REG-ESTADIA TO WSV-EST-REG(WSV-CANT-ESTADIA)
                    MOVE "N" TO WSV-EST-CON-LECTURA(WSV-CANT-ESTADIA)
               WHEN FS-STATUS-EST-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-ESTADIA TO WS-ERR-PARRAFO
                    MOVE CON-ESTADIA               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EST             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       120000-LEER-ESTADIA-F. EXIT.
      ******************************************************************
      *                         200000-LECTURAS
      ******************************************************************
       200000-LECTURAS.
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-LECTURAS TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO(7:2) TO WSV-EDIT-DD
           MOVE WSV-FECHA-PROCESO(5:2) TO WSV-EDIT-MM
           MOVE WSV-FECHA-PROCESO(1:4) TO WSV-EDIT-AAAA
           MOVE SPACES TO WSV-LINEA
           STRING "CONTROL DE TEMPERATURA DE REEFERS EN PATIO AL "
                  WSV-EDIT-FECHA
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           MOVE "CONT."        TO WSV-LINEA(1:5)
           MOVE "CONSIGNAT."   TO WSV-LINEA(8:10)
           MOVE "FECHA"        TO WSV-LINEA(20:5)
           MOVE "CONSIG"       TO WSV-LINEA(32:6)
           MOVE "TOL"          TO WSV-LINEA(40:3)
           MOVE "LEC"          TO WSV-LINEA(45:3)
           MOVE "MINIMA"       TO WSV-LINEA(50:6)
           MOVE "MAXIMA"       TO WSV-LINEA(58:6)
           MOVE "PROMED"       TO WSV-LINEA(66:6)
           MOVE "MIN.FUERA"    TO WSV-LINEA(73:9)
           MOVE "MAYOR EXC"    TO WSV-LINEA(83:9)
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F

           OPEN INPUT LECTURAS
           IF FS-STATUS-LEC-OK
              PERFORM 210000-LEER-LECTURA
                 THRU 210000-LEER-LECTURA-F
                 UNTIL FS-STATUS-LEC-EOF
              CLOSE LECTURAS
           ELSE
              IF FS-STATUS-LEC-NOT-FOUND
                 DISPLAY "E139REF: SIN LECTURAS_REEFER.txt"
              ELSE
                 MOVE CON-200000-LECTURAS TO WS-ERR-PARRAFO
                 MOVE CON-LECTURAS        TO WS-ERR-OBJETO
                 MOVE CON-ABRIR           TO WS-ERR-OPERACION
                 MOVE FS-STATUS-LEC       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           PERFORM 260000-SIN-LECTURAS
              THRU 260000-SIN-LECTURAS-F

           CLOSE INFORME
           .
       200000-LECTURAS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-LECTURA
      ******************************************************************
       210000-LEER-LECTURA.
           READ LECTURAS
           EVALUATE TRUE
               WHEN FS-STATUS-LEC-OK
                    PERFORM 220000-CONTROLAR-DIA
                       THRU 220000-CONTROLAR-DIA-F
               WHEN FS-STATUS-LEC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-LECTURAS TO WS-ERR-PARRAFO
                    MOVE CON-LECTURAS        TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LEC       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-LECTURA-F. EXIT.
      ******************************************************************
      *                         220000-CONTROLAR-DIA
      *Reefer en patio en la fecha de la lectura: ingresado hasta esa
      *fecha y sin egreso o egresado desde esa fecha.
      ******************************************************************
       220000-CONTROLAR-DIA.
           MOVE "N"  TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-EST
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ESTADIA
              OR WSV-ENCONTRADO
              MOVE WSV-EST-REG(WSV-IDX) TO REG-ESTADIA
              IF REG-EST-CONT = REG-LEC-CONT
                 AND REG-EST-REEFER
                 AND REG-EST-INGRESO NOT > REG-LEC-FECHA
                 AND (REG-EST-EGRESO = ZERO
                      OR REG-EST-EGRESO NOT < REG-LEC-FECHA)
                 MOVE "S"     TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-EST
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-DESCARTADAS
              DISPLAY "CONTENEDOR " REG-LEC-CONT " NO ES UN REEFER "
                      "EN PATIO EL " REG-LEC-FECHA
                      " - LECTURA DESCARTADA"
              GO TO 220000-CONTROLAR-DIA-F
           END-IF

           MOVE WSV-EST-REG(WSV-IDX-EST) TO REG-ESTADIA
           ADD 1 TO WSV-CANT-LECTURAS
           MOVE "S" TO WSV-EST-CON-LECTURA(WSV-IDX-EST)
           MOVE ZERO TO WSV-LECTURAS-DIA
           MOVE ZERO TO WSV-TEMP-SUMA
           MOVE ZERO TO WSV-TEMP-PROMEDIO
           MOVE ZERO TO WSV-HORAS-FUERA
           MOVE ZERO TO WSV-RACHA
           MOVE ZERO TO WSV-RACHA-MAYOR
           PERFORM 230000-CONTROLAR-HORA
              THRU 230000-CONTROLAR-HORA-F
              VARYING WSV-IDX-HORA FROM 1 BY 1
              UNTIL WSV-IDX-HORA > 24
           IF WSV-LECTURAS-DIA > ZERO
              DIVIDE WSV-TEMP-SUMA BY WSV-LECTURAS-DIA
                 GIVING WSV-TEMP-PROMEDIO ROUNDED
           END-IF
           MULTIPLY WSV-HORAS-FUERA BY CON-MINUTOS-HORA
              GIVING WSV-MINUTOS-FUERA
           MULTIPLY WSV-RACHA-MAYOR BY CON-MINUTOS-HORA
              GIVING WSV-MINUTOS-MAYOR
           IF WSV-MINUTOS-FUERA > ZERO
              ADD 1 TO WSV-CANT-CON-EXCURSION
           END-IF

           PERFORM 240000-LINEA-REEFER
              THRU 240000-LINEA-REEFER-F

      *Un dia ya acumulado (o anterior al ultimo acumulado) solo se
      *informa.
           IF REG-LEC-FECHA > REG-EST-ULT-LECTURA
              ADD WSV-MINUTOS-FUERA TO REG-EST-EXC-MINUTOS
              IF WSV-MINUTOS-MAYOR > REG-EST-EXC-MAYOR
                 MOVE WSV-MINUTOS-MAYOR TO REG-EST-EXC-MAYOR
              END-IF
              IF WSV-MINUTOS-FUERA > ZERO
                 MOVE "S" TO REG-EST-EXCURSION
              END-IF
              MOVE REG-LEC-FECHA TO REG-EST-ULT-LECTURA
              MOVE REG-ESTADIA   TO WSV-EST-REG(WSV-IDX-EST)
           END-IF
           .
       220000-CONTROLAR-DIA-F. EXIT.
      ******************************************************************
      *                         230000-CONTROLAR-HORA
      ******************************************************************
       230000-CONTROLAR-HORA.
           IF NOT REG-LEC-HAY-LECTURA(WSV-IDX-HORA)
              OR REG-LEC-TEMP(WSV-IDX-HORA) NOT NUMERIC
              MOVE ZERO TO WSV-RACHA
              GO TO 230000-CONTROLAR-HORA-F
           END-IF

           ADD 1 TO WSV-LECTURAS-DIA
           ADD REG-LEC-TEMP(WSV-IDX-HORA) TO WSV-TEMP-SUMA
           IF WSV-LECTURAS-DIA = 1
              MOVE REG-LEC-TEMP(WSV-IDX-HORA) TO WSV-TEMP-MIN
              MOVE REG-LEC-TEMP(WSV-IDX-HORA) TO WSV-TEMP-MAX
           END-IF
           IF REG-LEC-TEMP(WSV-IDX-HORA) < WSV-TEMP-MIN
              MOVE REG-LEC-TEMP(WSV-IDX-HORA) TO WSV-TEMP-MIN
           END-IF
           IF REG-LEC-TEMP(WSV-IDX-HORA) > WSV-TEMP-MAX
              MOVE REG-LEC-TEMP(WSV-IDX-HORA) TO WSV-TEMP-MAX
           END-IF

           SUBTRACT REG-EST-CONSIGNA-TEMP
              FROM REG-LEC-TEMP(WSV-IDX-HORA)
              GIVING WSV-DESVIO
           IF WSV-DESVIO < ZERO
              MULTIPLY -1 BY WSV-DESVIO
           END-IF
           IF WSV-DESVIO > REG-EST-TOLERANCIA
              ADD 1 TO WSV-HORAS-FUERA
              ADD 1 TO WSV-RACHA
              IF WSV-RACHA > WSV-RACHA-MAYOR
                 MOVE WSV-RACHA TO WSV-RACHA-MAYOR
              END-IF
           ELSE
              MOVE ZERO TO WSV-RACHA
           END-IF
           .
       230000-CONTROLAR-HORA-F. EXIT.
      ******************************************************************
      *                         240000-LINEA-REEFER
      ******************************************************************
       240000-LINEA-REEFER.
           MOVE SPACES TO WSV-LINEA
           MOVE REG-LEC-CONT       TO WSV-LINEA(1:5)
           MOVE REG-EST-CONSIGNA   TO WSV-LINEA(8:10)
           MOVE REG-LEC-FECHA(7:2) TO WSV-EDIT-DD
           MOVE REG-LEC-FECHA(5:2) TO WSV-EDIT-MM
           MOVE REG-LEC-FECHA(1:4) TO WSV-EDIT-AAAA
           MOVE WSV-EDIT-FECHA     TO WSV-LINEA(20:10)
           MOVE REG-EST-CONSIGNA-TEMP TO WSV-EDIT-TEMP
           MOVE WSV-EDIT-TEMP      TO WSV-LINEA(32:5)
           MOVE REG-EST-TOLERANCIA TO WSV-EDIT-TOL
           MOVE WSV-EDIT-TOL       TO WSV-LINEA(40:3)
           MOVE WSV-LECTURAS-DIA   TO WSV-EDIT-CANT
           MOVE WSV-EDIT-CANT      TO WSV-LINEA(46:2)
           IF WSV-LECTURAS-DIA = ZERO
              MOVE "SIN LECTURAS VALIDAS" TO WSV-LINEA(50:20)
           ELSE
              MOVE WSV-TEMP-MIN       TO WSV-EDIT-TEMP
              MOVE WSV-EDIT-TEMP      TO WSV-LINEA(51:5)
              MOVE WSV-TEMP-MAX       TO WSV-EDIT-TEMP
              MOVE WSV-EDIT-TEMP      TO WSV-LINEA(59:5)
              MOVE WSV-TEMP-PROMEDIO  TO WSV-EDIT-TEMP
              MOVE WSV-EDIT-TEMP      TO WSV-LINEA(67:5)
           END-IF
           MOVE WSV-MINUTOS-FUERA  TO WSV-EDIT-MINUTOS
           MOVE WSV-EDIT-MINUTOS   TO WSV-LINEA(77:5)
           MOVE WSV-MINUTOS-MAYOR  TO WSV-EDIT-MINUTOS
           MOVE WSV-EDIT-MINUTOS   TO WSV-LINEA(87:5)
           IF WSV-MINUTOS-FUERA > ZERO
              MOVE "EXCURSION"     TO WSV-LINEA(94:9)
           END-IF
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F
           .
       240000-LINEA-REEFER-F. EXIT.
      ******************************************************************
      *                         260000-SIN-LECTURAS
      *Reefers todavia en patio sin ningun renglon de lecturas.
      ******************************************************************
       260000-SIN-LECTURAS.
           MOVE SPACES TO WSV-LINEA
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F
           MOVE "REEFERS EN PATIO SIN LECTURAS:" TO WSV-LINEA
           PERFORM 290000-ESCRIBIR
              THRU 290000-ESCRIBIR-F
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ESTADIA
              MOVE WSV-EST-REG(WSV-IDX) TO REG-ESTADIA
              IF REG-EST-REEFER
                 AND REG-EST-EGRESO = ZERO
                 AND WSV-EST-CON-LECTURA(WSV-IDX) = "N"
                 ADD 1 TO WSV-CANT-SIN-LECTURA
                 MOVE SPACES TO WSV-LINEA
                 MOVE REG-EST-CONT     TO WSV-LINEA(1:5)
                 MOVE REG-EST-CONSIGNA TO WSV-LINEA(8:10)
                 MOVE "SIN LECTURAS"   TO WSV-LINEA(20:12)
                 PERFORM 290000-ESCRIBIR
                    THRU 290000-ESCRIBIR-F
              END-IF
           END-PERFORM
           IF WSV-CANT-SIN-LECTURA = ZERO
              MOVE SPACES    TO WSV-LINEA
              MOVE "NINGUNO" TO WSV-LINEA(1:7)
              PERFORM 290000-ESCRIBIR
                 THRU 290000-ESCRIBIR-F
           END-IF
           .
       260000-SIN-LECTURAS-F. EXIT.
      ******************************************************************
      *                         290000-ESCRIBIR
      ******************************************************************
       290000-ESCRIBIR.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-200000-LECTURAS TO WS-ERR-PARRAFO
              MOVE CON-INFORME         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       290000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         300000-REGRABAR
      ******************************************************************
       300000-REGRABAR.
           OPEN OUTPUT ESTADIA
           IF NOT FS-STATUS-EST-OK
              MOVE CON-300000-REGRABAR TO WS-ERR-PARRAFO
              MOVE CON-ESTADIA         TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-EST       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ESTADIA
              MOVE WSV-EST-REG(WSV-IDX) TO REG-ESTADIA
              WRITE REG-ESTADIA
              IF NOT FS-STATUS-EST-OK
                 MOVE CON-300000-REGRABAR TO WS-ERR-PARRAFO
                 MOVE CON-ESTADIA         TO WS-ERR-OBJETO
                 MOVE CON-GRABAR          TO WS-ERR-OPERACION
                 MOVE FS-STATUS-EST       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM

           CLOSE ESTADIA
           .
       300000-REGRABAR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E139REF.
