      *L lista de espera con su orden, B baja) - es el archivo que
      *E88 controla antes de aceptar una nota - y la lista de curso
      *por seccion sale a LISTA_CURSO.txt.
      *Las cursadas se cobran como abonos (ver E140ARA), asi que el
      *alta de un alumno cuya cuenta (ALUMNOS_CLIENTES.txt) debe
      *aranceles desde hace mas dias que los de PARAMARANCEL.txt (30
      *si falta) se rechaza con motivo M. La deuda sale de
      *DEUDA_ARANCELES.txt, que E48 acumula con la fecha del primer
      *cobro fallido de una factura con arancel, y la mora se cuenta
      *hasta la fecha de PARAMETROS.txt (o la del dia).
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
      *                            FILES
      ******************************************************************
      *****************************  INPUT  ****************************
       SELECT PARAMETROS ASSIGN TO "PARAMETROS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PARM.

       SELECT PARAMARANCEL ASSIGN TO "PARAMARANCEL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT ALUMNOS ASSIGN TO "ALUMNOS_CLIENTES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ALU.

       SELECT DEUDA-ARANCEL ASSIGN TO "DEUDA_ARANCELES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DAR.

       SELECT SOLICITUDES ASSIGN TO "SOLICITUDES_INSCRIPCION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-SOL.
                     FILE STATUS IS FS-STATUS-LIS.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA      PIC 9(08).

       FD PARAMARANCEL.
          01 REG-PARAMARANCEL.
             05 REG-PAR-DIAS-DEUDA   PIC 9(03).

       FD ALUMNOS.
          01 REG-ALUMNO.
             05 REG-ALU-LEGAJO       PIC 9(02).
             05 REG-ALU-CLIENTE      PIC 9(08).

       FD DEUDA-ARANCEL.
          01 REG-DEUDA-ARANCEL.
             05 REG-DAR-CLIENTE      PIC 9(08).
             05 REG-DAR-FECHA-DESDE  PIC 9(08).
             05 REG-DAR-FECHA-ULTIMA PIC 9(08).

       FD SOLICITUDES.
          01 REG-SOLICITUD.
             05 REG-SOL-LEGAJO       PIC 9(02).
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-120000-CARGAR-DEUDORES PIC X(30) VALUE
              '120000-CARGAR-DEUDORES      '.
              05 CON-200000-PROCESAR        PIC X(30) VALUE
              '200000-PROCESAR             '.
              05 CON-300000-GRABAR-SALIDAS  PIC X(30) VALUE
              05 CON-INSCRIP   PIC X(10) VALUE 'INSCRIPCIO'.
              05 CON-RECHAZADA PIC X(10) VALUE 'RECHAZADAS'.
              05 CON-LISTA     PIC X(10) VALUE 'LISTACURSO'.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-PARAMARA  PIC X(10) VALUE 'PARAMARANC'.
              05 CON-ALUMNOS   PIC X(10) VALUE 'ALUMNOS   '.
              05 CON-DEUDA-ARA PIC X(10) VALUE 'DEUDA ARAN'.
           02 CON-OTROS.
              05 CON-NOTA-APROBADO PIC 9(02)V9(02) VALUE 04,00.
              05 CON-DIAS-DEUDA-DEF PIC 9(03) VALUE 030.
      ************************** TABLES ********************************
       01 WSV-TABLA-OFERTA.
          02 WSV-OFE-ENTRY OCCURS 50 TIMES.
             05 WSV-INS-ESTADO       PIC X(01).
             05 WSV-INS-ORDEN        PIC 9(03).
       01 WSV-CANT-INSCRIPCIONES     PIC 9(03) VALUE 0.

       01 WSV-TABLA-ALUMNOS.
          02 WSV-ALU-ENTRY OCCURS 100 TIMES.
             05 WSV-ALU-LEGAJO       PIC 9(02).
             05 WSV-ALU-CLIENTE      PIC 9(08).
       01 WSV-CANT-ALUMNOS           PIC 9(03) VALUE 0.

      *Clientes con deuda rechazada de mas dias que el tope.
       01 WSV-TABLA-DEUDORES.
          02 WSV-DEU-ENTRY OCCURS 500 TIMES.
             05 WSV-DEU-CLIENTE      PIC 9(08).
       01 WSV-CANT-DEUDORES          PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PARM          PIC X(02) VALUE "00".
             88 FS-STATUS-PARM-OK              VALUE "00".
             88 FS-STATUS-PARM-NOT-FOUND       VALUE "35".
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ALU           PIC X(02) VALUE "00".
             88 FS-STATUS-ALU-OK               VALUE "00".
             88 FS-STATUS-ALU-EOF              VALUE "10".
             88 FS-STATUS-ALU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DAR           PIC X(02) VALUE "00".
             88 FS-STATUS-DAR-OK               VALUE "00".
             88 FS-STATUS-DAR-EOF              VALUE "10".
             88 FS-STATUS-DAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-SOL           PIC X(02) VALUE "00".
             88 FS-STATUS-SOL-OK               VALUE "00".
             88 FS-STATUS-SOL-EOF              VALUE "10".
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-CUMPLE           PIC X(01).
             88 WSV-CUMPLE                     VALUE "S".
          05 WSV-SW-MOROSO           PIC X(01).
             88 WSV-MOROSO                     VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-DIAS-DEUDA          PIC 9(03).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX2                PIC 9(03).
          05 WSV-IDX-OFE             PIC 9(02).
          05 WSV-CANT-BAJAS          PIC 9(04) VALUE ZERO.
          05 WSV-CANT-PROMOVIDOS     PIC 9(04) VALUE ZERO.
          05 WSV-CANT-RECHAZADAS     PIC 9(04) VALUE ZERO.
          05 WSV-CANT-MOROSOS        PIC 9(04) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E140" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 120000-CARGAR-DEUDORES
              THRU 120000-CARGAR-DEUDORES-F

           PERFORM 200000-PROCESAR
              THRU 200000-PROCESAR-F

           DISPLAY "BAJAS                 : " WSV-CANT-BAJAS
           DISPLAY "PROMOVIDOS DE ESPERA  : " WSV-CANT-PROMOVIDOS
           DISPLAY "SOLICITUDES RECHAZADAS: " WSV-CANT-RECHAZADAS
           DISPLAY "  POR DEUDA DE ARANCEL: " WSV-CANT-MOROSOS
           STOP RUN
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *La fecha de proceso fija hasta cuando se cuenta la mora; el
      *tope de dias sale de PARAMARANCEL.txt.
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

      *Defaults si falta PARAMARANCEL.txt.
           MOVE CON-DIAS-DEUDA-DEF TO WSV-DIAS-DEUDA
           OPEN INPUT PARAMARANCEL
           IF FS-STATUS-PAR-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-PAR-OK
                 MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
                 MOVE CON-PARAMARA               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                  TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PAR              TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              ELSE
                 READ PARAMARANCEL
                 IF FS-STATUS-PAR-OK
                    AND REG-PAR-DIAS-DEUDA IS NUMERIC
                    MOVE REG-PAR-DIAS-DEUDA TO WSV-DIAS-DEUDA
                 END-IF
                 CLOSE PARAMARANCEL
              END-IF
           END-IF
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      ******************************************************************
       110000-CARGAR-TABLAS.
           .
       118000-LEER-INSCRIPCION-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-DEUDORES
      *Sin ALUMNOS_CLIENTES.txt no hay a quien controlar: se avisa y
      *se inscribe sin el control de deuda. Sin DEUDA_ARANCELES.txt
      *nadie debe aranceles.
      ******************************************************************
       120000-CARGAR-DEUDORES.
           OPEN INPUT ALUMNOS
           IF FS-STATUS-ALU-NOT-FOUND
              DISPLAY "E140: SIN ALUMNOS_CLIENTES.txt - NO SE "
                      "CONTROLA DEUDA DE ARANCEL"
              GO TO 120000-CARGAR-DEUDORES-F
           END-IF
           IF NOT FS-STATUS-ALU-OK
              MOVE CON-120000-CARGAR-DEUDORES TO WS-ERR-PARRAFO
              MOVE CON-ALUMNOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-ALU              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 122000-LEER-ALUMNO
              THRU 122000-LEER-ALUMNO-F
              UNTIL FS-STATUS-ALU-EOF
           CLOSE ALUMNOS

           OPEN INPUT DEUDA-ARANCEL
           IF FS-STATUS-DAR-NOT-FOUND
              GO TO 120000-CARGAR-DEUDORES-F
           END-IF
           IF NOT FS-STATUS-DAR-OK
              MOVE CON-120000-CARGAR-DEUDORES TO WS-ERR-PARRAFO
              MOVE CON-DEUDA-ARA              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-DAR              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 124000-LEER-DEUDA-ARANCEL
              THRU 124000-LEER-DEUDA-ARANCEL-F
              UNTIL FS-STATUS-DAR-EOF
           CLOSE DEUDA-ARANCEL
           .
       120000-CARGAR-DEUDORES-F. EXIT.
      ******************************************************************
      *                         122000-LEER-ALUMNO
      ******************************************************************
       122000-LEER-ALUMNO.
           READ ALUMNOS
           EVALUATE TRUE
               WHEN FS-STATUS-ALU-OK
                    IF WSV-CANT-ALUMNOS = 100
                       DISPLAY "E140: TABLA DE ALUMNOS LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-120000-CARGAR-DEUDORES TO
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
                    MOVE CON-120000-CARGAR-DEUDORES TO WS-ERR-PARRAFO
                    MOVE CON-ALUMNOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-ALU              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       122000-LEER-ALUMNO-F. EXIT.
      ******************************************************************
      *                         124000-LEER-DEUDA-ARANCEL
      *Solo interesan las cuentas de alumnos que deben aranceles
      *desde hace mas dias corridos que el tope a la fecha de proceso.
      ******************************************************************
       124000-LEER-DEUDA-ARANCEL.
           READ DEUDA-ARANCEL
           EVALUATE TRUE
               WHEN FS-STATUS-DAR-OK
                    CONTINUE
               WHEN FS-STATUS-DAR-EOF
                    GO TO 124000-LEER-DEUDA-ARANCEL-F
               WHEN OTHER
                    MOVE CON-120000-CARGAR-DEUDORES TO WS-ERR-PARRAFO
                    MOVE CON-DEUDA-ARA              TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DAR              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-DAR-FECHA-DESDE >= WSV-FECHA-PROCESO
              GO TO 124000-LEER-DEUDA-ARANCEL-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ALUMNOS
              OR WSV-ENCONTRADO
              IF WSV-ALU-CLIENTE(WSV-IDX) = REG-DAR-CLIENTE
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF NOT WSV-ENCONTRADO
              GO TO 124000-LEER-DEUDA-ARANCEL-F
           END-IF

           MOVE "E"                 TO WS-FEC-OPERACION
           MOVE REG-DAR-FECHA-DESDE TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO   TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              OR WS-FEC-DIAS NOT > WSV-DIAS-DEUDA
              GO TO 124000-LEER-DEUDA-ARANCEL-F
           END-IF

           IF WSV-CANT-DEUDORES = 500
              DISPLAY "E140: TABLA DE DEUDORES LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-120000-CARGAR-DEUDORES TO WS-ERR-PARRAFO
              MOVE CON-DEUDA-ARA              TO WS-ERR-OBJETO
              MOVE CON-LEER                   TO WS-ERR-OPERACION
              MOVE 99                         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-DEUDORES
           MOVE REG-DAR-CLIENTE TO WSV-DEU-CLIENTE(WSV-CANT-DEUDORES)
           .
       124000-LEER-DEUDA-ARANCEL-F. EXIT.
      ******************************************************************
      *                         200000-PROCESAR
      ******************************************************************
       200000-PROCESAR.
              GO TO 220000-PROCESAR-ALTA-F
           END-IF

      *Sin deuda de arancel vencida en la cuenta del alumno.
           PERFORM 270000-CONTROLAR-DEUDA
              THRU 270000-CONTROLAR-DEUDA-F
           IF WSV-MOROSO
              MOVE "M" TO REG-REC-MOTIVO
              MOVE ZERO TO WSV-PREVIA-FALTA
              PERFORM 280000-RECHAZAR
                 THRU 280000-RECHAZAR-F
              ADD 1 TO WSV-CANT-MOROSOS
              GO TO 220000-PROCESAR-ALTA-F
           END-IF

      *Las mismas correlativas que exige E88, pero antes de cursar.
           PERFORM 260000-CONTROLAR-CORRELATIVAS
              THRU 260000-CONTROLAR-CORRELATIVAS-F
           .
       260000-CONTROLAR-CORRELATIVAS-F. EXIT.
      ******************************************************************
      *                         270000-CONTROLAR-DEUDA
      ******************************************************************
       270000-CONTROLAR-DEUDA.
           MOVE "N"  TO WSV-SW-MOROSO
           IF WSV-CANT-DEUDORES = ZERO
              GO TO 270000-CONTROLAR-DEUDA-F
           END-IF

           MOVE ZERO TO WSV-CLIENTE
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ALUMNOS
              OR WSV-CLIENTE > ZERO
              IF WSV-ALU-LEGAJO(WSV-IDX) = REG-SOL-LEGAJO
                 MOVE WSV-ALU-CLIENTE(WSV-IDX) TO WSV-CLIENTE
              END-IF
           END-PERFORM
           IF WSV-CLIENTE = ZERO
              GO TO 270000-CONTROLAR-DEUDA-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-DEUDORES
              OR WSV-MOROSO
              IF WSV-DEU-CLIENTE(WSV-IDX) = WSV-CLIENTE
                 MOVE "S" TO WSV-SW-MOROSO
              END-IF
           END-PERFORM
           .
       270000-CONTROLAR-DEUDA-F. EXIT.
      ******************************************************************
      *                         280000-RECHAZAR
      ******************************************************************
       280000-RECHAZAR.
