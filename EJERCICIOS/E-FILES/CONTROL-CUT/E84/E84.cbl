      *aplicadas por sucursal queda en NOVEDADES_REGISTRO.txt para
      *que personal verifique que se aplico.
      *El valor hora del basico se toma sobre 160 horas mensuales.
      *Un empleado cuyo legajo ya tiene la liquidacion final (E174)
      *no pasa a LOTE_AJUSTADO.txt: no se le paga otro mes. Sin
      *LEGAJOS.txt el lote pasa completo.
      *Cada mes queda en NOVEDADES_HISTORICO.txt el basico de cada
      *empleado (concepto 00) y cada novedad aplicada con su tipo e
      *importe, para que un retroactivo (E177) pueda rehacer el bruto
      *de los meses pasados.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
      *                            FILES
      ******************************************************************
      *****************************  INPUT  ****************************
       SELECT LEGAJOS ASSIGN TO "LEGAJOS.txt"
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS RANDOM
                      RECORD KEY   IS REG-LEG-CLAVE
                      FILE STATUS  IS FS-STATUS-LEG.

       SELECT DATOS ASSIGN TO "LOTE.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-LOT.
       SELECT REGISTRO ASSIGN TO "NOVEDADES_REGISTRO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-REG.

       SELECT HISTORICO ASSIGN TO "NOVEDADES_HISTORICO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-HIS.
       DATA DIVISION.
       FILE SECTION.
       FD LEGAJOS.
          01 REG-LEGAJO.
             05 REG-LEG-CLAVE.
                10 REG-LEG-SUC           PIC 9(02).
                10 REG-LEG-DEP           PIC 9(02).
                10 REG-LEG-SEC           PIC 9(02).
                10 REG-LEG-COD-EMP       PIC 9(02).
             05 REG-LEG-FECHA-INGRESO    PIC 9(08).
             05 REG-LEG-CATEGORIA        PIC X(02).
             05 REG-LEG-ESTADO-CIVIL     PIC X(01).
             05 REG-LEG-REGIMEN-REDUCIDO PIC X(01).
             05 REG-LEG-CANT-CARGAS      PIC 9(02).
             05 REG-LEG-CARGAS.
                10 REG-LEG-NACIMIENTO    PIC 9(08) OCCURS 10 TIMES.
             05 REG-LEG-ESTADO           PIC X(01).
                88 REG-LEG-ACTIVO              VALUE "A" " ".
                88 REG-LEG-EGRESO-PENDIENTE    VALUE "E".
                88 REG-LEG-LIQUIDADO           VALUE "L".
             05 REG-LEG-FECHA-EGRESO     PIC 9(08).
             05 REG-LEG-CAUSA-EGRESO     PIC X(01).
             05 REG-LEG-FECHA-LIQUIDACION PIC 9(08).

       FD DATOS.
          01 REG-DATOS.
             05 REG-SUC                         PIC 9(02).

       FD REGISTRO.
          01 REG-REGISTRO                       PIC X(80).

      *Tipo B para el basico del mes, o el tipo del concepto.
       FD HISTORICO.
          01 REG-HISTORICO.
             05 REG-HIS-PERIODO                 PIC 9(06).
             05 REG-HIS-CLAVE                   PIC 9(08).
             05 REG-HIS-CONCEPTO                PIC 9(02).
             05 REG-HIS-TIPO                    PIC X(01).
             05 REG-HIS-SIGNO                   PIC X(01).
             05 REG-HIS-IMPORTE                 PIC 9(06)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'LOTE      '.
              05 CON-LEGAJOS   PIC X(10) VALUE 'LEGAJOS   '.
              05 CON-NOVEDADES PIC X(10) VALUE 'NOVEDADES '.
              05 CON-CONCEPTOS PIC X(10) VALUE 'CONCEPTOS '.
              05 CON-AJUSTADO  PIC X(10) VALUE 'AJUSTADO  '.
              05 CON-REGISTRO  PIC X(10) VALUE 'REGISTRO  '.
              05 CON-HISTORICO PIC X(10) VALUE 'HISTORICO '.
           02 CON-OTROS.
              05 CON-HORAS-MES PIC 9(03) VALUE 160.
      ************************** TABLES ********************************
       01 WSV-CANT-CONCEPTOS            PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-LEG           PIC X(02) VALUE "00".
             88 FS-STATUS-LEG-OK               VALUE "00".
             88 FS-STATUS-LEG-NO-EXISTE        VALUE "23".
             88 FS-STATUS-LEG-NOT-FOUND        VALUE "35".
          05 WSV-SW-LEGAJOS          PIC X(01) VALUE "N".
             88 WSV-HAY-LEGAJOS                VALUE "S".
          05 FS-STATUS-LOT           PIC X(02) VALUE "00".
             88 FS-STATUS-LOT-OK               VALUE "00".
             88 FS-STATUS-LOT-EOF              VALUE "10".
             88 FS-STATUS-AJU-OK               VALUE "00".
          05 FS-STATUS-REG           PIC X(02) VALUE "00".
             88 FS-STATUS-REG-OK               VALUE "00".
          05 FS-STATUS-HIS           PIC X(02) VALUE "00".
             88 FS-STATUS-HIS-OK               VALUE "00".
             88 FS-STATUS-HIS-NOT-FOUND        VALUE "35".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-CPT             PIC 9(02).
          05 WSV-CLAVE-EMP.
          05 WSV-CANT-EMPLEADOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-APLICADAS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-CONCEPTO   PIC 9(05) VALUE ZERO.
          05 WSV-CANT-LIQUIDADOS     PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E84" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WSV-PERIODO = WSV-FECHA-HOY / 100

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT LEGAJOS
           EVALUATE TRUE
               WHEN FS-STATUS-LEG-OK
                    MOVE "S" TO WSV-SW-LEGAJOS
               WHEN FS-STATUS-LEG-NOT-FOUND
                    DISPLAY "E84: SIN LEGAJOS - NO SE CONTROLAN EGRESOS"
               WHEN OTHER
                    MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
                    MOVE CON-LEGAJOS        TO WS-ERR-OBJETO
                    MOVE CON-ABRIR          TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LEG      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           OPEN OUTPUT AJUSTADO
           OPEN OUTPUT REGISTRO
           IF NOT FS-STATUS-AJU-OK
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND HISTORICO
           IF FS-STATUS-HIS-NOT-FOUND
              OPEN OUTPUT HISTORICO
           END-IF
           IF NOT FS-STATUS-HIS-OK
              MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
              MOVE CON-HISTORICO      TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIS      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       130000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           MOVE REG-DATOS(1:8) TO WSV-CLAVE-EMP
           IF WSV-HAY-LEGAJOS
              MOVE WSV-CLAVE-EMP TO REG-LEG-CLAVE
              READ LEGAJOS
              IF FS-STATUS-LEG-OK AND REG-LEG-LIQUIDADO
                 ADD 1 TO WSV-CANT-LIQUIDADOS
                 DISPLAY "E84: LEGAJO " WSV-CLAVE-EMP
                         " CON LIQUIDACION FINAL - FUERA DEL LOTE"
                 PERFORM 210000-READ-LOTE
                    THRU 210000-READ-LOTE-F
                 GO TO 200000-PROCESS-F
              END-IF
              IF NOT FS-STATUS-LEG-OK AND NOT FS-STATUS-LEG-NO-EXISTE
                 MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
                 MOVE CON-LEGAJOS        TO WS-ERR-OBJETO
                 MOVE CON-LEER           TO WS-ERR-OPERACION
                 MOVE FS-STATUS-LEG      TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           ADD 1 TO WSV-CANT-EMPLEADOS
           COMPUTE WSV-VALOR-HORA ROUNDED =
              REG-SALARY / CON-HORAS-MES
           MOVE ZERO TO WSV-AJUSTE

           MOVE ZERO       TO REG-HIS-CONCEPTO
           MOVE "B"        TO REG-HIS-TIPO
           MOVE REG-SALARY TO WSV-IMPORTE
           PERFORM 230000-GRABAR-HISTORICO
              THRU 230000-GRABAR-HISTORICO-F

           PERFORM 220000-APLICAR-NOVEDAD
              THRU 220000-APLICAR-NOVEDAD-F
              VARYING WSV-IDX FROM 1 BY 1
           ADD WSV-IMPORTE TO WSV-AJUSTE
           ADD 1 TO WSV-CANT-APLICADAS

           MOVE WSV-NOV-CONCEPTO(WSV-IDX)  TO REG-HIS-CONCEPTO
           MOVE WSV-CPT-TIPO(WSV-IDX-CPT)  TO REG-HIS-TIPO
           PERFORM 230000-GRABAR-HISTORICO
              THRU 230000-GRABAR-HISTORICO-F

           MOVE WSV-IMPORTE TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "SUC " DELIMITED BY SIZE
           .
       220000-APLICAR-NOVEDAD-F. EXIT.
      ******************************************************************
      *                         230000-GRABAR-HISTORICO
      *Concepto y tipo ya cargados; el importe sale de WSV-IMPORTE.
      ******************************************************************
       230000-GRABAR-HISTORICO.
           MOVE WSV-PERIODO   TO REG-HIS-PERIODO
           MOVE WSV-CLAVE-EMP TO REG-HIS-CLAVE
           IF WSV-IMPORTE < ZERO
              MOVE "-" TO REG-HIS-SIGNO
              COMPUTE REG-HIS-IMPORTE = WSV-IMPORTE * -1
           ELSE
              MOVE "+" TO REG-HIS-SIGNO
              MOVE WSV-IMPORTE TO REG-HIS-IMPORTE
           END-IF
           WRITE REG-HISTORICO
           IF NOT FS-STATUS-HIS-OK
              MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
              MOVE CON-HISTORICO      TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIS      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       230000-GRABAR-HISTORICO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DATOS
           CLOSE AJUSTADO
           CLOSE REGISTRO
           CLOSE HISTORICO
           IF WSV-HAY-LEGAJOS
              CLOSE LEGAJOS
           END-IF

           DISPLAY "E84 - NOVEDADES DE NOMINA APLICADAS"
           DISPLAY "EMPLEADOS PROCESADOS   : " WSV-CANT-EMPLEADOS
           DISPLAY "NOVEDADES APLICADAS    : " WSV-CANT-APLICADAS
           DISPLAY "NOVEDADES SIN CONCEPTO : " WSV-CANT-SIN-CONCEPTO
           DISPLAY "LIQUIDADOS FUERA LOTE  : " WSV-CANT-LIQUIDADOS
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
