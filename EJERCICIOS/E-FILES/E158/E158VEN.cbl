      ******************************************************************
      *Lista diaria de vencimientos de reclamos. Recorre los reclamos
      *abiertos de RECLAMOS.txt (E158) y para cada uno calcula con
      *RUTFECHA los dias habiles que lleva abierto y los que le
      *quedan hasta el vencimiento del plazo del regulador, o los que
      *lleva vencido. Los que vencen dentro de CON-HABILES-AVISO dias
      *habiles se marcan POR VENCER. Un reclamo vencido se escala:
      *  nivel 1 supervisor   al vencer
      *  nivel 2 gerencia     con mas de CON-ATRASO-GERENCIA dias
      *                       habiles de atraso
      *  nivel 3 direccion    con mas de CON-ATRASO-DIRECCION
      *El nivel solo sube; cuando sube se graba con la fecha en el
      *reclamo. Todos los abiertos se escriben en la lista de trabajo
      *RECLAMOS_PENDIENTES.txt, que se rehace en cada corrida.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E158VEN.
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
      ****************************  I-O  *******************************
       SELECT RECLAMOS ASSIGN TO "RECLAMOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-REC-NUMERO
                       ALTERNATE RECORD KEY IS REG-REC-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-REC.
      ****************************  OUTPUT  ****************************
       SELECT PENDIENTES ASSIGN TO "RECLAMOS_PENDIENTES.txt"
                     FILE STATUS IS FS-STATUS-PEN
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD RECLAMOS.
          01 REG-RECLAMO.
             05 REG-REC-NUMERO           PIC 9(08).
             05 REG-REC-CLIENTE          PIC 9(08).
             05 REG-REC-SUBSISTEMA       PIC X(03).
             05 REG-REC-REFERENCIA       PIC X(20).
             05 REG-REC-CATEGORIA        PIC X(03).
             05 REG-REC-CANAL            PIC X(01).
             05 REG-REC-DESCRIPCION      PIC X(60).
             05 REG-REC-FECHA-RECEPCION  PIC 9(08).
             05 REG-REC-FECHA-VTO        PIC 9(08).
             05 REG-REC-ESTADO           PIC X(01).
                88 REG-REC-ABIERTO              VALUE "A".
                88 REG-REC-RESPONDIDO           VALUE "R".
             05 REG-REC-NIVEL            PIC 9(01).
             05 REG-REC-FECHA-ESCALADO   PIC 9(08).
             05 REG-REC-FECHA-RESPUESTA  PIC 9(08).
             05 REG-REC-RESULTADO        PIC X(01).
             05 REG-REC-DIAS-RESPUESTA   PIC 9(03).
             05 REG-REC-RESPUESTA        PIC X(60).
             05 REG-REC-OPERADOR-ALTA    PIC X(08).
             05 REG-REC-OPERADOR-RESP    PIC X(08).

      *SITUACION: E en plazo, P por vencer (incluye vence hoy),
      *V vencido. DIAS-PLAZO son los habiles que faltan (E, P) o los
      *de atraso (V). ESCALADO: S si el nivel subio en esta corrida.
       FD PENDIENTES.
          01 REG-PENDIENTE.
             05 REG-PEN-FECHA-PROCESO    PIC 9(08).
             05 REG-PEN-NUMERO           PIC 9(08).
             05 REG-PEN-CLIENTE          PIC 9(08).
             05 REG-PEN-SUBSISTEMA       PIC X(03).
             05 REG-PEN-REFERENCIA       PIC X(20).
             05 REG-PEN-CATEGORIA        PIC X(03).
             05 REG-PEN-FECHA-RECEPCION  PIC 9(08).
             05 REG-PEN-FECHA-VTO        PIC 9(08).
             05 REG-PEN-DIAS-ABIERTO     PIC 9(05).
             05 REG-PEN-SITUACION        PIC X(01).
             05 REG-PEN-DIAS-PLAZO       PIC 9(05).
             05 REG-PEN-NIVEL            PIC 9(01).
             05 REG-PEN-ESCALADO         PIC X(01).
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
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-200000-PROCESS         PIC X(30) VALUE
              '200000-PROCESS              '.
              05 CON-230000-ESCALAR         PIC X(30) VALUE
              '230000-ESCALAR              '.
              05 CON-250000-GRABAR-PENDIENTE PIC X(30) VALUE
              '250000-GRABAR-PENDIENTE     '.
           02 CON-POLITICAS.
      *Dias habiles antes del vencimiento en que se avisa.
              05 CON-HABILES-AVISO      PIC 9(02) VALUE 2.
      *Dias habiles de atraso a partir de los que se escala.
              05 CON-ATRASO-GERENCIA    PIC 9(02) VALUE 5.
              05 CON-ATRASO-DIRECCION   PIC 9(02) VALUE 10.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-RECLAMOS   PIC X(10) VALUE 'RECLAMOS  '.
              05 CON-PENDIENTES PIC X(10) VALUE 'PENDIENTES'.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
             88 FS-STATUS-REC-EOF              VALUE "10".
             88 FS-STATUS-REC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PEN           PIC X(02) VALUE "00".
             88 FS-STATUS-PEN-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-DIAS-ABIERTO        PIC 9(05).
          05 WSV-DIAS-PLAZO          PIC 9(05).
          05 WSV-SITUACION           PIC X(01).
             88 WSV-EN-PLAZO                   VALUE "E".
             88 WSV-POR-VENCER                 VALUE "P".
             88 WSV-VENCIDO                    VALUE "V".
          05 WSV-NIVEL-NUEVO         PIC 9(01).
          05 WSV-ESCALADO            PIC X(01).
          05 WSV-DESC-SITUACION      PIC X(11).
      ********************  LINEA DEL INFORME  *************************
       01 WSR-LINEA-DETALLE.
          05 WSR-DET-NUMERO          PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-CLIENTE         PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-SUBSISTEMA      PIC X(03).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-CATEGORIA       PIC X(03).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-RECEPCION       PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-VENCIMIENTO     PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-DIAS-ABIERTO    PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-SITUACION       PIC X(11).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-DIAS-PLAZO      PIC ZZZZ9.
          05 FILLER                  PIC X(03) VALUE SPACE.
          05 WSR-DET-NIVEL           PIC 9(01).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-MARCA           PIC X(08).
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-ABIERTOS       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-EN-PLAZO       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-POR-VENCER     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-VENCIDOS       PIC 9(07) VALUE ZERO.
          05 WSV-CANT-ESCALADOS      PIC 9(07) VALUE ZERO.
          05 WSV-CANT-NIVEL-1        PIC 9(07) VALUE ZERO.
          05 WSV-CANT-NIVEL-2        PIC 9(07) VALUE ZERO.
          05 WSV-CANT-NIVEL-3        PIC 9(07) VALUE ZERO.
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
           MOVE "E158VEN" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL FS-STATUS-REC-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "VENCIMIENTOS DE RECLAMOS ABIERTOS" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "RECLAMO  CLIENTE  SUB CAT RECIBIDO VENCE    "
                   "ABIER SITUACION    PLAZO NIV"
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *Fecha de proceso: la del sistema salvo que PARAMETROS.txt
      *traiga otra (reproceso).
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
      *                         110000-OPEN-ARCHIVOS
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O RECLAMOS
           IF FS-STATUS-REC-NOT-FOUND
              DISPLAY "E158VEN: NO HAY RECLAMOS REGISTRADOS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-REC-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-RECLAMOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT PENDIENTES
           IF NOT FS-STATUS-PEN-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-PENDIENTES           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PEN            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           READ RECLAMOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-REC-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-REC-EOF
                    GO TO 200000-PROCESS-F
               WHEN OTHER
                    MOVE CON-200000-PROCESS TO WS-ERR-PARRAFO
                    MOVE CON-RECLAMOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REC      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-REC-ABIERTO
              GO TO 200000-PROCESS-F
           END-IF
           ADD 1 TO WSV-CANT-ABIERTOS

           PERFORM 210000-CALCULAR-PLAZO
              THRU 210000-CALCULAR-PLAZO-F

           MOVE "N" TO WSV-ESCALADO
           IF WSV-VENCIDO
              PERFORM 230000-ESCALAR
                 THRU 230000-ESCALAR-F
           END-IF

           EVALUATE REG-REC-NIVEL
               WHEN 1
                    ADD 1 TO WSV-CANT-NIVEL-1
               WHEN 2
                    ADD 1 TO WSV-CANT-NIVEL-2
               WHEN 3
                    ADD 1 TO WSV-CANT-NIVEL-3
           END-EVALUATE

           PERFORM 250000-GRABAR-PENDIENTE
              THRU 250000-GRABAR-PENDIENTE-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-CALCULAR-PLAZO
      *Dias habiles abierto: desde la recepcion (sin contarla) hasta
      *la fecha de proceso. Dias de plazo: hasta el vencimiento, o
      *desde el vencimiento si ya paso.
      ******************************************************************
       210000-CALCULAR-PLAZO.
           MOVE "D"                     TO WS-FEC-OPERACION
           MOVE REG-REC-FECHA-RECEPCION TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO       TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              MOVE WS-FEC-DIAS TO WSV-DIAS-ABIERTO
           ELSE
              MOVE ZERO        TO WSV-DIAS-ABIERTO
           END-IF

           MOVE "D" TO WS-FEC-OPERACION
           IF WSV-FECHA-PROCESO > REG-REC-FECHA-VTO
              MOVE "V"               TO WSV-SITUACION
              MOVE REG-REC-FECHA-VTO TO WS-FEC-FECHA
              MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
           ELSE
              MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
              MOVE REG-REC-FECHA-VTO TO WS-FEC-FECHA2
           END-IF
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET = ZERO
              MOVE WS-FEC-DIAS TO WSV-DIAS-PLAZO
           ELSE
              MOVE ZERO        TO WSV-DIAS-PLAZO
           END-IF

           EVALUATE TRUE
               WHEN WSV-VENCIDO
                    ADD 1 TO WSV-CANT-VENCIDOS
                    MOVE "VENCIDO"     TO WSV-DESC-SITUACION
               WHEN WSV-DIAS-PLAZO = ZERO
                    MOVE "P"           TO WSV-SITUACION
                    ADD 1 TO WSV-CANT-POR-VENCER
                    MOVE "VENCE HOY"   TO WSV-DESC-SITUACION
               WHEN WSV-DIAS-PLAZO NOT > CON-HABILES-AVISO
                    MOVE "P"           TO WSV-SITUACION
                    ADD 1 TO WSV-CANT-POR-VENCER
                    MOVE "POR VENCER"  TO WSV-DESC-SITUACION
               WHEN OTHER
                    MOVE "E"           TO WSV-SITUACION
                    ADD 1 TO WSV-CANT-EN-PLAZO
                    MOVE "EN PLAZO"    TO WSV-DESC-SITUACION
           END-EVALUATE
           .
       210000-CALCULAR-PLAZO-F. EXIT.
      ******************************************************************
      *                         230000-ESCALAR
      *El nivel que corresponde al atraso; si es mayor que el que ya
      *tiene el reclamo se graba con la fecha de proceso.
      ******************************************************************
       230000-ESCALAR.
           EVALUATE TRUE
               WHEN WSV-DIAS-PLAZO > CON-ATRASO-DIRECCION
                    MOVE 3 TO WSV-NIVEL-NUEVO
               WHEN WSV-DIAS-PLAZO > CON-ATRASO-GERENCIA
                    MOVE 2 TO WSV-NIVEL-NUEVO
               WHEN OTHER
                    MOVE 1 TO WSV-NIVEL-NUEVO
           END-EVALUATE

           IF WSV-NIVEL-NUEVO NOT > REG-REC-NIVEL
              GO TO 230000-ESCALAR-F
           END-IF

           MOVE WSV-NIVEL-NUEVO   TO REG-REC-NIVEL
           MOVE WSV-FECHA-PROCESO TO REG-REC-FECHA-ESCALADO
           REWRITE REG-RECLAMO
           IF NOT FS-STATUS-REC-OK
              MOVE CON-230000-ESCALAR TO WS-ERR-PARRAFO
              MOVE CON-RECLAMOS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE "S" TO WSV-ESCALADO
           ADD 1 TO WSV-CANT-ESCALADOS
           .
       230000-ESCALAR-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-PENDIENTE
      ******************************************************************
       250000-GRABAR-PENDIENTE.
           MOVE WSV-FECHA-PROCESO       TO REG-PEN-FECHA-PROCESO
           MOVE REG-REC-NUMERO          TO REG-PEN-NUMERO
           MOVE REG-REC-CLIENTE         TO REG-PEN-CLIENTE
           MOVE REG-REC-SUBSISTEMA      TO REG-PEN-SUBSISTEMA
           MOVE REG-REC-REFERENCIA      TO REG-PEN-REFERENCIA
           MOVE REG-REC-CATEGORIA       TO REG-PEN-CATEGORIA
           MOVE REG-REC-FECHA-RECEPCION TO REG-PEN-FECHA-RECEPCION
           MOVE REG-REC-FECHA-VTO       TO REG-PEN-FECHA-VTO
           MOVE WSV-DIAS-ABIERTO        TO REG-PEN-DIAS-ABIERTO
           MOVE WSV-SITUACION           TO REG-PEN-SITUACION
           MOVE WSV-DIAS-PLAZO          TO REG-PEN-DIAS-PLAZO
           MOVE REG-REC-NIVEL           TO REG-PEN-NIVEL
           MOVE WSV-ESCALADO            TO REG-PEN-ESCALADO
           WRITE REG-PENDIENTE
           IF NOT FS-STATUS-PEN-OK
              MOVE CON-250000-GRABAR-PENDIENTE TO WS-ERR-PARRAFO
              MOVE CON-PENDIENTES              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-PEN               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE REG-REC-NUMERO          TO WSR-DET-NUMERO
           MOVE REG-REC-CLIENTE         TO WSR-DET-CLIENTE
           MOVE REG-REC-SUBSISTEMA      TO WSR-DET-SUBSISTEMA
           MOVE REG-REC-CATEGORIA       TO WSR-DET-CATEGORIA
           MOVE REG-REC-FECHA-RECEPCION TO WSR-DET-RECEPCION
           MOVE REG-REC-FECHA-VTO       TO WSR-DET-VENCIMIENTO
           MOVE WSV-DIAS-ABIERTO        TO WSR-DET-DIAS-ABIERTO
           MOVE WSV-DESC-SITUACION      TO WSR-DET-SITUACION
           MOVE WSV-DIAS-PLAZO          TO WSR-DET-DIAS-PLAZO
           MOVE REG-REC-NIVEL           TO WSR-DET-NIVEL
           IF WSV-ESCALADO = "S"
              MOVE "ESCALADO" TO WSR-DET-MARCA
           ELSE
              MOVE SPACES     TO WSR-DET-MARCA
           END-IF
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSR-LINEA-DETALLE
           .
       250000-GRABAR-PENDIENTE-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE RECLAMOS
           CLOSE PENDIENTES

           DISPLAY " "
           DISPLAY "E158VEN - VENCIMIENTOS DE RECLAMOS AL "
                   WSV-FECHA-PROCESO
           DISPLAY "RECLAMOS LEIDOS           : " WSV-CANT-LEIDOS
           DISPLAY "RECLAMOS ABIERTOS         : " WSV-CANT-ABIERTOS
           DISPLAY "  EN PLAZO                : " WSV-CANT-EN-PLAZO
           DISPLAY "  POR VENCER              : " WSV-CANT-POR-VENCER
           DISPLAY "  VENCIDOS                : " WSV-CANT-VENCIDOS
           DISPLAY "ESCALADOS HOY             : " WSV-CANT-ESCALADOS
           DISPLAY "EN NIVEL 1 SUPERVISOR     : " WSV-CANT-NIVEL-1
           DISPLAY "EN NIVEL 2 GERENCIA       : " WSV-CANT-NIVEL-2
           DISPLAY "EN NIVEL 3 DIRECCION      : " WSV-CANT-NIVEL-3
           STOP RUN
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
       END PROGRAM E158VEN.
