      ******************************************************************
      *Regimen informativo mensual de reclamos de clientes. Paso de
      *PROCESO-MENSUAL: recorre RECLAMOS.txt (E158) y por cada
      *categoria de reclamo cuenta en el periodo de la fecha de
      *proceso:
      *  - recibidos: con fecha de recepcion en el mes;
      *  - respondidos: con fecha de respuesta en el mes, separados
      *    en dentro y fuera del plazo del regulador, por tramo de
      *    dias habiles de respuesta (hasta CON-TRAMO-1, hasta
      *    CON-TRAMO-2, mas) con el promedio de dias, y por resultado
      *    (favorable, parcial, desfavorable al cliente);
      *  - pendientes al cierre: recibidos hasta la fecha de proceso
      *    y sin respuesta a esa fecha, y cuantos de ellos vencidos.
      *Un reclamo con una categoria que ya no esta en la tabla se
      *informa como OTR. Sale RECLAMOS_REGULADOR.txt con cabecera H
      *(entidad y periodo), un detalle D por categoria y trailer T
      *con los totales, y el mismo cuadro por pantalla.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E158EST.
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

       SELECT RECLAMOS ASSIGN TO "RECLAMOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS SEQUENTIAL
                       RECORD KEY   IS REG-REC-NUMERO
                       ALTERNATE RECORD KEY IS REG-REC-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-REC.
      ****************************  OUTPUT  ****************************
       SELECT REGULADOR ASSIGN TO "RECLAMOS_REGULADOR.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RRG.
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
                88 REG-REC-FAVORABLE            VALUE "F".
                88 REG-REC-PARCIAL              VALUE "P".
                88 REG-REC-DESFAVORABLE         VALUE "D".
             05 REG-REC-DIAS-RESPUESTA   PIC 9(03).
             05 REG-REC-RESPUESTA        PIC X(60).
             05 REG-REC-OPERADOR-ALTA    PIC X(08).
             05 REG-REC-OPERADOR-RESP    PIC X(08).

      *El trailer T usa el mismo diseno que el detalle D, con la
      *categoria en blanco y los totales del periodo.
       FD REGULADOR.
          01 REG-RRG-DETALLE.
             05 REG-RRG-TIPO             PIC X(01).
             05 REG-RRG-PERIODO          PIC 9(06).
             05 REG-RRG-CATEGORIA        PIC X(03).
             05 REG-RRG-RECIBIDOS        PIC 9(07).
             05 REG-RRG-RESPONDIDOS      PIC 9(07).
             05 REG-RRG-EN-PLAZO         PIC 9(07).
             05 REG-RRG-FUERA-PLAZO      PIC 9(07).
             05 REG-RRG-TRAMO            PIC 9(07) OCCURS 3 TIMES.
             05 REG-RRG-PROMEDIO-DIAS    PIC 9(03)V9(02).
             05 REG-RRG-FAVORABLES       PIC 9(07).
             05 REG-RRG-PARCIALES        PIC 9(07).
             05 REG-RRG-DESFAVORABLES    PIC 9(07).
             05 REG-RRG-PENDIENTES       PIC 9(07).
             05 REG-RRG-PEND-VENCIDOS    PIC 9(07).
          01 REG-RRG-CABECERA.
             05 REG-RRC-TIPO             PIC X(01).
             05 REG-RRC-ENTIDAD          PIC 9(05).
             05 REG-RRC-PERIODO          PIC 9(06).
             05 REG-RRC-FECHA-GENERACION PIC 9(08).
             05 FILLER                   PIC X(79).
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
              05 CON-110000-OPEN-RECLAMOS   PIC X(30) VALUE
              '110000-OPEN-RECLAMOS        '.
              05 CON-200000-PROCESS         PIC X(30) VALUE
              '200000-PROCESS              '.
              05 CON-320000-GENERAR-ARCHIVO PIC X(30) VALUE
              '320000-GENERAR-ARCHIVO      '.
           02 CON-POLITICAS.
      *Codigo de entidad asignado por el BCRA para el regimen.
              05 CON-ENTIDAD            PIC 9(05) VALUE 00999.
      *Tramos de dias habiles de respuesta que pide el regimen.
              05 CON-TRAMO-1            PIC 9(03) VALUE 5.
              05 CON-TRAMO-2            PIC 9(03) VALUE 10.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-RECLAMOS   PIC X(10) VALUE 'RECLAMOS  '.
              05 CON-REGULADOR  PIC X(10) VALUE 'REGULADOR '.
      ************************** TABLES ********************************
      *Categorias de reclamo que se informan al regulador; la ultima
      *(OTR) recibe tambien las categorias desconocidas.
       01 WSV-CATEGORIAS-VALORES.
          05 FILLER PIC X(33) VALUE 'DEBDEBITO RECHAZADO O INDEBIDO  '.
          05 FILLER PIC X(33) VALUE 'CARCARGO DE TARJETA NO RECONOC. '.
          05 FILLER PIC X(33) VALUE 'FACERROR DE FACTURACION         '.
          05 FILLER PIC X(33) VALUE 'SERFALLA O CORTE DEL SERVICIO   '.
          05 FILLER PIC X(33) VALUE 'ATEATENCION AL CLIENTE          '.
          05 FILLER PIC X(33) VALUE 'OTROTROS                        '.
       01 WSV-TABLA-CATEGORIAS REDEFINES WSV-CATEGORIAS-VALORES.
          02 WSV-CAT-ENTRY OCCURS 6 TIMES.
             05 WSV-CAT-CODIGO           PIC X(03).
             05 WSV-CAT-DESCRIPCION      PIC X(30).
       01 WSV-CANT-CATEGORIAS            PIC 9(02) VALUE 6.
      *Contadores por categoria; la entrada 7 acumula el total.
       01 WSV-TABLA-ESTADISTICA.
          02 WSV-EST-ENTRY OCCURS 7 TIMES.
             05 WSV-EST-RECIBIDOS        PIC 9(07).
             05 WSV-EST-RESPONDIDOS      PIC 9(07).
             05 WSV-EST-EN-PLAZO         PIC 9(07).
             05 WSV-EST-FUERA-PLAZO      PIC 9(07).
             05 WSV-EST-TRAMO            PIC 9(07) OCCURS 3 TIMES.
             05 WSV-EST-DIAS             PIC 9(09).
             05 WSV-EST-FAVORABLES       PIC 9(07).
             05 WSV-EST-PARCIALES        PIC 9(07).
             05 WSV-EST-DESFAVORABLES    PIC 9(07).
             05 WSV-EST-PENDIENTES       PIC 9(07).
             05 WSV-EST-PEND-VENCIDOS    PIC 9(07).
       01 WSV-IDX-TOTAL                  PIC 9(02) VALUE 7.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
             88 FS-STATUS-REC-EOF              VALUE "10".
             88 FS-STATUS-REC-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RRG           PIC X(02) VALUE "00".
             88 FS-STATUS-RRG-OK               VALUE "00".
          05 WSV-SW-CATEGORIA-HALLADA PIC X(01).
             88 WSV-CATEGORIA-HALLADA          VALUE "S".
          05 WSV-SW-HAY-RECLAMOS     PIC X(01) VALUE "S".
             88 WSV-HAY-RECLAMOS               VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PERIODO          PIC 9(06).
             10 FILLER               PIC 9(02).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-FECHA-AUX           PIC 9(08).
          05 WSV-FECHA-AUX-R REDEFINES WSV-FECHA-AUX.
             10 WSV-PERIODO-AUX      PIC 9(06).
             10 FILLER               PIC 9(02).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-CAT             PIC 9(02).
          05 WSV-IDX-TRAMO           PIC 9(01).
          05 WSV-PROMEDIO            PIC 9(03)V9(02).
      ********************  LINEA DEL INFORME  *************************
       01 WSR-LINEA-DETALLE.
          05 WSR-DET-CATEGORIA       PIC X(03).
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-RECIBIDOS       PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-RESPONDIDOS     PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-EN-PLAZO        PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-FUERA-PLAZO     PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-TRAMO-1         PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-TRAMO-2         PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-TRAMO-3         PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-PROMEDIO        PIC ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-FAVORABLES      PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-PARCIALES       PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-DESFAVORABLES   PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-PENDIENTES      PIC ZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACE.
          05 WSR-DET-PEND-VENCIDOS   PIC ZZZZ9.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-CATEGORIA  PIC 9(07) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-CABECERA.
           COPY WSCABECERA.
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
           MOVE "E158EST" TO WS-ERR-PROGRAMA

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
           INITIALIZE WSV-TABLA-ESTADISTICA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-OPEN-RECLAMOS
              THRU 110000-OPEN-RECLAMOS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *Fecha de proceso: la del sistema salvo que PARAMETROS.txt
      *traiga otra (reproceso). El periodo es su anio y mes.
      ******************************************************************
       105000-LEER-PARAMETROS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
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
      *                         110000-OPEN-RECLAMOS
      *Sin registro de reclamos el regimen se presenta igual, con
      *todas las categorias en cero.
      ******************************************************************
       110000-OPEN-RECLAMOS.
           OPEN INPUT RECLAMOS
           IF FS-STATUS-REC-NOT-FOUND
              DISPLAY "E158EST: NO HAY RECLAMOS REGISTRADOS - "
                      "SE INFORMA EN CERO"
              MOVE "N"  TO WSV-SW-HAY-RECLAMOS
              MOVE "10" TO FS-STATUS-REC
              GO TO 110000-OPEN-RECLAMOS-F
           END-IF
           IF NOT FS-STATUS-REC-OK
              MOVE CON-110000-OPEN-RECLAMOS TO WS-ERR-PARRAFO
              MOVE CON-RECLAMOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-RECLAMOS-F. EXIT.
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

           IF REG-REC-FECHA-RECEPCION > WSV-FECHA-PROCESO
              GO TO 200000-PROCESS-F
           END-IF

           PERFORM 210000-BUSCAR-CATEGORIA
              THRU 210000-BUSCAR-CATEGORIA-F

           MOVE REG-REC-FECHA-RECEPCION TO WSV-FECHA-AUX
           IF WSV-PERIODO-AUX = WSV-PERIODO
              ADD 1 TO WSV-EST-RECIBIDOS(WSV-IDX-CAT)
           END-IF

           IF REG-REC-RESPONDIDO
              AND REG-REC-FECHA-RESPUESTA NOT > WSV-FECHA-PROCESO
              MOVE REG-REC-FECHA-RESPUESTA TO WSV-FECHA-AUX
              IF WSV-PERIODO-AUX = WSV-PERIODO
                 PERFORM 220000-CONTAR-RESPUESTA
                    THRU 220000-CONTAR-RESPUESTA-F
              END-IF
           ELSE
              ADD 1 TO WSV-EST-PENDIENTES(WSV-IDX-CAT)
              IF REG-REC-FECHA-VTO < WSV-FECHA-PROCESO
                 ADD 1 TO WSV-EST-PEND-VENCIDOS(WSV-IDX-CAT)
              END-IF
           END-IF
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-BUSCAR-CATEGORIA
      *Deja en WSV-IDX-CAT la entrada de la categoria del reclamo;
      *una desconocida va a la ultima (OTR).
      ******************************************************************
       210000-BUSCAR-CATEGORIA.
           MOVE "N" TO WSV-SW-CATEGORIA-HALLADA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CATEGORIAS
              OR WSV-CATEGORIA-HALLADA
              IF WSV-CAT-CODIGO(WSV-IDX) = REG-REC-CATEGORIA
                 MOVE "S"     TO WSV-SW-CATEGORIA-HALLADA
                 MOVE WSV-IDX TO WSV-IDX-CAT
              END-IF
           END-PERFORM

           IF NOT WSV-CATEGORIA-HALLADA
              ADD 1 TO WSV-CANT-SIN-CATEGORIA
              MOVE WSV-CANT-CATEGORIAS TO WSV-IDX-CAT
           END-IF
           .
       210000-BUSCAR-CATEGORIA-F. EXIT.
      ******************************************************************
      *                         220000-CONTAR-RESPUESTA
      ******************************************************************
       220000-CONTAR-RESPUESTA.
           ADD 1 TO WSV-EST-RESPONDIDOS(WSV-IDX-CAT)
           ADD REG-REC-DIAS-RESPUESTA TO WSV-EST-DIAS(WSV-IDX-CAT)

           IF REG-REC-FECHA-RESPUESTA > REG-REC-FECHA-VTO
              ADD 1 TO WSV-EST-FUERA-PLAZO(WSV-IDX-CAT)
           ELSE
              ADD 1 TO WSV-EST-EN-PLAZO(WSV-IDX-CAT)
           END-IF

           EVALUATE TRUE
               WHEN REG-REC-DIAS-RESPUESTA NOT > CON-TRAMO-1
                    MOVE 1 TO WSV-IDX-TRAMO
               WHEN REG-REC-DIAS-RESPUESTA NOT > CON-TRAMO-2
                    MOVE 2 TO WSV-IDX-TRAMO
               WHEN OTHER
                    MOVE 3 TO WSV-IDX-TRAMO
           END-EVALUATE
           ADD 1 TO WSV-EST-TRAMO(WSV-IDX-CAT, WSV-IDX-TRAMO)

           EVALUATE TRUE
               WHEN REG-REC-FAVORABLE
                    ADD 1 TO WSV-EST-FAVORABLES(WSV-IDX-CAT)
               WHEN REG-REC-PARCIAL
                    ADD 1 TO WSV-EST-PARCIALES(WSV-IDX-CAT)
               WHEN OTHER
                    ADD 1 TO WSV-EST-DESFAVORABLES(WSV-IDX-CAT)
           END-EVALUATE
           .
       220000-CONTAR-RESPUESTA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           IF WSV-HAY-RECLAMOS
              CLOSE RECLAMOS
           END-IF

           PERFORM 310000-SUMAR-TOTAL
              THRU 310000-SUMAR-TOTAL-F
              VARYING WSV-IDX-CAT FROM 1 BY 1
              UNTIL WSV-IDX-CAT > WSV-CANT-CATEGORIAS

           PERFORM 320000-GENERAR-ARCHIVO
              THRU 320000-GENERAR-ARCHIVO-F

           DISPLAY " "
           DISPLAY "E158EST - REGIMEN DE RECLAMOS PERIODO " WSV-PERIODO
           DISPLAY "RECLAMOS LEIDOS          : " WSV-CANT-LEIDOS
           DISPLAY "RECIBIDOS EN EL PERIODO  : "
                   WSV-EST-RECIBIDOS(WSV-IDX-TOTAL)
           DISPLAY "RESPONDIDOS EN EL PERIODO: "
                   WSV-EST-RESPONDIDOS(WSV-IDX-TOTAL)
           DISPLAY "  FUERA DE PLAZO         : "
                   WSV-EST-FUERA-PLAZO(WSV-IDX-TOTAL)
           DISPLAY "PENDIENTES AL CIERRE     : "
                   WSV-EST-PENDIENTES(WSV-IDX-TOTAL)
           DISPLAY "  VENCIDOS               : "
                   WSV-EST-PEND-VENCIDOS(WSV-IDX-TOTAL)
           DISPLAY "CATEGORIAS DESCONOCIDAS  : " WSV-CANT-SIN-CATEGORIA
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-SUMAR-TOTAL
      ******************************************************************
       310000-SUMAR-TOTAL.
           ADD WSV-EST-RECIBIDOS(WSV-IDX-CAT)
            TO WSV-EST-RECIBIDOS(WSV-IDX-TOTAL)
           ADD WSV-EST-RESPONDIDOS(WSV-IDX-CAT)
            TO WSV-EST-RESPONDIDOS(WSV-IDX-TOTAL)
           ADD WSV-EST-EN-PLAZO(WSV-IDX-CAT)
            TO WSV-EST-EN-PLAZO(WSV-IDX-TOTAL)
           ADD WSV-EST-FUERA-PLAZO(WSV-IDX-CAT)
            TO WSV-EST-FUERA-PLAZO(WSV-IDX-TOTAL)
           ADD WSV-EST-TRAMO(WSV-IDX-CAT, 1)
            TO WSV-EST-TRAMO(WSV-IDX-TOTAL, 1)
           ADD WSV-EST-TRAMO(WSV-IDX-CAT, 2)
            TO WSV-EST-TRAMO(WSV-IDX-TOTAL, 2)
           ADD WSV-EST-TRAMO(WSV-IDX-CAT, 3)
            TO WSV-EST-TRAMO(WSV-IDX-TOTAL, 3)
           ADD WSV-EST-DIAS(WSV-IDX-CAT)
            TO WSV-EST-DIAS(WSV-IDX-TOTAL)
           ADD WSV-EST-FAVORABLES(WSV-IDX-CAT)
            TO WSV-EST-FAVORABLES(WSV-IDX-TOTAL)
           ADD WSV-EST-PARCIALES(WSV-IDX-CAT)
            TO WSV-EST-PARCIALES(WSV-IDX-TOTAL)
           ADD WSV-EST-DESFAVORABLES(WSV-IDX-CAT)
            TO WSV-EST-DESFAVORABLES(WSV-IDX-TOTAL)
           ADD WSV-EST-PENDIENTES(WSV-IDX-CAT)
            TO WSV-EST-PENDIENTES(WSV-IDX-TOTAL)
           ADD WSV-EST-PEND-VENCIDOS(WSV-IDX-CAT)
            TO WSV-EST-PEND-VENCIDOS(WSV-IDX-TOTAL)
           .
       310000-SUMAR-TOTAL-F. EXIT.
      ******************************************************************
      *                         320000-GENERAR-ARCHIVO
      ******************************************************************
       320000-GENERAR-ARCHIVO.
           OPEN OUTPUT REGULADOR
           IF NOT FS-STATUS-RRG-OK
              MOVE CON-320000-GENERAR-ARCHIVO TO WS-ERR-PARRAFO
              MOVE CON-REGULADOR              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-RRG              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "REGIMEN DE RECLAMOS DE CLIENTES" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "                    RESPONDIDOS EN EL MES"
                   "                                  AL CIERRE"
           DISPLAY "CAT RECIB RESPO PLAZO FUERA <=  5 <= 10  > 10 "
                   "PROMED FAVOR PARCI DESFA PENDI VENCI"

           MOVE SPACES            TO REG-RRG-CABECERA
           MOVE "H"               TO REG-RRC-TIPO
           MOVE CON-ENTIDAD       TO REG-RRC-ENTIDAD
           MOVE WSV-PERIODO       TO REG-RRC-PERIODO
           MOVE WSV-FECHA-HOY     TO REG-RRC-FECHA-GENERACION
           PERFORM 329000-WRITE-REGULADOR
              THRU 329000-WRITE-REGULADOR-F

           PERFORM 325000-GRABAR-CATEGORIA
              THRU 325000-GRABAR-CATEGORIA-F
              VARYING WSV-IDX-CAT FROM 1 BY 1
              UNTIL WSV-IDX-CAT > WSV-IDX-TOTAL

           CLOSE REGULADOR
           .
       320000-GENERAR-ARCHIVO-F. EXIT.
      ******************************************************************
      *                         325000-GRABAR-CATEGORIA
      *La ultima vuelta (entrada del total) sale como trailer T.
      ******************************************************************
       325000-GRABAR-CATEGORIA.
           MOVE ZERO TO WSV-PROMEDIO
           IF WSV-EST-RESPONDIDOS(WSV-IDX-CAT) > ZERO
              COMPUTE WSV-PROMEDIO ROUNDED =
                 WSV-EST-DIAS(WSV-IDX-CAT) /
                 WSV-EST-RESPONDIDOS(WSV-IDX-CAT)
           END-IF

           MOVE SPACES TO REG-RRG-DETALLE
           IF WSV-IDX-CAT = WSV-IDX-TOTAL
              MOVE "T"    TO REG-RRG-TIPO
              MOVE SPACES TO REG-RRG-CATEGORIA
           ELSE
              MOVE "D"    TO REG-RRG-TIPO
              MOVE WSV-CAT-CODIGO(WSV-IDX-CAT) TO REG-RRG-CATEGORIA
           END-IF
           MOVE WSV-PERIODO TO REG-RRG-PERIODO
           MOVE WSV-EST-RECIBIDOS(WSV-IDX-CAT)   TO REG-RRG-RECIBIDOS
           MOVE WSV-EST-RESPONDIDOS(WSV-IDX-CAT) TO REG-RRG-RESPONDIDOS
           MOVE WSV-EST-EN-PLAZO(WSV-IDX-CAT)    TO REG-RRG-EN-PLAZO
           MOVE WSV-EST-FUERA-PLAZO(WSV-IDX-CAT) TO REG-RRG-FUERA-PLAZO
           MOVE WSV-EST-TRAMO(WSV-IDX-CAT, 1)    TO REG-RRG-TRAMO(1)
           MOVE WSV-EST-TRAMO(WSV-IDX-CAT, 2)    TO REG-RRG-TRAMO(2)
           MOVE WSV-EST-TRAMO(WSV-IDX-CAT, 3)    TO REG-RRG-TRAMO(3)
           MOVE WSV-PROMEDIO                TO REG-RRG-PROMEDIO-DIAS
           MOVE WSV-EST-FAVORABLES(WSV-IDX-CAT)  TO REG-RRG-FAVORABLES
           MOVE WSV-EST-PARCIALES(WSV-IDX-CAT)   TO REG-RRG-PARCIALES
           MOVE WSV-EST-DESFAVORABLES(WSV-IDX-CAT)
             TO REG-RRG-DESFAVORABLES
           MOVE WSV-EST-PENDIENTES(WSV-IDX-CAT)  TO REG-RRG-PENDIENTES
           MOVE WSV-EST-PEND-VENCIDOS(WSV-IDX-CAT)
             TO REG-RRG-PEND-VENCIDOS
           PERFORM 329000-WRITE-REGULADOR
              THRU 329000-WRITE-REGULADOR-F

           IF WSV-IDX-CAT = WSV-IDX-TOTAL
              MOVE "TOT"            TO WSR-DET-CATEGORIA
           ELSE
              MOVE REG-RRG-CATEGORIA TO WSR-DET-CATEGORIA
           END-IF
           MOVE REG-RRG-RECIBIDOS     TO WSR-DET-RECIBIDOS
           MOVE REG-RRG-RESPONDIDOS   TO WSR-DET-RESPONDIDOS
           MOVE REG-RRG-EN-PLAZO      TO WSR-DET-EN-PLAZO
           MOVE REG-RRG-FUERA-PLAZO   TO WSR-DET-FUERA-PLAZO
           MOVE REG-RRG-TRAMO(1)      TO WSR-DET-TRAMO-1
           MOVE REG-RRG-TRAMO(2)      TO WSR-DET-TRAMO-2
           MOVE REG-RRG-TRAMO(3)      TO WSR-DET-TRAMO-3
           MOVE REG-RRG-PROMEDIO-DIAS TO WSR-DET-PROMEDIO
           MOVE REG-RRG-FAVORABLES    TO WSR-DET-FAVORABLES
           MOVE REG-RRG-PARCIALES     TO WSR-DET-PARCIALES
           MOVE REG-RRG-DESFAVORABLES TO WSR-DET-DESFAVORABLES
           MOVE REG-RRG-PENDIENTES    TO WSR-DET-PENDIENTES
           MOVE REG-RRG-PEND-VENCIDOS TO WSR-DET-PEND-VENCIDOS
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSR-LINEA-DETALLE
           .
       325000-GRABAR-CATEGORIA-F. EXIT.
      ******************************************************************
      *                         329000-WRITE-REGULADOR
      ******************************************************************
       329000-WRITE-REGULADOR.
           WRITE REG-RRG-DETALLE
           IF NOT FS-STATUS-RRG-OK
              MOVE CON-320000-GENERAR-ARCHIVO TO WS-ERR-PARRAFO
              MOVE CON-REGULADOR              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-RRG              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       329000-WRITE-REGULADOR-F. EXIT.
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
       END PROGRAM E158EST.
