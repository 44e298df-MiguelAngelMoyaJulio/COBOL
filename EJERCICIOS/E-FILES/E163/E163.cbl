      ******************************************************************
      *Asiento de distribucion reciproca de costos de los
      *departamentos de servicio. Los controllers resolvian cada
      *trimestre el sistema de distribucion con E50SOLV/RUTSOLV y
      *despues tipeaban el asiento a mano. Este programa arma el
      *sistema desde CENTROS_COSTO.txt (cada centro con su cuenta
      *del mayor y su clase, servicio o productivo, y el porcentaje
      *de cada departamento de servicio que consume cada uno de los
      *demas centros) y el costo real de cada centro en el
      *trimestre de la fecha de proceso, acumulado de MAYOR.txt
      *(debe menos haber de su cuenta desde el primer mes del
      *trimestre hasta el de proceso). El costo total reciproco de
      *cada servicio T = C + suma(P x T de los otros servicios) se
      *resuelve con RUTSOLV; como la rutina trabaja con importes de
      *4 enteros, se le pasan los coeficientes en porcentaje y se la
      *llama una vez por servicio con un termino unitario escalado,
      *y los multiplicadores que devuelve se aplican aca a los
      *costos con toda su precision. Cada servicio se distribuye a
      *sus consumidores por su porcentaje y cada distribucion se
      *asienta en ASIENTOS.txt con origen DCS (debe la cuenta del
      *centro que recibe / haber la del servicio) para que E71 la
      *mayorice; el redondeo que quede en un servicio se carga a su
      *mayor consumidor productivo, asi todo servicio cierra en
      *cero. Sale el informe antes/despues por centro. Como el costo
      *se toma del mayor, lo ya distribuido en una corrida anterior
      *del trimestre y mayorizado no se vuelve a distribuir.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E163.
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

       SELECT CENTROS ASSIGN TO "CENTROS_COSTO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CEN.

       SELECT MAYOR ASSIGN TO "MAYOR.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MAY.
      ****************************  OUTPUT  ****************************
       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FS-STATUS-ASI.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

      *C = centro de costo; P = porcentaje de un servicio que
      *consume otro centro.
       FD CENTROS.
          01 REG-CENTROS                 PIC X(30).
          01 REG-CENTRO REDEFINES REG-CENTROS.
             05 REG-CEN-TIPO             PIC X(01).
                88 REG-CEN-ES-CENTRO            VALUE "C".
                88 REG-CEN-ES-PORCENTAJE        VALUE "P".
             05 REG-CEN-CODIGO           PIC X(04).
             05 REG-CEN-CLASE            PIC X(01).
                88 REG-CEN-SERVICIO             VALUE "S".
                88 REG-CEN-PRODUCTIVO           VALUE "P".
             05 REG-CEN-CUENTA           PIC 9(04).
             05 REG-CEN-NOMBRE           PIC X(20).
          01 REG-PORCENTAJE REDEFINES REG-CENTROS.
             05 FILLER                   PIC X(01).
             05 REG-POR-SERVICIO         PIC X(04).
             05 REG-POR-DESTINO          PIC X(04).
             05 REG-POR-PORCENTAJE       PIC 9(03)V9(02).
             05 FILLER                   PIC X(16).

       FD MAYOR.
          01 REG-MAYOR.
             05 REG-MAY-CUENTA          PIC 9(04).
             05 REG-MAY-PERIODO         PIC 9(06).
             05 REG-MAY-DEBE            PIC 9(15)V9(02).
             05 REG-MAY-HABER           PIC 9(15)V9(02).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-FECHA              PIC 9(08).
             05 REG-ASI-ORIGEN             PIC X(03).
             05 REG-ASI-CUENTA             PIC 9(04).
             05 REG-ASI-DH                 PIC X(01).
             05 REG-ASI-IMPORTE            PIC 9(15)V9(02).
             05 REG-ASI-DETALLE            PIC X(30).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTSOLV   PIC X(08) VALUE 'RUTSOLV '.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-CENTROS  PIC X(30) VALUE
              '110000-CARGAR-CENTROS       '.
              05 CON-130000-CARGAR-COSTOS   PIC X(30) VALUE
              '130000-CARGAR-COSTOS        '.
              05 CON-200000-RESOLVER        PIC X(30) VALUE
              '200000-RESOLVER             '.
              05 CON-310000-GRABAR-ASIENTOS PIC X(30) VALUE
              '310000-GRABAR-ASIENTOS      '.
           02 CON-POLITICAS.
      *Termino independiente unitario que se le pasa a RUTSOLV: lo
      *mas grande que admite su formato, para no perder decimales
      *en los multiplicadores.
              05 CON-TERMINO-UNITARIO   PIC 9(04) VALUE 5000.
              05 CON-CIEN               PIC 9(03) VALUE 100.
              05 CON-MAX-SERVICIOS      PIC 9(01) VALUE 4.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RESOLVER  PIC X(15) VALUE 'RESOLVER       '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-CENTROS    PIC X(10) VALUE 'CENTROS   '.
              05 CON-MAYOR      PIC X(10) VALUE 'MAYOR     '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
      ************************** TABLES ********************************
       01 WSV-TABLA-CENTROS.
          02 WSV-CEN-ENTRY OCCURS 30 TIMES.
             05 WSV-CEN-CODIGO           PIC X(04).
             05 WSV-CEN-CLASE            PIC X(01).
                88 WSV-CEN-SERVICIO             VALUE "S".
             05 WSV-CEN-CUENTA           PIC 9(04).
             05 WSV-CEN-NOMBRE           PIC X(20).
             05 WSV-CEN-SERV-NRO         PIC 9(01).
             05 WSV-CEN-ANTES            PIC S9(15)V9(02).
             05 WSV-CEN-RECIBIDO         PIC S9(15)V9(02).
             05 WSV-CEN-DISTRIBUIDO      PIC S9(15)V9(02).
       01 WSV-CANT-CENTROS               PIC 9(02) VALUE 0.

      *Un renglon por departamento de servicio: el centro que es,
      *el porcentaje que consume de el cada centro, su costo total
      *reciproco y lo que le asigna a cada centro.
       01 WSV-TABLA-SERVICIOS.
          02 WSV-SRV-ENTRY OCCURS 4 TIMES.
             05 WSV-SRV-CENTRO           PIC 9(02).
             05 WSV-SRV-SUMA-PCT         PIC 9(05)V9(02).
             05 WSV-SRV-TOTAL            PIC S9(15)V9(02).
             05 WSV-SRV-PCT              PIC 9(03)V9(02)
                                         OCCURS 30 TIMES.
             05 WSV-SRV-ASIGNADO         PIC S9(15)V9(02)
                                         OCCURS 30 TIMES.
             05 WSV-SRV-MULT             PIC S9(06)V9(04)
                                         OCCURS 4 TIMES.
       01 WSV-CANT-SERVICIOS             PIC 9(01) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CEN           PIC X(02) VALUE "00".
             88 FS-STATUS-CEN-OK               VALUE "00".
             88 FS-STATUS-CEN-EOF              VALUE "10".
          05 FS-STATUS-MAY           PIC X(02) VALUE "00".
             88 FS-STATUS-MAY-OK               VALUE "00".
             88 FS-STATUS-MAY-EOF              VALUE "10".
             88 FS-STATUS-MAY-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ASI           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROC-AAAA        PIC 9(04).
             10 WSV-PROC-MM          PIC 9(02).
             10 WSV-PROC-DD          PIC 9(02).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-PERIODO-DESDE       PIC 9(06).
          05 WSV-TRIMESTRE           PIC 9(01).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-CEN             PIC 9(02).
          05 WSV-IDX-DES             PIC 9(02).
          05 WSV-IDX-MAYOR           PIC 9(02).
          05 WSV-SRV                 PIC 9(01).
          05 WSV-SRV2                PIC 9(01).
          05 WSV-COL                 PIC 9(01).
          05 WSV-CODIGO              PIC X(04).
          05 WSV-TOTAL               PIC S9(15)V9(06).
          05 WSV-IMPORTE             PIC 9(15)V9(02).
          05 WSV-RESIDUO             PIC S9(15)V9(02).
          05 WSV-DESPUES             PIC S9(15)V9(02).
          05 WSV-TOTAL-ANTES         PIC S9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-DESPUES       PIC S9(15)V9(02) VALUE ZERO.
          05 WSV-TOTAL-ASIENTO       PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-CANT-LINEAS         PIC 9(05) VALUE ZERO.
          05 WSV-CTA-DEBE            PIC 9(04).
          05 WSV-CTA-HABER           PIC 9(04).
          05 WSV-EDIT1               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT2               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT3               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-EDIT4               PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      ************************** COPYS  ********************************
       01 WS-REG-SOL.
       COPY SOLCERUT.
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
           MOVE "E163" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-CENTROS
              THRU 110000-CARGAR-CENTROS-F

           PERFORM 130000-CARGAR-COSTOS
              THRU 130000-CARGAR-COSTOS-F

           PERFORM 200000-RESOLVER
              THRU 200000-RESOLVER-F

           PERFORM 250000-DISTRIBUIR
              THRU 250000-DISTRIBUIR-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
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

           MOVE WSV-PROC-AAAA TO WSV-PERIODO(1:4)
           MOVE WSV-PROC-MM   TO WSV-PERIODO(5:2)
           COMPUTE WSV-TRIMESTRE = (WSV-PROC-MM - 1) / 3
           MOVE WSV-PROC-AAAA TO WSV-PERIODO-DESDE(1:4)
           COMPUTE WSV-PERIODO-DESDE =
              WSV-PERIODO-DESDE + WSV-TRIMESTRE * 3 + 1
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-CENTROS
      *Primero los centros y despues los porcentajes: un porcentaje
      *que nombra un centro no declarado corta la corrida.
      ******************************************************************
       110000-CARGAR-CENTROS.
           OPEN INPUT CENTROS
           IF NOT FS-STATUS-CEN-OK
              MOVE CON-110000-CARGAR-CENTROS TO WS-ERR-PARRAFO
              MOVE CON-CENTROS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-CEN             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 115000-LEER-CENTRO
              THRU 115000-LEER-CENTRO-F
              UNTIL FS-STATUS-CEN-EOF

           CLOSE CENTROS

           IF WSV-CANT-SERVICIOS = ZERO
              DISPLAY "E163: CENTROS_COSTO.txt NO TIENE "
                      "DEPARTAMENTOS DE SERVICIO - NADA QUE "
                      "DISTRIBUIR"
              GOBACK
           END-IF

           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              IF WSV-SRV-SUMA-PCT(WSV-SRV) NOT = 100
                 MOVE WSV-SRV-CENTRO(WSV-SRV) TO WSV-IDX-CEN
                 DISPLAY "E163: LOS PORCENTAJES DEL SERVICIO "
                         WSV-CEN-CODIGO(WSV-IDX-CEN)
                         " NO SUMAN 100"
                 MOVE CON-110000-CARGAR-CENTROS TO WS-ERR-PARRAFO
                 MOVE CON-CENTROS               TO WS-ERR-OBJETO
                 MOVE CON-LEER                  TO WS-ERR-OPERACION
                 MOVE 99                        TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-PERFORM
           .
       110000-CARGAR-CENTROS-F. EXIT.
      ******************************************************************
      *                         115000-LEER-CENTRO
      ******************************************************************
       115000-LEER-CENTRO.
           READ CENTROS
           EVALUATE TRUE
               WHEN FS-STATUS-CEN-OK
                    CONTINUE
               WHEN FS-STATUS-CEN-EOF
                    GO TO 115000-LEER-CENTRO-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-CENTROS TO WS-ERR-PARRAFO
                    MOVE CON-CENTROS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CEN             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           EVALUATE TRUE
               WHEN REG-CEN-ES-CENTRO
                    PERFORM 120000-ALTA-CENTRO
                       THRU 120000-ALTA-CENTRO-F
               WHEN REG-CEN-ES-PORCENTAJE
                    PERFORM 125000-ALTA-PORCENTAJE
                       THRU 125000-ALTA-PORCENTAJE-F
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       115000-LEER-CENTRO-F. EXIT.
      ******************************************************************
      *                         120000-ALTA-CENTRO
      ******************************************************************
       120000-ALTA-CENTRO.
           IF WSV-CANT-CENTROS = 30
              DISPLAY "E163: TABLA DE CENTROS DE COSTO LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-CENTROS TO WS-ERR-PARRAFO
              MOVE CON-CENTROS               TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-CENTROS
           MOVE REG-CEN-CODIGO TO WSV-CEN-CODIGO(WSV-CANT-CENTROS)
           MOVE REG-CEN-CLASE  TO WSV-CEN-CLASE(WSV-CANT-CENTROS)
           MOVE REG-CEN-CUENTA TO WSV-CEN-CUENTA(WSV-CANT-CENTROS)
           MOVE REG-CEN-NOMBRE TO WSV-CEN-NOMBRE(WSV-CANT-CENTROS)
           MOVE ZERO TO WSV-CEN-SERV-NRO(WSV-CANT-CENTROS)
           MOVE ZERO TO WSV-CEN-ANTES(WSV-CANT-CENTROS)
           MOVE ZERO TO WSV-CEN-RECIBIDO(WSV-CANT-CENTROS)
           MOVE ZERO TO WSV-CEN-DISTRIBUIDO(WSV-CANT-CENTROS)

           IF NOT REG-CEN-SERVICIO
              GO TO 120000-ALTA-CENTRO-F
           END-IF

      *RUTSOLV resuelve sistemas de hasta 4 incognitas.
           IF WSV-CANT-SERVICIOS = CON-MAX-SERVICIOS
              DISPLAY "E163: MAS DE " CON-MAX-SERVICIOS
                      " DEPARTAMENTOS DE SERVICIO - RUTSOLV NO "
                      "RESUELVE EL SISTEMA"
              MOVE CON-110000-CARGAR-CENTROS TO WS-ERR-PARRAFO
              MOVE CON-CENTROS               TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-SERVICIOS
           MOVE WSV-CANT-SERVICIOS TO
              WSV-CEN-SERV-NRO(WSV-CANT-CENTROS)
           MOVE WSV-CANT-CENTROS TO WSV-SRV-CENTRO(WSV-CANT-SERVICIOS)
           MOVE ZERO TO WSV-SRV-SUMA-PCT(WSV-CANT-SERVICIOS)
           MOVE ZERO TO WSV-SRV-TOTAL(WSV-CANT-SERVICIOS)
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > 30
              MOVE ZERO TO WSV-SRV-PCT(WSV-CANT-SERVICIOS WSV-IDX)
              MOVE ZERO TO WSV-SRV-ASIGNADO(WSV-CANT-SERVICIOS WSV-IDX)
           END-PERFORM
           .
       120000-ALTA-CENTRO-F. EXIT.
      ******************************************************************
      *                         125000-ALTA-PORCENTAJE
      ******************************************************************
       125000-ALTA-PORCENTAJE.
           MOVE REG-POR-SERVICIO TO WSV-CODIGO
           PERFORM 180000-BUSCAR-CENTRO
              THRU 180000-BUSCAR-CENTRO-F
           IF WSV-IDX-CEN = ZERO
              OR WSV-CEN-SERV-NRO(WSV-IDX-CEN) = ZERO
              DISPLAY "E163: PORCENTAJE DE " REG-POR-SERVICIO
                      " QUE NO ES UN DEPARTAMENTO DE SERVICIO "
                      "DECLARADO"
              MOVE CON-110000-CARGAR-CENTROS TO WS-ERR-PARRAFO
              MOVE CON-CENTROS               TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WSV-CEN-SERV-NRO(WSV-IDX-CEN) TO WSV-SRV

           MOVE REG-POR-DESTINO TO WSV-CODIGO
           PERFORM 180000-BUSCAR-CENTRO
              THRU 180000-BUSCAR-CENTRO-F
           IF WSV-IDX-CEN = ZERO
              OR WSV-IDX-CEN = WSV-SRV-CENTRO(WSV-SRV)
              DISPLAY "E163: PORCENTAJE DE " REG-POR-SERVICIO
                      " A " REG-POR-DESTINO
                      " - DESTINO NO DECLARADO O EL MISMO SERVICIO"
              MOVE CON-110000-CARGAR-CENTROS TO WS-ERR-PARRAFO
              MOVE CON-CENTROS               TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE 99                        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD REG-POR-PORCENTAJE TO WSV-SRV-PCT(WSV-SRV WSV-IDX-CEN)
           ADD REG-POR-PORCENTAJE TO WSV-SRV-SUMA-PCT(WSV-SRV)
           .
       125000-ALTA-PORCENTAJE-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-COSTOS
      *Costo del trimestre a la fecha: debe menos haber de la cuenta
      *del centro en los periodos del trimestre de proceso. Sin
      *mayor no hay costos y la distribucion sale en cero.
      ******************************************************************
       130000-CARGAR-COSTOS.
           OPEN INPUT MAYOR
           IF FS-STATUS-MAY-NOT-FOUND
              GO TO 130000-CARGAR-COSTOS-F
           END-IF
           IF NOT FS-STATUS-MAY-OK
              MOVE CON-130000-CARGAR-COSTOS TO WS-ERR-PARRAFO
              MOVE CON-MAYOR                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-MAY            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 135000-LEER-MAYOR
              THRU 135000-LEER-MAYOR-F
              UNTIL FS-STATUS-MAY-EOF

           CLOSE MAYOR
           .
       130000-CARGAR-COSTOS-F. EXIT.
      ******************************************************************
      *                         135000-LEER-MAYOR
      ******************************************************************
       135000-LEER-MAYOR.
           READ MAYOR
           EVALUATE TRUE
               WHEN FS-STATUS-MAY-OK
                    CONTINUE
               WHEN FS-STATUS-MAY-EOF
                    GO TO 135000-LEER-MAYOR-F
               WHEN OTHER
                    MOVE CON-130000-CARGAR-COSTOS TO WS-ERR-PARRAFO
                    MOVE CON-MAYOR                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MAY            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-MAY-PERIODO < WSV-PERIODO-DESDE
              OR REG-MAY-PERIODO > WSV-PERIODO
              GO TO 135000-LEER-MAYOR-F
           END-IF

           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CENTROS
              IF WSV-CEN-CUENTA(WSV-IDX) = REG-MAY-CUENTA
                 COMPUTE WSV-CEN-ANTES(WSV-IDX) =
                    WSV-CEN-ANTES(WSV-IDX)
                    + REG-MAY-DEBE - REG-MAY-HABER
              END-IF
           END-PERFORM
           .
       135000-LEER-MAYOR-F. EXIT.
      ******************************************************************
      *                         180000-BUSCAR-CENTRO
      ******************************************************************
       180000-BUSCAR-CENTRO.
           MOVE ZERO TO WSV-IDX-CEN
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CENTROS
              OR WSV-IDX-CEN NOT = ZERO
              IF WSV-CEN-CODIGO(WSV-IDX) = WSV-CODIGO
                 MOVE WSV-IDX TO WSV-IDX-CEN
              END-IF
           END-PERFORM
           .
       180000-BUSCAR-CENTRO-F. EXIT.
      ******************************************************************
      *                         200000-RESOLVER
      *Sistema en porcentajes: 100 Ti - suma(Pji x Tj) = 100 Ci,
      *con Pji el porcentaje del servicio j que consume el servicio
      *i. Resolviendo con el termino unitario U en la fila de cada
      *servicio c se obtiene la columna c de la inversa por U, y
      *Ti = suma(Ci x Xic) x 100 / U.
      ******************************************************************
       200000-RESOLVER.
           MOVE WSV-CANT-SERVICIOS TO ESOL-N
           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              PERFORM VARYING WSV-SRV2 FROM 1 BY 1
                 UNTIL WSV-SRV2 > WSV-CANT-SERVICIOS
                 IF WSV-SRV = WSV-SRV2
                    MOVE CON-CIEN TO ESOL-NUM(WSV-SRV WSV-SRV2)
                 ELSE
                    MOVE WSV-SRV-CENTRO(WSV-SRV) TO WSV-IDX-CEN
                    COMPUTE ESOL-NUM(WSV-SRV WSV-SRV2) =
                       ZERO - WSV-SRV-PCT(WSV-SRV2 WSV-IDX-CEN)
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM 210000-RESOLVER-COLUMNA
              THRU 210000-RESOLVER-COLUMNA-F
              VARYING WSV-COL FROM 1 BY 1
              UNTIL WSV-COL > WSV-CANT-SERVICIOS

           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              MOVE ZERO TO WSV-TOTAL
              PERFORM VARYING WSV-COL FROM 1 BY 1
                 UNTIL WSV-COL > WSV-CANT-SERVICIOS
                 MOVE WSV-SRV-CENTRO(WSV-COL) TO WSV-IDX-CEN
                 COMPUTE WSV-TOTAL = WSV-TOTAL
                    + WSV-CEN-ANTES(WSV-IDX-CEN)
                    * WSV-SRV-MULT(WSV-SRV WSV-COL)
              END-PERFORM
              COMPUTE WSV-SRV-TOTAL(WSV-SRV) ROUNDED =
                 WSV-TOTAL * CON-CIEN / CON-TERMINO-UNITARIO
           END-PERFORM
           .
       200000-RESOLVER-F. EXIT.
      ******************************************************************
      *                         210000-RESOLVER-COLUMNA
      ******************************************************************
       210000-RESOLVER-COLUMNA.
           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              IF WSV-SRV = WSV-COL
                 MOVE CON-TERMINO-UNITARIO TO ESOL-TER-NUM(WSV-SRV)
              ELSE
                 MOVE ZERO TO ESOL-TER-NUM(WSV-SRV)
              END-IF
           END-PERFORM

           CALL CON-RUTSOLV USING WS-REG-SOL

           IF ESOL-COD-RET NOT = '00'
              DISPLAY "E163: RUTSOLV DEVOLVIO CODIGO " ESOL-COD-RET
              DISPLAY ESOL-REF
              MOVE CON-200000-RESOLVER TO WS-ERR-PARRAFO
              MOVE CON-CENTROS         TO WS-ERR-OBJETO
              MOVE CON-RESOLVER        TO WS-ERR-OPERACION
              MOVE ESOL-COD-RET        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              MOVE ESOL-SOL-NUM(WSV-SRV) TO
                 WSV-SRV-MULT(WSV-SRV WSV-COL)
           END-PERFORM
           .
       210000-RESOLVER-COLUMNA-F. EXIT.
      ******************************************************************
      *                         250000-DISTRIBUIR
      *Cada servicio reparte su costo total reciproco entre sus
      *consumidores por porcentaje. Lo que el redondeo deje en el
      *servicio (su costo mas lo recibido menos lo repartido) se
      *carga a su mayor consumidor productivo, asi cierra en cero.
      ******************************************************************
       250000-DISTRIBUIR.
           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              PERFORM VARYING WSV-IDX FROM 1 BY 1
                 UNTIL WSV-IDX > WSV-CANT-CENTROS
                 IF WSV-SRV-PCT(WSV-SRV WSV-IDX) > ZERO
                    COMPUTE WSV-SRV-ASIGNADO(WSV-SRV WSV-IDX) ROUNDED
                       = WSV-SRV-TOTAL(WSV-SRV)
                       * WSV-SRV-PCT(WSV-SRV WSV-IDX) / CON-CIEN
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM 260000-ACUMULAR-CENTROS
              THRU 260000-ACUMULAR-CENTROS-F

           PERFORM 270000-AJUSTAR-REDONDEO
              THRU 270000-AJUSTAR-REDONDEO-F
              VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS

           PERFORM 260000-ACUMULAR-CENTROS
              THRU 260000-ACUMULAR-CENTROS-F
           .
       250000-DISTRIBUIR-F. EXIT.
      ******************************************************************
      *                         260000-ACUMULAR-CENTROS
      ******************************************************************
       260000-ACUMULAR-CENTROS.
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CENTROS
              MOVE ZERO TO WSV-CEN-RECIBIDO(WSV-IDX)
              MOVE ZERO TO WSV-CEN-DISTRIBUIDO(WSV-IDX)
           END-PERFORM

           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              MOVE WSV-SRV-CENTRO(WSV-SRV) TO WSV-IDX-CEN
              PERFORM VARYING WSV-IDX FROM 1 BY 1
                 UNTIL WSV-IDX > WSV-CANT-CENTROS
                 ADD WSV-SRV-ASIGNADO(WSV-SRV WSV-IDX)
                    TO WSV-CEN-RECIBIDO(WSV-IDX)
                 ADD WSV-SRV-ASIGNADO(WSV-SRV WSV-IDX)
                    TO WSV-CEN-DISTRIBUIDO(WSV-IDX-CEN)
              END-PERFORM
           END-PERFORM
           .
       260000-ACUMULAR-CENTROS-F. EXIT.
      ******************************************************************
      *                         270000-AJUSTAR-REDONDEO
      *Cargar el residuo a un centro productivo no cambia lo que
      *recibe ningun otro servicio, asi que los ajustes de cada
      *servicio no se pisan entre si.
      ******************************************************************
       270000-AJUSTAR-REDONDEO.
           MOVE WSV-SRV-CENTRO(WSV-SRV) TO WSV-IDX-CEN
           COMPUTE WSV-RESIDUO =
              WSV-CEN-ANTES(WSV-IDX-CEN)
              + WSV-CEN-RECIBIDO(WSV-IDX-CEN)
              - WSV-CEN-DISTRIBUIDO(WSV-IDX-CEN)
           IF WSV-RESIDUO = ZERO
              GO TO 270000-AJUSTAR-REDONDEO-F
           END-IF

           MOVE ZERO TO WSV-IDX-MAYOR
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CENTROS
              IF NOT WSV-CEN-SERVICIO(WSV-IDX)
                 AND WSV-SRV-PCT(WSV-SRV WSV-IDX) > ZERO
                 IF WSV-IDX-MAYOR = ZERO
                    MOVE WSV-IDX TO WSV-IDX-MAYOR
                 ELSE
                    IF WSV-SRV-PCT(WSV-SRV WSV-IDX) >
                       WSV-SRV-PCT(WSV-SRV WSV-IDX-MAYOR)
                       MOVE WSV-IDX TO WSV-IDX-MAYOR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WSV-IDX-MAYOR NOT = ZERO
              ADD WSV-RESIDUO TO
                 WSV-SRV-ASIGNADO(WSV-SRV WSV-IDX-MAYOR)
           END-IF
           .
       270000-AJUSTAR-REDONDEO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           PERFORM 320000-INFORMAR
              THRU 320000-INFORMAR-F

           PERFORM 310000-GRABAR-ASIENTOS
              THRU 310000-GRABAR-ASIENTOS-F

           MOVE WSV-TOTAL-ASIENTO TO WSV-EDIT1
           DISPLAY " "
           DISPLAY "LINEAS DE ASIENTO GRABADAS : " WSV-CANT-LINEAS
           DISPLAY "TOTAL DISTRIBUIDO (DEBE = HABER) : " WSV-EDIT1
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-GRABAR-ASIENTOS
      ******************************************************************
       310000-GRABAR-ASIENTOS.
           OPEN EXTEND ASIENTOS
           IF FS-STATUS-ASI-NOT-FOUND
              OPEN OUTPUT ASIENTOS
           END-IF
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              PERFORM 312000-GRABAR-DISTRIBUCION
                 THRU 312000-GRABAR-DISTRIBUCION-F
                 VARYING WSV-IDX-DES FROM 1 BY 1
                 UNTIL WSV-IDX-DES > WSV-CANT-CENTROS
           END-PERFORM

           CLOSE ASIENTOS
           .
       310000-GRABAR-ASIENTOS-F. EXIT.
      ******************************************************************
      *                         312000-GRABAR-DISTRIBUCION
      *Debe el centro que recibe / haber el servicio; un costo
      *acreedor (recupero mayor que el gasto) se asienta al reves.
      ******************************************************************
       312000-GRABAR-DISTRIBUCION.
           IF WSV-SRV-ASIGNADO(WSV-SRV WSV-IDX-DES) = ZERO
              GO TO 312000-GRABAR-DISTRIBUCION-F
           END-IF

           MOVE WSV-SRV-CENTRO(WSV-SRV) TO WSV-IDX-CEN
           IF WSV-SRV-ASIGNADO(WSV-SRV WSV-IDX-DES) > ZERO
              MOVE WSV-SRV-ASIGNADO(WSV-SRV WSV-IDX-DES)
                 TO WSV-IMPORTE
              MOVE WSV-CEN-CUENTA(WSV-IDX-DES) TO WSV-CTA-DEBE
              MOVE WSV-CEN-CUENTA(WSV-IDX-CEN) TO WSV-CTA-HABER
           ELSE
              COMPUTE WSV-IMPORTE =
                 ZERO - WSV-SRV-ASIGNADO(WSV-SRV WSV-IDX-DES)
              MOVE WSV-CEN-CUENTA(WSV-IDX-CEN) TO WSV-CTA-DEBE
              MOVE WSV-CEN-CUENTA(WSV-IDX-DES) TO WSV-CTA-HABER
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-ASI-FECHA
      *El origen contable es de 3 posiciones: la distribucion de
      *costos de servicios firma como DCS.
           MOVE "DCS"             TO REG-ASI-ORIGEN
           MOVE WSV-IMPORTE       TO REG-ASI-IMPORTE
           MOVE SPACES            TO REG-ASI-DETALLE
           STRING "DISTRIB " WSV-CEN-CODIGO(WSV-IDX-CEN)
                  " A " WSV-CEN-CODIGO(WSV-IDX-DES)
                  DELIMITED BY SIZE INTO REG-ASI-DETALLE
           END-STRING

           MOVE WSV-CTA-DEBE      TO REG-ASI-CUENTA
           MOVE "D"               TO REG-ASI-DH
           PERFORM 315000-WRITE-ASIENTO
              THRU 315000-WRITE-ASIENTO-F

           MOVE WSV-CTA-HABER     TO REG-ASI-CUENTA
           MOVE "H"               TO REG-ASI-DH
           PERFORM 315000-WRITE-ASIENTO
              THRU 315000-WRITE-ASIENTO-F

           ADD WSV-IMPORTE TO WSV-TOTAL-ASIENTO
           .
       312000-GRABAR-DISTRIBUCION-F. EXIT.
      ******************************************************************
      *                         315000-WRITE-ASIENTO
      ******************************************************************
       315000-WRITE-ASIENTO.
           WRITE REG-ASIENTO
           IF NOT FS-STATUS-ASI-OK
              MOVE CON-310000-GRABAR-ASIENTOS TO WS-ERR-PARRAFO
              MOVE CON-ASIENTOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ASI              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-LINEAS
           .
       315000-WRITE-ASIENTO-F. EXIT.
      ******************************************************************
      *                         320000-INFORMAR
      *Informe antes/despues por centro: el total de costos no
      *cambia con la distribucion y los servicios cierran en cero.
      ******************************************************************
       320000-INFORMAR.
           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE ZERO TO WS-CAB-PAGINA
           MOVE "DISTRIBUCION DE COSTOS DE SERVICIOS" TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F

           DISPLAY "TRIMESTRE " WSV-PERIODO-DESDE " A " WSV-PERIODO
           DISPLAY "COSTO TOTAL RECIPROCO POR SERVICIO"
           PERFORM VARYING WSV-SRV FROM 1 BY 1
              UNTIL WSV-SRV > WSV-CANT-SERVICIOS
              MOVE WSV-SRV-CENTRO(WSV-SRV) TO WSV-IDX-CEN
              MOVE WSV-SRV-TOTAL(WSV-SRV) TO WSV-EDIT1
              PERFORM 910000-CONTROLAR-PAGINA
                 THRU 910000-CONTROLAR-PAGINA-F
              DISPLAY "  " WSV-CEN-CODIGO(WSV-IDX-CEN) " "
                      WSV-CEN-NOMBRE(WSV-IDX-CEN) " " WSV-EDIT1
           END-PERFORM
           DISPLAY " "
           DISPLAY "CENTRO CLASE CUENTA  ANTES / RECIBIDO / "
                   "DISTRIBUIDO / DESPUES"

           PERFORM 325000-LINEA-CENTRO
              THRU 325000-LINEA-CENTRO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-CENTROS

           MOVE WSV-TOTAL-ANTES   TO WSV-EDIT1
           MOVE WSV-TOTAL-DESPUES TO WSV-EDIT2
           DISPLAY "TOTAL ANTES   : " WSV-EDIT1
           DISPLAY "TOTAL DESPUES : " WSV-EDIT2
           IF WSV-TOTAL-ANTES = WSV-TOTAL-DESPUES
              DISPLAY "PRUEBA: LA DISTRIBUCION NO ALTERA EL COSTO "
                      "TOTAL"
           ELSE
              DISPLAY "*** PRUEBA FALLIDA: EL COSTO TOTAL CAMBIO ***"
           END-IF
           .
       320000-INFORMAR-F. EXIT.
      ******************************************************************
      *                         325000-LINEA-CENTRO
      ******************************************************************
       325000-LINEA-CENTRO.
           COMPUTE WSV-DESPUES =
              WSV-CEN-ANTES(WSV-IDX)
              + WSV-CEN-RECIBIDO(WSV-IDX)
              - WSV-CEN-DISTRIBUIDO(WSV-IDX)
           ADD WSV-CEN-ANTES(WSV-IDX) TO WSV-TOTAL-ANTES
           ADD WSV-DESPUES            TO WSV-TOTAL-DESPUES

           MOVE WSV-CEN-ANTES(WSV-IDX)       TO WSV-EDIT1
           MOVE WSV-CEN-RECIBIDO(WSV-IDX)    TO WSV-EDIT2
           MOVE WSV-CEN-DISTRIBUIDO(WSV-IDX) TO WSV-EDIT3
           MOVE WSV-DESPUES                  TO WSV-EDIT4

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY WSV-CEN-CODIGO(WSV-IDX) "   "
                   WSV-CEN-CLASE(WSV-IDX) "     "
                   WSV-CEN-CUENTA(WSV-IDX) "    "
                   WSV-CEN-NOMBRE(WSV-IDX)
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           DISPLAY "  " WSV-EDIT1 " " WSV-EDIT2 " "
                   WSV-EDIT3 " " WSV-EDIT4
           .
       325000-LINEA-CENTRO-F. EXIT.
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
       END PROGRAM E163.
