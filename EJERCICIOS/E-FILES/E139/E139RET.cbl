      ******************************************************************
      *Retenciones de salida de contenedores. E139MOV dejaba salir un
      *contenedor por el porton aunque el consignatario no hubiera
      *pagado la estadia que E139 prefacturo, y los consignatarios
      *que abandonan la carga se llevaban el cargo. Este batch lleva
      *el registro RETENCIONES_CONTENEDORES.txt, una retencion por
      *renglon con la estadia a la que se aplica (contenedor y fecha
      *de ingreso), el tipo (F financiera, A aduana, L linea
      *naviera), quien y cuando la puso y quien y cuando la levanto;
      *se conserva la historia y la retencion activa es la que no
      *tiene fecha de levantamiento, y la de una estadia se borra
      *cuando la estadia sale del registro de E139. E139MOV rechaza
      *el egreso de un contenedor con alguna retencion activa.
      *Las retenciones de aduana y de linea (y el levantamiento
      *manual de cualquiera) llegan en RETENCIONES_MOVIMIENTOS.txt
      *con el usuario que las pide. La financiera la maneja este
      *batch: se pone cuando el cargo ya asentado por E139 para la
      *estadia (ESTADIA_CONTABILIZADA.txt) supera lo cobrado, y se
      *levanta cuando los pagos de PAGOS_ESTADIA.txt lo cubren, a
      *nombre del cajero del ultimo pago. Lo cobrado por estadia
      *queda en COBROS_ESTADIA.txt; CONTROL_RETENCIONES.txt guarda la
      *fecha del ultimo pago tomado para no aplicarlo dos veces.
      *RETENCIONES_INF.txt lista los contenedores retenidos que
      *siguen en patio acumulando estadia, con los dias de
      *permanencia, las retenciones activas y la deuda. Corre
      *despues de E139 y antes del E139MOV del dia siguiente.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E139RET.
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

       SELECT ESTADIA ASSIGN TO "ESTADIA_CONTENEDORES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-EST.

       SELECT CONTABILIZADO ASSIGN TO "ESTADIA_CONTABILIZADA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTB.

       SELECT MOVIMIENTOS ASSIGN TO "RETENCIONES_MOVIMIENTOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MOV.

       SELECT PAGOS ASSIGN TO "PAGOS_ESTADIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAG.
      ****************************  INPUT-OUTPUT  **********************
       SELECT RETENCIONES ASSIGN TO "RETENCIONES_CONTENEDORES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-RET.

       SELECT COBROS ASSIGN TO "COBROS_ESTADIA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-COB.

       SELECT CONTROL-RET ASSIGN TO "CONTROL_RETENCIONES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CTL.
      ****************************  OUTPUT  ****************************
       SELECT INFORME ASSIGN TO "RETENCIONES_INF.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA               PIC 9(08).

       FD ESTADIA.
          01 REG-ESTADIA.
             05 REG-EST-CONT         PIC 9(05).
             05 REG-EST-CONSIGNA     PIC X(10).
             05 REG-EST-TIPO         PIC X(01).
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

       FD CONTABILIZADO.
          01 REG-CONTABILIZADO.
             05 REG-CTB-CONT         PIC 9(05).
             05 REG-CTB-INGRESO      PIC 9(08).
             05 REG-CTB-CARGO        PIC 9(07)V9(02).

      *Accion P poner / L levantar.
       FD MOVIMIENTOS.
          01 REG-MOVIMIENTO.
             05 REG-MOV-CONT         PIC 9(05).
             05 REG-MOV-TIPO         PIC X(01).
             05 REG-MOV-ACCION       PIC X(01).
             05 REG-MOV-FECHA        PIC 9(08).
             05 REG-MOV-USUARIO      PIC X(10).
             05 REG-MOV-MOTIVO       PIC X(30).

       FD PAGOS.
          01 REG-PAGO.
             05 REG-PAG-CONT         PIC 9(05).
             05 REG-PAG-FECHA        PIC 9(08).
             05 REG-PAG-IMPORTE      PIC 9(07)V9(02).
             05 REG-PAG-USUARIO      PIC X(10).

       FD RETENCIONES.
          01 REG-RETENCION.
             05 REG-RET-CONT         PIC 9(05).
             05 REG-RET-INGRESO      PIC 9(08).
             05 REG-RET-TIPO         PIC X(01).
                88 REG-RET-FINANCIERA     VALUE "F".
                88 REG-RET-ADUANA         VALUE "A".
                88 REG-RET-LINEA          VALUE "L".
             05 REG-RET-FECHA-ALTA   PIC 9(08).
             05 REG-RET-USUARIO-ALTA PIC X(10).
             05 REG-RET-MOTIVO       PIC X(30).
             05 REG-RET-FECHA-BAJA   PIC 9(08).
             05 REG-RET-USUARIO-BAJA PIC X(10).

       FD COBROS.
          01 REG-COBRO.
             05 REG-COB-CONT         PIC 9(05).
             05 REG-COB-INGRESO      PIC 9(08).
             05 REG-COB-COBRADO      PIC 9(07)V9(02).
             05 REG-COB-USUARIO      PIC X(10).

       FD CONTROL-RET.
          01 REG-CONTROL-RET.
             05 REG-CTL-ULT-PAGO     PIC 9(08).

       FD INFORME.
          01 REG-INFORME                      PIC X(100).
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
              05 CON-200000-MOVIMIENTOS     PIC X(30) VALUE
              '200000-MOVIMIENTOS          '.
              05 CON-300000-PAGOS           PIC X(30) VALUE
              '300000-PAGOS                '.
              05 CON-400000-FINANCIERAS     PIC X(30) VALUE
              '400000-FINANCIERAS          '.
              05 CON-500000-INFORME         PIC X(30) VALUE
              '500000-INFORME              '.
              05 CON-600000-GRABAR          PIC X(30) VALUE
              '600000-GRABAR               '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-CALCULAR  PIC X(15) VALUE 'CALCULAR       '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS    PIC X(10) VALUE 'PARAMETROS'.
              05 CON-ESTADIA       PIC X(10) VALUE 'ESTADIA   '.
              05 CON-CONTABILIZADO PIC X(10) VALUE 'CONTABILIZ'.
              05 CON-MOVIMIENTOS   PIC X(10) VALUE 'MOVIMIENTO'.
              05 CON-PAGOS         PIC X(10) VALUE 'PAGOS     '.
              05 CON-RETENCIONES   PIC X(10) VALUE 'RETENCION '.
              05 CON-COBROS        PIC X(10) VALUE 'COBROS    '.
              05 CON-CONTROL       PIC X(10) VALUE 'CONTROL   '.
              05 CON-INFORME       PIC X(10) VALUE 'INFORME   '.
              05 CON-FECHA         PIC X(10) VALUE 'RUTFECHA  '.
           02 CON-OTROS.
              05 CON-USUARIO-PROCESO PIC X(10) VALUE 'E139RET   '.
              05 CON-MOTIVO-FINANCIERA PIC X(30) VALUE
              'ESTADIA PREFACTURADA IMPAGA   '.
      ************************** TABLES ********************************
      *Todo el registro de estadias; solo las que siguen en patio
      *(egreso en cero) pueden retenerse.
       01 WSV-TABLA-PATIO.
          02 WSV-PAT-ENTRY OCCURS 300 TIMES.
             05 WSV-PAT-CONT         PIC 9(05).
             05 WSV-PAT-CONSIGNA     PIC X(10).
             05 WSV-PAT-INGRESO      PIC 9(08).
             05 WSV-PAT-EGRESO       PIC 9(08).
             05 WSV-PAT-CARGO        PIC 9(07)V9(02).
             05 WSV-PAT-COBRADO      PIC 9(07)V9(02).
             05 WSV-PAT-USUARIO-PAGO PIC X(10).
       01 WSV-CANT-PATIO             PIC 9(03) VALUE 0.

       01 WSV-TABLA-RETENCIONES.
          02 WSV-RET-ENTRY OCCURS 500 TIMES.
             05 WSV-RET-REG          PIC X(80).
       01 WSV-CANT-RETENCIONES       PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-EST           PIC X(02) VALUE "00".
             88 FS-STATUS-EST-OK               VALUE "00".
             88 FS-STATUS-EST-EOF              VALUE "10".
             88 FS-STATUS-EST-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CTB           PIC X(02) VALUE "00".
             88 FS-STATUS-CTB-OK               VALUE "00".
             88 FS-STATUS-CTB-EOF              VALUE "10".
             88 FS-STATUS-CTB-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MOV           PIC X(02) VALUE "00".
             88 FS-STATUS-MOV-OK               VALUE "00".
             88 FS-STATUS-MOV-EOF              VALUE "10".
             88 FS-STATUS-MOV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAG           PIC X(02) VALUE "00".
             88 FS-STATUS-PAG-OK               VALUE "00".
             88 FS-STATUS-PAG-EOF              VALUE "10".
             88 FS-STATUS-PAG-NOT-FOUND        VALUE "35".
          05 FS-STATUS-RET           PIC X(02) VALUE "00".
             88 FS-STATUS-RET-OK               VALUE "00".
             88 FS-STATUS-RET-EOF              VALUE "10".
             88 FS-STATUS-RET-NOT-FOUND        VALUE "35".
          05 FS-STATUS-COB           PIC X(02) VALUE "00".
             88 FS-STATUS-COB-OK               VALUE "00".
             88 FS-STATUS-COB-EOF              VALUE "10".
             88 FS-STATUS-COB-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CTL           PIC X(02) VALUE "00".
             88 FS-STATUS-CTL-OK               VALUE "00".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-RETENIDO         PIC X(01).
             88 WSV-RETENIDO                   VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-PAT             PIC 9(03).
          05 WSV-IDX-RET             PIC 9(03).
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-ULT-PAGO            PIC 9(08) VALUE ZERO.
          05 WSV-NUEVO-PAGO          PIC 9(08) VALUE ZERO.
          05 WSV-CONT                PIC 9(05).
          05 WSV-INGRESO             PIC 9(08).
          05 WSV-TIPO                PIC X(01).
          05 WSV-DEUDA               PIC S9(07)V9(02).
          05 WSV-TIPOS-ACTIVOS       PIC X(05).
          05 WSV-POS-TIPO            PIC 9(01).
          05 WSV-LINEA               PIC X(100).
          05 WSV-EDIT-IMPORTE        PIC Z.ZZZ.ZZ9,99.
          05 WSV-EDIT-DEUDA          PIC -Z.ZZZ.ZZ9,99.
          05 WSV-EDIT-DIAS           PIC ZZZZ9.
          05 WSV-EDIT-FECHA.
             10 WSV-EDIT-DD          PIC 9(02).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-EDIT-MM          PIC 9(02).
             10 FILLER               PIC X(01) VALUE "/".
             10 WSV-EDIT-AAAA        PIC 9(04).
       01 WSV-CONTADORES.
          05 WSV-CANT-PUESTAS        PIC 9(05) VALUE ZERO.
          05 WSV-CANT-LEVANTADAS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-MOV-RECH       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PAGOS          PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PAGOS-YA       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-PAGOS-RECH     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RETENIDOS      PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-COBRADO       PIC 9(09)V9(02) VALUE ZERO.
          05 WSV-TOTAL-DEUDA         PIC S9(09)V9(02) VALUE ZERO.
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
           MOVE "E139RET" TO WS-ERR-PROGRAMA

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 200000-MOVIMIENTOS
              THRU 200000-MOVIMIENTOS-F

           PERFORM 300000-PAGOS
              THRU 300000-PAGOS-F

           PERFORM 400000-FINANCIERAS
              THRU 400000-FINANCIERAS-F

           PERFORM 500000-INFORME
              THRU 500000-INFORME-F

           PERFORM 600000-GRABAR
              THRU 600000-GRABAR-F

           DISPLAY "E139RET - RETENCIONES DE CONTENEDORES AL "
                   WSV-FECHA-PROCESO
           DISPLAY "RETENCIONES PUESTAS    : " WSV-CANT-PUESTAS
           DISPLAY "RETENCIONES LEVANTADAS : " WSV-CANT-LEVANTADAS
           DISPLAY "MOVIMIENTOS RECHAZADOS : " WSV-CANT-MOV-RECH
           DISPLAY "PAGOS APLICADOS        : " WSV-CANT-PAGOS
           DISPLAY "PAGOS YA TOMADOS       : " WSV-CANT-PAGOS-YA
           DISPLAY "PAGOS RECHAZADOS       : " WSV-CANT-PAGOS-RECH
           DISPLAY "RETENIDOS EN PATIO     : " WSV-CANT-RETENIDOS
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

           OPEN INPUT CONTROL-RET
           IF FS-STATUS-CTL-OK
              READ CONTROL-RET
              IF FS-STATUS-CTL-OK
                 MOVE REG-CTL-ULT-PAGO TO WSV-ULT-PAGO
              END-IF
              CLOSE CONTROL-RET
           END-IF
           MOVE WSV-ULT-PAGO TO WSV-NUEVO-PAGO
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      *Sin registro de estadia no hay contenedores que retener; sin
      *cargo asentado, cobros ni retenciones se arranca en cero.
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT ESTADIA
           IF FS-STATUS-EST-NOT-FOUND
              DISPLAY "E139RET: SIN ESTADIA_CONTENEDORES.txt - NADA "
                      "PARA RETENER"
              GOBACK
           END-IF
           IF NOT FS-STATUS-EST-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-ESTADIA              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EST            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-ESTADIA
              THRU 112000-LEER-ESTADIA-F
              UNTIL FS-STATUS-EST-EOF
           CLOSE ESTADIA

           OPEN INPUT CONTABILIZADO
           IF FS-STATUS-CTB-OK
              PERFORM 114000-LEER-CONTABILIZADO
                 THRU 114000-LEER-CONTABILIZADO-F
                 UNTIL FS-STATUS-CTB-EOF
              CLOSE CONTABILIZADO
           ELSE
              IF NOT FS-STATUS-CTB-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-CONTABILIZADO        TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-CTB            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           OPEN INPUT COBROS
           IF FS-STATUS-COB-OK
              PERFORM 116000-LEER-COBRO
                 THRU 116000-LEER-COBRO-F
                 UNTIL FS-STATUS-COB-EOF
              CLOSE COBROS
           ELSE
              IF NOT FS-STATUS-COB-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-COBROS               TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-COB            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           OPEN INPUT RETENCIONES
           IF FS-STATUS-RET-OK
              PERFORM 118000-LEER-RETENCION
                 THRU 118000-LEER-RETENCION-F
                 UNTIL FS-STATUS-RET-EOF
              CLOSE RETENCIONES
           ELSE
              IF NOT FS-STATUS-RET-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-RETENCIONES          TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-RET            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-ESTADIA
      ******************************************************************
       112000-LEER-ESTADIA.
           READ ESTADIA
           EVALUATE TRUE
               WHEN FS-STATUS-EST-OK
                    IF WSV-CANT-PATIO = 300
                       DISPLAY "E139RET: TABLA DE ESTADIA LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-ESTADIA TO WS-ERR-OBJETO
                       MOVE CON-LEER    TO WS-ERR-OPERACION
                       MOVE 99          TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-PATIO
                    MOVE REG-EST-CONT TO
                       WSV-PAT-CONT(WSV-CANT-PATIO)
                    MOVE REG-EST-CONSIGNA TO
                       WSV-PAT-CONSIGNA(WSV-CANT-PATIO)
                    MOVE REG-EST-INGRESO TO
                       WSV-PAT-INGRESO(WSV-CANT-PATIO)
                    MOVE REG-EST-EGRESO TO
                       WSV-PAT-EGRESO(WSV-CANT-PATIO)
                    MOVE ZERO TO WSV-PAT-CARGO(WSV-CANT-PATIO)
                    MOVE ZERO TO WSV-PAT-COBRADO(WSV-CANT-PATIO)
                    MOVE CON-USUARIO-PROCESO TO
                       WSV-PAT-USUARIO-PAGO(WSV-CANT-PATIO)
               WHEN FS-STATUS-EST-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-ESTADIA              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EST            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-ESTADIA-F. EXIT.
      ******************************************************************
      *                         114000-LEER-CONTABILIZADO
      ******************************************************************
       114000-LEER-CONTABILIZADO.
           READ CONTABILIZADO
           EVALUATE TRUE
               WHEN FS-STATUS-CTB-OK
                    MOVE REG-CTB-CONT    TO WSV-CONT
                    MOVE REG-CTB-INGRESO TO WSV-INGRESO
                    PERFORM 150000-BUSCAR-ESTADIA
                       THRU 150000-BUSCAR-ESTADIA-F
                    IF WSV-ENCONTRADO
                       MOVE REG-CTB-CARGO TO WSV-PAT-CARGO(WSV-IDX-PAT)
                    END-IF
               WHEN FS-STATUS-CTB-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-CONTABILIZADO        TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CTB            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       114000-LEER-CONTABILIZADO-F. EXIT.
      ******************************************************************
      *                         116000-LEER-COBRO
      *Los cobros de estadias que ya salieron del registro no se
      *conservan.
      ******************************************************************
       116000-LEER-COBRO.
           READ COBROS
           EVALUATE TRUE
               WHEN FS-STATUS-COB-OK
                    MOVE REG-COB-CONT    TO WSV-CONT
                    MOVE REG-COB-INGRESO TO WSV-INGRESO
                    PERFORM 150000-BUSCAR-ESTADIA
                       THRU 150000-BUSCAR-ESTADIA-F
                    IF WSV-ENCONTRADO
                       MOVE REG-COB-COBRADO TO
                          WSV-PAT-COBRADO(WSV-IDX-PAT)
                       MOVE REG-COB-USUARIO TO
                          WSV-PAT-USUARIO-PAGO(WSV-IDX-PAT)
                    END-IF
               WHEN FS-STATUS-COB-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-COBROS               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COB            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-COBRO-F. EXIT.
      ******************************************************************
      *                         118000-LEER-RETENCION
      ******************************************************************
       118000-LEER-RETENCION.
           READ RETENCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-RET-OK
      *El registro se regraba completo: una retencion fuera de tabla
      *se perderia y el contenedor podria salir.
                    IF WSV-CANT-RETENCIONES = 500
                       DISPLAY "E139RET: TABLA DE RETENCIONES LLENA - "
                               "AMPLIE LA TABLA"
                       MOVE CON-110000-CARGAR-TABLAS TO
                          WS-ERR-PARRAFO
                       MOVE CON-RETENCIONES TO WS-ERR-OBJETO
                       MOVE CON-LEER        TO WS-ERR-OPERACION
                       MOVE 99              TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
                    END-IF
                    ADD 1 TO WSV-CANT-RETENCIONES
                    MOVE REG-RETENCION TO
                       WSV-RET-REG(WSV-CANT-RETENCIONES)
               WHEN FS-STATUS-RET-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-RETENCIONES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-RET            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       118000-LEER-RETENCION-F. EXIT.
      ******************************************************************
      *                         150000-BUSCAR-ESTADIA
      *Estadia de WSV-CONT ingresada en WSV-INGRESO; con WSV-INGRESO
      *en cero, la que este en patio.
      ******************************************************************
       150000-BUSCAR-ESTADIA.
           MOVE "N"  TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-PAT
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PATIO
              OR WSV-ENCONTRADO
              IF WSV-PAT-CONT(WSV-IDX) = WSV-CONT
                 AND ((WSV-INGRESO = ZERO
                       AND WSV-PAT-EGRESO(WSV-IDX) = ZERO)
                      OR WSV-PAT-INGRESO(WSV-IDX) = WSV-INGRESO)
                 MOVE "S"     TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-PAT
              END-IF
           END-PERFORM
           .
       150000-BUSCAR-ESTADIA-F. EXIT.
      ******************************************************************
      *                         160000-BUSCAR-RETENCION
      *Retencion activa de tipo WSV-TIPO de la estadia WSV-IDX-PAT;
      *deja REG-RETENCION cargado con ella.
      ******************************************************************
       160000-BUSCAR-RETENCION.
           MOVE "N"  TO WSV-SW-ENCONTRADO
           MOVE ZERO TO WSV-IDX-RET
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-RETENCIONES
              OR WSV-ENCONTRADO
              MOVE WSV-RET-REG(WSV-IDX) TO REG-RETENCION
              IF REG-RET-CONT = WSV-PAT-CONT(WSV-IDX-PAT)
                 AND REG-RET-INGRESO = WSV-PAT-INGRESO(WSV-IDX-PAT)
                 AND REG-RET-TIPO = WSV-TIPO
                 AND REG-RET-FECHA-BAJA = ZERO
                 MOVE "S"     TO WSV-SW-ENCONTRADO
                 MOVE WSV-IDX TO WSV-IDX-RET
              END-IF
           END-PERFORM
           .
       160000-BUSCAR-RETENCION-F. EXIT.
      ******************************************************************
      *                         170000-ALTA-RETENCION
      *Agrega la retencion armada en REG-RETENCION.
      ******************************************************************
       170000-ALTA-RETENCION.
           IF WSV-CANT-RETENCIONES = 500
              DISPLAY "E139RET: TABLA DE RETENCIONES LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-200000-MOVIMIENTOS TO WS-ERR-PARRAFO
              MOVE CON-RETENCIONES        TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE 99                     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-RETENCIONES
           MOVE REG-RETENCION TO WSV-RET-REG(WSV-CANT-RETENCIONES)
           ADD 1 TO WSV-CANT-PUESTAS
           .
       170000-ALTA-RETENCION-F. EXIT.
      ******************************************************************
      *                         200000-MOVIMIENTOS
      ******************************************************************
       200000-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS
           IF FS-STATUS-MOV-NOT-FOUND
              GO TO 200000-MOVIMIENTOS-F
           END-IF
           IF NOT FS-STATUS-MOV-OK
              MOVE CON-200000-MOVIMIENTOS TO WS-ERR-PARRAFO
              MOVE CON-MOVIMIENTOS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-MOV          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 210000-LEER-MOVIMIENTO
              THRU 210000-LEER-MOVIMIENTO-F
              UNTIL FS-STATUS-MOV-EOF
           CLOSE MOVIMIENTOS
           .
       200000-MOVIMIENTOS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-MOVIMIENTO
      ******************************************************************
       210000-LEER-MOVIMIENTO.
           READ MOVIMIENTOS
           EVALUATE TRUE
               WHEN FS-STATUS-MOV-OK
                    PERFORM 220000-APLICAR-MOVIMIENTO
                       THRU 220000-APLICAR-MOVIMIENTO-F
               WHEN FS-STATUS-MOV-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-MOVIMIENTOS TO WS-ERR-PARRAFO
                    MOVE CON-MOVIMIENTOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER               TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MOV          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-MOVIMIENTO-F. EXIT.
      ******************************************************************
      *                         220000-APLICAR-MOVIMIENTO
      *La financiera no se pone a mano (la pone la deuda); si se
      *levanta a mano y la deuda sigue, vuelve a ponerse en esta
      *misma corrida.
      ******************************************************************
       220000-APLICAR-MOVIMIENTO.
           IF NOT (REG-MOV-TIPO = "F" OR "A" OR "L")
              OR NOT (REG-MOV-ACCION = "P" OR "L")
              OR (REG-MOV-TIPO = "F" AND REG-MOV-ACCION = "P")
              ADD 1 TO WSV-CANT-MOV-RECH
              DISPLAY "CONTENEDOR " REG-MOV-CONT " TIPO "
                      REG-MOV-TIPO " ACCION " REG-MOV-ACCION
                      " INVALIDOS - MOVIMIENTO DESCARTADO"
              GO TO 220000-APLICAR-MOVIMIENTO-F
           END-IF

           MOVE REG-MOV-CONT TO WSV-CONT
           MOVE ZERO         TO WSV-INGRESO
           PERFORM 150000-BUSCAR-ESTADIA
              THRU 150000-BUSCAR-ESTADIA-F
           IF NOT WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-MOV-RECH
              DISPLAY "CONTENEDOR " REG-MOV-CONT " NO ESTA EN "
                      "PATIO - MOVIMIENTO DE RETENCION DESCARTADO"
              GO TO 220000-APLICAR-MOVIMIENTO-F
           END-IF

           MOVE REG-MOV-TIPO TO WSV-TIPO
           PERFORM 160000-BUSCAR-RETENCION
              THRU 160000-BUSCAR-RETENCION-F

           IF REG-MOV-ACCION = "P"
              IF WSV-ENCONTRADO
                 ADD 1 TO WSV-CANT-MOV-RECH
                 DISPLAY "CONTENEDOR " REG-MOV-CONT " YA TIENE "
                         "RETENCION " REG-MOV-TIPO
                         " - MOVIMIENTO DESCARTADO"
                 GO TO 220000-APLICAR-MOVIMIENTO-F
              END-IF
              MOVE REG-MOV-CONT    TO REG-RET-CONT
              MOVE WSV-PAT-INGRESO(WSV-IDX-PAT) TO REG-RET-INGRESO
              MOVE REG-MOV-TIPO    TO REG-RET-TIPO
              MOVE REG-MOV-FECHA   TO REG-RET-FECHA-ALTA
              MOVE REG-MOV-USUARIO TO REG-RET-USUARIO-ALTA
              MOVE REG-MOV-MOTIVO  TO REG-RET-MOTIVO
              MOVE ZERO            TO REG-RET-FECHA-BAJA
              MOVE SPACES          TO REG-RET-USUARIO-BAJA
              PERFORM 170000-ALTA-RETENCION
                 THRU 170000-ALTA-RETENCION-F
           ELSE
              IF NOT WSV-ENCONTRADO
                 ADD 1 TO WSV-CANT-MOV-RECH
                 DISPLAY "CONTENEDOR " REG-MOV-CONT " SIN RETENCION "
                         REG-MOV-TIPO " ACTIVA - MOVIMIENTO DESCARTADO"
                 GO TO 220000-APLICAR-MOVIMIENTO-F
              END-IF
              MOVE REG-MOV-FECHA   TO REG-RET-FECHA-BAJA
              MOVE REG-MOV-USUARIO TO REG-RET-USUARIO-BAJA
              MOVE REG-RETENCION   TO WSV-RET-REG(WSV-IDX-RET)
              ADD 1 TO WSV-CANT-LEVANTADAS
           END-IF
           .
       220000-APLICAR-MOVIMIENTO-F. EXIT.
      ******************************************************************
      *                         300000-PAGOS
      *El archivo de pagos acumula: solo se toman los posteriores al
      *ultimo pago ya aplicado.
      ******************************************************************
       300000-PAGOS.
           OPEN INPUT PAGOS
           IF FS-STATUS-PAG-NOT-FOUND
              GO TO 300000-PAGOS-F
           END-IF
           IF NOT FS-STATUS-PAG-OK
              MOVE CON-300000-PAGOS TO WS-ERR-PARRAFO
              MOVE CON-PAGOS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAG    TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 310000-LEER-PAGO
              THRU 310000-LEER-PAGO-F
              UNTIL FS-STATUS-PAG-EOF
           CLOSE PAGOS
           .
       300000-PAGOS-F. EXIT.
      ******************************************************************
      *                         310000-LEER-PAGO
      ******************************************************************
       310000-LEER-PAGO.
           READ PAGOS
           EVALUATE TRUE
               WHEN FS-STATUS-PAG-OK
                    PERFORM 320000-APLICAR-PAGO
                       THRU 320000-APLICAR-PAGO-F
               WHEN FS-STATUS-PAG-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-300000-PAGOS TO WS-ERR-PARRAFO
                    MOVE CON-PAGOS        TO WS-ERR-OBJETO
                    MOVE CON-LEER         TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAG    TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       310000-LEER-PAGO-F. EXIT.
      ******************************************************************
      *                         320000-APLICAR-PAGO
      ******************************************************************
       320000-APLICAR-PAGO.
           IF REG-PAG-FECHA NOT > WSV-ULT-PAGO
              ADD 1 TO WSV-CANT-PAGOS-YA
              GO TO 320000-APLICAR-PAGO-F
           END-IF
           MOVE REG-PAG-CONT TO WSV-CONT
           MOVE ZERO         TO WSV-INGRESO
           PERFORM 150000-BUSCAR-ESTADIA
              THRU 150000-BUSCAR-ESTADIA-F
           IF NOT WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-PAGOS-RECH
              DISPLAY "E139RET: PAGO DE CONTENEDOR " REG-PAG-CONT
                      " QUE NO ESTA EN PATIO - REVISAR"
              GO TO 320000-APLICAR-PAGO-F
           END-IF
           ADD REG-PAG-IMPORTE TO WSV-PAT-COBRADO(WSV-IDX-PAT)
           MOVE REG-PAG-USUARIO TO WSV-PAT-USUARIO-PAGO(WSV-IDX-PAT)
           ADD 1 TO WSV-CANT-PAGOS
           ADD REG-PAG-IMPORTE TO WSV-TOTAL-COBRADO
           IF REG-PAG-FECHA > WSV-NUEVO-PAGO
              MOVE REG-PAG-FECHA TO WSV-NUEVO-PAGO
           END-IF
           .
       320000-APLICAR-PAGO-F. EXIT.
      ******************************************************************
      *                         400000-FINANCIERAS
      ******************************************************************
       400000-FINANCIERAS.
           MOVE "F" TO WSV-TIPO
           PERFORM 410000-FINANCIERA
              THRU 410000-FINANCIERA-F
              VARYING WSV-IDX-PAT FROM 1 BY 1
              UNTIL WSV-IDX-PAT > WSV-CANT-PATIO
           .
       400000-FINANCIERAS-F. EXIT.
      ******************************************************************
      *                         410000-FINANCIERA
      ******************************************************************
       410000-FINANCIERA.
           IF WSV-PAT-EGRESO(WSV-IDX-PAT) NOT = ZERO
              GO TO 410000-FINANCIERA-F
           END-IF
           PERFORM 160000-BUSCAR-RETENCION
              THRU 160000-BUSCAR-RETENCION-F
           IF WSV-PAT-CARGO(WSV-IDX-PAT) >
              WSV-PAT-COBRADO(WSV-IDX-PAT)
              IF NOT WSV-ENCONTRADO
                 MOVE WSV-PAT-CONT(WSV-IDX-PAT)    TO REG-RET-CONT
                 MOVE WSV-PAT-INGRESO(WSV-IDX-PAT) TO REG-RET-INGRESO
                 MOVE "F"                   TO REG-RET-TIPO
                 MOVE WSV-FECHA-PROCESO     TO REG-RET-FECHA-ALTA
                 MOVE CON-USUARIO-PROCESO   TO REG-RET-USUARIO-ALTA
                 MOVE CON-MOTIVO-FINANCIERA TO REG-RET-MOTIVO
                 MOVE ZERO                  TO REG-RET-FECHA-BAJA
                 MOVE SPACES                TO REG-RET-USUARIO-BAJA
                 PERFORM 170000-ALTA-RETENCION
                    THRU 170000-ALTA-RETENCION-F
              END-IF
           ELSE
              IF WSV-ENCONTRADO
                 MOVE WSV-FECHA-PROCESO TO REG-RET-FECHA-BAJA
                 MOVE WSV-PAT-USUARIO-PAGO(WSV-IDX-PAT) TO
                    REG-RET-USUARIO-BAJA
                 MOVE REG-RETENCION TO WSV-RET-REG(WSV-IDX-RET)
                 ADD 1 TO WSV-CANT-LEVANTADAS
              END-IF
           END-IF
           .
       410000-FINANCIERA-F. EXIT.
      ******************************************************************
      *                         500000-INFORME
      ******************************************************************
       500000-INFORME.
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-500000-INFORME TO WS-ERR-PARRAFO
              MOVE CON-INFORME        TO WS-ERR-OBJETO
              MOVE CON-ABRIR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO(7:2) TO WSV-EDIT-DD
           MOVE WSV-FECHA-PROCESO(5:2) TO WSV-EDIT-MM
           MOVE WSV-FECHA-PROCESO(1:4) TO WSV-EDIT-AAAA
           MOVE SPACES TO WSV-LINEA
           STRING "CONTENEDORES RETENIDOS EN PATIO AL "
                  WSV-EDIT-FECHA
                  DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 590000-ESCRIBIR
              THRU 590000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 590000-ESCRIBIR
              THRU 590000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           MOVE "CONT."        TO WSV-LINEA(1:5)
           MOVE "CONSIGNAT."   TO WSV-LINEA(8:10)
           MOVE "INGRESO"      TO WSV-LINEA(20:7)
           MOVE "DIAS"         TO WSV-LINEA(33:4)
           MOVE "RETENC."      TO WSV-LINEA(39:7)
           MOVE "PREFACTURADO" TO WSV-LINEA(48:12)
           MOVE "COBRADO"      TO WSV-LINEA(66:7)
           MOVE "DEUDA"        TO WSV-LINEA(82:5)
           PERFORM 590000-ESCRIBIR
              THRU 590000-ESCRIBIR-F

           PERFORM 510000-LINEA-RETENIDO
              THRU 510000-LINEA-RETENIDO-F
              VARYING WSV-IDX-PAT FROM 1 BY 1
              UNTIL WSV-IDX-PAT > WSV-CANT-PATIO

           MOVE SPACES TO WSV-LINEA
           PERFORM 590000-ESCRIBIR
              THRU 590000-ESCRIBIR-F
           MOVE SPACES TO WSV-LINEA
           MOVE "CONTENEDORES RETENIDOS:" TO WSV-LINEA(1:23)
           MOVE WSV-CANT-RETENIDOS TO WSV-EDIT-DIAS
           MOVE WSV-EDIT-DIAS      TO WSV-LINEA(25:5)
           MOVE "DEUDA TOTAL:"     TO WSV-LINEA(66:12)
           MOVE WSV-TOTAL-DEUDA    TO WSV-EDIT-DEUDA
           MOVE WSV-EDIT-DEUDA     TO WSV-LINEA(78:13)
           PERFORM 590000-ESCRIBIR
              THRU 590000-ESCRIBIR-F
           CLOSE INFORME
           .
       500000-INFORME-F. EXIT.
      ******************************************************************
      *                         510000-LINEA-RETENIDO
      *Las retenciones activas se muestran en columnas fijas: F A L.
      ******************************************************************
       510000-LINEA-RETENIDO.
           IF WSV-PAT-EGRESO(WSV-IDX-PAT) NOT = ZERO
              GO TO 510000-LINEA-RETENIDO-F
           END-IF
           MOVE "N"    TO WSV-SW-RETENIDO
           MOVE SPACES TO WSV-TIPOS-ACTIVOS
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-RETENCIONES
              MOVE WSV-RET-REG(WSV-IDX) TO REG-RETENCION
              IF REG-RET-CONT = WSV-PAT-CONT(WSV-IDX-PAT)
                 AND REG-RET-INGRESO = WSV-PAT-INGRESO(WSV-IDX-PAT)
                 AND REG-RET-FECHA-BAJA = ZERO
                 MOVE "S" TO WSV-SW-RETENIDO
                 EVALUATE TRUE
                     WHEN REG-RET-FINANCIERA
                          MOVE 1 TO WSV-POS-TIPO
                     WHEN REG-RET-ADUANA
                          MOVE 3 TO WSV-POS-TIPO
                     WHEN OTHER
                          MOVE 5 TO WSV-POS-TIPO
                 END-EVALUATE
                 MOVE REG-RET-TIPO TO WSV-TIPOS-ACTIVOS(WSV-POS-TIPO:1)
              END-IF
           END-PERFORM
           IF NOT WSV-RETENIDO
              GO TO 510000-LINEA-RETENIDO-F
           END-IF

           ADD 1 TO WSV-CANT-RETENIDOS
           MOVE "E"                          TO WS-FEC-OPERACION
           MOVE WSV-PAT-INGRESO(WSV-IDX-PAT) TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO            TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-500000-INFORME TO WS-ERR-PARRAFO
              MOVE CON-FECHA          TO WS-ERR-OBJETO
              MOVE CON-CALCULAR       TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           COMPUTE WSV-DEUDA = WSV-PAT-CARGO(WSV-IDX-PAT)
                             - WSV-PAT-COBRADO(WSV-IDX-PAT)
           ADD WSV-DEUDA TO WSV-TOTAL-DEUDA

           MOVE SPACES TO WSV-LINEA
           MOVE WSV-PAT-CONT(WSV-IDX-PAT)     TO WSV-LINEA(1:5)
           MOVE WSV-PAT-CONSIGNA(WSV-IDX-PAT) TO WSV-LINEA(8:10)
           MOVE WSV-PAT-INGRESO(WSV-IDX-PAT)(7:2) TO WSV-EDIT-DD
           MOVE WSV-PAT-INGRESO(WSV-IDX-PAT)(5:2) TO WSV-EDIT-MM
           MOVE WSV-PAT-INGRESO(WSV-IDX-PAT)(1:4) TO WSV-EDIT-AAAA
           MOVE WSV-EDIT-FECHA                TO WSV-LINEA(20:10)
           MOVE WS-FEC-DIAS                   TO WSV-EDIT-DIAS
           MOVE WSV-EDIT-DIAS                 TO WSV-LINEA(32:5)
           MOVE WSV-TIPOS-ACTIVOS             TO WSV-LINEA(40:5)
           MOVE WSV-PAT-CARGO(WSV-IDX-PAT)    TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE              TO WSV-LINEA(48:12)
           MOVE WSV-PAT-COBRADO(WSV-IDX-PAT)  TO WSV-EDIT-IMPORTE
           MOVE WSV-EDIT-IMPORTE              TO WSV-LINEA(61:12)
           MOVE WSV-DEUDA                     TO WSV-EDIT-DEUDA
           MOVE WSV-EDIT-DEUDA                TO WSV-LINEA(74:13)
           PERFORM 590000-ESCRIBIR
              THRU 590000-ESCRIBIR-F
           .
       510000-LINEA-RETENIDO-F. EXIT.
      ******************************************************************
      *                         590000-ESCRIBIR
      ******************************************************************
       590000-ESCRIBIR.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-500000-INFORME TO WS-ERR-PARRAFO
              MOVE CON-INFORME        TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       590000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         600000-GRABAR
      *Una retencion levantada se conserva mientras su estadia siga
      *en el registro; las activas se conservan siempre.
      ******************************************************************
       600000-GRABAR.
           OPEN OUTPUT RETENCIONES
           IF NOT FS-STATUS-RET-OK
              MOVE CON-600000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-RETENCIONES   TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-RET     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-RETENCIONES
              PERFORM 610000-GRABAR-RETENCION
                 THRU 610000-GRABAR-RETENCION-F
           END-PERFORM
           CLOSE RETENCIONES

           OPEN OUTPUT COBROS
           IF NOT FS-STATUS-COB-OK
              MOVE CON-600000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-COBROS        TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-COB     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PATIO
              IF WSV-PAT-COBRADO(WSV-IDX) > ZERO
                 MOVE WSV-PAT-CONT(WSV-IDX)    TO REG-COB-CONT
                 MOVE WSV-PAT-INGRESO(WSV-IDX) TO REG-COB-INGRESO
                 MOVE WSV-PAT-COBRADO(WSV-IDX) TO REG-COB-COBRADO
                 MOVE WSV-PAT-USUARIO-PAGO(WSV-IDX) TO
                    REG-COB-USUARIO
                 WRITE REG-COBRO
                 IF NOT FS-STATUS-COB-OK
                    MOVE CON-600000-GRABAR TO WS-ERR-PARRAFO
                    MOVE CON-COBROS        TO WS-ERR-OBJETO
                    MOVE CON-GRABAR        TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COB     TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
                 END-IF
              END-IF
           END-PERFORM
           CLOSE COBROS

           OPEN OUTPUT CONTROL-RET
           IF NOT FS-STATUS-CTL-OK
              MOVE CON-600000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-CONTROL       TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTL     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WSV-NUEVO-PAGO TO REG-CTL-ULT-PAGO
           WRITE REG-CONTROL-RET
           IF NOT FS-STATUS-CTL-OK
              MOVE CON-600000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-CONTROL       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-CTL     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE CONTROL-RET
           .
       600000-GRABAR-F. EXIT.
      ******************************************************************
      *                         610000-GRABAR-RETENCION
      ******************************************************************
       610000-GRABAR-RETENCION.
           MOVE WSV-RET-REG(WSV-IDX) TO REG-RETENCION
           IF REG-RET-FECHA-BAJA NOT = ZERO
              MOVE "N" TO WSV-SW-ENCONTRADO
              PERFORM VARYING WSV-IDX-PAT FROM 1 BY 1
                 UNTIL WSV-IDX-PAT > WSV-CANT-PATIO
                 OR WSV-ENCONTRADO
                 IF WSV-PAT-CONT(WSV-IDX-PAT) = REG-RET-CONT
                    AND WSV-PAT-INGRESO(WSV-IDX-PAT) = REG-RET-INGRESO
                    MOVE "S" TO WSV-SW-ENCONTRADO
                 END-IF
              END-PERFORM
              IF NOT WSV-ENCONTRADO
                 GO TO 610000-GRABAR-RETENCION-F
              END-IF
           END-IF
           WRITE REG-RETENCION
           IF NOT FS-STATUS-RET-OK
              MOVE CON-600000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-RETENCIONES   TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-RET     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       610000-GRABAR-RETENCION-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E139RET.
