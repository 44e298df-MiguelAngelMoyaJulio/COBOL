      ******************************************************************
      *Reporte de operaciones sospechosas (ROS) para la Unidad de
      *Informacion Financiera. Recorre CASOS_PLD.txt y toma los
      *casos que el analista confirmo en E154CAS (estado C). Cada uno
      *sale como detalle D de ROS_UIF.txt con el CUIT y la razon
      *social del titular de CLIENTESIX.txt, los datos de la alerta
      *de E154 y el fundamento del analista, entre una cabecera H con
      *entidad y fecha y un trailer T de control con cantidad e
      *importe total. El caso queda reportado (R) con la fecha del
      *reporte, asi no sale dos veces. Un caso cuyo cliente no tiene
      *CUIT no se puede informar: sigue confirmado y sale listado
      *para que lo completen en E55 antes de la proxima corrida. La
      *fecha del reporte sale de PARAMETROS.txt si existe.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E154ROS.
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

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.
      ****************************  OUTPUT  ****************************
       SELECT CASOS ASSIGN TO "CASOS_PLD.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-CAS-NUMERO
                       ALTERNATE RECORD KEY IS REG-CAS-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-CAS.

       SELECT ROS ASSIGN TO "ROS_UIF.txt"
                     FILE STATUS IS FS-STATUS-ROS
                     ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-COD-CLIENTE-CL       PIC 9(08).
             05 REG-NOMBRE-CL            PIC X(30).
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD CASOS.
          01 REG-CASO.
             05 REG-CAS-NUMERO           PIC 9(08).
             05 REG-CAS-FECHA-ALTA       PIC 9(08).
             05 REG-CAS-REGLA            PIC X(02).
                88 REG-CAS-EFECTIVO             VALUE "UM".
                88 REG-CAS-FRACCION             VALUE "FR".
                88 REG-CAS-PASAJE               VALUE "PP".
                88 REG-CAS-VOLUMEN              VALUE "VH".
             05 REG-CAS-CLIENTE          PIC 9(08).
             05 REG-CAS-CUENTA           PIC X(08).
             05 REG-CAS-SUCURSAL         PIC X(03).
             05 REG-CAS-IMPORTE          PIC 9(15)V9(02).
             05 REG-CAS-CANT-OPERACIONES PIC 9(05).
             05 REG-CAS-FECHA-DESDE      PIC 9(08).
             05 REG-CAS-FECHA-HASTA      PIC 9(08).
             05 REG-CAS-DETALLE          PIC X(60).
             05 REG-CAS-ESTADO           PIC X(01).
                88 REG-CAS-ABIERTO              VALUE "A".
                88 REG-CAS-CONFIRMADO           VALUE "C".
                88 REG-CAS-DESCARTADO           VALUE "D".
                88 REG-CAS-REPORTADO            VALUE "R".
             05 REG-CAS-ANALISTA         PIC X(08).
             05 REG-CAS-FECHA-DISPOSICION PIC 9(08).
             05 REG-CAS-COMENTARIO       PIC X(60).
             05 REG-CAS-FECHA-ROS        PIC 9(08).

       FD ROS.
          01 REG-ROS-DETALLE.
             05 REG-ROD-TIPO             PIC X(01).
             05 REG-ROD-CASO             PIC 9(08).
             05 REG-ROD-CUIT             PIC X(11).
             05 REG-ROD-NOMBRE           PIC X(30).
             05 REG-ROD-CLIENTE          PIC 9(08).
             05 REG-ROD-CUENTA           PIC X(08).
             05 REG-ROD-REGLA            PIC X(02).
             05 REG-ROD-IMPORTE          PIC 9(15)V9(02).
             05 REG-ROD-CANT-OPERACIONES PIC 9(05).
             05 REG-ROD-FECHA-DESDE      PIC 9(08).
             05 REG-ROD-FECHA-HASTA      PIC 9(08).
             05 REG-ROD-DETALLE          PIC X(60).
             05 REG-ROD-FUNDAMENTO       PIC X(60).
             05 REG-ROD-ANALISTA         PIC X(08).
             05 REG-ROD-FECHA-DISPOSICION PIC 9(08).
          01 REG-ROS-CABECERA.
             05 REG-ROC-TIPO             PIC X(01).
             05 REG-ROC-ENTIDAD          PIC 9(05).
             05 REG-ROC-FECHA            PIC 9(08).
             05 FILLER                   PIC X(228).
          01 REG-ROS-TRAILER.
             05 REG-ROT-TIPO             PIC X(01).
             05 REG-ROT-CANTIDAD         PIC 9(07).
             05 REG-ROT-IMPORTE-TOTAL    PIC 9(15)V9(02).
             05 FILLER                   PIC X(217).
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
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-210000-READ-NEXT       PIC X(30) VALUE
              '210000-READ-NEXT-CASO       '.
              05 CON-220000-LEER-CLIENTE    PIC X(30) VALUE
              '220000-LEER-CLIENTE         '.
              05 CON-230000-REPORTAR        PIC X(30) VALUE
              '230000-REPORTAR-CASO        '.
              05 CON-290000-GRABAR-ROS      PIC X(30) VALUE
              '290000-GRABAR-ROS           '.
           02 CON-POLITICAS.
              05 CON-ENTIDAD            PIC 9(05) VALUE 00999.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
              05 CON-CASOS      PIC X(10) VALUE 'CASOS     '.
              05 CON-ROS        PIC X(10) VALUE 'ROS       '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".

          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-SIN-CLAVE        VALUE "23".

          05 FS-STATUS-CAS           PIC X(02) VALUE "00".
             88 FS-STATUS-CAS-OK               VALUE "00".
             88 FS-STATUS-CAS-EOF              VALUE "10".
             88 FS-STATUS-CAS-NOT-FOUND        VALUE "35".

          05 FS-STATUS-ROS           PIC X(02) VALUE "00".
             88 FS-STATUS-ROS-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-IMPORTE-TOTAL       PIC 9(15)V9(02) VALUE ZERO.
          05 WSV-EDIT                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-REPORTADOS     PIC 9(07) VALUE ZERO.
          05 WSV-CANT-SIN-CUIT       PIC 9(05) VALUE ZERO.
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
           MOVE "E154ROS" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-CAS-EOF

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
           MOVE "REPORTE DE OPERACIONES SOSPECHOSAS A LA UIF"
                                  TO WS-CAB-TITULO
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F
           DISPLAY "    CASO RG  CLIENTE CUIT        NOMBRE"
                   "                                 IMPORTE ARS"

           INITIALIZE REG-ROS-CABECERA
           MOVE "H"               TO REG-ROC-TIPO
           MOVE CON-ENTIDAD       TO REG-ROC-ENTIDAD
           MOVE WSV-FECHA-PROCESO TO REG-ROC-FECHA
           WRITE REG-ROS-CABECERA
           IF NOT FS-STATUS-ROS-OK
              MOVE CON-290000-GRABAR-ROS TO WS-ERR-PARRAFO
              MOVE CON-ROS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-ROS         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO REG-CAS-NUMERO
           START CASOS KEY > REG-CAS-NUMERO
           IF FS-STATUS-CAS-OK
              PERFORM 210000-READ-NEXT-CASO
                 THRU 210000-READ-NEXT-CASO-F
           ELSE
              MOVE "10" TO FS-STATUS-CAS
           END-IF
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
      *                         110000-OPEN-ARCHIVOS
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O CASOS
           IF FS-STATUS-CAS-NOT-FOUND
              DISPLAY "E154ROS: NO HAY CASOS - CORRA PRIMERO E154"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-CAS-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CASOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT ROS
           IF NOT FS-STATUS-ROS-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-ROS                  TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ROS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           IF REG-CAS-CONFIRMADO
              PERFORM 220000-LEER-CLIENTE
                 THRU 220000-LEER-CLIENTE-F
              IF REG-CUIT-CL = SPACES
                 ADD 1 TO WSV-CANT-SIN-CUIT
                 PERFORM 910000-CONTROLAR-PAGINA
                    THRU 910000-CONTROLAR-PAGINA-F
                 DISPLAY REG-CAS-NUMERO " " REG-CAS-REGLA " "
                         REG-CAS-CLIENTE " SIN CUIT - NO INFORMADO"
              ELSE
                 PERFORM 230000-REPORTAR-CASO
                    THRU 230000-REPORTAR-CASO-F
              END-IF
           END-IF

           PERFORM 210000-READ-NEXT-CASO
              THRU 210000-READ-NEXT-CASO-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-READ-NEXT-CASO
      ******************************************************************
       210000-READ-NEXT-CASO.
           READ CASOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CAS-OK
                    ADD 1 TO WSV-CANT-LEIDOS
               WHEN FS-STATUS-CAS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-READ-NEXT TO WS-ERR-PARRAFO
                    MOVE CON-CASOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAS        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-READ-NEXT-CASO-F. EXIT.
      ******************************************************************
      *                         220000-LEER-CLIENTE
      *Un cliente dado de baja del maestro queda sin CUIT y el caso
      *sale en el listado de no informados.
      ******************************************************************
       220000-LEER-CLIENTE.
           MOVE REG-CAS-CLIENTE TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    CONTINUE
               WHEN FS-STATUS-CLI-SIN-CLAVE
                    MOVE SPACES TO REG-NOMBRE-CL
                    MOVE SPACES TO REG-CUIT-CL
               WHEN OTHER
                    MOVE CON-220000-LEER-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES            TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       220000-LEER-CLIENTE-F. EXIT.
      ******************************************************************
      *                         230000-REPORTAR-CASO
      *Primero se graba el detalle y despues se marca el caso, asi
      *una cancelacion entre los dos pasos deja el caso confirmado y
      *sale de nuevo en la proxima corrida.
      ******************************************************************
       230000-REPORTAR-CASO.
           INITIALIZE REG-ROS-DETALLE
           MOVE "D"                       TO REG-ROD-TIPO
           MOVE REG-CAS-NUMERO            TO REG-ROD-CASO
           MOVE REG-CUIT-CL               TO REG-ROD-CUIT
           MOVE REG-NOMBRE-CL             TO REG-ROD-NOMBRE
           MOVE REG-CAS-CLIENTE           TO REG-ROD-CLIENTE
           MOVE REG-CAS-CUENTA            TO REG-ROD-CUENTA
           MOVE REG-CAS-REGLA             TO REG-ROD-REGLA
           MOVE REG-CAS-IMPORTE           TO REG-ROD-IMPORTE
           MOVE REG-CAS-CANT-OPERACIONES  TO REG-ROD-CANT-OPERACIONES
           MOVE REG-CAS-FECHA-DESDE       TO REG-ROD-FECHA-DESDE
           MOVE REG-CAS-FECHA-HASTA       TO REG-ROD-FECHA-HASTA
           MOVE REG-CAS-DETALLE           TO REG-ROD-DETALLE
           MOVE REG-CAS-COMENTARIO        TO REG-ROD-FUNDAMENTO
           MOVE REG-CAS-ANALISTA          TO REG-ROD-ANALISTA
           MOVE REG-CAS-FECHA-DISPOSICION TO REG-ROD-FECHA-DISPOSICION
           WRITE REG-ROS-DETALLE
           IF NOT FS-STATUS-ROS-OK
              MOVE CON-230000-REPORTAR TO WS-ERR-PARRAFO
              MOVE CON-ROS             TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-ROS       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "R"               TO REG-CAS-ESTADO
           MOVE WSV-FECHA-PROCESO TO REG-CAS-FECHA-ROS
           REWRITE REG-CASO
           IF NOT FS-STATUS-CAS-OK
              MOVE CON-230000-REPORTAR TO WS-ERR-PARRAFO
              MOVE CON-CASOS           TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAS       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-REPORTADOS
           ADD REG-CAS-IMPORTE TO WSV-IMPORTE-TOTAL

           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           MOVE REG-CAS-IMPORTE TO WSV-EDIT
           DISPLAY REG-CAS-NUMERO " " REG-CAS-REGLA " "
                   REG-CAS-CLIENTE " " REG-CUIT-CL " " REG-NOMBRE-CL
                   " " WSV-EDIT
           .
       230000-REPORTAR-CASO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           INITIALIZE REG-ROS-TRAILER
           MOVE "T"                 TO REG-ROT-TIPO
           MOVE WSV-CANT-REPORTADOS TO REG-ROT-CANTIDAD
           MOVE WSV-IMPORTE-TOTAL   TO REG-ROT-IMPORTE-TOTAL
           WRITE REG-ROS-TRAILER
           IF NOT FS-STATUS-ROS-OK
              MOVE CON-290000-GRABAR-ROS TO WS-ERR-PARRAFO
              MOVE CON-ROS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-ROS         TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE CASOS
           CLOSE CLIENTES
           CLOSE ROS

           MOVE WSV-IMPORTE-TOTAL TO WSV-EDIT
           DISPLAY " "
           DISPLAY "CASOS LEIDOS             : " WSV-CANT-LEIDOS
           DISPLAY "CASOS REPORTADOS         : " WSV-CANT-REPORTADOS
           DISPLAY "IMPORTE TOTAL REPORTADO  : " WSV-EDIT
           DISPLAY "CONFIRMADOS SIN CUIT     : " WSV-CANT-SIN-CUIT
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
      ******************************************************************
      *                         900000-IMPRIMIR-CABECERA
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
       END PROGRAM E154ROS.
