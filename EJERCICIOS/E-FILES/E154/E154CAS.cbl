      ******************************************************************
      *Bandeja del analista de prevencion de lavado. Trabaja sobre
      *CASOS_PLD.txt, que abre el monitoreo diario E154: consulta de
      *un caso con los datos del cliente de CLIENTESIX.txt, listado
      *de los casos abiertos y de todos los casos de un cliente, y
      *registro de la disposicion. Un caso abierto se confirma (C,
      *pasa al reporte de operacion sospechosa que arma E154ROS) o se
      *descarta (D); en los dos casos queda el analista, la fecha y
      *un comentario obligatorio que fundamenta la decision. Un caso
      *ya resuelto o reportado no se modifica.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E154CAS.
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
       DATA DIVISION.
       FILE SECTION.
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
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-220000-CONSULTAR       PIC X(30) VALUE
              '220000-CONSULTAR            '.
              05 CON-225000-LEER-CLIENTE    PIC X(30) VALUE
              '225000-LEER-CLIENTE         '.
              05 CON-230000-LISTAR-ABIERTOS PIC X(30) VALUE
              '230000-LISTAR-ABIERTOS      '.
              05 CON-240000-LISTAR-CLIENTE  PIC X(30) VALUE
              '240000-LISTAR-CLIENTE       '.
              05 CON-250000-DISPONER        PIC X(30) VALUE
              '250000-DISPONER             '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-CLIENTES  PIC X(10) VALUE 'CLIENTES  '.
              05 CON-CASOS     PIC X(10) VALUE 'CASOS     '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-SIN-CLAVE        VALUE "23".

          05 FS-STATUS-CAS           PIC X(02) VALUE "00".
             88 FS-STATUS-CAS-OK               VALUE "00".
             88 FS-STATUS-CAS-EOF              VALUE "10".
             88 FS-STATUS-CAS-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-CAS-NOT-FOUND        VALUE "35".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-ANALISTA            PIC X(08).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-NUMERO-CASO         PIC 9(08).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-DISPOSICION         PIC X(01).
          05 WSV-COMENTARIO          PIC X(60).
          05 WSV-CANT-LISTADOS       PIC 9(05).
          05 WSV-EDIT                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           MOVE "E154CAS" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           DISPLAY "INGRESE SU CODIGO DE ANALISTA"
           ACCEPT WSV-ANALISTA
           IF WSV-ANALISTA = SPACES
              DISPLAY "ANALISTA INVALIDO - PROGRAMA TERMINADO"
              STOP RUN
           END-IF

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-ARCHIVOS
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O CASOS
           IF FS-STATUS-CAS-NOT-FOUND
              DISPLAY "E154CAS: NO HAY CASOS - CORRA PRIMERO E154"
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
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR CASO"
           DISPLAY "2.LISTAR CASOS ABIERTOS"
           DISPLAY "3.LISTAR CASOS DE UN CLIENTE"
           DISPLAY "4.REGISTRAR DISPOSICION"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 220000-CONSULTAR
                       THRU 220000-CONSULTAR-F
               WHEN 2
                    PERFORM 230000-LISTAR-ABIERTOS
                       THRU 230000-LISTAR-ABIERTOS-F
               WHEN 3
                    PERFORM 240000-LISTAR-CLIENTE
                       THRU 240000-LISTAR-CLIENTE-F
               WHEN 4
                    PERFORM 250000-DISPONER
                       THRU 250000-DISPONER-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-CASO
      *Lee el caso WSV-NUMERO-CASO; deja FS-STATUS-CAS en 23 si no
      *existe.
      ******************************************************************
       210000-LEER-CASO.
           DISPLAY "INGRESE EL NUMERO DE CASO"
           ACCEPT WSV-NUMERO-CASO
           MOVE WSV-NUMERO-CASO TO REG-CAS-NUMERO
           READ CASOS
           EVALUATE TRUE
               WHEN FS-STATUS-CAS-OK
                    CONTINUE
               WHEN FS-STATUS-CAS-SIN-CLAVE
                    DISPLAY "CASO INEXISTENTE"
               WHEN OTHER
                    MOVE CON-220000-CONSULTAR TO WS-ERR-PARRAFO
                    MOVE CON-CASOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAS        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-CASO-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      ******************************************************************
       220000-CONSULTAR.
           PERFORM 210000-LEER-CASO
              THRU 210000-LEER-CASO-F
           IF NOT FS-STATUS-CAS-OK
              GO TO 220000-CONSULTAR-F
           END-IF

           PERFORM 222000-MOSTRAR-CASO
              THRU 222000-MOSTRAR-CASO-F
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         222000-MOSTRAR-CASO
      ******************************************************************
       222000-MOSTRAR-CASO.
           PERFORM 225000-LEER-CLIENTE
              THRU 225000-LEER-CLIENTE-F

           DISPLAY "CASO       : " REG-CAS-NUMERO
                   "  REGLA : " REG-CAS-REGLA
                   "  ESTADO : " REG-CAS-ESTADO
           DISPLAY "ALTA       : " REG-CAS-FECHA-ALTA
                   "  PERIODO : " REG-CAS-FECHA-DESDE
                   " AL " REG-CAS-FECHA-HASTA
           DISPLAY "CLIENTE    : " REG-CAS-CLIENTE " " REG-NOMBRE-CL
                   "  CUIT : " REG-CUIT-CL
           DISPLAY "CUENTA     : " REG-CAS-CUENTA
                   "  SUCURSAL : " REG-CAS-SUCURSAL
           MOVE REG-CAS-IMPORTE TO WSV-EDIT
           DISPLAY "IMPORTE ARS: " WSV-EDIT
                   "  OPERACIONES : " REG-CAS-CANT-OPERACIONES
           DISPLAY "DETALLE    : " REG-CAS-DETALLE
           IF NOT REG-CAS-ABIERTO
              DISPLAY "DISPUESTO  : " REG-CAS-FECHA-DISPOSICION
                      " POR " REG-CAS-ANALISTA
              DISPLAY "COMENTARIO : " REG-CAS-COMENTARIO
           END-IF
           IF REG-CAS-REPORTADO
              DISPLAY "REPORTADO A LA UIF EL " REG-CAS-FECHA-ROS
           END-IF
           .
       222000-MOSTRAR-CASO-F. EXIT.
      ******************************************************************
      *                         225000-LEER-CLIENTE
      ******************************************************************
       225000-LEER-CLIENTE.
           MOVE REG-CAS-CLIENTE TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    CONTINUE
               WHEN FS-STATUS-CLI-SIN-CLAVE
                    MOVE "CLIENTE INEXISTENTE" TO REG-NOMBRE-CL
                    MOVE SPACES                TO REG-CUIT-CL
               WHEN OTHER
                    MOVE CON-225000-LEER-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES            TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       225000-LEER-CLIENTE-F. EXIT.
      ******************************************************************
      *                         230000-LISTAR-ABIERTOS
      ******************************************************************
       230000-LISTAR-ABIERTOS.
           MOVE ZERO TO WSV-CANT-LISTADOS
           DISPLAY "    CASO RG ALTA      CLIENTE CUENTA  "
                   "          IMPORTE ARS E DETALLE"

           MOVE ZERO TO REG-CAS-NUMERO
           START CASOS KEY > REG-CAS-NUMERO
           IF FS-STATUS-CAS-OK
              PERFORM 232000-LEER-ABIERTO
                 THRU 232000-LEER-ABIERTO-F
                 UNTIL FS-STATUS-CAS-EOF
           END-IF
           MOVE "00" TO FS-STATUS-CAS

           DISPLAY "CASOS ABIERTOS: " WSV-CANT-LISTADOS
           .
       230000-LISTAR-ABIERTOS-F. EXIT.
      ******************************************************************
      *                         232000-LEER-ABIERTO
      ******************************************************************
       232000-LEER-ABIERTO.
           READ CASOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CAS-OK
                    IF REG-CAS-ABIERTO
                       PERFORM 235000-MOSTRAR-LINEA
                          THRU 235000-MOSTRAR-LINEA-F
                    END-IF
               WHEN FS-STATUS-CAS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-LISTAR-ABIERTOS TO WS-ERR-PARRAFO
                    MOVE CON-CASOS                  TO WS-ERR-OBJETO
                    MOVE CON-LEER                   TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAS              TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       232000-LEER-ABIERTO-F. EXIT.
      ******************************************************************
      *                         235000-MOSTRAR-LINEA
      ******************************************************************
       235000-MOSTRAR-LINEA.
           ADD 1 TO WSV-CANT-LISTADOS
           MOVE REG-CAS-IMPORTE TO WSV-EDIT
           DISPLAY REG-CAS-NUMERO " " REG-CAS-REGLA " "
                   REG-CAS-FECHA-ALTA " " REG-CAS-CLIENTE " "
                   REG-CAS-CUENTA " " WSV-EDIT " " REG-CAS-ESTADO
                   " " REG-CAS-DETALLE
           .
       235000-MOSTRAR-LINEA-F. EXIT.
      ******************************************************************
      *                         240000-LISTAR-CLIENTE
      *Todos los casos del cliente, en cualquier estado, para ver sus
      *antecedentes antes de disponer.
      ******************************************************************
       240000-LISTAR-CLIENTE.
           MOVE ZERO TO WSV-CANT-LISTADOS
           DISPLAY "INGRESE EL CODIGO DE CLIENTE"
           ACCEPT WSV-CLIENTE

           DISPLAY "    CASO RG ALTA      CLIENTE CUENTA  "
                   "          IMPORTE ARS E DETALLE"
           MOVE WSV-CLIENTE TO REG-CAS-CLIENTE
           START CASOS KEY = REG-CAS-CLIENTE
           IF FS-STATUS-CAS-OK
              PERFORM 242000-LEER-CASO-CLIENTE
                 THRU 242000-LEER-CASO-CLIENTE-F
                 UNTIL FS-STATUS-CAS-EOF
           END-IF
           MOVE "00" TO FS-STATUS-CAS

           DISPLAY "CASOS DEL CLIENTE: " WSV-CANT-LISTADOS
           .
       240000-LISTAR-CLIENTE-F. EXIT.
      ******************************************************************
      *                         242000-LEER-CASO-CLIENTE
      ******************************************************************
       242000-LEER-CASO-CLIENTE.
           READ CASOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-CAS-OK
                    IF REG-CAS-CLIENTE NOT = WSV-CLIENTE
                       MOVE "10" TO FS-STATUS-CAS
                    ELSE
                       PERFORM 235000-MOSTRAR-LINEA
                          THRU 235000-MOSTRAR-LINEA-F
                    END-IF
               WHEN FS-STATUS-CAS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-240000-LISTAR-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-CASOS                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CAS             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       242000-LEER-CASO-CLIENTE-F. EXIT.
      ******************************************************************
      *                         250000-DISPONER
      ******************************************************************
       250000-DISPONER.
           INITIALIZE WSV-DISPOSICION WSV-COMENTARIO

           PERFORM 210000-LEER-CASO
              THRU 210000-LEER-CASO-F
           IF NOT FS-STATUS-CAS-OK
              GO TO 250000-DISPONER-F
           END-IF

           PERFORM 222000-MOSTRAR-CASO
              THRU 222000-MOSTRAR-CASO-F

           IF NOT REG-CAS-ABIERTO
              DISPLAY "EL CASO YA FUE RESUELTO - NO SE MODIFICA"
              GO TO 250000-DISPONER-F
           END-IF

           DISPLAY "INGRESE LA DISPOSICION (C=CONFIRMAR SOSPECHA / "
                   "D=DESCARTAR)"
           ACCEPT WSV-DISPOSICION
           IF WSV-DISPOSICION NOT = "C"
              AND WSV-DISPOSICION NOT = "D"
              DISPLAY "DISPOSICION INVALIDA (C/D)"
              GO TO 250000-DISPONER-F
           END-IF

           DISPLAY "INGRESE EL COMENTARIO QUE FUNDAMENTA LA DECISION"
           ACCEPT WSV-COMENTARIO
           IF WSV-COMENTARIO = SPACES
              DISPLAY "EL COMENTARIO ES OBLIGATORIO"
              GO TO 250000-DISPONER-F
           END-IF

           MOVE WSV-DISPOSICION TO REG-CAS-ESTADO
           MOVE WSV-ANALISTA    TO REG-CAS-ANALISTA
           MOVE WSV-FECHA-HOY   TO REG-CAS-FECHA-DISPOSICION
           MOVE WSV-COMENTARIO  TO REG-CAS-COMENTARIO

           REWRITE REG-CASO
           IF NOT FS-STATUS-CAS-OK
              MOVE CON-250000-DISPONER TO WS-ERR-PARRAFO
              MOVE CON-CASOS           TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-CAS       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF REG-CAS-CONFIRMADO
              DISPLAY "CASO " REG-CAS-NUMERO " CONFIRMADO - SALE EN "
                      "EL PROXIMO REPORTE DE E154ROS"
           ELSE
              DISPLAY "CASO " REG-CAS-NUMERO " DESCARTADO"
           END-IF
           .
       250000-DISPONER-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE CASOS
           CLOSE CLIENTES
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
       END PROGRAM E154CAS.
