      ******************************************************************
      *Revision de los pares candidatos a clientes duplicados que
      *deja E156 en DUPLICADOS_CLIENTES.txt. La trastienda lista los
      *pares pendientes, ve los datos de los dos clientes de
      *CLIENTESIX.txt y acepta o rechaza cada par. Al aceptar indica
      *cual de los dos sobrevive (debe estar activo) y el par se
      *agrega a FUSIONES_APROBADAS.txt, que E66 procesa sin operador
      *en su corrida siguiente. Un par rechazado queda en el archivo
      *para que E156 no lo vuelva a proponer.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E156REV.
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
      ****************************  I-O  *******************************
       SELECT DUPLICADOS ASSIGN TO "DUPLICADOS_CLIENTES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-DUP-CLAVE
                       FILE STATUS  IS FS-STATUS-DUP.
      ****************************  OUTPUT  ****************************
       SELECT FUSIONES ASSIGN TO "FUSIONES_APROBADAS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-FUS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
          01 REG-CLIENTEIX.
             05 REG-COD-CLIENTE-CL       PIC 9(08).
             05 REG-NOMBRE-CL            PIC X(30).
             05 REG-CUIT-CL              PIC X(11).
             05 REG-DIRECCION-CL         PIC X(40).
             05 REG-ESTADO-CL            PIC X(01).
                88 REG-CLIENTE-ACTIVO           VALUE "A".
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD DUPLICADOS.
          01 REG-DUPLICADO.
             05 REG-DUP-CLAVE.
                10 REG-DUP-CLIENTE-1     PIC 9(08).
                10 REG-DUP-CLIENTE-2     PIC 9(08).
             05 REG-DUP-PUNTAJE          PIC 9(03).
             05 REG-DUP-COINCIDE-CUIT    PIC X(01).
             05 REG-DUP-COINCIDE-NOMBRE  PIC X(01).
             05 REG-DUP-COINCIDE-DOMIC   PIC X(01).
             05 REG-DUP-FECHA-DETECCION  PIC 9(08).
             05 REG-DUP-ESTADO           PIC X(01).
                88 REG-DUP-PENDIENTE            VALUE "P".
                88 REG-DUP-ACEPTADO             VALUE "A".
                88 REG-DUP-RECHAZADO            VALUE "R".
                88 REG-DUP-FUSIONADO            VALUE "F".
             05 REG-DUP-SOBREVIVE        PIC 9(08).
             05 REG-DUP-OPERADOR         PIC X(08).
             05 REG-DUP-FECHA-RESOLUCION PIC 9(08).

      *Fusion aprobada, entrada de la corrida desatendida de E66.
       FD FUSIONES.
          01 REG-FUSION.
             05 REG-FUS-SOBREVIVE        PIC 9(08).
             05 REG-FUS-DUPLICADO        PIC 9(08).
             05 REG-FUS-OPERADOR         PIC X(08).
             05 REG-FUS-FECHA            PIC 9(08).
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
              05 CON-210000-LEER-PAR        PIC X(30) VALUE
              '210000-LEER-PAR             '.
              05 CON-225000-LEER-CLIENTE    PIC X(30) VALUE
              '225000-LEER-CLIENTE         '.
              05 CON-230000-LISTAR-PENDIENTES PIC X(30) VALUE
              '230000-LISTAR-PENDIENTES    '.
              05 CON-250000-RESOLVER        PIC X(30) VALUE
              '250000-RESOLVER             '.
              05 CON-260000-GRABAR-FUSION   PIC X(30) VALUE
              '260000-GRABAR-FUSION        '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-CLIENTES   PIC X(10) VALUE 'CLIENTES  '.
              05 CON-DUPLICADOS PIC X(10) VALUE 'DUPLICADOS'.
              05 CON-FUSIONES   PIC X(10) VALUE 'FUSIONES  '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-SIN-CLAVE        VALUE "23".

          05 FS-STATUS-DUP           PIC X(02) VALUE "00".
             88 FS-STATUS-DUP-OK               VALUE "00".
             88 FS-STATUS-DUP-EOF              VALUE "10".
             88 FS-STATUS-DUP-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-DUP-NOT-FOUND        VALUE "35".

          05 FS-STATUS-FUS           PIC X(02) VALUE "00".
             88 FS-STATUS-FUS-OK               VALUE "00".
             88 FS-STATUS-FUS-NOT-FOUND        VALUE "35".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-OPERADOR            PIC X(08).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-CLIENTE-1           PIC 9(08).
          05 WSV-CLIENTE-2           PIC 9(08).
          05 WSV-CLIENTE-AUX         PIC 9(08).
          05 WSV-SOBREVIVE           PIC 9(08).
          05 WSV-DUPLICADO           PIC 9(08).
          05 WSV-DECISION            PIC X(01).
          05 WSV-ESTADO-SOBREVIVE    PIC X(01).
          05 WSV-CANT-LISTADOS       PIC 9(05).
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
           MOVE "E156REV" TO WS-ERR-PROGRAMA

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

           DISPLAY "INGRESE SU CODIGO DE OPERADOR"
           ACCEPT WSV-OPERADOR
           IF WSV-OPERADOR = SPACES
              DISPLAY "OPERADOR INVALIDO - PROGRAMA TERMINADO"
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
           OPEN I-O DUPLICADOS
           IF FS-STATUS-DUP-NOT-FOUND
              DISPLAY "E156REV: NO HAY PARES - CORRA PRIMERO E156"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-DUP-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DUPLICADOS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DUP            TO WS-ERR-CODIGO
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
           DISPLAY "1.LISTAR PARES PENDIENTES"
           DISPLAY "2.CONSULTAR PAR"
           DISPLAY "3.ACEPTAR O RECHAZAR PAR"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 230000-LISTAR-PENDIENTES
                       THRU 230000-LISTAR-PENDIENTES-F
               WHEN 2
                    PERFORM 220000-CONSULTAR
                       THRU 220000-CONSULTAR-F
               WHEN 3
                    PERFORM 250000-RESOLVER
                       THRU 250000-RESOLVER-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-PAR
      *Pide los dos codigos en cualquier orden y lee el par; deja
      *FS-STATUS-DUP en 23 si no existe.
      ******************************************************************
       210000-LEER-PAR.
           DISPLAY "INGRESE EL CODIGO DEL PRIMER CLIENTE"
           ACCEPT WSV-CLIENTE-1
           DISPLAY "INGRESE EL CODIGO DEL SEGUNDO CLIENTE"
           ACCEPT WSV-CLIENTE-2
           IF WSV-CLIENTE-1 > WSV-CLIENTE-2
              MOVE WSV-CLIENTE-1   TO WSV-CLIENTE-AUX
              MOVE WSV-CLIENTE-2   TO WSV-CLIENTE-1
              MOVE WSV-CLIENTE-AUX TO WSV-CLIENTE-2
           END-IF

           MOVE WSV-CLIENTE-1 TO REG-DUP-CLIENTE-1
           MOVE WSV-CLIENTE-2 TO REG-DUP-CLIENTE-2
           READ DUPLICADOS
           EVALUATE TRUE
               WHEN FS-STATUS-DUP-OK
                    CONTINUE
               WHEN FS-STATUS-DUP-SIN-CLAVE
                    DISPLAY "PAR INEXISTENTE"
               WHEN OTHER
                    MOVE CON-210000-LEER-PAR TO WS-ERR-PARRAFO
                    MOVE CON-DUPLICADOS      TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DUP       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-PAR-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      ******************************************************************
       220000-CONSULTAR.
           PERFORM 210000-LEER-PAR
              THRU 210000-LEER-PAR-F
           IF NOT FS-STATUS-DUP-OK
              GO TO 220000-CONSULTAR-F
           END-IF

           PERFORM 222000-MOSTRAR-PAR
              THRU 222000-MOSTRAR-PAR-F
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         222000-MOSTRAR-PAR
      ******************************************************************
       222000-MOSTRAR-PAR.
           DISPLAY "PAR        : " REG-DUP-CLIENTE-1 " - "
                   REG-DUP-CLIENTE-2 "  ESTADO : " REG-DUP-ESTADO
           DISPLAY "DETECTADO  : " REG-DUP-FECHA-DETECCION
                   "  PUNTAJE : " REG-DUP-PUNTAJE
           DISPLAY "COINCIDE   : CUIT " REG-DUP-COINCIDE-CUIT
                   "  NOMBRE " REG-DUP-COINCIDE-NOMBRE
                   "  DOMICILIO " REG-DUP-COINCIDE-DOMIC

           MOVE REG-DUP-CLIENTE-1 TO WSV-CLIENTE-AUX
           PERFORM 225000-LEER-CLIENTE
              THRU 225000-LEER-CLIENTE-F
           MOVE REG-DUP-CLIENTE-2 TO WSV-CLIENTE-AUX
           PERFORM 225000-LEER-CLIENTE
              THRU 225000-LEER-CLIENTE-F

           IF NOT REG-DUP-PENDIENTE
              DISPLAY "RESUELTO   : " REG-DUP-FECHA-RESOLUCION
                      " POR " REG-DUP-OPERADOR
           END-IF
           IF REG-DUP-ACEPTADO OR REG-DUP-FUSIONADO
              DISPLAY "SOBREVIVE  : " REG-DUP-SOBREVIVE
           END-IF
           .
       222000-MOSTRAR-PAR-F. EXIT.
      ******************************************************************
      *                         225000-LEER-CLIENTE
      ******************************************************************
       225000-LEER-CLIENTE.
           MOVE WSV-CLIENTE-AUX TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    CONTINUE
               WHEN FS-STATUS-CLI-SIN-CLAVE
                    MOVE "CLIENTE INEXISTENTE" TO REG-NOMBRE-CL
                    MOVE SPACES TO REG-CUIT-CL REG-DIRECCION-CL
                                   REG-ESTADO-CL
               WHEN OTHER
                    MOVE CON-225000-LEER-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES            TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           DISPLAY "CLIENTE    : " WSV-CLIENTE-AUX " " REG-NOMBRE-CL
                   "  ESTADO : " REG-ESTADO-CL
           DISPLAY "  CUIT     : " REG-CUIT-CL
           DISPLAY "  DOMICILIO: " REG-DIRECCION-CL
           .
       225000-LEER-CLIENTE-F. EXIT.
      ******************************************************************
      *                         230000-LISTAR-PENDIENTES
      ******************************************************************
       230000-LISTAR-PENDIENTES.
           MOVE ZERO TO WSV-CANT-LISTADOS
           DISPLAY "CLIENTE1 CLIENTE2 PTS C N D DETECTADO"

           MOVE LOW-VALUES TO REG-DUP-CLAVE
           START DUPLICADOS KEY > REG-DUP-CLAVE
           IF FS-STATUS-DUP-OK
              PERFORM 232000-LEER-PENDIENTE
                 THRU 232000-LEER-PENDIENTE-F
                 UNTIL FS-STATUS-DUP-EOF
           END-IF
           MOVE "00" TO FS-STATUS-DUP

           DISPLAY "PARES PENDIENTES: " WSV-CANT-LISTADOS
           .
       230000-LISTAR-PENDIENTES-F. EXIT.
      ******************************************************************
      *                         232000-LEER-PENDIENTE
      ******************************************************************
       232000-LEER-PENDIENTE.
           READ DUPLICADOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-DUP-OK
                    IF REG-DUP-PENDIENTE
                       ADD 1 TO WSV-CANT-LISTADOS
                       DISPLAY REG-DUP-CLIENTE-1 " "
                               REG-DUP-CLIENTE-2 " "
                               REG-DUP-PUNTAJE " "
                               REG-DUP-COINCIDE-CUIT " "
                               REG-DUP-COINCIDE-NOMBRE " "
                               REG-DUP-COINCIDE-DOMIC " "
                               REG-DUP-FECHA-DETECCION
                    END-IF
               WHEN FS-STATUS-DUP-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-LISTAR-PENDIENTES TO WS-ERR-PARRAFO
                    MOVE CON-DUPLICADOS          TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DUP           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       232000-LEER-PENDIENTE-F. EXIT.
      ******************************************************************
      *                         250000-RESOLVER
      *Solo se resuelve un par pendiente. Al aceptar, el sobreviviente
      *tiene que ser uno de los dos y estar activo, igual que lo
      *exige E66.
      ******************************************************************
       250000-RESOLVER.
           INITIALIZE WSV-DECISION WSV-SOBREVIVE WSV-DUPLICADO

           PERFORM 210000-LEER-PAR
              THRU 210000-LEER-PAR-F
           IF NOT FS-STATUS-DUP-OK
              GO TO 250000-RESOLVER-F
           END-IF

           PERFORM 222000-MOSTRAR-PAR
              THRU 222000-MOSTRAR-PAR-F

           IF NOT REG-DUP-PENDIENTE
              DISPLAY "EL PAR YA FUE RESUELTO - NO SE MODIFICA"
              GO TO 250000-RESOLVER-F
           END-IF

           DISPLAY "INGRESE LA DECISION (A=ACEPTAR DUPLICADO / "
                   "R=RECHAZAR, SON CLIENTES DISTINTOS)"
           ACCEPT WSV-DECISION
           IF WSV-DECISION NOT = "A"
              AND WSV-DECISION NOT = "R"
              DISPLAY "DECISION INVALIDA (A/R)"
              GO TO 250000-RESOLVER-F
           END-IF

           IF WSV-DECISION = "A"
              DISPLAY "INGRESE EL CODIGO DEL CLIENTE QUE SOBREVIVE"
              ACCEPT WSV-SOBREVIVE
              EVALUATE WSV-SOBREVIVE
                  WHEN REG-DUP-CLIENTE-1
                       MOVE REG-DUP-CLIENTE-2 TO WSV-DUPLICADO
                  WHEN REG-DUP-CLIENTE-2
                       MOVE REG-DUP-CLIENTE-1 TO WSV-DUPLICADO
                  WHEN OTHER
                       DISPLAY "EL SOBREVIVIENTE DEBE SER UNO DE LOS "
                               "DOS CLIENTES DEL PAR"
                       GO TO 250000-RESOLVER-F
              END-EVALUATE

              MOVE WSV-SOBREVIVE TO REG-COD-CLIENTE-CL
              READ CLIENTES
              IF NOT FS-STATUS-CLI-OK OR NOT REG-CLIENTE-ACTIVO
                 DISPLAY "EL CLIENTE SOBREVIVIENTE NO ESTA ACTIVO"
                 GO TO 250000-RESOLVER-F
              END-IF
           END-IF

           MOVE WSV-DECISION  TO REG-DUP-ESTADO
           MOVE WSV-SOBREVIVE TO REG-DUP-SOBREVIVE
           MOVE WSV-OPERADOR  TO REG-DUP-OPERADOR
           MOVE WSV-FECHA-HOY TO REG-DUP-FECHA-RESOLUCION

           REWRITE REG-DUPLICADO
           IF NOT FS-STATUS-DUP-OK
              MOVE CON-250000-RESOLVER TO WS-ERR-PARRAFO
              MOVE CON-DUPLICADOS      TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-DUP       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF REG-DUP-ACEPTADO
              PERFORM 260000-GRABAR-FUSION
                 THRU 260000-GRABAR-FUSION-F
              DISPLAY "PAR ACEPTADO - E66 FUSIONARA " WSV-DUPLICADO
                      " EN " WSV-SOBREVIVE " EN SU PROXIMA CORRIDA"
           ELSE
              DISPLAY "PAR RECHAZADO - NO SE VOLVERA A PROPONER"
           END-IF
           .
       250000-RESOLVER-F. EXIT.
      ******************************************************************
      *                         260000-GRABAR-FUSION
      ******************************************************************
       260000-GRABAR-FUSION.
           OPEN EXTEND FUSIONES
           IF FS-STATUS-FUS-NOT-FOUND
              OPEN OUTPUT FUSIONES
           END-IF
           IF NOT FS-STATUS-FUS-OK
              MOVE CON-260000-GRABAR-FUSION TO WS-ERR-PARRAFO
              MOVE CON-FUSIONES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-FUS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-SOBREVIVE TO REG-FUS-SOBREVIVE
           MOVE WSV-DUPLICADO TO REG-FUS-DUPLICADO
           MOVE WSV-OPERADOR  TO REG-FUS-OPERADOR
           MOVE WSV-FECHA-HOY TO REG-FUS-FECHA
           WRITE REG-FUSION
           IF NOT FS-STATUS-FUS-OK
              MOVE CON-260000-GRABAR-FUSION TO WS-ERR-PARRAFO
              MOVE CON-FUSIONES             TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-FUS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           CLOSE FUSIONES
           .
       260000-GRABAR-FUSION-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DUPLICADOS
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
       END PROGRAM E156REV.
