      *carpeta del cliente. Los servicios de SERVICIOIX.txt siguen a
      *sus cuentas (estan claveados por numero de cuenta), por lo que
      *no requieren re-imputacion.
      *Si existe FUSIONES_APROBADAS.txt (pares aceptados en E156REV)
      *la corrida es desatendida: fusiona cada par del archivo sin
      *pedir codigos ni confirmacion, marca el par como fusionado en
      *DUPLICADOS_CLIENTES.txt y borra el archivo al terminar. Un
      *par que no pasa la validacion vuelve a quedar pendiente en
      *DUPLICADOS_CLIENTES.txt para que se revise de nuevo.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT PARCIAL ASSIGN TO WSA-PARCIAL-DESTINO
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT FUSIONES ASSIGN TO WSA-FUSIONES
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-FUS.
      ****************************  OUTPUT  ****************************
       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
       SELECT PARAMETROS ASSIGN TO "PARAMETROS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PRM.

       SELECT DUPLICADOS ASSIGN TO "DUPLICADOS_CLIENTES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-DUP-CLAVE
                       FILE STATUS  IS FS-STATUS-DUP.
       DATA DIVISION.
       FILE SECTION.
       FD RECHA.
             05 REG-IMPORTE-APLICADO-P  PIC 9(15)V9(02).
             05 REG-SALDO-PENDIENTE-P   PIC 9(15)V9(02).

       FD FUSIONES.
          01 REG-FUSION.
             05 REG-FUS-SOBREVIVE        PIC 9(08).
             05 REG-FUS-DUPLICADO        PIC 9(08).
             05 REG-FUS-OPERADOR         PIC X(08).
             05 REG-FUS-FECHA            PIC 9(08).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD CLIENTES.
          01 REG-CLIENTEIX.
                88 REG-CLIENTE-ACTIVO           VALUE "A".
                88 REG-CLIENTE-BLOQUEADO        VALUE "B".
                88 REG-CLIENTE-FALLECIDO        VALUE "F".
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD AUDITORIA.
          01 REG-AUDITORIA.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA         PIC 9(08).

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
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-107000-VER-APROBADAS   PIC X(30) VALUE
              '107000-VERIFICAR-APROBADAS  '.
              05 CON-110000-VALIDAR         PIC X(30) VALUE
              '110000-VALIDAR-CLIENTES     '.
              05 CON-150000-FUSIONAR-APROB  PIC X(30) VALUE
              '150000-FUSIONAR-APROBADAS   '.
              05 CON-170000-ACTUALIZAR-PAR  PIC X(30) VALUE
              '170000-ACTUALIZAR-PAR       '.
              05 CON-200000-FUSIONAR-CTAS   PIC X(30) VALUE
              '200000-FUSIONAR-CUENTAS     '.
              05 CON-240000-REKEY-RECHA     PIC X(30) VALUE
              05 CON-PARCIAL   PIC X(10) VALUE 'PARCIALES '.
              05 CON-INFORME   PIC X(10) VALUE 'INFORME   '.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-FUSIONES  PIC X(10) VALUE 'FUSIONES  '.
              05 CON-DUPLICADOS PIC X(10) VALUE 'DUPLICADOS'.
      ************************** TABLES ********************************
      *Cuentas del cliente duplicado, juntadas por clave alternativa
      *antes de re-imputarlas: reescribir mientras se recorre la
          05 FS-STATUS-PRM           PIC X(02) VALUE "00".
             88 FS-STATUS-PRM-OK               VALUE "00".
             88 FS-STATUS-PRM-NOT-FOUND        VALUE "35".
          05 FS-STATUS-FUS           PIC X(02) VALUE "00".
             88 FS-STATUS-FUS-OK               VALUE "00".
             88 FS-STATUS-FUS-EOF              VALUE "10".
             88 FS-STATUS-FUS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DUP           PIC X(02) VALUE "00".
             88 FS-STATUS-DUP-OK               VALUE "00".
             88 FS-STATUS-DUP-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-DUP-NOT-FOUND        VALUE "35".

          05 WSV-SW-DESATENDIDO      PIC X(01) VALUE "N".
             88 WSV-DESATENDIDO                VALUE "S".
          05 WSV-SW-HAY-DUPLICADOS   PIC X(01) VALUE "N".
             88 WSV-HAY-DUPLICADOS             VALUE "S".
          05 WSV-SW-PAR-VALIDO       PIC X(01).
             88 WSV-PAR-VALIDO                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-CLIENTE-SOBREVIVE   PIC 9(08).
          05 WSV-CTAS-REKEY          PIC 9(05) VALUE ZERO.
          05 WSV-RECHA-REKEY         PIC 9(05) VALUE ZERO.
          05 WSV-PARCIAL-REKEY       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-FUSIONES       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-NO-FUSIONADAS  PIC 9(05) VALUE ZERO.
       01 WS-ARCHIVOS.
          05 WSA-RECHA-NUEVO         PIC X(30) VALUE
             'RECHAZADOS_NUEVO.txt'.
             'PAGOS_PARCIALES_NUEVO.txt'.
          05 WSA-PARCIAL-DESTINO     PIC X(30) VALUE
             'PAGOS_PARCIALES.txt'.
          05 WSA-FUSIONES            PIC X(30) VALUE
             'FUSIONES_APROBADAS.txt'.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
           PERFORM 100000-START
              THRU 100000-START-F

           IF WSV-DESATENDIDO
              PERFORM 155000-LEER-APROBADA
                 THRU 155000-LEER-APROBADA-F
              PERFORM 150000-FUSIONAR-APROBADAS
                 THRU 150000-FUSIONAR-APROBADAS-F
                 UNTIL FS-STATUS-FUS-EOF
           ELSE
              PERFORM 190000-FUSIONAR-CLIENTES
                 THRU 190000-FUSIONAR-CLIENTES-F
           END-IF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 107000-VERIFICAR-APROBADAS
              THRU 107000-VERIFICAR-APROBADAS-F
           IF WSV-DESATENDIDO
              DISPLAY "FUSION DESATENDIDA DE PARES APROBADOS"
              MOVE "T"        TO WS-LOCK-OPERACION
              MOVE "E66     " TO WS-LOCK-PROGRAMA
              CALL CON-RUTLOCK USING WS-REG-LOCK
              IF WS-LOCK-COD-RET NOT = ZERO
                 DISPLAY "E66: CUENTASIX TOMADO - REINTENTE MAS TARDE"
                 STOP RUN
              END-IF
              PERFORM 112000-OPEN-CLIENTES
                 THRU 112000-OPEN-CLIENTES-F
              PERFORM 120000-OPEN-ARCHIVOS
                 THRU 120000-OPEN-ARCHIVOS-F
              GO TO 100000-START-F
           END-IF

           DISPLAY "FUSION DE CLIENTES DUPLICADOS"
           DISPLAY "INGRESE EL CODIGO DE CLIENTE SOBREVIVIENTE"
           ACCEPT WSV-CLIENTE-SOBREVIVE
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         107000-VERIFICAR-APROBADAS
      *Con pares aprobados pendientes la corrida es desatendida y el
      *archivo queda abierto para recorrerlo.
      ******************************************************************
       107000-VERIFICAR-APROBADAS.
           OPEN INPUT FUSIONES
           EVALUATE TRUE
               WHEN FS-STATUS-FUS-OK
                    MOVE "S" TO WSV-SW-DESATENDIDO
               WHEN FS-STATUS-FUS-NOT-FOUND
                    MOVE "N" TO WSV-SW-DESATENDIDO
               WHEN OTHER
                    MOVE CON-107000-VER-APROBADAS TO WS-ERR-PARRAFO
                    MOVE CON-FUSIONES             TO WS-ERR-OBJETO
                    MOVE CON-ABRIR                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-FUS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       107000-VERIFICAR-APROBADAS-F. EXIT.
      ******************************************************************
      *                         110000-VALIDAR-CLIENTES
      ******************************************************************
       110000-VALIDAR-CLIENTES.
           PERFORM 112000-OPEN-CLIENTES
              THRU 112000-OPEN-CLIENTES-F

           PERFORM 115000-VALIDAR-PAR
              THRU 115000-VALIDAR-PAR-F
           IF NOT WSV-PAR-VALIDO
              DISPLAY "FUSION CANCELADA"
              MOVE "L" TO WS-LOCK-OPERACION
              CALL CON-RUTLOCK USING WS-REG-LOCK
              STOP RUN
           END-IF
           .
       110000-VALIDAR-CLIENTES-F. EXIT.
      ******************************************************************
      *                         112000-OPEN-CLIENTES
      ******************************************************************
       112000-OPEN-CLIENTES.
           OPEN I-O CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-110000-VALIDAR TO WS-ERR-PARRAFO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       112000-OPEN-CLIENTES-F. EXIT.
      ******************************************************************
      *                         115000-VALIDAR-PAR
      *El sobreviviente debe existir y estar activo; el duplicado
      *debe existir (si ya esta bloqueado igual se permite, puede
      *haber quedado de una fusion que no termino).
      ******************************************************************
       115000-VALIDAR-PAR.
           MOVE "N" TO WSV-SW-PAR-VALIDO
           IF WSV-CLIENTE-SOBREVIVE = WSV-CLIENTE-DUPLICADO
              DISPLAY "LOS CODIGOS SON IGUALES - NADA QUE FUSIONAR"
              GO TO 115000-VALIDAR-PAR-F
           END-IF

           MOVE WSV-CLIENTE-SOBREVIVE TO REG-COD-CLIENTE-CL
           READ CLIENTES
           IF FS-STATUS-CLI-NOT-FOUND
              DISPLAY "CLIENTE SOBREVIVIENTE " WSV-CLIENTE-SOBREVIVE
                      " INEXISTENTE"
              GO TO 115000-VALIDAR-PAR-F
           END-IF
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-110000-VALIDAR TO WS-ERR-PARRAFO
                 THRU 399999-END-PROGRAM-F
           END-IF
           IF NOT REG-CLIENTE-ACTIVO
              DISPLAY "EL CLIENTE SOBREVIVIENTE " WSV-CLIENTE-SOBREVIVE
                      " NO ESTA ACTIVO"
              GO TO 115000-VALIDAR-PAR-F
           END-IF
           MOVE REG-NOMBRE-CL TO WSV-NOMBRE-SOBREVIVE

           MOVE WSV-CLIENTE-DUPLICADO TO REG-COD-CLIENTE-CL
           READ CLIENTES
           IF FS-STATUS-CLI-NOT-FOUND
              DISPLAY "CLIENTE DUPLICADO " WSV-CLIENTE-DUPLICADO
                      " INEXISTENTE"
              GO TO 115000-VALIDAR-PAR-F
           END-IF
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-110000-VALIDAR TO WS-ERR-PARRAFO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE "S" TO WSV-SW-PAR-VALIDO
           .
       115000-VALIDAR-PAR-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-ARCHIVOS
      ******************************************************************
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF WSV-DESATENDIDO
              OPEN I-O DUPLICADOS
              EVALUATE TRUE
                  WHEN FS-STATUS-DUP-OK
                       MOVE "S" TO WSV-SW-HAY-DUPLICADOS
                  WHEN FS-STATUS-DUP-NOT-FOUND
                       CONTINUE
                  WHEN OTHER
                       MOVE CON-170000-ACTUALIZAR-PAR TO WS-ERR-PARRAFO
                       MOVE CON-DUPLICADOS           TO WS-ERR-OBJETO
                       MOVE CON-ABRIR                TO WS-ERR-OPERACION
                       MOVE FS-STATUS-DUP            TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
              END-EVALUATE
           END-IF
           .
       120000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         150000-FUSIONAR-APROBADAS
      *Un par aprobado en E156REV. Si ya no es valido (por ejemplo el
      *sobreviviente quedo bloqueado por otra fusion de la misma
      *corrida) se informa y el par vuelve a quedar pendiente.
      ******************************************************************
       150000-FUSIONAR-APROBADAS.
           MOVE REG-FUS-SOBREVIVE TO WSV-CLIENTE-SOBREVIVE
           MOVE REG-FUS-DUPLICADO TO WSV-CLIENTE-DUPLICADO

           PERFORM 115000-VALIDAR-PAR
              THRU 115000-VALIDAR-PAR-F
           IF WSV-PAR-VALIDO
              PERFORM 190000-FUSIONAR-CLIENTES
                 THRU 190000-FUSIONAR-CLIENTES-F
              ADD 1 TO WSV-CANT-FUSIONES
           ELSE
              MOVE SPACES TO WSV-LINEA-INF
              STRING "FUSION DE CLIENTE " DELIMITED BY SIZE
                 WSV-CLIENTE-DUPLICADO DELIMITED BY SIZE
                 " EN " DELIMITED BY SIZE
                 WSV-CLIENTE-SOBREVIVE DELIMITED BY SIZE
                 " NO REALIZADA - VUELVE A REVISION" DELIMITED BY SIZE
                 INTO WSV-LINEA-INF
              PERFORM 280000-WRITE-INFORME
                 THRU 280000-WRITE-INFORME-F
              ADD 1 TO WSV-CANT-NO-FUSIONADAS
           END-IF

           PERFORM 170000-ACTUALIZAR-PAR
              THRU 170000-ACTUALIZAR-PAR-F

           PERFORM 155000-LEER-APROBADA
              THRU 155000-LEER-APROBADA-F
           .
       150000-FUSIONAR-APROBADAS-F. EXIT.
      ******************************************************************
      *                         155000-LEER-APROBADA
      ******************************************************************
       155000-LEER-APROBADA.
           READ FUSIONES
           EVALUATE TRUE
               WHEN FS-STATUS-FUS-OK
                    CONTINUE
               WHEN FS-STATUS-FUS-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-150000-FUSIONAR-APROB TO WS-ERR-PARRAFO
                    MOVE CON-FUSIONES              TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-FUS             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       155000-LEER-APROBADA-F. EXIT.
      ******************************************************************
      *                         170000-ACTUALIZAR-PAR
      *El par se busca con el codigo menor primero, como lo clavea
      *E156.
      ******************************************************************
       170000-ACTUALIZAR-PAR.
           IF NOT WSV-HAY-DUPLICADOS
              GO TO 170000-ACTUALIZAR-PAR-F
           END-IF

           IF WSV-CLIENTE-SOBREVIVE < WSV-CLIENTE-DUPLICADO
              MOVE WSV-CLIENTE-SOBREVIVE TO REG-DUP-CLIENTE-1
              MOVE WSV-CLIENTE-DUPLICADO TO REG-DUP-CLIENTE-2
           ELSE
              MOVE WSV-CLIENTE-DUPLICADO TO REG-DUP-CLIENTE-1
              MOVE WSV-CLIENTE-SOBREVIVE TO REG-DUP-CLIENTE-2
           END-IF
           READ DUPLICADOS
           IF FS-STATUS-DUP-SIN-CLAVE
              GO TO 170000-ACTUALIZAR-PAR-F
           END-IF
           IF NOT FS-STATUS-DUP-OK
              MOVE CON-170000-ACTUALIZAR-PAR TO WS-ERR-PARRAFO
              MOVE CON-DUPLICADOS            TO WS-ERR-OBJETO
              MOVE CON-LEER                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-DUP             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           IF WSV-PAR-VALIDO
              MOVE "F" TO REG-DUP-ESTADO
           ELSE
              MOVE "P"    TO REG-DUP-ESTADO
              MOVE ZERO   TO REG-DUP-SOBREVIVE
                             REG-DUP-FECHA-RESOLUCION
              MOVE SPACES TO REG-DUP-OPERADOR
           END-IF
           REWRITE REG-DUPLICADO
           IF NOT FS-STATUS-DUP-OK
              MOVE CON-170000-ACTUALIZAR-PAR TO WS-ERR-PARRAFO
              MOVE CON-DUPLICADOS            TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DUP             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       170000-ACTUALIZAR-PAR-F. EXIT.
      ******************************************************************
      *                         190000-FUSIONAR-CLIENTES
      ******************************************************************
       190000-FUSIONAR-CLIENTES.
           MOVE SPACES TO WSV-LINEA-INF
           STRING "FUSION DE CLIENTE " DELIMITED BY SIZE
              WSV-CLIENTE-DUPLICADO DELIMITED BY SIZE
              INTO WSV-LINEA-INF
           PERFORM 280000-WRITE-INFORME
              THRU 280000-WRITE-INFORME-F

           PERFORM 200000-FUSIONAR-CUENTAS
              THRU 200000-FUSIONAR-CUENTAS-F

           PERFORM 240000-REKEY-RECHAZADOS
              THRU 240000-REKEY-RECHAZADOS-F

           PERFORM 250000-REKEY-PARCIALES
              THRU 250000-REKEY-PARCIALES-F

           PERFORM 260000-BLOQUEAR-DUPLICADO
              THRU 260000-BLOQUEAR-DUPLICADO-F
           .
       190000-FUSIONAR-CLIENTES-F. EXIT.
      ******************************************************************
      *                         200000-FUSIONAR-CUENTAS
      *Junta primero los numeros de cuenta del duplicado recorriendo
      *por clave primaria, grabando la auditoria de cada cambio.
      ******************************************************************
       200000-FUSIONAR-CUENTAS.
           MOVE ZERO TO WSV-CANT-CUENTAS
           MOVE WSV-CLIENTE-DUPLICADO TO REG-COD-CLIENTE-IX
           READ DATOS KEY IS REG-COD-CLIENTE-IX
           PERFORM UNTIL NOT FS-STATUS-OK
           CLOSE AUDITORIA
           CLOSE INFORME

           IF WSV-DESATENDIDO
              CLOSE FUSIONES
              CALL "CBL_DELETE_FILE" USING WSA-FUSIONES
              IF WSV-HAY-DUPLICADOS
                 CLOSE DUPLICADOS
              END-IF
              DISPLAY "PARES FUSIONADOS        : " WSV-CANT-FUSIONES
              DISPLAY "PARES NO FUSIONADOS     : "
                      WSV-CANT-NO-FUSIONADAS
           END-IF

           DISPLAY "FUSION FINALIZADA"
           DISPLAY "CUENTAS RE-IMPUTADAS    : " WSV-CTAS-REKEY
           DISPLAY "RECHAZADOS RE-IMPUTADOS : " WSV-RECHA-REKEY
