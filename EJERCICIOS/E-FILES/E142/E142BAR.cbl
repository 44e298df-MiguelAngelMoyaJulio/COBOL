      ******************************************************************
      *Barrido de embargos judiciales. Recorre el maestro
      *EMBARGOS.txt que mantiene E142 y, para cada oficio vigente,
      *transfiere a la cuenta judicial del juzgado lo que la cuenta
      *embargada tenga disponible hasta cubrir lo ordenado y todavia
      *no retenido. La transferencia pega directo en CUENTASIX.txt
      *(con RUTLOCK tomado, igual que E96VTO y E98CLR): debito en la
      *cuenta embargada y credito en la judicial, cada pata con su
      *auditoria en CUENTASIX-AUDIT.txt y su historial en
      *CUENTASIX_HIST.txt con los formatos de E47. Pasa por aca y no
      *por el lote de E47 porque el lote rechaza justamente todo
      *debito sobre fondos embargados. Lo transferido se acumula en
      *el monto retenido del oficio; cuando cubre lo ordenado el
      *oficio queda cumplido. Por cada oficio vigente se imprime en
      *EMBARGOS_RESPUESTA.txt la contestacion que pide el juzgado
      *(una hoja por oficio con la cabecera estandar de reportes):
      *monto ordenado, transferido en la fecha, total retenido,
      *saldo pendiente y si la medida quedo cumplida o sigue trabada
      *sobre los ingresos futuros. La fecha de proceso sale de
      *PARAMETROS.txt si existe y debe ser dia habil segun RUTFECHA.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E142BAR.
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
      ****************************  OUTPUT  ****************************
       SELECT EMBARGOS ASSIGN TO "EMBARGOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-EMB-OFICIO
                       ALTERNATE RECORD KEY IS REG-EMB-CUENTA
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-EMB.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.

       SELECT AUDITORIA ASSIGN TO "CUENTASIX-AUDIT.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-AUD.

       SELECT HISTORIAL ASSIGN TO "CUENTASIX_HIST.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-HIST.

       SELECT RESPUESTA ASSIGN TO "EMBARGOS_RESPUESTA.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-RES.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA          PIC 9(08).

       FD EMBARGOS.
          01 REG-EMBARGO.
             05 REG-EMB-OFICIO           PIC X(15).
             05 REG-EMB-JUZGADO          PIC X(30).
             05 REG-EMB-CARATULA         PIC X(40).
             05 REG-EMB-CUENTA           PIC X(08).
             05 REG-EMB-MONTO-ORDENADO   PIC 9(15)V9(02).
             05 REG-EMB-MONTO-RETENIDO   PIC 9(15)V9(02).
             05 REG-EMB-ESTADO           PIC X(01).
                88 REG-EMB-VIGENTE              VALUE "V".
                88 REG-EMB-LEVANTADO            VALUE "L".
                88 REG-EMB-CUMPLIDO             VALUE "C".
             05 REG-EMB-FECHA-ALTA       PIC 9(08).
             05 REG-EMB-FECHA-ESTADO     PIC 9(08).
             05 REG-EMB-CUENTA-JUZGADO   PIC X(08).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD AUDITORIA.
          01 REG-AUDITORIA.
             05 REG-AUD-FECHA            PIC 9(08).
             05 REG-AUD-HORA             PIC 9(08).
             05 REG-AUD-OPERACION        PIC X(01).
             05 REG-AUD-CUENTA           PIC X(08).
             05 REG-AUD-CLIENTE-ANTES    PIC 9(08).
             05 REG-AUD-MONTO-ANTES      PIC S9(15)V9(02).
             05 REG-AUD-CLIENTE-DESPUES  PIC 9(08).
             05 REG-AUD-MONTO-DESPUES    PIC S9(15)V9(02).
             05 REG-AUD-OPERADOR         PIC X(08).

       FD HISTORIAL.
          01 REG-HISTORIAL.
             05 REG-HIST-FECHA           PIC 9(08).
             05 REG-HIST-HORA            PIC 9(08).
             05 REG-HIST-CUENTA          PIC X(08).
             05 REG-HIST-MONTO-ANTERIOR  PIC S9(15)V9(02).
             05 REG-HIST-MONTO-APLICADO  PIC S9(15)V9(02).
             05 REG-HIST-MONTO-NUEVO     PIC S9(15)V9(02).
             05 REG-HIST-SECUENCIA       PIC 9(07).
             05 REG-HIST-CONTROL         PIC 9(09).

       FD RESPUESTA.
          01 REG-RESPUESTA               PIC X(80).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
              05 CON-RUTHIST   PIC X(08) VALUE 'RUTHIST '.
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
              05 CON-RUTLOCK   PIC X(08) VALUE 'RUTLOCK '.
           02 CON-PARRAFO.
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '110000-OPEN-ARCHIVOS        '.
              05 CON-210000-LEER-EMBARGO    PIC X(30) VALUE
              '210000-LEER-EMBARGO         '.
              05 CON-220000-BARRER-OFICIO   PIC X(30) VALUE
              '220000-BARRER-OFICIO        '.
              05 CON-240000-MOVER-CUENTA    PIC X(30) VALUE
              '240000-MOVER-CUENTA         '.
              05 CON-280000-ESCRIBIR-LINEA  PIC X(30) VALUE
              '280000-ESCRIBIR-LINEA       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS PIC X(10) VALUE 'PARAMETROS'.
              05 CON-EMBARGOS   PIC X(10) VALUE 'EMBARGOS  '.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-AUDITORIA  PIC X(10) VALUE 'AUDITORIA '.
              05 CON-HISTORIAL  PIC X(10) VALUE 'HISTORIAL '.
              05 CON-RESPUESTA  PIC X(10) VALUE 'RESPUESTA '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".

          05 FS-STATUS-EMB           PIC X(02) VALUE "00".
             88 FS-STATUS-EMB-OK               VALUE "00".
             88 FS-STATUS-EMB-EOF              VALUE "10".
             88 FS-STATUS-EMB-NOT-FOUND        VALUE "35".

          05 FS-STATUS                PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-AUD           PIC X(02) VALUE "00".
             88 FS-STATUS-AUD-OK               VALUE "00".

          05 FS-STATUS-HIST          PIC X(02) VALUE "00".
             88 FS-STATUS-HIST-OK              VALUE "00".

          05 FS-STATUS-RES           PIC X(02) VALUE "00".
             88 FS-STATUS-RES-OK               VALUE "00".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-PENDIENTE           PIC 9(15)V9(02).
          05 WSV-DISPONIBLE          PIC 9(15)V9(02).
          05 WSV-TRANSFERIR          PIC 9(15)V9(02).
          05 WSV-MONEDA-EMBARGADA    PIC X(03).
          05 WSV-CUENTA-MOV          PIC X(08).
          05 WSV-IMPORTE-MOV         PIC S9(15)V9(02).
          05 WSV-SITUACION           PIC X(60).
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 WSV-TOTAL-TRANSFERIDO   PIC 9(15)V9(02) VALUE ZERO.
       01 WSV-CONTADORES.
          05 WSV-CANT-VIGENTES       PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CON-BARRIDO    PIC 9(05) VALUE ZERO.
          05 WSV-CANT-CUMPLIDOS      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-FONDOS     PIC 9(05) VALUE ZERO.
          05 WSV-CANT-RECHAZADOS     PIC 9(05) VALUE ZERO.
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
       01 WS-REG-HIST.
       COPY WSHIST.
       01 WS-REG-FECHAS.
       COPY WSFECHAS.
       01 WS-REG-LOCK.
       COPY WSLOCK.
       01 WS-REG-CABECERA.
       COPY WSCABECERA.
      ******************************************************************
      *                       LINKAGE SECTION
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************
      *                         PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE "E142BAR" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 210000-LEER-EMBARGO
              THRU 210000-LEER-EMBARGO-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
              UNTIL FS-STATUS-EMB-EOF

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           MOVE "H" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL NOT = "S"
              DISPLAY "E142BAR: LA FECHA DE PROCESO "
                      WSV-FECHA-PROCESO " NO ES DIA HABIL"
              STOP RUN
           END-IF

           MOVE WSV-FECHA-PROCESO TO WS-CAB-FECHA
           MOVE "RESPUESTA A OFICIO JUDICIAL DE EMBARGO"
              TO WS-CAB-TITULO

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F
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
      *CUENTASIX se toma con RUTLOCK porque el barrido mueve fondos
      *directo sobre el maestro.
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O EMBARGOS
           IF FS-STATUS-EMB-NOT-FOUND
              DISPLAY "E142BAR: NO HAY EMBARGOS REGISTRADOS"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-EMB-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-EMBARGOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMB            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE LOW-VALUES TO REG-EMB-OFICIO
           START EMBARGOS KEY > REG-EMB-OFICIO
           IF NOT FS-STATUS-EMB-OK
              DISPLAY "E142BAR: NO HAY EMBARGOS REGISTRADOS"
              CLOSE EMBARGOS
              STOP RUN
           END-IF

           MOVE "T"        TO WS-LOCK-OPERACION
           MOVE "E142BAR " TO WS-LOCK-PROGRAMA
           CALL CON-RUTLOCK USING WS-REG-LOCK
           IF WS-LOCK-COD-RET NOT = ZERO
              DISPLAY "E142BAR: CUENTASIX TOMADO - REINTENTE MAS TARDE"
              CLOSE EMBARGOS
              STOP RUN
           END-IF

           OPEN I-O DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND AUDITORIA
           IF FS-STATUS-AUD = "35"
              OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-STATUS-AUD-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-AUDITORIA            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-AUD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND HISTORIAL
           IF FS-STATUS-HIST = "35"
              OPEN OUTPUT HISTORIAL
           END-IF
           IF NOT FS-STATUS-HIST-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIST           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT RESPUESTA
           IF NOT FS-STATUS-RES-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-RESPUESTA            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           IF REG-EMB-VIGENTE
              PERFORM 220000-BARRER-OFICIO
                 THRU 220000-BARRER-OFICIO-F
              PERFORM 260000-IMPRIMIR-RESPUESTA
                 THRU 260000-IMPRIMIR-RESPUESTA-F
           END-IF

           PERFORM 210000-LEER-EMBARGO
              THRU 210000-LEER-EMBARGO-F
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-EMBARGO
      ******************************************************************
       210000-LEER-EMBARGO.
           READ EMBARGOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-EMB-OK
                    CONTINUE
               WHEN FS-STATUS-EMB-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-210000-LEER-EMBARGO TO WS-ERR-PARRAFO
                    MOVE CON-EMBARGOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EMB           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-EMBARGO-F. EXIT.
      ******************************************************************
      *                         220000-BARRER-OFICIO
      *Se transfiere el menor entre lo pendiente del oficio y el
      *saldo positivo de la cuenta (el descubierto no se embarga).
      *Varios oficios sobre la misma cuenta se atienden en orden de
      *numero de oficio, cada uno sobre el saldo que dejo el
      *anterior. Toda situacion que impida transferir (cuenta
      *inexistente, cuenta judicial inexistente o en otra moneda)
      *se contesta igual al juzgado y se informa en el resumen.
      ******************************************************************
       220000-BARRER-OFICIO.
           ADD 1 TO WSV-CANT-VIGENTES
           MOVE ZERO TO WSV-TRANSFERIR
           COMPUTE WSV-PENDIENTE =
              REG-EMB-MONTO-ORDENADO - REG-EMB-MONTO-RETENIDO

           MOVE REG-EMB-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA-EMBARGADA
                    IF REG-MONTO-CUENTA-IX > ZERO
                       MOVE REG-MONTO-CUENTA-IX TO WSV-DISPONIBLE
                    ELSE
                       MOVE ZERO TO WSV-DISPONIBLE
                    END-IF
               WHEN FS-STATUS-NOT-FOUND
                    ADD 1 TO WSV-CANT-RECHAZADOS
                    MOVE "LA CUENTA EMBARGADA NO EXISTE EN LA ENTIDAD"
                       TO WSV-SITUACION
                    GO TO 220000-BARRER-OFICIO-F
               WHEN OTHER
                    MOVE CON-220000-BARRER-OFICIO TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS                TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE REG-EMB-CUENTA-JUZGADO TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    IF REG-MONEDA-CUENTA-IX NOT = WSV-MONEDA-EMBARGADA
                       ADD 1 TO WSV-CANT-RECHAZADOS
                       MOVE "CUENTA JUDICIAL EN OTRA MONEDA"
                          TO WSV-SITUACION
                       GO TO 220000-BARRER-OFICIO-F
                    END-IF
               WHEN FS-STATUS-NOT-FOUND
                    ADD 1 TO WSV-CANT-RECHAZADOS
                    MOVE "CUENTA JUDICIAL INEXISTENTE - SIN TRANSFERIR"
                       TO WSV-SITUACION
                    GO TO 220000-BARRER-OFICIO-F
               WHEN OTHER
                    MOVE CON-220000-BARRER-OFICIO TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS                TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-DISPONIBLE < WSV-PENDIENTE
              MOVE WSV-DISPONIBLE TO WSV-TRANSFERIR
           ELSE
              MOVE WSV-PENDIENTE  TO WSV-TRANSFERIR
           END-IF

           IF WSV-TRANSFERIR > ZERO
              MOVE REG-EMB-CUENTA TO WSV-CUENTA-MOV
              COMPUTE WSV-IMPORTE-MOV = ZERO - WSV-TRANSFERIR
              PERFORM 240000-MOVER-CUENTA
                 THRU 240000-MOVER-CUENTA-F

              MOVE REG-EMB-CUENTA-JUZGADO TO WSV-CUENTA-MOV
              MOVE WSV-TRANSFERIR         TO WSV-IMPORTE-MOV
              PERFORM 240000-MOVER-CUENTA
                 THRU 240000-MOVER-CUENTA-F

              ADD WSV-TRANSFERIR TO REG-EMB-MONTO-RETENIDO
              ADD WSV-TRANSFERIR TO WSV-TOTAL-TRANSFERIDO
              ADD 1 TO WSV-CANT-CON-BARRIDO
           END-IF

           IF REG-EMB-MONTO-RETENIDO >= REG-EMB-MONTO-ORDENADO
              MOVE "C"               TO REG-EMB-ESTADO
              MOVE WSV-FECHA-PROCESO TO REG-EMB-FECHA-ESTADO
              ADD 1 TO WSV-CANT-CUMPLIDOS
              MOVE "MEDIDA CUMPLIDA - SE TRANSFIRIO LO ORDENADO"
                 TO WSV-SITUACION
           ELSE
              ADD 1 TO WSV-CANT-SIN-FONDOS
              MOVE "FONDOS INSUFICIENTES - SIGUE TRABADA S/INGRESOS"
                 TO WSV-SITUACION
           END-IF

           IF WSV-TRANSFERIR > ZERO
              OR REG-EMB-CUMPLIDO
              REWRITE REG-EMBARGO
              IF NOT FS-STATUS-EMB-OK
                 MOVE CON-220000-BARRER-OFICIO TO WS-ERR-PARRAFO
                 MOVE CON-EMBARGOS             TO WS-ERR-OBJETO
                 MOVE CON-GRABAR               TO WS-ERR-OPERACION
                 MOVE FS-STATUS-EMB            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           .
       220000-BARRER-OFICIO-F. EXIT.
      ******************************************************************
      *                         240000-MOVER-CUENTA
      *Aplica WSV-IMPORTE-MOV (negativo debita, positivo acredita)
      *sobre WSV-CUENTA-MOV, con su auditoria y su historial. Las dos
      *cuentas ya se validaron en 220000; un error de archivo aca
      *corta la corrida como cualquier REWRITE sobre el maestro.
      ******************************************************************
       240000-MOVER-CUENTA.
           MOVE WSV-CUENTA-MOV TO REG-NRO-CUENTA-IX
           READ DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-240000-MOVER-CUENTA TO WS-ERR-PARRAFO
              MOVE CON-DATOS               TO WS-ERR-OBJETO
              MOVE CON-LEER                TO WS-ERR-OPERACION
              MOVE FS-STATUS               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE REG-COD-CLIENTE-IX  TO REG-AUD-CLIENTE-ANTES
           MOVE REG-MONTO-CUENTA-IX TO REG-AUD-MONTO-ANTES
           ADD WSV-IMPORTE-MOV      TO REG-MONTO-CUENTA-IX
           REWRITE REG-CUENTASIX
           IF NOT FS-STATUS-OK
              MOVE CON-240000-MOVER-CUENTA TO WS-ERR-PARRAFO
              MOVE CON-DATOS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-AUD-FECHA
           ACCEPT REG-AUD-HORA FROM TIME
           MOVE "M"                 TO REG-AUD-OPERACION
           MOVE WSV-CUENTA-MOV      TO REG-AUD-CUENTA
           MOVE REG-COD-CLIENTE-IX  TO REG-AUD-CLIENTE-DESPUES
           MOVE REG-MONTO-CUENTA-IX TO REG-AUD-MONTO-DESPUES
           MOVE "E142BAR "          TO REG-AUD-OPERADOR
           WRITE REG-AUDITORIA
           IF NOT FS-STATUS-AUD-OK
              MOVE CON-240000-MOVER-CUENTA TO WS-ERR-PARRAFO
              MOVE CON-AUDITORIA           TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-AUD           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-HIST-FECHA
           ACCEPT REG-HIST-HORA FROM TIME
           MOVE WSV-CUENTA-MOV      TO REG-HIST-CUENTA
           MOVE REG-AUD-MONTO-ANTES TO REG-HIST-MONTO-ANTERIOR
           MOVE WSV-IMPORTE-MOV     TO REG-HIST-MONTO-APLICADO
           MOVE REG-MONTO-CUENTA-IX TO REG-HIST-MONTO-NUEVO
           MOVE "N" TO WS-HCH-OPERACION
           MOVE REG-HIST-CUENTA       TO WS-HCH-CUENTA
           MOVE REG-HIST-MONTO-NUEVO  TO WS-HCH-MONTO-NUEVO
           CALL CON-RUTHIST USING WS-REG-HIST
           MOVE WS-HCH-SECUENCIA TO REG-HIST-SECUENCIA
           MOVE WS-HCH-CONTROL   TO REG-HIST-CONTROL

           WRITE REG-HISTORIAL
           IF NOT FS-STATUS-HIST-OK
              MOVE CON-240000-MOVER-CUENTA TO WS-ERR-PARRAFO
              MOVE CON-HISTORIAL           TO WS-ERR-OBJETO
              MOVE CON-GRABAR              TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIST          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       240000-MOVER-CUENTA-F. EXIT.
      ******************************************************************
      *                         260000-IMPRIMIR-RESPUESTA
      *Una hoja por oficio: el juzgado archiva la contestacion en el
      *expediente, asi que no se mezclan oficios en la misma hoja.
      ******************************************************************
       260000-IMPRIMIR-RESPUESTA.
           MOVE ZERO TO WS-CAB-PAGINA
           PERFORM 900000-IMPRIMIR-CABECERA
              THRU 900000-IMPRIMIR-CABECERA-F

           MOVE SPACES TO WSV-LINEA
           STRING "SENORES : " DELIMITED BY SIZE
              REG-EMB-JUZGADO DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "AUTOS   : " DELIMITED BY SIZE
              REG-EMB-CARATULA DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "OFICIO  : " DELIMITED BY SIZE
              REG-EMB-OFICIO DELIMITED BY SIZE
              "  RECIBIDO EL " DELIMITED BY SIZE
              REG-EMB-FECHA-ALTA DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "EN RESPUESTA AL OFICIO DE REFERENCIA INFORMAMOS "
              DELIMITED BY SIZE
              "LA SITUACION DE LA" DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "MEDIDA TRABADA SOBRE LA CUENTA " DELIMITED BY SIZE
              REG-EMB-CUENTA DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F

           MOVE REG-EMB-MONTO-ORDENADO TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "MONTO ORDENADO          : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE WSV-TRANSFERIR TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "TRANSFERIDO EN LA FECHA : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE REG-EMB-MONTO-RETENIDO TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "TOTAL RETENIDO          : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           COMPUTE WSV-PENDIENTE =
              REG-EMB-MONTO-ORDENADO - REG-EMB-MONTO-RETENIDO
           MOVE WSV-PENDIENTE TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           STRING "SALDO PENDIENTE         : " DELIMITED BY SIZE
              WSV-EDIT DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "DEPOSITADO EN CUENTA JUDICIAL " DELIMITED BY SIZE
              REG-EMB-CUENTA-JUZGADO DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE WSV-SITUACION TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           PERFORM 280000-ESCRIBIR-LINEA
              THRU 280000-ESCRIBIR-LINEA-F
           .
       260000-IMPRIMIR-RESPUESTA-F. EXIT.
      ******************************************************************
      *                         280000-ESCRIBIR-LINEA
      ******************************************************************
       280000-ESCRIBIR-LINEA.
           PERFORM 910000-CONTROLAR-PAGINA
              THRU 910000-CONTROLAR-PAGINA-F
           WRITE REG-RESPUESTA FROM WSV-LINEA
           IF NOT FS-STATUS-RES-OK
              MOVE CON-280000-ESCRIBIR-LINEA TO WS-ERR-PARRAFO
              MOVE CON-RESPUESTA             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-ESCRIBIR-LINEA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE EMBARGOS
           CLOSE DATOS
           CLOSE AUDITORIA
           CLOSE HISTORIAL
           CLOSE RESPUESTA

           MOVE "L" TO WS-LOCK-OPERACION
           CALL CON-RUTLOCK USING WS-REG-LOCK

           MOVE WSV-TOTAL-TRANSFERIDO TO WSV-EDIT
           DISPLAY "E142BAR - BARRIDO DE EMBARGOS DEL "
                   WSV-FECHA-PROCESO
           DISPLAY "OFICIOS VIGENTES    : " WSV-CANT-VIGENTES
           DISPLAY "CON TRANSFERENCIA   : " WSV-CANT-CON-BARRIDO
           DISPLAY "CUMPLIDOS           : " WSV-CANT-CUMPLIDOS
           DISPLAY "SIN FONDOS SUFIC.   : " WSV-CANT-SIN-FONDOS
           DISPLAY "NO TRANSFERIBLES    : " WSV-CANT-RECHAZADOS
           DISPLAY "TOTAL TRANSFERIDO   : " WSV-EDIT
           STOP RUN
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         900000-IMPRIMIR-CABECERA
      *Cabecera estandar de reportes sobre el archivo de respuestas.
      ******************************************************************
       900000-IMPRIMIR-CABECERA.
           ADD 1 TO WS-CAB-PAGINA
           MOVE ZEROS TO WS-CAB-LINEAS
           MOVE SPACES TO WSV-LINEA
           STRING "FECHA : " DELIMITED BY SIZE
              WS-CAB-FECHA DELIMITED BY SIZE
              "     PAGINA : " DELIMITED BY SIZE
              WS-CAB-PAGINA DELIMITED BY SIZE
              INTO WSV-LINEA
           WRITE REG-RESPUESTA FROM WSV-LINEA
           MOVE WS-CAB-TITULO TO WSV-LINEA
           WRITE REG-RESPUESTA FROM WSV-LINEA
           IF NOT FS-STATUS-RES-OK
              MOVE CON-280000-ESCRIBIR-LINEA TO WS-ERR-PARRAFO
              MOVE CON-RESPUESTA             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-RES             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       900000-IMPRIMIR-CABECERA-F. EXIT.
      ******************************************************************
      *                         910000-CONTROLAR-PAGINA
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
       END PROGRAM E142BAR.
