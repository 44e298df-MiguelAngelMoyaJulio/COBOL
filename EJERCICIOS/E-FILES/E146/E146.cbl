      ******************************************************************
      *Titulares, cotitulares y apoderados de las cuentas CUENTASIX.
      *El registro de la cuenta solo admite un REG-COD-CLIENTE-IX,
      *pero buena parte de las cuentas son conjuntas o tienen un
      *apoderado, y en ventanilla no habia forma de saber quien mas
      *podia operarlas. Este programa mantiene COTITULARES.txt, un
      *registro por cuenta y cliente con el rol (T titular, C
      *cotitular, A apoderado), la regla de firma (I indistinta: el
      *firmante opera solo / C conjunta: necesita la firma de otro
      *autorizado de la cuenta), la vigencia del poder (los
      *titulares y cotitulares quedan sin vencimiento, 99999999) y
      *el estado V vigente / B baja. El titular de CUENTASIX no
      *necesita registro; se le carga uno con rol T solamente para
      *fijarle firma conjunta. Cada alta, modificacion y baja deja
      *la imagen anterior y la posterior del registro, con el
      *operador, en COTITULARES_AUDIT.txt. E99 lo consulta para
      *autorizar extracciones por caja, E56 y E57 listan los
      *firmantes de cada cuenta y E104 lo usa para el riesgo de las
      *cuentas conjuntas.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E146.
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
       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.

       SELECT CLIENTES ASSIGN TO "CLIENTESIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-COD-CLIENTE-CL
                       FILE STATUS  IS FS-STATUS-CLI.
      ****************************  OUTPUT  ****************************
       SELECT COTITULARES ASSIGN TO "COTITULARES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-COT-CLAVE
                       ALTERNATE RECORD KEY IS REG-COT-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-COT.

       SELECT AUDITORIA ASSIGN TO "COTITULARES_AUDIT.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-AUD.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

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

       FD COTITULARES.
          01 REG-COTITULAR.
             05 REG-COT-CLAVE.
                10 REG-COT-CUENTA        PIC X(08).
                10 REG-COT-CLIENTE       PIC 9(08).
             05 REG-COT-ROL              PIC X(01).
                88 REG-COT-TITULAR              VALUE "T".
                88 REG-COT-COTITULAR            VALUE "C".
                88 REG-COT-APODERADO            VALUE "A".
             05 REG-COT-FIRMA            PIC X(01).
                88 REG-COT-INDISTINTA           VALUE "I".
                88 REG-COT-CONJUNTA             VALUE "C".
             05 REG-COT-VIGENCIA-DESDE   PIC 9(08).
             05 REG-COT-VIGENCIA-HASTA   PIC 9(08).
             05 REG-COT-ESTADO           PIC X(01).
                88 REG-COT-VIGENTE              VALUE "V".
                88 REG-COT-BAJA                 VALUE "B".
             05 REG-COT-FECHA-ALTA       PIC 9(08).
             05 REG-COT-FECHA-ESTADO     PIC 9(08).

       FD AUDITORIA.
          01 REG-AUDITORIA.
             05 REG-AUD-FECHA            PIC 9(08).
             05 REG-AUD-HORA             PIC 9(08).
             05 REG-AUD-OPERACION        PIC X(01).
                88 REG-AUD-ALTA                 VALUE "A".
                88 REG-AUD-BAJA                 VALUE "B".
                88 REG-AUD-MODIFICACION         VALUE "M".
             05 REG-AUD-CUENTA           PIC X(08).
             05 REG-AUD-CLIENTE          PIC 9(08).
             05 REG-AUD-IMAGEN-ANTES     PIC X(51).
             05 REG-AUD-IMAGEN-DESPUES   PIC X(51).
             05 REG-AUD-OPERADOR         PIC X(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-COTITULARES PIC X(30) VALUE
              '110000-OPEN-COTITULARES     '.
              05 CON-115000-OPEN-MAESTROS   PIC X(30) VALUE
              '115000-OPEN-MAESTROS        '.
              05 CON-120000-OPEN-AUDITORIA  PIC X(30) VALUE
              '120000-OPEN-AUDITORIA       '.
              05 CON-210000-LEER-RELACION   PIC X(30) VALUE
              '210000-LEER-RELACION        '.
              05 CON-230000-ALTA            PIC X(30) VALUE
              '230000-ALTA                 '.
              05 CON-240000-MODIFICAR       PIC X(30) VALUE
              '240000-MODIFICAR            '.
              05 CON-250000-BAJA            PIC X(30) VALUE
              '250000-BAJA                 '.
              05 CON-260000-LISTAR-CUENTA   PIC X(30) VALUE
              '260000-LISTAR-CUENTA        '.
              05 CON-280000-WRITE-AUDIT     PIC X(30) VALUE
              '280000-WRITE-AUDIT          '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-DATOS       PIC X(10) VALUE 'DATOS     '.
              05 CON-CLIENTES    PIC X(10) VALUE 'CLIENTES  '.
              05 CON-COTITULARES PIC X(10) VALUE 'COTITULAR '.
              05 CON-AUDITORIA   PIC X(10) VALUE 'AUDITORIA '.
           02 CON-VIGENCIAS.
      *Vencimiento de los titulares, cotitulares y de los poderes
      *otorgados sin plazo.
              05 CON-SIN-VENCIMIENTO PIC 9(08) VALUE 99999999.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-NOT-FOUND        VALUE "23".

          05 FS-STATUS-COT           PIC X(02) VALUE "00".
             88 FS-STATUS-COT-OK               VALUE "00".
             88 FS-STATUS-COT-EOF              VALUE "10".
             88 FS-STATUS-COT-DUP              VALUE "22".
             88 FS-STATUS-COT-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-COT-NOT-FOUND        VALUE "35".

          05 FS-STATUS-AUD           PIC X(02) VALUE "00".
             88 FS-STATUS-AUD-OK               VALUE "00".
             88 FS-STATUS-AUD-NOT-FOUND        VALUE "35".

          05 WSV-SW-ALTA-VALIDA      PIC X(01).
             88 WSV-ALTA-VALIDA                VALUE "S".

          05 WSV-SW-FIN-CUENTA       PIC X(01).
             88 WSV-FIN-CUENTA                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-OPERADOR            PIC X(08).
          05 WSV-CUENTA              PIC X(08).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-ROL                 PIC X(01).
          05 WSV-FIRMA               PIC X(01).
          05 WSV-VIGENCIA-DESDE      PIC 9(08).
          05 WSV-VIGENCIA-HASTA      PIC 9(08).
          05 WSV-RESPUESTA           PIC X(01).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-TITULAR             PIC 9(08).
          05 WSV-DESC-ROL            PIC X(10).
          05 WSV-DESC-FIRMA          PIC X(10).
          05 WSV-IMAGEN-ANTES        PIC X(51).
       01 WSV-CONTADORES.
          05 WSV-CANT-LISTADOS       PIC 9(05) VALUE ZERO.
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
           MOVE "E146" TO WS-ERR-PROGRAMA

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

           PERFORM 110000-OPEN-COTITULARES
              THRU 110000-OPEN-COTITULARES-F

           PERFORM 115000-OPEN-MAESTROS
              THRU 115000-OPEN-MAESTROS-F

           PERFORM 120000-OPEN-AUDITORIA
              THRU 120000-OPEN-AUDITORIA-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-COTITULARES
      *Si el archivo todavia no existe (primera relacion) se crea
      *vacio.
      ******************************************************************
       110000-OPEN-COTITULARES.
           OPEN I-O COTITULARES
           IF FS-STATUS-COT-NOT-FOUND
              OPEN OUTPUT COTITULARES
              CLOSE COTITULARES
              OPEN I-O COTITULARES
           END-IF
           IF NOT FS-STATUS-COT-OK
              MOVE CON-110000-OPEN-COTITULARES TO WS-ERR-PARRAFO
              MOVE CON-COTITULARES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-COT               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-COTITULARES-F. EXIT.
      ******************************************************************
      *                         115000-OPEN-MAESTROS
      ******************************************************************
       115000-OPEN-MAESTROS.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-115000-OPEN-MAESTROS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT CLIENTES
           IF NOT FS-STATUS-CLI-OK
              MOVE CON-115000-OPEN-MAESTROS TO WS-ERR-PARRAFO
              MOVE CON-CLIENTES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CLI            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       115000-OPEN-MAESTROS-F. EXIT.
      ******************************************************************
      *                         120000-OPEN-AUDITORIA
      ******************************************************************
       120000-OPEN-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF FS-STATUS-AUD-NOT-FOUND
              OPEN OUTPUT AUDITORIA
           END-IF
           IF NOT FS-STATUS-AUD-OK
              MOVE CON-120000-OPEN-AUDITORIA TO WS-ERR-PARRAFO
              MOVE CON-AUDITORIA             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-AUD             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       120000-OPEN-AUDITORIA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR FIRMANTE DE UNA CUENTA"
           DISPLAY "2.ALTA DE TITULAR, COTITULAR O APODERADO"
           DISPLAY "3.MODIFICAR REGLA DE FIRMA O VIGENCIA DEL PODER"
           DISPLAY "4.BAJA DE FIRMANTE"
           DISPLAY "5.LISTAR FIRMANTES DE UNA CUENTA"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 210000-LEER-RELACION
                       THRU 210000-LEER-RELACION-F
               WHEN 2
                    PERFORM 230000-ALTA
                       THRU 230000-ALTA-F
               WHEN 3
                    PERFORM 240000-MODIFICAR
                       THRU 240000-MODIFICAR-F
               WHEN 4
                    PERFORM 250000-BAJA
                       THRU 250000-BAJA-F
               WHEN 5
                    PERFORM 260000-LISTAR-CUENTA
                       THRU 260000-LISTAR-CUENTA-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-RELACION
      *Lectura por cuenta y cliente, comun a consulta, modificacion y
      *baja; el llamador decide que hacer con el 23.
      ******************************************************************
       210000-LEER-RELACION.
           DISPLAY "INGRESE EL NUMERO DE CUENTA"
           ACCEPT WSV-CUENTA
           DISPLAY "INGRESE EL CODIGO DE CLIENTE"
           ACCEPT WSV-CLIENTE
           MOVE WSV-CUENTA  TO REG-COT-CUENTA
           MOVE WSV-CLIENTE TO REG-COT-CLIENTE
           READ COTITULARES
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    PERFORM 215000-MOSTRAR-RELACION
                       THRU 215000-MOSTRAR-RELACION-F
               WHEN FS-STATUS-COT-SIN-CLAVE
                    DISPLAY "EL CLIENTE NO FIGURA COMO FIRMANTE DE LA "
                            "CUENTA"
               WHEN OTHER
                    MOVE CON-210000-LEER-RELACION TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-RELACION-F. EXIT.
      ******************************************************************
      *                         215000-MOSTRAR-RELACION
      ******************************************************************
       215000-MOSTRAR-RELACION.
           EVALUATE TRUE
               WHEN REG-COT-TITULAR
                    MOVE "TITULAR   " TO WSV-DESC-ROL
               WHEN REG-COT-COTITULAR
                    MOVE "COTITULAR " TO WSV-DESC-ROL
               WHEN REG-COT-APODERADO
                    MOVE "APODERADO " TO WSV-DESC-ROL
               WHEN OTHER
                    MOVE REG-COT-ROL  TO WSV-DESC-ROL
           END-EVALUATE
           IF REG-COT-CONJUNTA
              MOVE "CONJUNTA  " TO WSV-DESC-FIRMA
           ELSE
              MOVE "INDISTINTA" TO WSV-DESC-FIRMA
           END-IF

           DISPLAY "CUENTA     : " REG-COT-CUENTA
                   "  CLIENTE : " REG-COT-CLIENTE
           DISPLAY "ROL        : " WSV-DESC-ROL
                   "  FIRMA : " WSV-DESC-FIRMA
           IF REG-COT-VIGENCIA-HASTA = CON-SIN-VENCIMIENTO
              DISPLAY "VIGENCIA   : DESDE " REG-COT-VIGENCIA-DESDE
                      " SIN VENCIMIENTO"
           ELSE
              DISPLAY "VIGENCIA   : DESDE " REG-COT-VIGENCIA-DESDE
                      " HASTA " REG-COT-VIGENCIA-HASTA
           END-IF
           DISPLAY "ALTA       : " REG-COT-FECHA-ALTA
                   "  ESTADO : " REG-COT-ESTADO
                   " DESDE " REG-COT-FECHA-ESTADO
           .
       215000-MOSTRAR-RELACION-F. EXIT.
      ******************************************************************
      *                         230000-ALTA
      *Un firmante dado de baja que vuelve a ser autorizado (un poder
      *renovado, por ejemplo) reutiliza su registro: la clave es la
      *cuenta y el cliente, y la auditoria conserva la imagen de la
      *relacion anterior.
      ******************************************************************
       230000-ALTA.
           MOVE "S" TO WSV-SW-ALTA-VALIDA
           INITIALIZE WSV-CUENTA WSV-CLIENTE WSV-ROL WSV-FIRMA
                      WSV-VIGENCIA-DESDE WSV-VIGENCIA-HASTA

           DISPLAY "INGRESE EL NUMERO DE CUENTA"
           ACCEPT WSV-CUENTA
           DISPLAY "INGRESE EL CODIGO DE CLIENTE DEL FIRMANTE"
           ACCEPT WSV-CLIENTE
           DISPLAY "INGRESE EL ROL T=TITULAR C=COTITULAR A=APODERADO"
           ACCEPT WSV-ROL
           DISPLAY "INGRESE LA FIRMA I=INDISTINTA C=CONJUNTA"
           ACCEPT WSV-FIRMA
           IF WSV-ROL = "A"
              DISPLAY "INGRESE INICIO DEL PODER AAAAMMDD (0 = HOY)"
              ACCEPT WSV-VIGENCIA-DESDE
              DISPLAY "INGRESE VENCIMIENTO DEL PODER AAAAMMDD "
                      "(0 = SIN VENCIMIENTO)"
              ACCEPT WSV-VIGENCIA-HASTA
           END-IF
           IF WSV-VIGENCIA-DESDE = ZERO
              MOVE WSV-FECHA-HOY TO WSV-VIGENCIA-DESDE
           END-IF
           IF WSV-VIGENCIA-HASTA = ZERO
              MOVE CON-SIN-VENCIMIENTO TO WSV-VIGENCIA-HASTA
           END-IF

           PERFORM 235000-VALIDAR-ALTA
              THRU 235000-VALIDAR-ALTA-F
           IF NOT WSV-ALTA-VALIDA
              GO TO 230000-ALTA-F
           END-IF

           MOVE SPACES      TO WSV-IMAGEN-ANTES
           MOVE WSV-CUENTA  TO REG-COT-CUENTA
           MOVE WSV-CLIENTE TO REG-COT-CLIENTE
           READ COTITULARES
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    IF REG-COT-VIGENTE
                       DISPLAY "EL CLIENTE YA ES FIRMANTE DE LA CUENTA"
                               " - USE LA MODIFICACION"
                       GO TO 230000-ALTA-F
                    END-IF
                    MOVE REG-COTITULAR TO WSV-IMAGEN-ANTES
               WHEN FS-STATUS-COT-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES TO WS-ERR-OBJETO
                    MOVE CON-LEER        TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT   TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           INITIALIZE REG-COTITULAR
           MOVE WSV-CUENTA          TO REG-COT-CUENTA
           MOVE WSV-CLIENTE         TO REG-COT-CLIENTE
           MOVE WSV-ROL             TO REG-COT-ROL
           MOVE WSV-FIRMA           TO REG-COT-FIRMA
           MOVE WSV-VIGENCIA-DESDE  TO REG-COT-VIGENCIA-DESDE
           MOVE WSV-VIGENCIA-HASTA  TO REG-COT-VIGENCIA-HASTA
           MOVE "V"                 TO REG-COT-ESTADO
           MOVE WSV-FECHA-HOY       TO REG-COT-FECHA-ALTA
           MOVE WSV-FECHA-HOY       TO REG-COT-FECHA-ESTADO

           IF WSV-IMAGEN-ANTES = SPACES
              WRITE REG-COTITULAR
           ELSE
              REWRITE REG-COTITULAR
           END-IF
           IF NOT FS-STATUS-COT-OK
              MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
              MOVE CON-COTITULARES TO WS-ERR-OBJETO
              MOVE CON-GRABAR      TO WS-ERR-OPERACION
              MOVE FS-STATUS-COT   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "A" TO REG-AUD-OPERACION
           PERFORM 280000-WRITE-AUDIT
              THRU 280000-WRITE-AUDIT-F
           DISPLAY "FIRMANTE " REG-COT-CLIENTE " REGISTRADO EN LA "
                   "CUENTA " REG-COT-CUENTA
           .
       230000-ALTA-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-ALTA
      *La cuenta tiene que existir y el firmante estar activo en el
      *maestro de clientes. El rol T es solamente el titular de
      *CUENTASIX (para fijarle la regla de firma); un cotitular o
      *apoderado nunca puede ser ese mismo cliente.
      ******************************************************************
       235000-VALIDAR-ALTA.
           IF WSV-ROL NOT = "T" AND WSV-ROL NOT = "C"
              AND WSV-ROL NOT = "A"
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "ROL INVALIDO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-FIRMA NOT = "I" AND WSV-FIRMA NOT = "C"
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "REGLA DE FIRMA INVALIDA"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-VIGENCIA-HASTA < WSV-VIGENCIA-DESDE
              OR WSV-VIGENCIA-HASTA < WSV-FECHA-HOY
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "VENCIMIENTO DEL PODER INVALIDO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           MOVE WSV-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE REG-COD-CLIENTE-IX TO WSV-TITULAR
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "N" TO WSV-SW-ALTA-VALIDA
                    DISPLAY "CUENTA INEXISTENTE"
                    GO TO 235000-VALIDAR-ALTA-F
               WHEN OTHER
                    MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER        TO WS-ERR-OPERACION
                    MOVE FS-STATUS       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-ROL = "T" AND WSV-CLIENTE NOT = WSV-TITULAR
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "EL TITULAR DE LA CUENTA ES EL CLIENTE "
                      WSV-TITULAR
              GO TO 235000-VALIDAR-ALTA-F
           END-IF
           IF WSV-ROL NOT = "T" AND WSV-CLIENTE = WSV-TITULAR
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "EL CLIENTE YA ES EL TITULAR DE LA CUENTA"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           MOVE WSV-CLIENTE TO REG-COD-CLIENTE-CL
           READ CLIENTES
           EVALUATE TRUE
               WHEN FS-STATUS-CLI-OK
                    IF REG-ESTADO-CL NOT = "A"
                       MOVE "N" TO WSV-SW-ALTA-VALIDA
                       DISPLAY "CLIENTE NO ACTIVO (ESTADO "
                               REG-ESTADO-CL ")"
                    END-IF
               WHEN FS-STATUS-CLI-NOT-FOUND
                    MOVE "N" TO WSV-SW-ALTA-VALIDA
                    DISPLAY "CLIENTE INEXISTENTE"
               WHEN OTHER
                    MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                    MOVE CON-CLIENTES    TO WS-ERR-OBJETO
                    MOVE CON-LEER        TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CLI   TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       235000-VALIDAR-ALTA-F. EXIT.
      ******************************************************************
      *                         240000-MODIFICAR
      *Cambia la regla de firma y, para un apoderado, el vencimiento
      *del poder (renovacion o revocacion anticipada). ENTER o cero
      *dejan el valor actual.
      ******************************************************************
       240000-MODIFICAR.
           PERFORM 210000-LEER-RELACION
              THRU 210000-LEER-RELACION-F
           IF NOT FS-STATUS-COT-OK
              GO TO 240000-MODIFICAR-F
           END-IF
           IF NOT REG-COT-VIGENTE
              DISPLAY "EL FIRMANTE ESTA DADO DE BAJA - USE EL ALTA"
              GO TO 240000-MODIFICAR-F
           END-IF
           MOVE REG-COTITULAR TO WSV-IMAGEN-ANTES

           MOVE SPACES TO WSV-FIRMA
           DISPLAY "NUEVA FIRMA I=INDISTINTA C=CONJUNTA (ENTER = SIN "
                   "CAMBIO)"
           ACCEPT WSV-FIRMA
           IF WSV-FIRMA NOT = SPACES
              IF WSV-FIRMA NOT = "I" AND WSV-FIRMA NOT = "C"
                 DISPLAY "REGLA DE FIRMA INVALIDA"
                 GO TO 240000-MODIFICAR-F
              END-IF
              MOVE WSV-FIRMA TO REG-COT-FIRMA
           END-IF

           IF REG-COT-APODERADO
              MOVE ZERO TO WSV-VIGENCIA-HASTA
              DISPLAY "NUEVO VENCIMIENTO DEL PODER AAAAMMDD "
                      "(0 = SIN CAMBIO, 99999999 = SIN VENCIMIENTO)"
              ACCEPT WSV-VIGENCIA-HASTA
              IF WSV-VIGENCIA-HASTA NOT = ZERO
                 IF WSV-VIGENCIA-HASTA < REG-COT-VIGENCIA-DESDE
                    DISPLAY "VENCIMIENTO DEL PODER INVALIDO"
                    GO TO 240000-MODIFICAR-F
                 END-IF
                 MOVE WSV-VIGENCIA-HASTA TO REG-COT-VIGENCIA-HASTA
              END-IF
           END-IF

           IF REG-COTITULAR = WSV-IMAGEN-ANTES
              DISPLAY "SIN CAMBIOS"
              GO TO 240000-MODIFICAR-F
           END-IF

           MOVE WSV-FECHA-HOY TO REG-COT-FECHA-ESTADO
           REWRITE REG-COTITULAR
           IF NOT FS-STATUS-COT-OK
              MOVE CON-240000-MODIFICAR TO WS-ERR-PARRAFO
              MOVE CON-COTITULARES      TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-COT        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "M" TO REG-AUD-OPERACION
           PERFORM 280000-WRITE-AUDIT
              THRU 280000-WRITE-AUDIT-F
           DISPLAY "FIRMANTE MODIFICADO"
           .
       240000-MODIFICAR-F. EXIT.
      ******************************************************************
      *                         250000-BAJA
      *La baja es logica: el registro queda con estado B para que la
      *historia de quien pudo operar la cuenta no se pierda.
      ******************************************************************
       250000-BAJA.
           PERFORM 210000-LEER-RELACION
              THRU 210000-LEER-RELACION-F
           IF NOT FS-STATUS-COT-OK
              GO TO 250000-BAJA-F
           END-IF
           IF NOT REG-COT-VIGENTE
              DISPLAY "EL FIRMANTE YA ESTA DADO DE BAJA"
              GO TO 250000-BAJA-F
           END-IF

           DISPLAY "CONFIRMA LA BAJA DEL FIRMANTE S/N"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA NOT = "S"
              GO TO 250000-BAJA-F
           END-IF

           MOVE REG-COTITULAR TO WSV-IMAGEN-ANTES
           MOVE "B"           TO REG-COT-ESTADO
           MOVE WSV-FECHA-HOY TO REG-COT-FECHA-ESTADO
           REWRITE REG-COTITULAR
           IF NOT FS-STATUS-COT-OK
              MOVE CON-250000-BAJA TO WS-ERR-PARRAFO
              MOVE CON-COTITULARES TO WS-ERR-OBJETO
              MOVE CON-GRABAR      TO WS-ERR-OPERACION
              MOVE FS-STATUS-COT   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "B" TO REG-AUD-OPERACION
           PERFORM 280000-WRITE-AUDIT
              THRU 280000-WRITE-AUDIT-F
           DISPLAY "FIRMANTE DADO DE BAJA"
           .
       250000-BAJA-F. EXIT.
      ******************************************************************
      *                         260000-LISTAR-CUENTA
      *El titular de CUENTASIX encabeza la lista; despues se recorren
      *los firmantes de la cuenta por la clave principal.
      ******************************************************************
       260000-LISTAR-CUENTA.
           DISPLAY "INGRESE EL NUMERO DE CUENTA"
           ACCEPT WSV-CUENTA
           MOVE ZERO TO WSV-CANT-LISTADOS

           MOVE WSV-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    DISPLAY "TITULAR DE LA CUENTA : "
                            REG-COD-CLIENTE-IX
               WHEN FS-STATUS-NOT-FOUND
                    DISPLAY "CUENTA INEXISTENTE"
                    GO TO 260000-LISTAR-CUENTA-F
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS                TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS                TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE WSV-CUENTA TO REG-COT-CUENTA
           MOVE ZERO       TO REG-COT-CLIENTE
           START COTITULARES KEY IS NOT LESS THAN REG-COT-CLAVE
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    MOVE "N" TO WSV-SW-FIN-CUENTA
                    PERFORM 265000-LEER-CUENTA
                       THRU 265000-LEER-CUENTA-F
                       UNTIL WSV-FIN-CUENTA
               WHEN FS-STATUS-COT-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-CANT-LISTADOS = ZERO
              DISPLAY "LA CUENTA NO TIENE OTROS FIRMANTES"
           ELSE
              DISPLAY "FIRMANTES REGISTRADOS : " WSV-CANT-LISTADOS
           END-IF
           .
       260000-LISTAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         265000-LEER-CUENTA
      ******************************************************************
       265000-LEER-CUENTA.
           READ COTITULARES NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-COT-OK
                    IF REG-COT-CUENTA NOT = WSV-CUENTA
                       MOVE "S" TO WSV-SW-FIN-CUENTA
                    ELSE
                       ADD 1 TO WSV-CANT-LISTADOS
                       DISPLAY "---------------------------------------"
                       PERFORM 215000-MOSTRAR-RELACION
                          THRU 215000-MOSTRAR-RELACION-F
                    END-IF
               WHEN FS-STATUS-COT-EOF
                    MOVE "S" TO WSV-SW-FIN-CUENTA
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-COTITULARES          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-COT            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       265000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         280000-WRITE-AUDIT
      *Graba la imagen anterior (WSV-IMAGEN-ANTES, en blanco para un
      *alta nueva) y la posterior (el registro tal como quedo) con el
      *operador que hizo el cambio.
      ******************************************************************
       280000-WRITE-AUDIT.
           ACCEPT REG-AUD-FECHA FROM DATE YYYYMMDD
           ACCEPT REG-AUD-HORA  FROM TIME
           MOVE REG-COT-CUENTA   TO REG-AUD-CUENTA
           MOVE REG-COT-CLIENTE  TO REG-AUD-CLIENTE
           MOVE WSV-IMAGEN-ANTES TO REG-AUD-IMAGEN-ANTES
           MOVE REG-COTITULAR    TO REG-AUD-IMAGEN-DESPUES
           MOVE WSV-OPERADOR     TO REG-AUD-OPERADOR

           WRITE REG-AUDITORIA
           IF NOT FS-STATUS-AUD-OK
              MOVE CON-280000-WRITE-AUDIT TO WS-ERR-PARRAFO
              MOVE CON-AUDITORIA          TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-AUD          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       280000-WRITE-AUDIT-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE COTITULARES
           CLOSE DATOS
           CLOSE CLIENTES
           CLOSE AUDITORIA
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
       END PROGRAM E146.
