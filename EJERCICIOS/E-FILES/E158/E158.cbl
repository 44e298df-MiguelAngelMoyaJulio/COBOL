      ******************************************************************
      *Registro de reclamos de clientes. Los reclamos por debitos
      *rechazados o indebidos, cargos de tarjeta, facturas de gas y
      *de telefonia y estadia de contenedores entraban por cualquier
      *canal y no habia forma de probar que se contestaron dentro de
      *los CON-DIAS-RESPUESTA dias habiles que exige el regulador.
      *Este programa mantiene RECLAMOS.txt: cada reclamo lleva el
      *cliente, el subsistema y la referencia que reclama (cuenta,
      *tarjeta, medidor, linea o contenedor), la categoria, el canal
      *por el que entro, la fecha de recepcion y el vencimiento del
      *plazo de respuesta, que calcula RUTFECHA en dias habiles. La
      *respuesta cierra el reclamo con su resultado y deja los dias
      *habiles que llevo contestarlo. Un reclamo de cuentas exige que
      *la cuenta exista en CUENTASIX.txt y los de cuentas y tarjetas
      *un cliente del maestro CLIENTESIX.txt; gas, telefonia y
      *contenedores tienen sus propios padrones y el cliente se toma
      *como viene. E158VEN arma la lista diaria de vencimientos y
      *escala los vencidos; E158EST emite la estadistica mensual.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E158.
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
      ****************************  I-O  *******************************
       SELECT RECLAMOS ASSIGN TO "RECLAMOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-REC-NUMERO
                       ALTERNATE RECORD KEY IS REG-REC-CLIENTE
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-REC.
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

      *SUBSISTEMA: CTA cuentas y debitos, TAR tarjetas, GAS, TEL
      *telefonia, CNT contenedores. CANAL: S sucursal, T telefono,
      *W web, C carta o nota. ESTADO: A abierto, R respondido.
      *NIVEL: escalamiento de E158VEN (0 en plazo, 1 supervisor,
      *2 gerencia, 3 direccion). RESULTADO: F favorable al cliente,
      *P parcial, D desfavorable. DIAS-RESPUESTA en dias habiles.
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
              05 CON-110000-OPEN-RECLAMOS   PIC X(30) VALUE
              '110000-OPEN-RECLAMOS        '.
              05 CON-115000-OPEN-MAESTROS   PIC X(30) VALUE
              '115000-OPEN-MAESTROS        '.
              05 CON-210000-CONSULTAR       PIC X(30) VALUE
              '210000-CONSULTAR            '.
              05 CON-230000-ALTA            PIC X(30) VALUE
              '230000-ALTA                 '.
              05 CON-240000-RESPONDER       PIC X(30) VALUE
              '240000-RESPONDER            '.
              05 CON-260000-LISTAR-CLIENTE  PIC X(30) VALUE
              '260000-LISTAR-CLIENTE       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-RUTINA    PIC X(15) VALUE 'LLAMAR RUTINA  '.
           02 CON-OBJETOS.
              05 CON-DATOS       PIC X(10) VALUE 'DATOS     '.
              05 CON-CLIENTES    PIC X(10) VALUE 'CLIENTES  '.
              05 CON-RECLAMOS    PIC X(10) VALUE 'RECLAMOS  '.
              05 CON-FECHAS      PIC X(10) VALUE 'FECHAS    '.
      *Plazo de respuesta del regulador, en dias habiles desde la
      *recepcion del reclamo.
           02 CON-POLITICAS.
              05 CON-DIAS-RESPUESTA PIC 9(02) VALUE 10.
      ************************** TABLES ********************************
      *Categorias de reclamo que se informan al regulador.
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
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-CLI           PIC X(02) VALUE "00".
             88 FS-STATUS-CLI-OK               VALUE "00".
             88 FS-STATUS-CLI-NOT-FOUND        VALUE "23".

          05 FS-STATUS-REC           PIC X(02) VALUE "00".
             88 FS-STATUS-REC-OK               VALUE "00".
             88 FS-STATUS-REC-EOF              VALUE "10".
             88 FS-STATUS-REC-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-REC-NOT-FOUND        VALUE "35".

          05 WSV-SW-ALTA-VALIDA      PIC X(01).
             88 WSV-ALTA-VALIDA                VALUE "S".

          05 WSV-SW-CATEGORIA-HALLADA PIC X(01).
             88 WSV-CATEGORIA-HALLADA          VALUE "S".

          05 WSV-SW-FIN-CLIENTE      PIC X(01).
             88 WSV-FIN-CLIENTE                VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-OPERADOR            PIC X(08).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-ULTIMO-RECLAMO      PIC 9(08) VALUE ZERO.
          05 WSV-NUMERO              PIC 9(08).
          05 WSV-CLIENTE             PIC 9(08).
          05 WSV-SUBSISTEMA          PIC X(03).
             88 WSV-SUBSISTEMA-VALIDO          VALUE "CTA" "TAR"
                                                     "GAS" "TEL"
                                                     "CNT".
             88 WSV-SUBSISTEMA-BANCO           VALUE "CTA" "TAR".
          05 WSV-REFERENCIA          PIC X(20).
          05 WSV-CATEGORIA           PIC X(03).
          05 WSV-CANAL               PIC X(01).
             88 WSV-CANAL-VALIDO               VALUE "S" "T" "W" "C".
          05 WSV-DESCRIPCION         PIC X(60).
          05 WSV-FECHA-RECEPCION     PIC 9(08).
          05 WSV-RESULTADO           PIC X(01).
             88 WSV-RESULTADO-VALIDO           VALUE "F" "P" "D".
          05 WSV-RESPUESTA           PIC X(60).
          05 WSV-IDX-CAT             PIC 9(02).
          05 WSV-DESC-CATEGORIA      PIC X(30).
       01 WSV-CONTADORES.
          05 WSV-CANT-LISTADOS       PIC 9(05) VALUE ZERO.
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
           MOVE "E158" TO WS-ERR-PROGRAMA

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

           PERFORM 110000-OPEN-RECLAMOS
              THRU 110000-OPEN-RECLAMOS-F

           PERFORM 115000-OPEN-MAESTROS
              THRU 115000-OPEN-MAESTROS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-RECLAMOS
      *Si el registro todavia no existe (primer reclamo) se crea
      *vacio. Se recorre una vez para tomar el ultimo numero usado.
      ******************************************************************
       110000-OPEN-RECLAMOS.
           OPEN I-O RECLAMOS
           IF FS-STATUS-REC-NOT-FOUND
              OPEN OUTPUT RECLAMOS
              CLOSE RECLAMOS
              OPEN I-O RECLAMOS
           END-IF
           IF NOT FS-STATUS-REC-OK
              MOVE CON-110000-OPEN-RECLAMOS TO WS-ERR-PARRAFO
              MOVE CON-RECLAMOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE ZERO TO REG-REC-NUMERO
           START RECLAMOS KEY > REG-REC-NUMERO
           IF FS-STATUS-REC-OK
              PERFORM 112000-LEER-ULTIMO
                 THRU 112000-LEER-ULTIMO-F
                 UNTIL FS-STATUS-REC-EOF
           END-IF
           MOVE "00" TO FS-STATUS-REC
           .
       110000-OPEN-RECLAMOS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-ULTIMO
      ******************************************************************
       112000-LEER-ULTIMO.
           READ RECLAMOS NEXT RECORD
           EVALUATE TRUE
               WHEN FS-STATUS-REC-OK
                    IF REG-REC-NUMERO > WSV-ULTIMO-RECLAMO
                       MOVE REG-REC-NUMERO TO WSV-ULTIMO-RECLAMO
                    END-IF
               WHEN FS-STATUS-REC-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-OPEN-RECLAMOS TO WS-ERR-PARRAFO
                    MOVE CON-RECLAMOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REC            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-ULTIMO-F. EXIT.
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
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.ALTA DE RECLAMO"
           DISPLAY "2.CONSULTAR RECLAMO"
           DISPLAY "3.REGISTRAR RESPUESTA"
           DISPLAY "4.LISTAR RECLAMOS DE UN CLIENTE"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 230000-ALTA
                       THRU 230000-ALTA-F
               WHEN 2
                    PERFORM 210000-CONSULTAR
                       THRU 210000-CONSULTAR-F
               WHEN 3
                    PERFORM 240000-RESPONDER
                       THRU 240000-RESPONDER-F
               WHEN 4
                    PERFORM 260000-LISTAR-CLIENTE
                       THRU 260000-LISTAR-CLIENTE-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-CONSULTAR
      ******************************************************************
       210000-CONSULTAR.
           DISPLAY "INGRESE EL NUMERO DE RECLAMO"
           ACCEPT WSV-NUMERO
           MOVE WSV-NUMERO TO REG-REC-NUMERO
           READ RECLAMOS
           EVALUATE TRUE
               WHEN FS-STATUS-REC-OK
                    PERFORM 215000-MOSTRAR-RECLAMO
                       THRU 215000-MOSTRAR-RECLAMO-F
               WHEN FS-STATUS-REC-SIN-CLAVE
                    DISPLAY "RECLAMO INEXISTENTE"
               WHEN OTHER
                    MOVE CON-210000-CONSULTAR TO WS-ERR-PARRAFO
                    MOVE CON-RECLAMOS         TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REC        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         215000-MOSTRAR-RECLAMO
      ******************************************************************
       215000-MOSTRAR-RECLAMO.
           MOVE REG-REC-CATEGORIA TO WSV-CATEGORIA
           PERFORM 225000-BUSCAR-CATEGORIA
              THRU 225000-BUSCAR-CATEGORIA-F

           DISPLAY "RECLAMO    : " REG-REC-NUMERO
                   "  CLIENTE : " REG-REC-CLIENTE
                   "  CANAL : " REG-REC-CANAL
           DISPLAY "SUBSISTEMA : " REG-REC-SUBSISTEMA
                   "  REFERENCIA : " REG-REC-REFERENCIA
           DISPLAY "CATEGORIA  : " REG-REC-CATEGORIA " "
                   WSV-DESC-CATEGORIA
           DISPLAY "DETALLE    : " REG-REC-DESCRIPCION
           DISPLAY "RECIBIDO   : " REG-REC-FECHA-RECEPCION
                   "  VENCE : " REG-REC-FECHA-VTO
                   "  OPERADOR : " REG-REC-OPERADOR-ALTA
           IF REG-REC-RESPONDIDO
              DISPLAY "RESPONDIDO : " REG-REC-FECHA-RESPUESTA
                      "  EN " REG-REC-DIAS-RESPUESTA
                      " DIAS HABILES  RESULTADO : "
                      REG-REC-RESULTADO
              DISPLAY "RESPUESTA  : " REG-REC-RESPUESTA
              DISPLAY "OPERADOR   : " REG-REC-OPERADOR-RESP
           ELSE
              DISPLAY "ABIERTO - NIVEL DE ESCALAMIENTO "
                      REG-REC-NIVEL
           END-IF
           .
       215000-MOSTRAR-RECLAMO-F. EXIT.
      ******************************************************************
      *                         225000-BUSCAR-CATEGORIA
      *Deja la descripcion de WSV-CATEGORIA en WSV-DESC-CATEGORIA.
      ******************************************************************
       225000-BUSCAR-CATEGORIA.
           MOVE "N"    TO WSV-SW-CATEGORIA-HALLADA
           MOVE SPACES TO WSV-DESC-CATEGORIA
           PERFORM VARYING WSV-IDX-CAT FROM 1 BY 1
              UNTIL WSV-IDX-CAT > WSV-CANT-CATEGORIAS
              OR WSV-CATEGORIA-HALLADA
              IF WSV-CAT-CODIGO(WSV-IDX-CAT) = WSV-CATEGORIA
                 MOVE "S" TO WSV-SW-CATEGORIA-HALLADA
                 MOVE WSV-CAT-DESCRIPCION(WSV-IDX-CAT) TO
                    WSV-DESC-CATEGORIA
              END-IF
           END-PERFORM
           .
       225000-BUSCAR-CATEGORIA-F. EXIT.
      ******************************************************************
      *                         230000-ALTA
      *El vencimiento corre desde la recepcion, que puede ser
      *anterior a la carga (una carta llega por correo).
      ******************************************************************
       230000-ALTA.
           MOVE "S" TO WSV-SW-ALTA-VALIDA
           INITIALIZE WSV-CLIENTE WSV-SUBSISTEMA WSV-REFERENCIA
                      WSV-CATEGORIA WSV-CANAL WSV-DESCRIPCION
                      WSV-FECHA-RECEPCION

           DISPLAY "INGRESE EL CODIGO DE CLIENTE"
           ACCEPT WSV-CLIENTE
           DISPLAY "INGRESE EL SUBSISTEMA CTA=CUENTAS TAR=TARJETAS "
                   "GAS TEL=TELEFONIA CNT=CONTENEDORES"
           ACCEPT WSV-SUBSISTEMA
           DISPLAY "INGRESE LA REFERENCIA (CUENTA, TARJETA, MEDIDOR, "
                   "LINEA O CONTENEDOR)"
           ACCEPT WSV-REFERENCIA
           DISPLAY "INGRESE LA CATEGORIA"
           PERFORM 232000-MOSTRAR-CATEGORIA
              THRU 232000-MOSTRAR-CATEGORIA-F
              VARYING WSV-IDX-CAT FROM 1 BY 1
              UNTIL WSV-IDX-CAT > WSV-CANT-CATEGORIAS
           ACCEPT WSV-CATEGORIA
           DISPLAY "INGRESE EL CANAL S=SUCURSAL T=TELEFONO W=WEB "
                   "C=CARTA"
           ACCEPT WSV-CANAL
           DISPLAY "INGRESE EL DETALLE DEL RECLAMO"
           ACCEPT WSV-DESCRIPCION
           DISPLAY "INGRESE LA FECHA DE RECEPCION AAAAMMDD (0 = HOY)"
           ACCEPT WSV-FECHA-RECEPCION
           IF WSV-FECHA-RECEPCION = ZERO
              MOVE WSV-FECHA-HOY TO WSV-FECHA-RECEPCION
           END-IF

           PERFORM 235000-VALIDAR-ALTA
              THRU 235000-VALIDAR-ALTA-F
           IF NOT WSV-ALTA-VALIDA
              GO TO 230000-ALTA-F
           END-IF

           MOVE "N"                 TO WS-FEC-OPERACION
           MOVE WSV-FECHA-RECEPCION TO WS-FEC-FECHA
           MOVE CON-DIAS-RESPUESTA  TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
              MOVE CON-FECHAS      TO WS-ERR-OBJETO
              MOVE CON-RUTINA      TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-ULTIMO-RECLAMO
           INITIALIZE REG-RECLAMO
           MOVE WSV-ULTIMO-RECLAMO  TO REG-REC-NUMERO
           MOVE WSV-CLIENTE         TO REG-REC-CLIENTE
           MOVE WSV-SUBSISTEMA      TO REG-REC-SUBSISTEMA
           MOVE WSV-REFERENCIA      TO REG-REC-REFERENCIA
           MOVE WSV-CATEGORIA       TO REG-REC-CATEGORIA
           MOVE WSV-CANAL           TO REG-REC-CANAL
           MOVE WSV-DESCRIPCION     TO REG-REC-DESCRIPCION
           MOVE WSV-FECHA-RECEPCION TO REG-REC-FECHA-RECEPCION
           MOVE WS-FEC-RESULTADO    TO REG-REC-FECHA-VTO
           MOVE "A"                 TO REG-REC-ESTADO
           MOVE ZERO                TO REG-REC-NIVEL
           MOVE WSV-OPERADOR        TO REG-REC-OPERADOR-ALTA

           WRITE REG-RECLAMO
           IF NOT FS-STATUS-REC-OK
              MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
              MOVE CON-RECLAMOS    TO WS-ERR-OBJETO
              MOVE CON-GRABAR      TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           DISPLAY "RECLAMO " REG-REC-NUMERO " REGISTRADO - "
                   "VENCE EL " REG-REC-FECHA-VTO
           .
       230000-ALTA-F. EXIT.
      ******************************************************************
      *                         232000-MOSTRAR-CATEGORIA
      ******************************************************************
       232000-MOSTRAR-CATEGORIA.
           DISPLAY "  " WSV-CAT-CODIGO(WSV-IDX-CAT) " "
                   WSV-CAT-DESCRIPCION(WSV-IDX-CAT)
           .
       232000-MOSTRAR-CATEGORIA-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-ALTA
      ******************************************************************
       235000-VALIDAR-ALTA.
           IF NOT WSV-SUBSISTEMA-VALIDO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "SUBSISTEMA INVALIDO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF
           IF WSV-REFERENCIA = SPACES
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "FALTA LA REFERENCIA DEL RECLAMO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF
           PERFORM 225000-BUSCAR-CATEGORIA
              THRU 225000-BUSCAR-CATEGORIA-F
           IF NOT WSV-CATEGORIA-HALLADA
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "CATEGORIA INVALIDA"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF
           IF NOT WSV-CANAL-VALIDO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "CANAL INVALIDO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF
           IF WSV-FECHA-RECEPCION > WSV-FECHA-HOY
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "LA FECHA DE RECEPCION NO PUEDE SER FUTURA"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-SUBSISTEMA-BANCO
              MOVE WSV-CLIENTE TO REG-COD-CLIENTE-CL
              READ CLIENTES
              EVALUATE TRUE
                  WHEN FS-STATUS-CLI-OK
                       CONTINUE
                  WHEN FS-STATUS-CLI-NOT-FOUND
                       MOVE "N" TO WSV-SW-ALTA-VALIDA
                       DISPLAY "CLIENTE INEXISTENTE"
                       GO TO 235000-VALIDAR-ALTA-F
                  WHEN OTHER
                       MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                       MOVE CON-CLIENTES    TO WS-ERR-OBJETO
                       MOVE CON-LEER        TO WS-ERR-OPERACION
                       MOVE FS-STATUS-CLI   TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
              END-EVALUATE
           END-IF

           IF WSV-SUBSISTEMA = "CTA"
              MOVE WSV-REFERENCIA TO REG-NRO-CUENTA-IX
              READ DATOS
              EVALUATE TRUE
                  WHEN FS-STATUS-OK
                       CONTINUE
                  WHEN FS-STATUS-NOT-FOUND
                       MOVE "N" TO WSV-SW-ALTA-VALIDA
                       DISPLAY "CUENTA INEXISTENTE"
                  WHEN OTHER
                       MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                       MOVE CON-DATOS       TO WS-ERR-OBJETO
                       MOVE CON-LEER        TO WS-ERR-OPERACION
                       MOVE FS-STATUS       TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
              END-EVALUATE
           END-IF
           .
       235000-VALIDAR-ALTA-F. EXIT.
      ******************************************************************
      *                         240000-RESPONDER
      *La respuesta cierra el reclamo; los dias habiles de respuesta
      *se cuentan desde la recepcion (sin contarla) hasta hoy.
      ******************************************************************
       240000-RESPONDER.
           DISPLAY "INGRESE EL NUMERO DE RECLAMO"
           ACCEPT WSV-NUMERO
           MOVE WSV-NUMERO TO REG-REC-NUMERO
           READ RECLAMOS
           EVALUATE TRUE
               WHEN FS-STATUS-REC-OK
                    CONTINUE
               WHEN FS-STATUS-REC-SIN-CLAVE
                    DISPLAY "RECLAMO INEXISTENTE"
                    GO TO 240000-RESPONDER-F
               WHEN OTHER
                    MOVE CON-240000-RESPONDER TO WS-ERR-PARRAFO
                    MOVE CON-RECLAMOS         TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REC        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF NOT REG-REC-ABIERTO
              DISPLAY "EL RECLAMO YA FUE RESPONDIDO EL "
                      REG-REC-FECHA-RESPUESTA
              GO TO 240000-RESPONDER-F
           END-IF

           PERFORM 215000-MOSTRAR-RECLAMO
              THRU 215000-MOSTRAR-RECLAMO-F

           INITIALIZE WSV-RESULTADO WSV-RESPUESTA
           DISPLAY "INGRESE EL RESULTADO F=FAVORABLE AL CLIENTE "
                   "P=PARCIAL D=DESFAVORABLE"
           ACCEPT WSV-RESULTADO
           IF NOT WSV-RESULTADO-VALIDO
              DISPLAY "RESULTADO INVALIDO"
              GO TO 240000-RESPONDER-F
           END-IF
           DISPLAY "INGRESE LA RESPUESTA DADA AL CLIENTE"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA = SPACES
              DISPLAY "LA RESPUESTA ES OBLIGATORIA"
              GO TO 240000-RESPONDER-F
           END-IF

           MOVE "D"                     TO WS-FEC-OPERACION
           MOVE REG-REC-FECHA-RECEPCION TO WS-FEC-FECHA
           MOVE WSV-FECHA-HOY           TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE ZERO TO WS-FEC-DIAS
           END-IF

           MOVE "R"             TO REG-REC-ESTADO
           MOVE WSV-FECHA-HOY   TO REG-REC-FECHA-RESPUESTA
           MOVE WSV-RESULTADO   TO REG-REC-RESULTADO
           MOVE WS-FEC-DIAS     TO REG-REC-DIAS-RESPUESTA
           MOVE WSV-RESPUESTA   TO REG-REC-RESPUESTA
           MOVE WSV-OPERADOR    TO REG-REC-OPERADOR-RESP

           REWRITE REG-RECLAMO
           IF NOT FS-STATUS-REC-OK
              MOVE CON-240000-RESPONDER TO WS-ERR-PARRAFO
              MOVE CON-RECLAMOS         TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-REC        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           DISPLAY "RECLAMO " REG-REC-NUMERO " RESPONDIDO EN "
                   REG-REC-DIAS-RESPUESTA " DIAS HABILES"
           IF WSV-FECHA-HOY > REG-REC-FECHA-VTO
              DISPLAY "*** RESPONDIDO FUERA DEL PLAZO DEL REGULADOR ***"
           END-IF
           .
       240000-RESPONDER-F. EXIT.
      ******************************************************************
      *                         260000-LISTAR-CLIENTE
      ******************************************************************
       260000-LISTAR-CLIENTE.
           DISPLAY "INGRESE EL CODIGO DE CLIENTE"
           ACCEPT WSV-CLIENTE
           MOVE ZERO TO WSV-CANT-LISTADOS

           MOVE WSV-CLIENTE TO REG-REC-CLIENTE
           START RECLAMOS KEY IS EQUAL TO REG-REC-CLIENTE
           EVALUATE TRUE
               WHEN FS-STATUS-REC-OK
                    MOVE "N" TO WSV-SW-FIN-CLIENTE
                    PERFORM 265000-LEER-CLIENTE
                       THRU 265000-LEER-CLIENTE-F
                       UNTIL WSV-FIN-CLIENTE
               WHEN FS-STATUS-REC-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-RECLAMOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REC             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-CANT-LISTADOS = ZERO
              DISPLAY "EL CLIENTE NO TIENE RECLAMOS"
           ELSE
              DISPLAY "RECLAMOS DEL CLIENTE : " WSV-CANT-LISTADOS
           END-IF
           MOVE "00" TO FS-STATUS-REC
           .
       260000-LISTAR-CLIENTE-F. EXIT.
      ******************************************************************
      *                         265000-LEER-CLIENTE
      ******************************************************************
       265000-LEER-CLIENTE.
           READ RECLAMOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-REC-OK
                    IF REG-REC-CLIENTE NOT = WSV-CLIENTE
                       MOVE "S" TO WSV-SW-FIN-CLIENTE
                    ELSE
                       ADD 1 TO WSV-CANT-LISTADOS
                       DISPLAY "---------------------------------------"
                       PERFORM 215000-MOSTRAR-RECLAMO
                          THRU 215000-MOSTRAR-RECLAMO-F
                    END-IF
               WHEN FS-STATUS-REC-EOF
                    MOVE "S" TO WSV-SW-FIN-CLIENTE
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CLIENTE TO WS-ERR-PARRAFO
                    MOVE CON-RECLAMOS              TO WS-ERR-OBJETO
                    MOVE CON-LEER                  TO WS-ERR-OPERACION
                    MOVE FS-STATUS-REC             TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       265000-LEER-CLIENTE-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE RECLAMOS
           CLOSE DATOS
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
       END PROGRAM E158.
