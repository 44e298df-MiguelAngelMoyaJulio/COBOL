      ******************************************************************
      *Catalogo de productos de cuenta. Hasta ahora REG-CUENTASIX solo
      *tenia cuenta, cliente, saldo y moneda, y nada distinguia una
      *caja de ahorro de una cuenta corriente (E98 llego a emitir
      *chequeras contra cajas de ahorro). Este programa mantiene el
      *maestro PRODUCTOS.txt (codigo, descripcion, tipo CA caja de
      *ahorro / CC cuenta corriente, si admite descubierto, banda de
      *la tarifa de mantenimiento de E59 y estado V vigente / B dado
      *de baja). Cada cuenta lleva el codigo de su producto, que se
      *elige al abrirla en E47; los programas lo consultan con
      *RUTPROD. Permite consultar, dar de alta, modificar, dar de
      *baja un producto (deja de ofrecerse para cuentas nuevas; las
      *existentes lo conservan) y listar el catalogo.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E145.
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
      ****************************  OUTPUT  ****************************
       SELECT PRODUCTOS ASSIGN TO "PRODUCTOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-PRO-CODIGO
                       FILE STATUS  IS FS-STATUS-PRO.
       DATA DIVISION.
       FILE SECTION.
       FD PRODUCTOS.
          01 REG-PRODUCTO.
             05 REG-PRO-CODIGO           PIC X(03).
             05 REG-PRO-DESCRIPCION      PIC X(30).
             05 REG-PRO-TIPO             PIC X(02).
                88 REG-PRO-CAJA-AHORRO          VALUE "CA".
                88 REG-PRO-CUENTA-CORRIENTE     VALUE "CC".
             05 REG-PRO-DESCUBIERTO      PIC X(01).
                88 REG-PRO-ADMITE-DESCUBIERTO   VALUE "S".
             05 REG-PRO-GRUPO-TARIFA     PIC X(02).
             05 REG-PRO-ESTADO           PIC X(01).
                88 REG-PRO-VIGENTE              VALUE "V".
                88 REG-PRO-BAJA                 VALUE "B".
             05 REG-PRO-FECHA-ALTA       PIC 9(08).
             05 REG-PRO-FECHA-ESTADO     PIC 9(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-PRODUCTOS  PIC X(30) VALUE
              '110000-OPEN-PRODUCTOS       '.
              05 CON-210000-LEER-PRODUCTO   PIC X(30) VALUE
              '210000-LEER-PRODUCTO        '.
              05 CON-230000-ALTA            PIC X(30) VALUE
              '230000-ALTA                 '.
              05 CON-240000-MODIFICAR       PIC X(30) VALUE
              '240000-MODIFICAR            '.
              05 CON-250000-BAJA            PIC X(30) VALUE
              '250000-BAJA                 '.
              05 CON-260000-LISTAR          PIC X(30) VALUE
              '260000-LISTAR               '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PRODUCTOS PIC X(10) VALUE 'PRODUCTOS '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PRO           PIC X(02) VALUE "00".
             88 FS-STATUS-PRO-OK               VALUE "00".
             88 FS-STATUS-PRO-EOF              VALUE "10".
             88 FS-STATUS-PRO-DUP              VALUE "22".
             88 FS-STATUS-PRO-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-PRO-NOT-FOUND        VALUE "35".

          05 WSV-SW-ALTA-VALIDA      PIC X(01).
             88 WSV-ALTA-VALIDA                VALUE "S".

          05 WSV-SW-FIN-CATALOGO     PIC X(01).
             88 WSV-FIN-CATALOGO               VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-CODIGO              PIC X(03).
          05 WSV-DESCRIPCION         PIC X(30).
          05 WSV-TIPO                PIC X(02).
          05 WSV-DESCUBIERTO         PIC X(01).
          05 WSV-GRUPO-TARIFA        PIC X(02).
          05 WSV-RESPUESTA           PIC X(01).
          05 WSV-FECHA-HOY           PIC 9(08).
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
           MOVE "E145" TO WS-ERR-PROGRAMA

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

           PERFORM 110000-OPEN-PRODUCTOS
              THRU 110000-OPEN-PRODUCTOS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-PRODUCTOS
      *Si el catalogo todavia no existe (primer producto) se crea
      *vacio.
      ******************************************************************
       110000-OPEN-PRODUCTOS.
           OPEN I-O PRODUCTOS
           IF FS-STATUS-PRO-NOT-FOUND
              OPEN OUTPUT PRODUCTOS
              CLOSE PRODUCTOS
              OPEN I-O PRODUCTOS
           END-IF
           IF NOT FS-STATUS-PRO-OK
              MOVE CON-110000-OPEN-PRODUCTOS TO WS-ERR-PARRAFO
              MOVE CON-PRODUCTOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRO             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-PRODUCTOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR PRODUCTO"
           DISPLAY "2.ALTA DE PRODUCTO"
           DISPLAY "3.MODIFICAR PRODUCTO"
           DISPLAY "4.BAJA DE PRODUCTO"
           DISPLAY "5.LISTAR CATALOGO"
           DISPLAY "0.SALIR"
           ACCEPT WSV-OPCION

           EVALUATE WSV-OPCION
               WHEN 1
                    PERFORM 220000-CONSULTAR
                       THRU 220000-CONSULTAR-F
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
                    PERFORM 260000-LISTAR
                       THRU 260000-LISTAR-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-PRODUCTO
      *Lectura por codigo, comun a consulta, modificacion y baja; el
      *llamador decide que hacer con el 23.
      ******************************************************************
       210000-LEER-PRODUCTO.
           DISPLAY "INGRESE EL CODIGO DE PRODUCTO"
           ACCEPT WSV-CODIGO
           MOVE WSV-CODIGO TO REG-PRO-CODIGO
           READ PRODUCTOS
           EVALUATE TRUE
               WHEN FS-STATUS-PRO-OK
                    PERFORM 215000-MOSTRAR-PRODUCTO
                       THRU 215000-MOSTRAR-PRODUCTO-F
               WHEN FS-STATUS-PRO-SIN-CLAVE
                    DISPLAY "PRODUCTO INEXISTENTE"
               WHEN OTHER
                    MOVE CON-210000-LEER-PRODUCTO TO WS-ERR-PARRAFO
                    MOVE CON-PRODUCTOS            TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRO            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-PRODUCTO-F. EXIT.
      ******************************************************************
      *                         215000-MOSTRAR-PRODUCTO
      ******************************************************************
       215000-MOSTRAR-PRODUCTO.
           DISPLAY "PRODUCTO   : " REG-PRO-CODIGO " "
                   REG-PRO-DESCRIPCION
           DISPLAY "TIPO       : " REG-PRO-TIPO
                   "  DESCUBIERTO : " REG-PRO-DESCUBIERTO
                   "  BANDA TARIFA : " REG-PRO-GRUPO-TARIFA
           DISPLAY "ALTA       : " REG-PRO-FECHA-ALTA
                   "  ESTADO : " REG-PRO-ESTADO
                   " DESDE " REG-PRO-FECHA-ESTADO
           .
       215000-MOSTRAR-PRODUCTO-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      ******************************************************************
       220000-CONSULTAR.
           PERFORM 210000-LEER-PRODUCTO
              THRU 210000-LEER-PRODUCTO-F
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         230000-ALTA
      *El producto se carga vigente y desde ese momento se puede
      *elegir al abrir cuentas en E47.
      ******************************************************************
       230000-ALTA.
           MOVE "S" TO WSV-SW-ALTA-VALIDA
           INITIALIZE WSV-CODIGO WSV-DESCRIPCION WSV-TIPO
                      WSV-DESCUBIERTO WSV-GRUPO-TARIFA

           DISPLAY "INGRESE EL CODIGO DE PRODUCTO"
           ACCEPT WSV-CODIGO
           DISPLAY "INGRESE LA DESCRIPCION"
           ACCEPT WSV-DESCRIPCION
           DISPLAY "INGRESE EL TIPO (CA CAJA DE AHORRO / CC CUENTA "
                   "CORRIENTE)"
           ACCEPT WSV-TIPO
           DISPLAY "ADMITE DESCUBIERTO S/N"
           ACCEPT WSV-DESCUBIERTO
           DISPLAY "INGRESE LA BANDA DE TARIFA DE MANTENIMIENTO"
           DISPLAY "(ENTER PARA LA TARIFA GENERAL)"
           ACCEPT WSV-GRUPO-TARIFA

           PERFORM 235000-VALIDAR-PRODUCTO
              THRU 235000-VALIDAR-PRODUCTO-F

           IF WSV-ALTA-VALIDA
              INITIALIZE REG-PRODUCTO
              MOVE WSV-CODIGO          TO REG-PRO-CODIGO
              MOVE WSV-DESCRIPCION     TO REG-PRO-DESCRIPCION
              MOVE WSV-TIPO            TO REG-PRO-TIPO
              MOVE WSV-DESCUBIERTO     TO REG-PRO-DESCUBIERTO
              MOVE WSV-GRUPO-TARIFA    TO REG-PRO-GRUPO-TARIFA
              MOVE "V"                 TO REG-PRO-ESTADO
              MOVE WSV-FECHA-HOY       TO REG-PRO-FECHA-ALTA
              MOVE WSV-FECHA-HOY       TO REG-PRO-FECHA-ESTADO

              WRITE REG-PRODUCTO
              EVALUATE TRUE
                  WHEN FS-STATUS-PRO-OK
                       DISPLAY "PRODUCTO " REG-PRO-CODIGO
                               " REGISTRADO"
                  WHEN FS-STATUS-PRO-DUP
                       DISPLAY "EL PRODUCTO YA ESTA REGISTRADO"
                  WHEN OTHER
                       MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                       MOVE CON-PRODUCTOS   TO WS-ERR-OBJETO
                       MOVE CON-GRABAR      TO WS-ERR-OPERACION
                       MOVE FS-STATUS-PRO   TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
              END-EVALUATE
           END-IF
           .
       230000-ALTA-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-PRODUCTO
      *Comun a alta y modificacion. El descubierto es un acuerdo de
      *cuenta corriente: una caja de ahorro no puede quedar deudora.
      ******************************************************************
       235000-VALIDAR-PRODUCTO.
           IF WSV-CODIGO = SPACES OR WSV-DESCRIPCION = SPACES
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "CODIGO Y DESCRIPCION SON OBLIGATORIOS"
              GO TO 235000-VALIDAR-PRODUCTO-F
           END-IF

           IF WSV-TIPO NOT = "CA" AND WSV-TIPO NOT = "CC"
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "TIPO INVALIDO - DEBE SER CA O CC"
              GO TO 235000-VALIDAR-PRODUCTO-F
           END-IF

           IF WSV-DESCUBIERTO NOT = "S" AND WSV-DESCUBIERTO NOT = "N"
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "INDIQUE S O N PARA EL DESCUBIERTO"
              GO TO 235000-VALIDAR-PRODUCTO-F
           END-IF

           IF WSV-DESCUBIERTO = "S" AND WSV-TIPO = "CA"
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "UNA CAJA DE AHORRO NO ADMITE DESCUBIERTO"
           END-IF
           .
       235000-VALIDAR-PRODUCTO-F. EXIT.
      ******************************************************************
      *                         240000-MODIFICAR
      *Cambia descripcion, descubierto y banda de tarifa; el tipo no
      *se modifica porque las cuentas ya abiertas (y sus chequeras)
      *dependen de el. Un cambio de tipo es un producto nuevo.
      ******************************************************************
       240000-MODIFICAR.
           PERFORM 210000-LEER-PRODUCTO
              THRU 210000-LEER-PRODUCTO-F
           IF NOT FS-STATUS-PRO-OK
              GO TO 240000-MODIFICAR-F
           END-IF

           MOVE "S"                  TO WSV-SW-ALTA-VALIDA
           MOVE REG-PRO-TIPO         TO WSV-TIPO
           MOVE REG-PRO-DESCRIPCION  TO WSV-DESCRIPCION
           MOVE REG-PRO-DESCUBIERTO  TO WSV-DESCUBIERTO
           MOVE REG-PRO-GRUPO-TARIFA TO WSV-GRUPO-TARIFA

           DISPLAY "INGRESE LA NUEVA DESCRIPCION (ENTER PARA MANTENER)"
           ACCEPT WSV-DESCRIPCION
           IF WSV-DESCRIPCION = SPACES
              MOVE REG-PRO-DESCRIPCION TO WSV-DESCRIPCION
           END-IF
           DISPLAY "ADMITE DESCUBIERTO S/N (ENTER PARA MANTENER "
                   REG-PRO-DESCUBIERTO ")"
           ACCEPT WSV-DESCUBIERTO
           IF WSV-DESCUBIERTO = SPACES
              MOVE REG-PRO-DESCUBIERTO TO WSV-DESCUBIERTO
           END-IF
           DISPLAY "INGRESE LA NUEVA BANDA DE TARIFA (ENTER PARA "
                   "MANTENER " REG-PRO-GRUPO-TARIFA ", * PARA LA "
                   "TARIFA GENERAL)"
           ACCEPT WSV-GRUPO-TARIFA
           EVALUATE WSV-GRUPO-TARIFA
               WHEN SPACES
                    MOVE REG-PRO-GRUPO-TARIFA TO WSV-GRUPO-TARIFA
               WHEN "* "
                    MOVE SPACES TO WSV-GRUPO-TARIFA
           END-EVALUATE

           PERFORM 235000-VALIDAR-PRODUCTO
              THRU 235000-VALIDAR-PRODUCTO-F
           IF NOT WSV-ALTA-VALIDA
              GO TO 240000-MODIFICAR-F
           END-IF

           MOVE WSV-DESCRIPCION  TO REG-PRO-DESCRIPCION
           MOVE WSV-DESCUBIERTO  TO REG-PRO-DESCUBIERTO
           MOVE WSV-GRUPO-TARIFA TO REG-PRO-GRUPO-TARIFA
           REWRITE REG-PRODUCTO
           IF NOT FS-STATUS-PRO-OK
              MOVE CON-240000-MODIFICAR TO WS-ERR-PARRAFO
              MOVE CON-PRODUCTOS        TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRO        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "PRODUCTO MODIFICADO"
           .
       240000-MODIFICAR-F. EXIT.
      ******************************************************************
      *                         250000-BAJA
      *El producto no se borra: las cuentas abiertas con el lo siguen
      *referenciando. Solo deja de ofrecerse para cuentas nuevas.
      ******************************************************************
       250000-BAJA.
           PERFORM 210000-LEER-PRODUCTO
              THRU 210000-LEER-PRODUCTO-F
           IF NOT FS-STATUS-PRO-OK
              GO TO 250000-BAJA-F
           END-IF
           IF NOT REG-PRO-VIGENTE
              DISPLAY "EL PRODUCTO YA ESTA DADO DE BAJA"
              GO TO 250000-BAJA-F
           END-IF

           DISPLAY "CONFIRMA LA BAJA S/N"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA NOT = "S"
              GO TO 250000-BAJA-F
           END-IF

           MOVE "B"           TO REG-PRO-ESTADO
           MOVE WSV-FECHA-HOY TO REG-PRO-FECHA-ESTADO
           REWRITE REG-PRODUCTO
           IF NOT FS-STATUS-PRO-OK
              MOVE CON-250000-BAJA TO WS-ERR-PARRAFO
              MOVE CON-PRODUCTOS   TO WS-ERR-OBJETO
              MOVE CON-GRABAR      TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRO   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "PRODUCTO DADO DE BAJA PARA CUENTAS NUEVAS"
           .
       250000-BAJA-F. EXIT.
      ******************************************************************
      *                         260000-LISTAR
      *Recorre el catalogo completo por codigo.
      ******************************************************************
       260000-LISTAR.
           MOVE ZERO   TO WSV-CANT-LISTADOS
           MOVE LOW-VALUES TO REG-PRO-CODIGO
           START PRODUCTOS KEY >= REG-PRO-CODIGO
           EVALUATE TRUE
               WHEN FS-STATUS-PRO-OK
                    MOVE "N" TO WSV-SW-FIN-CATALOGO
                    PERFORM 265000-LEER-SIGUIENTE
                       THRU 265000-LEER-SIGUIENTE-F
                       UNTIL WSV-FIN-CATALOGO
               WHEN FS-STATUS-PRO-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-260000-LISTAR TO WS-ERR-PARRAFO
                    MOVE CON-PRODUCTOS     TO WS-ERR-OBJETO
                    MOVE CON-LEER          TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRO     TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-CANT-LISTADOS = ZERO
              DISPLAY "EL CATALOGO ESTA VACIO"
           ELSE
              DISPLAY "PRODUCTOS: " WSV-CANT-LISTADOS
           END-IF
           .
       260000-LISTAR-F. EXIT.
      ******************************************************************
      *                         265000-LEER-SIGUIENTE
      ******************************************************************
       265000-LEER-SIGUIENTE.
           READ PRODUCTOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-PRO-OK
                    ADD 1 TO WSV-CANT-LISTADOS
                    PERFORM 215000-MOSTRAR-PRODUCTO
                       THRU 215000-MOSTRAR-PRODUCTO-F
               WHEN FS-STATUS-PRO-EOF
                    MOVE "S" TO WSV-SW-FIN-CATALOGO
               WHEN OTHER
                    MOVE CON-260000-LISTAR TO WS-ERR-PARRAFO
                    MOVE CON-PRODUCTOS     TO WS-ERR-OBJETO
                    MOVE CON-LEER          TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PRO     TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       265000-LEER-SIGUIENTE-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE PRODUCTOS
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
       END PROGRAM E145.
