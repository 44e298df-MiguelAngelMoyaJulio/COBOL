      ******************************************************************
      *Registro de embargos judiciales sobre cuentas CUENTASIX. Los
      *oficios de los juzgados llegaban en papel y lo unico que se
      *podia hacer era bloquear al cliente entero en CLIENTESIX.txt
      *con E55. Este programa mantiene el maestro EMBARGOS.txt (un
      *registro por oficio: numero de oficio, juzgado, caratula de
      *los autos, cuenta embargada, monto ordenado, monto ya
      *retenido, estado V vigente / L levantado / C cumplido y la
      *cuenta judicial a la que se transfiere lo retenido). Permite
      *consultar, dar de alta, modificar el monto ordenado
      *(ampliacion o reduccion que dispone el juzgado), levantar el
      *embargo y listar los oficios de una cuenta. Mientras un
      *oficio esta vigente, lo ordenado y no retenido queda
      *inmovilizado: los debitos de E47, E98CLR y E99 lo consultan
      *con RUTEMBAR. El barrido a la cuenta judicial y la respuesta
      *al juzgado los hace E142BAR.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E142.
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
      ****************************  OUTPUT  ****************************
       SELECT EMBARGOS ASSIGN TO "EMBARGOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS DYNAMIC
                       RECORD KEY   IS REG-EMB-OFICIO
                       ALTERNATE RECORD KEY IS REG-EMB-CUENTA
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS-EMB.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

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
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-EMBARGOS   PIC X(30) VALUE
              '110000-OPEN-EMBARGOS        '.
              05 CON-115000-OPEN-DATOS      PIC X(30) VALUE
              '115000-OPEN-DATOS           '.
              05 CON-220000-CONSULTAR       PIC X(30) VALUE
              '220000-CONSULTAR            '.
              05 CON-230000-ALTA            PIC X(30) VALUE
              '230000-ALTA                 '.
              05 CON-240000-MODIFICAR       PIC X(30) VALUE
              '240000-MODIFICAR            '.
              05 CON-250000-LEVANTAR        PIC X(30) VALUE
              '250000-LEVANTAR             '.
              05 CON-260000-LISTAR-CUENTA   PIC X(30) VALUE
              '260000-LISTAR-CUENTA        '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-CERRAR    PIC X(15) VALUE 'CERRAR         '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS     '.
              05 CON-EMBARGOS  PIC X(10) VALUE 'EMBARGOS  '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".

          05 FS-STATUS-EMB           PIC X(02) VALUE "00".
             88 FS-STATUS-EMB-OK               VALUE "00".
             88 FS-STATUS-EMB-EOF              VALUE "10".
             88 FS-STATUS-EMB-SIN-CLAVE        VALUE "23".
             88 FS-STATUS-EMB-NOT-FOUND        VALUE "35".

          05 WSV-SW-ALTA-VALIDA      PIC X(01).
             88 WSV-ALTA-VALIDA                VALUE "S".

          05 WSV-SW-FIN-CUENTA       PIC X(01).
             88 WSV-FIN-CUENTA                 VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-OFICIO              PIC X(15).
          05 WSV-JUZGADO             PIC X(30).
          05 WSV-CARATULA            PIC X(40).
          05 WSV-CUENTA              PIC X(08).
          05 WSV-CUENTA-JUZGADO      PIC X(08).
          05 WSV-MONTO-ORDENADO      PIC 9(15)V9(02).
          05 WSV-MONEDA-CTA          PIC X(03).
          05 WSV-RESPUESTA           PIC X(01).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-PENDIENTE           PIC 9(15)V9(02).
          05 WSV-EDIT                PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           MOVE "E142" TO WS-ERR-PROGRAMA

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

           PERFORM 110000-OPEN-EMBARGOS
              THRU 110000-OPEN-EMBARGOS-F

           PERFORM 115000-OPEN-DATOS
              THRU 115000-OPEN-DATOS-F
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         110000-OPEN-EMBARGOS
      *Si el maestro todavia no existe (primer oficio) se crea vacio.
      ******************************************************************
       110000-OPEN-EMBARGOS.
           OPEN I-O EMBARGOS
           IF FS-STATUS-EMB-NOT-FOUND
              OPEN OUTPUT EMBARGOS
              CLOSE EMBARGOS
              OPEN I-O EMBARGOS
           END-IF
           IF NOT FS-STATUS-EMB-OK
              MOVE CON-110000-OPEN-EMBARGOS TO WS-ERR-PARRAFO
              MOVE CON-EMBARGOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMB            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-EMBARGOS-F. EXIT.
      ******************************************************************
      *                         115000-OPEN-DATOS
      ******************************************************************
       115000-OPEN-DATOS.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-115000-OPEN-DATOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR             TO WS-ERR-OPERACION
              MOVE FS-STATUS             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       115000-OPEN-DATOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR OFICIO"
           DISPLAY "2.ALTA DE OFICIO DE EMBARGO"
           DISPLAY "3.MODIFICAR MONTO ORDENADO"
           DISPLAY "4.LEVANTAR EMBARGO"
           DISPLAY "5.LISTAR OFICIOS DE UNA CUENTA"
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
                    PERFORM 250000-LEVANTAR
                       THRU 250000-LEVANTAR-F
               WHEN 5
                    PERFORM 260000-LISTAR-CUENTA
                       THRU 260000-LISTAR-CUENTA-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-OFICIO
      *Lectura por numero de oficio, comun a consulta, modificacion y
      *levantamiento; el llamador decide que hacer con el 23.
      ******************************************************************
       210000-LEER-OFICIO.
           DISPLAY "INGRESE EL NUMERO DE OFICIO"
           ACCEPT WSV-OFICIO
           MOVE WSV-OFICIO TO REG-EMB-OFICIO
           READ EMBARGOS
           EVALUATE TRUE
               WHEN FS-STATUS-EMB-OK
                    PERFORM 215000-MOSTRAR-OFICIO
                       THRU 215000-MOSTRAR-OFICIO-F
               WHEN FS-STATUS-EMB-SIN-CLAVE
                    DISPLAY "OFICIO INEXISTENTE"
               WHEN OTHER
                    MOVE CON-220000-CONSULTAR TO WS-ERR-PARRAFO
                    MOVE CON-EMBARGOS         TO WS-ERR-OBJETO
                    MOVE CON-LEER             TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EMB        TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-OFICIO-F. EXIT.
      ******************************************************************
      *                         215000-MOSTRAR-OFICIO
      ******************************************************************
       215000-MOSTRAR-OFICIO.
           DISPLAY "OFICIO     : " REG-EMB-OFICIO
           DISPLAY "JUZGADO    : " REG-EMB-JUZGADO
           DISPLAY "AUTOS      : " REG-EMB-CARATULA
           DISPLAY "CUENTA     : " REG-EMB-CUENTA
                   "  CTA JUDICIAL : " REG-EMB-CUENTA-JUZGADO
           MOVE REG-EMB-MONTO-ORDENADO TO WSV-EDIT
           DISPLAY "ORDENADO   : " WSV-EDIT
           MOVE REG-EMB-MONTO-RETENIDO TO WSV-EDIT
           DISPLAY "RETENIDO   : " WSV-EDIT
           DISPLAY "ALTA       : " REG-EMB-FECHA-ALTA
                   "  ESTADO : " REG-EMB-ESTADO
                   " DESDE " REG-EMB-FECHA-ESTADO
           .
       215000-MOSTRAR-OFICIO-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      ******************************************************************
       220000-CONSULTAR.
           PERFORM 210000-LEER-OFICIO
              THRU 210000-LEER-OFICIO-F
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         230000-ALTA
      *El oficio se carga vigente y sin nada retenido; desde ese
      *momento lo ordenado queda inmovilizado en la cuenta. La cuenta
      *judicial de destino tiene que existir en CUENTASIX y estar en
      *la misma moneda que la embargada, porque el barrido transfiere
      *entre ambas sin conversion.
      ******************************************************************
       230000-ALTA.
           MOVE "S" TO WSV-SW-ALTA-VALIDA
           INITIALIZE WSV-OFICIO WSV-JUZGADO WSV-CARATULA WSV-CUENTA
                      WSV-CUENTA-JUZGADO WSV-MONTO-ORDENADO

           DISPLAY "INGRESE EL NUMERO DE OFICIO"
           ACCEPT WSV-OFICIO
           DISPLAY "INGRESE EL JUZGADO"
           ACCEPT WSV-JUZGADO
           DISPLAY "INGRESE LA CARATULA DE LOS AUTOS"
           ACCEPT WSV-CARATULA
           DISPLAY "INGRESE LA CUENTA A EMBARGAR"
           ACCEPT WSV-CUENTA
           DISPLAY "INGRESE EL MONTO ORDENADO"
           ACCEPT WSV-MONTO-ORDENADO
           DISPLAY "INGRESE LA CUENTA JUDICIAL DE DESTINO"
           ACCEPT WSV-CUENTA-JUZGADO

           PERFORM 235000-VALIDAR-ALTA
              THRU 235000-VALIDAR-ALTA-F

           IF WSV-ALTA-VALIDA
              INITIALIZE REG-EMBARGO
              MOVE WSV-OFICIO          TO REG-EMB-OFICIO
              MOVE WSV-JUZGADO         TO REG-EMB-JUZGADO
              MOVE WSV-CARATULA        TO REG-EMB-CARATULA
              MOVE WSV-CUENTA          TO REG-EMB-CUENTA
              MOVE WSV-MONTO-ORDENADO  TO REG-EMB-MONTO-ORDENADO
              MOVE ZERO                TO REG-EMB-MONTO-RETENIDO
              MOVE "V"                 TO REG-EMB-ESTADO
              MOVE WSV-FECHA-HOY       TO REG-EMB-FECHA-ALTA
              MOVE WSV-FECHA-HOY       TO REG-EMB-FECHA-ESTADO
              MOVE WSV-CUENTA-JUZGADO  TO REG-EMB-CUENTA-JUZGADO

              WRITE REG-EMBARGO
              EVALUATE TRUE
                  WHEN FS-STATUS-EMB-OK
                       DISPLAY "OFICIO " REG-EMB-OFICIO
                               " REGISTRADO - CUENTA " REG-EMB-CUENTA
                               " EMBARGADA"
                  WHEN FS-STATUS-EMB = "22"
                       DISPLAY "EL OFICIO YA ESTA REGISTRADO"
                  WHEN OTHER
                       MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                       MOVE CON-EMBARGOS    TO WS-ERR-OBJETO
                       MOVE CON-GRABAR      TO WS-ERR-OPERACION
                       MOVE FS-STATUS-EMB   TO WS-ERR-CODIGO
                       PERFORM 399999-END-PROGRAM
                          THRU 399999-END-PROGRAM-F
              END-EVALUATE
           END-IF
           .
       230000-ALTA-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-ALTA
      ******************************************************************
       235000-VALIDAR-ALTA.
           IF WSV-OFICIO = SPACES OR WSV-JUZGADO = SPACES
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "OFICIO Y JUZGADO SON OBLIGATORIOS"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-MONTO-ORDENADO = ZERO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "EL MONTO ORDENADO DEBE SER MAYOR A CERO"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           IF WSV-CUENTA = WSV-CUENTA-JUZGADO
              MOVE "N" TO WSV-SW-ALTA-VALIDA
              DISPLAY "LA CUENTA JUDICIAL NO PUEDE SER LA EMBARGADA"
              GO TO 235000-VALIDAR-ALTA-F
           END-IF

           MOVE WSV-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    MOVE REG-MONEDA-CUENTA-IX TO WSV-MONEDA-CTA
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "N" TO WSV-SW-ALTA-VALIDA
                    DISPLAY "CUENTA A EMBARGAR INEXISTENTE"
                    GO TO 235000-VALIDAR-ALTA-F
               WHEN OTHER
                    MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER        TO WS-ERR-OPERACION
                    MOVE FS-STATUS       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE WSV-CUENTA-JUZGADO TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    IF REG-MONEDA-CUENTA-IX NOT = WSV-MONEDA-CTA
                       MOVE "N" TO WSV-SW-ALTA-VALIDA
                       DISPLAY "LA CUENTA JUDICIAL ESTA EN OTRA MONEDA"
                    END-IF
               WHEN FS-STATUS-NOT-FOUND
                    MOVE "N" TO WSV-SW-ALTA-VALIDA
                    DISPLAY "CUENTA JUDICIAL INEXISTENTE"
               WHEN OTHER
                    MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                    MOVE CON-DATOS       TO WS-ERR-OBJETO
                    MOVE CON-LEER        TO WS-ERR-OPERACION
                    MOVE FS-STATUS       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       235000-VALIDAR-ALTA-F. EXIT.
      ******************************************************************
      *                         240000-MODIFICAR
      *El juzgado puede ampliar o reducir lo ordenado; nunca por
      *debajo de lo que ya se le transfirio. Si la reduccion iguala
      *lo retenido, el oficio queda cumplido.
      ******************************************************************
       240000-MODIFICAR.
           PERFORM 210000-LEER-OFICIO
              THRU 210000-LEER-OFICIO-F
           IF NOT FS-STATUS-EMB-OK
              GO TO 240000-MODIFICAR-F
           END-IF
           IF NOT REG-EMB-VIGENTE
              DISPLAY "SOLO SE MODIFICAN OFICIOS VIGENTES"
              GO TO 240000-MODIFICAR-F
           END-IF

           DISPLAY "INGRESE EL NUEVO MONTO ORDENADO"
           ACCEPT WSV-MONTO-ORDENADO
           IF WSV-MONTO-ORDENADO < REG-EMB-MONTO-RETENIDO
              OR WSV-MONTO-ORDENADO = ZERO
              DISPLAY "EL MONTO NO PUEDE SER MENOR A LO YA RETENIDO"
              GO TO 240000-MODIFICAR-F
           END-IF

           MOVE WSV-MONTO-ORDENADO TO REG-EMB-MONTO-ORDENADO
           IF REG-EMB-MONTO-ORDENADO = REG-EMB-MONTO-RETENIDO
              MOVE "C"           TO REG-EMB-ESTADO
              MOVE WSV-FECHA-HOY TO REG-EMB-FECHA-ESTADO
           END-IF
           REWRITE REG-EMBARGO
           IF NOT FS-STATUS-EMB-OK
              MOVE CON-240000-MODIFICAR TO WS-ERR-PARRAFO
              MOVE CON-EMBARGOS         TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMB        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "OFICIO MODIFICADO - ESTADO " REG-EMB-ESTADO
           .
       240000-MODIFICAR-F. EXIT.
      ******************************************************************
      *                         250000-LEVANTAR
      *Con el oficio de levantamiento del juzgado el embargo deja de
      *inmovilizar fondos; lo ya transferido no se revierte.
      ******************************************************************
       250000-LEVANTAR.
           PERFORM 210000-LEER-OFICIO
              THRU 210000-LEER-OFICIO-F
           IF NOT FS-STATUS-EMB-OK
              GO TO 250000-LEVANTAR-F
           END-IF
           IF NOT REG-EMB-VIGENTE
              DISPLAY "EL OFICIO NO ESTA VIGENTE"
              GO TO 250000-LEVANTAR-F
           END-IF

           DISPLAY "CONFIRMA EL LEVANTAMIENTO S/N"
           ACCEPT WSV-RESPUESTA
           IF WSV-RESPUESTA NOT = "S"
              GO TO 250000-LEVANTAR-F
           END-IF

           MOVE "L"           TO REG-EMB-ESTADO
           MOVE WSV-FECHA-HOY TO REG-EMB-FECHA-ESTADO
           REWRITE REG-EMBARGO
           IF NOT FS-STATUS-EMB-OK
              MOVE CON-250000-LEVANTAR TO WS-ERR-PARRAFO
              MOVE CON-EMBARGOS        TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE FS-STATUS-EMB       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "EMBARGO LEVANTADO"
           .
       250000-LEVANTAR-F. EXIT.
      ******************************************************************
      *                         260000-LISTAR-CUENTA
      *Recorre los oficios de la cuenta por la clave alternativa.
      ******************************************************************
       260000-LISTAR-CUENTA.
           DISPLAY "INGRESE EL NUMERO DE CUENTA"
           ACCEPT WSV-CUENTA
           MOVE ZERO TO WSV-CANT-LISTADOS
           MOVE ZERO TO WSV-PENDIENTE

           MOVE WSV-CUENTA TO REG-EMB-CUENTA
           START EMBARGOS KEY = REG-EMB-CUENTA
           EVALUATE TRUE
               WHEN FS-STATUS-EMB-OK
                    MOVE "N" TO WSV-SW-FIN-CUENTA
                    PERFORM 265000-LEER-CUENTA
                       THRU 265000-LEER-CUENTA-F
                       UNTIL WSV-FIN-CUENTA
               WHEN FS-STATUS-EMB-SIN-CLAVE
                    CONTINUE
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-EMBARGOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EMB            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-CANT-LISTADOS = ZERO
              DISPLAY "LA CUENTA NO TIENE OFICIOS"
           ELSE
              MOVE WSV-PENDIENTE TO WSV-EDIT
              DISPLAY "OFICIOS: " WSV-CANT-LISTADOS
                      "  INMOVILIZADO: " WSV-EDIT
           END-IF
           .
       260000-LISTAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         265000-LEER-CUENTA
      ******************************************************************
       265000-LEER-CUENTA.
           READ EMBARGOS NEXT
           EVALUATE TRUE
               WHEN FS-STATUS-EMB-OK
                    IF REG-EMB-CUENTA NOT = WSV-CUENTA
                       MOVE "S" TO WSV-SW-FIN-CUENTA
                    ELSE
                       ADD 1 TO WSV-CANT-LISTADOS
                       PERFORM 215000-MOSTRAR-OFICIO
                          THRU 215000-MOSTRAR-OFICIO-F
                       IF REG-EMB-VIGENTE
                          COMPUTE WSV-PENDIENTE = WSV-PENDIENTE +
                             REG-EMB-MONTO-ORDENADO -
                             REG-EMB-MONTO-RETENIDO
                       END-IF
                    END-IF
               WHEN FS-STATUS-EMB-EOF
                    MOVE "S" TO WSV-SW-FIN-CUENTA
               WHEN OTHER
                    MOVE CON-260000-LISTAR-CUENTA TO WS-ERR-PARRAFO
                    MOVE CON-EMBARGOS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-EMB            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       265000-LEER-CUENTA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE EMBARGOS
           CLOSE DATOS
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
       END PROGRAM E142.
