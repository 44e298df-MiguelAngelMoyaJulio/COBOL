      ******************************************************************
      *Adhesion al debito automatico del resumen de tarjeta. Muchos
      *socios tienen cuenta en CUENTASIX pero pagan el resumen por
      *ventanilla y caen en los tramos de mora de E115 por olvido.
      *Este programa mantiene ADHESIONES_TARJETA.txt (tarjeta, cuenta
      *de debito, modalidad T total / M minimo, estado V vigente /
      *B baja, fecha de alta, fecha del ultimo cambio de estado y
      *cierre del ultimo resumen debitado). E166PAG recorre las
      *adhesiones vigentes en cada vencimiento de CICLOFECHAS.txt y
      *debita el resumen de la cuenta. La tarjeta tiene que estar en
      *el maestro de E165 y la cuenta, en pesos, tiene que ser del
      *mismo cliente que la tarjeta.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E166.
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
       SELECT MAESTRO ASSIGN TO "TARJETAS_MAESTRO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-TMA-TARJETA
                       FILE STATUS  IS FS-STATUS-TMA.

       SELECT DATOS  ASSIGN TO "CUENTASIX.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-NRO-CUENTA-IX
                       ALTERNATE RECORD KEY IS REG-COD-CLIENTE-IX
                          WITH DUPLICATES
                       FILE STATUS  IS FS-STATUS.
      ****************************  OUTPUT  ****************************
       SELECT ADHESIONES ASSIGN TO "ADHESIONES_TARJETA.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-ADH-TARJETA
                       FILE STATUS  IS FS-STATUS-ADH.
       DATA DIVISION.
       FILE SECTION.
       FD MAESTRO.
          01 REG-MAESTRO.
             05 REG-TMA-TARJETA          PIC X(16).
             05 REG-TMA-CLIENTE          PIC 9(08).
             05 REG-TMA-LIMITE           PIC 9(07)V9(02).
             05 REG-TMA-ESTADO           PIC X(01).
                88 REG-TMA-ACTIVA              VALUE "A".
                88 REG-TMA-BLOQUEADA           VALUE "B".
                88 REG-TMA-EXTRAVIADA          VALUE "E".
             05 REG-TMA-VENCIMIENTO      PIC 9(08).
             05 REG-TMA-CICLO            PIC 9(01).
             05 REG-TMA-FECHA-ESTADO     PIC 9(08).

       FD DATOS.
          01 REG-CUENTASIX.
             05 REG-NRO-CUENTA-IX        PIC X(08).
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD ADHESIONES.
          01 REG-ADHESION.
             05 REG-ADH-TARJETA          PIC X(16).
             05 REG-ADH-CUENTA           PIC X(08).
             05 REG-ADH-MODALIDAD        PIC X(01).
                88 REG-ADH-PAGA-TOTAL          VALUE "T".
                88 REG-ADH-PAGA-MINIMO         VALUE "M".
             05 REG-ADH-ESTADO           PIC X(01).
                88 REG-ADH-VIGENTE             VALUE "V".
                88 REG-ADH-BAJA                VALUE "B".
             05 REG-ADH-FECHA-ALTA       PIC 9(08).
             05 REG-ADH-FECHA-ESTADO     PIC 9(08).
             05 REG-ADH-ULTIMO-CIERRE    PIC 9(08).
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
              05 CON-210000-LEER-ADHESION   PIC X(30) VALUE
              '210000-LEER-ADHESION        '.
              05 CON-230000-ALTA            PIC X(30) VALUE
              '230000-ALTA                 '.
              05 CON-235000-VALIDAR         PIC X(30) VALUE
              '235000-VALIDAR-CUENTA       '.
              05 CON-240000-BAJA            PIC X(30) VALUE
              '240000-BAJA                 '.
              05 CON-250000-MODIFICAR       PIC X(30) VALUE
              '250000-MODIFICAR            '.
           02 CON-VALORES.
              05 CON-MONEDA-PESOS      PIC X(03) VALUE 'ARS'.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-MAESTRO    PIC X(10) VALUE 'TARJMAESTR'.
              05 CON-DATOS      PIC X(10) VALUE 'DATOS     '.
              05 CON-ADHESIONES PIC X(10) VALUE 'ADHESIONES'.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-TMA           PIC X(02) VALUE "00".
             88 FS-STATUS-TMA-OK               VALUE "00".
             88 FS-STATUS-TMA-NOT-FOUND        VALUE "23".
          05 FS-STATUS               PIC X(02) VALUE "00".
             88 FS-STATUS-OK                   VALUE "00".
             88 FS-STATUS-NOT-FOUND            VALUE "23".
          05 FS-STATUS-ADH           PIC X(02) VALUE "00".
             88 FS-STATUS-ADH-OK               VALUE "00".
             88 FS-STATUS-ADH-DUP              VALUE "22".
             88 FS-STATUS-ADH-NOT-FOUND        VALUE "23".
             88 FS-STATUS-ADH-SIN-ARCHIVO      VALUE "35".
          05 WSV-SW-CUENTA-OK        PIC X(01).
             88 WSV-CUENTA-OK                  VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-TARJETA             PIC X(16).
          05 WSV-CUENTA              PIC X(08).
          05 WSV-MODALIDAD           PIC X(01).
          05 WSV-FECHA-HOY           PIC 9(08).
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
           MOVE "E166" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-OPEN-ARCHIVOS
              THRU 110000-OPEN-ARCHIVOS-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0

           CLOSE ADHESIONES
           CLOSE MAESTRO
           CLOSE DATOS
           STOP RUN
           .
      ******************************************************************
      *                         110000-OPEN-ARCHIVOS
      ******************************************************************
       110000-OPEN-ARCHIVOS.
           OPEN I-O ADHESIONES
           IF FS-STATUS-ADH-SIN-ARCHIVO
              OPEN OUTPUT ADHESIONES
              CLOSE ADHESIONES
              OPEN I-O ADHESIONES
           END-IF
           IF NOT FS-STATUS-ADH-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-ADHESIONES           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADH            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT MAESTRO
           IF NOT FS-STATUS-TMA-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-MAESTRO              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMA            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN INPUT DATOS
           IF NOT FS-STATUS-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-DATOS                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS                TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR ADHESION"
           DISPLAY "2.ALTA DE ADHESION"
           DISPLAY "3.BAJA DE ADHESION"
           DISPLAY "4.CAMBIAR CUENTA O MODALIDAD"
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
                    PERFORM 240000-BAJA
                       THRU 240000-BAJA-F
               WHEN 4
                    PERFORM 250000-MODIFICAR
                       THRU 250000-MODIFICAR-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-ADHESION
      *Pide la tarjeta y lee su adhesion; deja FS-STATUS-ADH para el
      *que llama (23 si no existe).
      ******************************************************************
       210000-LEER-ADHESION.
           DISPLAY "INGRESE LA TARJETA"
           ACCEPT WSV-TARJETA
           MOVE WSV-TARJETA TO REG-ADH-TARJETA
           READ ADHESIONES
           IF NOT FS-STATUS-ADH-OK
              AND NOT FS-STATUS-ADH-NOT-FOUND
              MOVE CON-210000-LEER-ADHESION TO WS-ERR-PARRAFO
              MOVE CON-ADHESIONES           TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADH            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       210000-LEER-ADHESION-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      ******************************************************************
       220000-CONSULTAR.
           PERFORM 210000-LEER-ADHESION
              THRU 210000-LEER-ADHESION-F
           IF FS-STATUS-ADH-NOT-FOUND
              DISPLAY "LA TARJETA NO TIENE ADHESION"
              GO TO 220000-CONSULTAR-F
           END-IF

           DISPLAY "TARJETA " REG-ADH-TARJETA " CUENTA "
                   REG-ADH-CUENTA
           DISPLAY "MODALIDAD " REG-ADH-MODALIDAD
                   " (T=TOTAL M=MINIMO) ALTA " REG-ADH-FECHA-ALTA
           DISPLAY "ESTADO " REG-ADH-ESTADO
                   " (V=VIGENTE B=BAJA) DESDE " REG-ADH-FECHA-ESTADO
           IF REG-ADH-ULTIMO-CIERRE = ZERO
              DISPLAY "SIN RESUMENES DEBITADOS"
           ELSE
              DISPLAY "ULTIMO RESUMEN DEBITADO: CIERRE "
                      REG-ADH-ULTIMO-CIERRE
           END-IF
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         230000-ALTA
      *Una tarjeta dada de baja puede volver a adherirse: se regraba
      *su adhesion conservando el ultimo cierre debitado, para que no
      *se debite dos veces el mismo resumen.
      ******************************************************************
       230000-ALTA.
           PERFORM 210000-LEER-ADHESION
              THRU 210000-LEER-ADHESION-F
           IF FS-STATUS-ADH-OK
              AND REG-ADH-VIGENTE
              DISPLAY "LA TARJETA YA TIENE ADHESION VIGENTE"
              GO TO 230000-ALTA-F
           END-IF

           DISPLAY "INGRESE LA CUENTA DE DEBITO"
           ACCEPT WSV-CUENTA
           DISPLAY "INGRESE LA MODALIDAD (T=TOTAL M=MINIMO)"
           ACCEPT WSV-MODALIDAD
           IF WSV-MODALIDAD NOT = "T"
              AND WSV-MODALIDAD NOT = "M"
              DISPLAY "MODALIDAD INVALIDA"
              GO TO 230000-ALTA-F
           END-IF

           PERFORM 235000-VALIDAR-CUENTA
              THRU 235000-VALIDAR-CUENTA-F
           IF NOT WSV-CUENTA-OK
              GO TO 230000-ALTA-F
           END-IF

           IF FS-STATUS-ADH-NOT-FOUND
              INITIALIZE REG-ADHESION
              MOVE WSV-TARJETA TO REG-ADH-TARJETA
           END-IF
           MOVE WSV-CUENTA    TO REG-ADH-CUENTA
           MOVE WSV-MODALIDAD TO REG-ADH-MODALIDAD
           MOVE "V"           TO REG-ADH-ESTADO
           MOVE WSV-FECHA-HOY TO REG-ADH-FECHA-ALTA
           MOVE WSV-FECHA-HOY TO REG-ADH-FECHA-ESTADO

           IF FS-STATUS-ADH-NOT-FOUND
              WRITE REG-ADHESION
           ELSE
              REWRITE REG-ADHESION
           END-IF
           IF NOT FS-STATUS-ADH-OK
              MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
              MOVE CON-ADHESIONES  TO WS-ERR-OBJETO
              MOVE CON-GRABAR      TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADH   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "ADHESION VIGENTE - SE DEBITA DESDE EL PROXIMO "
                   "VENCIMIENTO"
           .
       230000-ALTA-F. EXIT.
      ******************************************************************
      *                         235000-VALIDAR-CUENTA
      *La tarjeta tiene que estar en el maestro y no extraviada; la
      *cuenta tiene que existir, ser en pesos y ser del titular de
      *la tarjeta.
      ******************************************************************
       235000-VALIDAR-CUENTA.
           MOVE "N" TO WSV-SW-CUENTA-OK

           MOVE WSV-TARJETA TO REG-TMA-TARJETA
           READ MAESTRO
           EVALUATE TRUE
               WHEN FS-STATUS-TMA-OK
                    CONTINUE
               WHEN FS-STATUS-TMA-NOT-FOUND
                    DISPLAY "TARJETA INEXISTENTE EN EL MAESTRO"
                    GO TO 235000-VALIDAR-CUENTA-F
               WHEN OTHER
                    MOVE CON-235000-VALIDAR TO WS-ERR-PARRAFO
                    MOVE CON-MAESTRO        TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TMA      TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF REG-TMA-EXTRAVIADA
              DISPLAY "TARJETA EXTRAVIADA - ADHIERA LA REPOSICION"
              GO TO 235000-VALIDAR-CUENTA-F
           END-IF

           MOVE WSV-CUENTA TO REG-NRO-CUENTA-IX
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-OK
                    CONTINUE
               WHEN FS-STATUS-NOT-FOUND
                    DISPLAY "CUENTA INEXISTENTE"
                    GO TO 235000-VALIDAR-CUENTA-F
               WHEN OTHER
                    MOVE CON-235000-VALIDAR TO WS-ERR-PARRAFO
                    MOVE CON-DATOS          TO WS-ERR-OBJETO
                    MOVE CON-LEER           TO WS-ERR-OPERACION
                    MOVE FS-STATUS          TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF REG-MONEDA-CUENTA-IX NOT = CON-MONEDA-PESOS
              AND REG-MONEDA-CUENTA-IX NOT = SPACES
              DISPLAY "LA CUENTA NO ES EN PESOS"
              GO TO 235000-VALIDAR-CUENTA-F
           END-IF
           IF REG-COD-CLIENTE-IX NOT = REG-TMA-CLIENTE
              DISPLAY "LA CUENTA ES DE OTRO CLIENTE (TARJETA "
                      REG-TMA-CLIENTE " CUENTA " REG-COD-CLIENTE-IX ")"
              GO TO 235000-VALIDAR-CUENTA-F
           END-IF

           MOVE "S" TO WSV-SW-CUENTA-OK
           .
       235000-VALIDAR-CUENTA-F. EXIT.
      ******************************************************************
      *                         240000-BAJA
      ******************************************************************
       240000-BAJA.
           PERFORM 210000-LEER-ADHESION
              THRU 210000-LEER-ADHESION-F
           IF FS-STATUS-ADH-NOT-FOUND
              DISPLAY "LA TARJETA NO TIENE ADHESION"
              GO TO 240000-BAJA-F
           END-IF
           IF REG-ADH-BAJA
              DISPLAY "LA ADHESION YA ESTA DADA DE BAJA"
              GO TO 240000-BAJA-F
           END-IF

           MOVE "B"           TO REG-ADH-ESTADO
           MOVE WSV-FECHA-HOY TO REG-ADH-FECHA-ESTADO
           REWRITE REG-ADHESION
           IF NOT FS-STATUS-ADH-OK
              MOVE CON-240000-BAJA TO WS-ERR-PARRAFO
              MOVE CON-ADHESIONES  TO WS-ERR-OBJETO
              MOVE CON-GRABAR      TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADH   TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "ADHESION DADA DE BAJA"
           .
       240000-BAJA-F. EXIT.
      ******************************************************************
      *                         250000-MODIFICAR
      *Cambio de cuenta de debito o de modalidad. Una cuenta en
      *blanco deja la actual; la nueva se valida como en el alta.
      ******************************************************************
       250000-MODIFICAR.
           PERFORM 210000-LEER-ADHESION
              THRU 210000-LEER-ADHESION-F
           IF FS-STATUS-ADH-NOT-FOUND
              DISPLAY "LA TARJETA NO TIENE ADHESION"
              GO TO 250000-MODIFICAR-F
           END-IF
           IF REG-ADH-BAJA
              DISPLAY "ADHESION DADA DE BAJA - USE EL ALTA"
              GO TO 250000-MODIFICAR-F
           END-IF

           DISPLAY "CUENTA ACTUAL " REG-ADH-CUENTA
           DISPLAY "INGRESE LA NUEVA CUENTA (BLANCO = SIN CAMBIO)"
           MOVE SPACES TO WSV-CUENTA
           ACCEPT WSV-CUENTA
           DISPLAY "MODALIDAD ACTUAL " REG-ADH-MODALIDAD
           DISPLAY "INGRESE LA NUEVA MODALIDAD (T/M, BLANCO = SIN "
                   "CAMBIO)"
           MOVE SPACES TO WSV-MODALIDAD
           ACCEPT WSV-MODALIDAD

           IF WSV-MODALIDAD NOT = SPACES
              AND WSV-MODALIDAD NOT = "T"
              AND WSV-MODALIDAD NOT = "M"
              DISPLAY "MODALIDAD INVALIDA"
              GO TO 250000-MODIFICAR-F
           END-IF

           IF WSV-CUENTA NOT = SPACES
              PERFORM 235000-VALIDAR-CUENTA
                 THRU 235000-VALIDAR-CUENTA-F
              IF NOT WSV-CUENTA-OK
                 GO TO 250000-MODIFICAR-F
              END-IF
              MOVE WSV-CUENTA    TO REG-ADH-CUENTA
           END-IF
           IF WSV-MODALIDAD NOT = SPACES
              MOVE WSV-MODALIDAD TO REG-ADH-MODALIDAD
           END-IF

           REWRITE REG-ADHESION
           IF NOT FS-STATUS-ADH-OK
              MOVE CON-250000-MODIFICAR TO WS-ERR-PARRAFO
              MOVE CON-ADHESIONES       TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-ADH        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "ADHESION ACTUALIZADA"
           .
       250000-MODIFICAR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E166.
