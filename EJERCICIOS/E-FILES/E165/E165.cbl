      ******************************************************************
      *Mantenimiento del maestro de tarjetas. TARJETAS_CLIENTES.txt
      *solo asocia la tarjeta al cliente: no habia en ningun lado un
      *limite de credito, un estado ni un vencimiento de plastico.
      *Este programa mantiene TARJETAS_MAESTRO.txt (tarjeta, cliente,
      *limite, estado A activa / B bloqueada / E extraviada,
      *vencimiento del plastico, ciclo de corte y fecha del ultimo
      *cambio de estado). E165AUT autoriza contra este maestro los
      *consumos que entran al LOTE.txt de E86 y E34: una tarjeta
      *bloqueada, extraviada o vencida no consume, y nadie consume
      *por encima de su disponible. E34 toma de aca el limite para
      *mostrar el disponible en el resumen y el ciclo de la tarjeta.
      *Una tarjeta extraviada no vuelve a activarse: se da de alta
      *el plastico de reposicion con otro numero.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E165.
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
       SELECT MAESTRO ASSIGN TO "TARJETAS_MAESTRO.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-TMA-TARJETA
                       FILE STATUS  IS FS-STATUS-TMA.
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
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-OPEN-MAESTRO    PIC X(30) VALUE
              '110000-OPEN-MAESTRO         '.
              05 CON-220000-CONSULTAR       PIC X(30) VALUE
              '220000-CONSULTAR            '.
              05 CON-230000-ALTA            PIC X(30) VALUE
              '230000-ALTA                 '.
              05 CON-240000-CAMBIAR-ESTADO  PIC X(30) VALUE
              '240000-CAMBIAR-ESTADO       '.
              05 CON-250000-MODIFICAR       PIC X(30) VALUE
              '250000-MODIFICAR            '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-MAESTRO   PIC X(10) VALUE 'TARJMAESTR'.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-TMA           PIC X(02) VALUE "00".
             88 FS-STATUS-TMA-OK               VALUE "00".
             88 FS-STATUS-TMA-DUP              VALUE "22".
             88 FS-STATUS-TMA-NOT-FOUND        VALUE "23".
             88 FS-STATUS-TMA-SIN-ARCHIVO      VALUE "35".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION              PIC 9(01) VALUE 9.
          05 WSV-TARJETA             PIC X(16).
          05 WSV-ESTADO-NUEVO        PIC X(01).
          05 WSV-LIMITE              PIC 9(07)V9(02).
          05 WSV-VENCIMIENTO         PIC 9(08).
          05 WSV-CICLO               PIC 9(01).
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-EDIT                PIC Z.ZZZ.ZZ9,99.
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
           MOVE "E165" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-OPEN-MAESTRO
              THRU 110000-OPEN-MAESTRO-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F
             UNTIL WSV-OPCION = 0

           CLOSE MAESTRO
           STOP RUN
           .
      ******************************************************************
      *                         110000-OPEN-MAESTRO
      ******************************************************************
       110000-OPEN-MAESTRO.
           OPEN I-O MAESTRO
           IF FS-STATUS-TMA-SIN-ARCHIVO
              OPEN OUTPUT MAESTRO
              CLOSE MAESTRO
              OPEN I-O MAESTRO
           END-IF
           IF NOT FS-STATUS-TMA-OK
              MOVE CON-110000-OPEN-MAESTRO TO WS-ERR-PARRAFO
              MOVE CON-MAESTRO             TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMA           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-MAESTRO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           DISPLAY "1.CONSULTAR TARJETA"
           DISPLAY "2.ALTA DE TARJETA"
           DISPLAY "3.CAMBIAR ESTADO (A/B/E)"
           DISPLAY "4.MODIFICAR LIMITE, VENCIMIENTO Y CICLO"
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
                    PERFORM 240000-CAMBIAR-ESTADO
                       THRU 240000-CAMBIAR-ESTADO-F
               WHEN 4
                    PERFORM 250000-MODIFICAR
                       THRU 250000-MODIFICAR-F
           END-EVALUATE
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-LEER-TARJETA
      *Pide la tarjeta y la lee; deja FS-STATUS-TMA para el que
      *llama (23 si no existe).
      ******************************************************************
       210000-LEER-TARJETA.
           DISPLAY "INGRESE LA TARJETA"
           ACCEPT WSV-TARJETA
           MOVE WSV-TARJETA TO REG-TMA-TARJETA
           READ MAESTRO
           IF NOT FS-STATUS-TMA-OK
              AND NOT FS-STATUS-TMA-NOT-FOUND
              MOVE CON-220000-CONSULTAR TO WS-ERR-PARRAFO
              MOVE CON-MAESTRO          TO WS-ERR-OBJETO
              MOVE CON-LEER             TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMA        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       210000-LEER-TARJETA-F. EXIT.
      ******************************************************************
      *                         220000-CONSULTAR
      ******************************************************************
       220000-CONSULTAR.
           PERFORM 210000-LEER-TARJETA
              THRU 210000-LEER-TARJETA-F
           IF FS-STATUS-TMA-NOT-FOUND
              DISPLAY "TARJETA INEXISTENTE"
              GO TO 220000-CONSULTAR-F
           END-IF

           DISPLAY "TARJETA " REG-TMA-TARJETA " CLIENTE "
                   REG-TMA-CLIENTE
           MOVE REG-TMA-LIMITE TO WSV-EDIT
           DISPLAY "LIMITE " WSV-EDIT " CICLO " REG-TMA-CICLO
                   " VENCE " REG-TMA-VENCIMIENTO
           DISPLAY "ESTADO " REG-TMA-ESTADO
                   " (A=ACTIVA B=BLOQUEADA E=EXTRAVIADA) DESDE "
                   REG-TMA-FECHA-ESTADO
           IF REG-TMA-VENCIMIENTO < WSV-FECHA-HOY
              DISPLAY "PLASTICO VENCIDO - NO AUTORIZA CONSUMOS"
           END-IF
           .
       220000-CONSULTAR-F. EXIT.
      ******************************************************************
      *                         230000-ALTA
      *La tarjeta nace activa.
      ******************************************************************
       230000-ALTA.
           INITIALIZE REG-MAESTRO
           DISPLAY "INGRESE LA TARJETA"
           ACCEPT REG-TMA-TARJETA
           DISPLAY "INGRESE EL CLIENTE"
           ACCEPT REG-TMA-CLIENTE
           DISPLAY "INGRESE EL LIMITE DE CREDITO"
           ACCEPT REG-TMA-LIMITE
           DISPLAY "INGRESE EL VENCIMIENTO DEL PLASTICO (AAAAMMDD)"
           ACCEPT REG-TMA-VENCIMIENTO
           DISPLAY "INGRESE EL CICLO DE CORTE (1 A 9)"
           ACCEPT REG-TMA-CICLO

           IF REG-TMA-CICLO = ZERO
              DISPLAY "CICLO INVALIDO"
              GO TO 230000-ALTA-F
           END-IF
           IF REG-TMA-VENCIMIENTO < WSV-FECHA-HOY
              DISPLAY "EL VENCIMIENTO YA PASO"
              GO TO 230000-ALTA-F
           END-IF

           MOVE "A"           TO REG-TMA-ESTADO
           MOVE WSV-FECHA-HOY TO REG-TMA-FECHA-ESTADO

           WRITE REG-MAESTRO
           EVALUATE TRUE
               WHEN FS-STATUS-TMA-OK
                    DISPLAY "TARJETA DADA DE ALTA ACTIVA"
               WHEN FS-STATUS-TMA-DUP
                    DISPLAY "LA TARJETA YA EXISTE EN EL MAESTRO"
               WHEN OTHER
                    MOVE CON-230000-ALTA TO WS-ERR-PARRAFO
                    MOVE CON-MAESTRO     TO WS-ERR-OBJETO
                    MOVE CON-GRABAR      TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TMA   TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       230000-ALTA-F. EXIT.
      ******************************************************************
      *                         240000-CAMBIAR-ESTADO
      *B bloquea (reversible), E extravio (definitivo), A reactiva
      *una bloqueada.
      ******************************************************************
       240000-CAMBIAR-ESTADO.
           PERFORM 210000-LEER-TARJETA
              THRU 210000-LEER-TARJETA-F
           IF FS-STATUS-TMA-NOT-FOUND
              DISPLAY "TARJETA INEXISTENTE"
              GO TO 240000-CAMBIAR-ESTADO-F
           END-IF

           IF REG-TMA-EXTRAVIADA
              DISPLAY "TARJETA EXTRAVIADA - DE DE ALTA LA REPOSICION"
              GO TO 240000-CAMBIAR-ESTADO-F
           END-IF

           DISPLAY "ESTADO ACTUAL " REG-TMA-ESTADO
           DISPLAY "INGRESE EL NUEVO ESTADO (A/B/E)"
           ACCEPT WSV-ESTADO-NUEVO
           IF WSV-ESTADO-NUEVO NOT = "A"
              AND WSV-ESTADO-NUEVO NOT = "B"
              AND WSV-ESTADO-NUEVO NOT = "E"
              DISPLAY "ESTADO INVALIDO"
              GO TO 240000-CAMBIAR-ESTADO-F
           END-IF
           IF WSV-ESTADO-NUEVO = REG-TMA-ESTADO
              DISPLAY "LA TARJETA YA ESTA EN ESE ESTADO"
              GO TO 240000-CAMBIAR-ESTADO-F
           END-IF

           MOVE WSV-ESTADO-NUEVO TO REG-TMA-ESTADO
           MOVE WSV-FECHA-HOY    TO REG-TMA-FECHA-ESTADO
           REWRITE REG-MAESTRO
           IF NOT FS-STATUS-TMA-OK
              MOVE CON-240000-CAMBIAR-ESTADO TO WS-ERR-PARRAFO
              MOVE CON-MAESTRO               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMA             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           EVALUATE WSV-ESTADO-NUEVO
               WHEN "A"
                    DISPLAY "TARJETA REACTIVADA"
               WHEN "B"
                    DISPLAY "TARJETA BLOQUEADA - E165AUT RECHAZA SUS "
                            "CONSUMOS"
               WHEN "E"
                    DISPLAY "TARJETA EXTRAVIADA - E165AUT RECHAZA SUS "
                            "CONSUMOS"
           END-EVALUATE
           .
       240000-CAMBIAR-ESTADO-F. EXIT.
      ******************************************************************
      *                         250000-MODIFICAR
      *Cambio de limite, renovacion del plastico y cambio de ciclo.
      *Un dato en cero deja el valor actual.
      ******************************************************************
       250000-MODIFICAR.
           PERFORM 210000-LEER-TARJETA
              THRU 210000-LEER-TARJETA-F
           IF FS-STATUS-TMA-NOT-FOUND
              DISPLAY "TARJETA INEXISTENTE"
              GO TO 250000-MODIFICAR-F
           END-IF

           MOVE REG-TMA-LIMITE TO WSV-EDIT
           DISPLAY "LIMITE ACTUAL " WSV-EDIT
           DISPLAY "INGRESE EL NUEVO LIMITE (0 = SIN CAMBIO)"
           ACCEPT WSV-LIMITE
           DISPLAY "VENCIMIENTO ACTUAL " REG-TMA-VENCIMIENTO
           DISPLAY "INGRESE EL NUEVO VENCIMIENTO (0 = SIN CAMBIO)"
           ACCEPT WSV-VENCIMIENTO
           DISPLAY "CICLO ACTUAL " REG-TMA-CICLO
           DISPLAY "INGRESE EL NUEVO CICLO (0 = SIN CAMBIO)"
           ACCEPT WSV-CICLO

           IF WSV-VENCIMIENTO NOT = ZERO
              AND WSV-VENCIMIENTO < WSV-FECHA-HOY
              DISPLAY "EL VENCIMIENTO YA PASO"
              GO TO 250000-MODIFICAR-F
           END-IF

           IF WSV-LIMITE NOT = ZERO
              MOVE WSV-LIMITE      TO REG-TMA-LIMITE
           END-IF
           IF WSV-VENCIMIENTO NOT = ZERO
              MOVE WSV-VENCIMIENTO TO REG-TMA-VENCIMIENTO
           END-IF
           IF WSV-CICLO NOT = ZERO
              MOVE WSV-CICLO       TO REG-TMA-CICLO
           END-IF

           REWRITE REG-MAESTRO
           IF NOT FS-STATUS-TMA-OK
              MOVE CON-250000-MODIFICAR TO WS-ERR-PARRAFO
              MOVE CON-MAESTRO          TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMA        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "TARJETA ACTUALIZADA"
           .
       250000-MODIFICAR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E165.
