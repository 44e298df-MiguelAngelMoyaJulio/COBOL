      *segun RIESGO_CLIENTES.txt de E104 con sus factores, para
      *mirarlo antes de abrir cualquier producto nuevo; un cliente
      *sin registro (o sin archivo de riesgo) es grado A.
      *Al pasar un cliente a fallecido se piden la fecha de
      *fallecimiento y los datos del expediente sucesorio y se deja
      *la sucesion pendiente en SUCESIONES.txt: el proceso nocturno
      *E148 inmoviliza sus cuentas, suspende sus debitos y tarjetas
      *y emite el certificado de saldos para el juzgado.
      *Los datos de conocimiento del cliente (fecha de la ultima
      *revision de identidad y documentacion, vencimiento del
      *documento y marca de persona expuesta politicamente) se
      *cargan en el alta y se actualizan en la modificacion; el alta
      *cuenta como revision del dia. La fecha de proxima revision la
      *calcula el batch semanal E155 segun el grado de riesgo; al
      *registrar una revision queda en cero hasta la corrida
      *siguiente.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT RIESGO ASSIGN TO "RIESGO_CLIENTES.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-RGO.

       SELECT SUCESIONES ASSIGN TO "SUCESIONES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-SUC-CLIENTE
                       FILE STATUS  IS FS-STATUS-SUC.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
                88 REG-CLIENTE-ACTIVO           VALUE "A".
                88 REG-CLIENTE-BLOQUEADO        VALUE "B".
                88 REG-CLIENTE-FALLECIDO        VALUE "F".
             05 REG-FECHA-REVISION-CL    PIC 9(08).
             05 REG-VTO-DOCUMENTO-CL     PIC 9(08).
             05 REG-PEP-CL               PIC X(01).
             05 REG-PROX-REVISION-CL     PIC 9(08).

       FD AUDITORIA.
          01 REG-AUDITORIA.
             05 REG-RGO-FACTOR-FRAUDE    PIC X(01).
             05 REG-RGO-FACTOR-CONVENIO  PIC X(01).
             05 REG-RGO-FECHA            PIC 9(08).
             05 REG-RGO-FACTOR-CONJUNTA  PIC X(01).

       FD SUCESIONES.
          01 REG-SUCESION.
             05 REG-SUC-CLIENTE          PIC 9(08).
             05 REG-SUC-FECHA-FALLEC     PIC 9(08).
             05 REG-SUC-EXPEDIENTE       PIC X(20).
             05 REG-SUC-JUZGADO          PIC X(30).
             05 REG-SUC-ESTADO           PIC X(01).
                88 REG-SUC-PENDIENTE            VALUE "P".
                88 REG-SUC-INMOVILIZADA         VALUE "I".
             05 REG-SUC-FECHA-ALTA       PIC 9(08).
             05 REG-SUC-FECHA-PROCESO    PIC 9(08).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '250000-UPDATE-CLIENTE       '.
              05 CON-260000-WRITE-AUDIT     PIC X(30) VALUE
              '260000-WRITE-AUDIT          '.
              05 CON-130000-OPEN-SUCESIONES PIC X(30) VALUE
              '130000-OPEN-SUCESIONES      '.
              05 CON-257000-GRABAR-SUCESION PIC X(30) VALUE
              '257000-GRABAR-SUCESION      '.
              05 CON-330000-CLOSE-SUCESIONES PIC X(30) VALUE
              '330000-CLOSE-SUCESIONES     '.
              05 CON-310000-CLOSE-DATOS     PIC X(30) VALUE
              '310000-CLOSE-DATOS          '.
              05 CON-320000-CLOSE-AUDITORIA PIC X(30) VALUE
              05 CON-DATOS     PIC X(10) VALUE 'CLIENTES  '.
              05 CON-AUDITORIA PIC X(10) VALUE 'AUDITORIA '.
              05 CON-RIESGO    PIC X(10) VALUE 'RIESGO    '.
              05 CON-SUCESIONES PIC X(10) VALUE 'SUCESIONES'.
           02 CON-OTROS.
              05 CON-1         PIC 9(01) VALUE 1.
      **************************  SWITCHES  ****************************
             88 FS-STATUS-RGO-EOF               VALUE "10".
             88 FS-STATUS-RGO-NOT-FOUND         VALUE "35".

          05 FS-STATUS-SUC            PIC X(02) VALUE "00".
             88 FS-STATUS-SUC-OK                VALUE "00".
             88 FS-STATUS-SUC-DUP               VALUE "22".
             88 FS-STATUS-SUC-NOT-FOUND         VALUE "35".

          05 WSV-SW-SUCESION-OK       PIC X(01).
             88 WSV-SUCESION-OK                 VALUE "S".

          05 WSV-SW-RIESGO-HALLADO    PIC X(01).
             88 WSV-RIESGO-HALLADO              VALUE "S".

          05 WSV-SW-FECHA-OK          PIC X(01).
             88 WSV-FECHA-OK                    VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-OPCION      PIC 9(01) VALUE 9.
          05 WSV-RESPUESTA   PIC X(01).
          05 WSV-NOMBRE-ANTES PIC X(30).
          05 WSV-ESTADO-ANTES PIC X(01).
          05 WSV-FECHA-HOY    PIC 9(08).
          05 WSV-FECHA-FALLEC PIC 9(08).
          05 WSV-FECHA-FALLEC-R REDEFINES WSV-FECHA-FALLEC.
             10 WSV-FALLEC-ANIO  PIC 9(04).
             10 WSV-FALLEC-MES   PIC 9(02).
             10 WSV-FALLEC-DIA   PIC 9(02).
          05 WSV-EXPEDIENTE   PIC X(20).
          05 WSV-JUZGADO      PIC X(30).
          05 WSV-VTO-DOCUMENTO PIC 9(08).
          05 WSV-VTO-DOCUMENTO-R REDEFINES WSV-VTO-DOCUMENTO.
             10 WSV-VTO-ANIO     PIC 9(04).
             10 WSV-VTO-MES      PIC 9(02).
             10 WSV-VTO-DIA      PIC 9(02).
          05 WSV-PEP          PIC X(01).
             88 WSV-PEP-VALIDO           VALUE "S" "N".
          05 WSV-REVISADO     PIC X(01).
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
      *                         100000-START
      ******************************************************************
       100000-START.
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 110000-OPEN-DATOS
              THRU 110000-OPEN-DATOS-F

           PERFORM 120000-OPEN-AUDITORIA
              THRU 120000-OPEN-AUDITORIA-F

           PERFORM 130000-OPEN-SUCESIONES
              THRU 130000-OPEN-SUCESIONES-F
           .
       100000-START-F. EXIT.
      ******************************************************************
           .
       120000-OPEN-AUDITORIA-F. EXIT.
      ******************************************************************
      *                         130000-OPEN-SUCESIONES
      *Igual que el maestro, si el archivo de sucesiones no existe se
      *crea vacio con el primer fallecido.
      ******************************************************************
       130000-OPEN-SUCESIONES.
           OPEN I-O SUCESIONES
           IF FS-STATUS-SUC-NOT-FOUND
              OPEN OUTPUT SUCESIONES
              CLOSE SUCESIONES
              OPEN I-O SUCESIONES
           END-IF
           IF NOT FS-STATUS-SUC-OK
              MOVE CON-130000-OPEN-SUCESIONES TO WS-ERR-PARRAFO
              MOVE CON-SUCESIONES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-SUC              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       130000-OPEN-SUCESIONES-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
               WHEN OTHER
                    DISPLAY "ESTADO : " REG-ESTADO-CL
           END-EVALUATE
           DISPLAY "ULTIMA REVISION KYC : " REG-FECHA-REVISION-CL
                   " PROXIMA : " REG-PROX-REVISION-CL
           DISPLAY "VENCIMIENTO DOCUMENTO : " REG-VTO-DOCUMENTO-CL
                   " PEP : " REG-PEP-CL

           PERFORM 217000-VER-RIESGO
              THRU 217000-VER-RIESGO-F
                               REG-RGO-FACTOR-MORA
                               " FRAUDE " REG-RGO-FACTOR-FRAUDE
                               " CONVENIO " REG-RGO-FACTOR-CONVENIO
                               " CONJUNTA " REG-RGO-FACTOR-CONJUNTA
                    END-IF
               WHEN FS-STATUS-RGO-EOF
                    CONTINUE
           INITIALIZE WSV-CUIT
           INITIALIZE WSV-DIRECCION
           INITIALIZE WSV-ESTADO
           INITIALIZE WSV-VTO-DOCUMENTO
           INITIALIZE WSV-PEP

           DISPLAY "INGRESE EL CODIGO DE CLIENTE"
           ACCEPT WSV-CLIENTE
           IF WSV-ESTADO = SPACES
              MOVE "A" TO WSV-ESTADO
           END-IF
           DISPLAY "INGRESE EL VENCIMIENTO DEL DOCUMENTO AAAAMMDD"
           ACCEPT WSV-VTO-DOCUMENTO
           PERFORM 258000-VALIDAR-VTO-DOCUMENTO
              THRU 258000-VALIDAR-VTO-DOCUMENTO-F
           DISPLAY "ES PERSONA EXPUESTA POLITICAMENTE? S/N "
                   "(ENTER = N)"
           ACCEPT WSV-PEP
           IF WSV-PEP = SPACES
              MOVE "N" TO WSV-PEP
           END-IF

           IF NOT WSV-FECHA-OK
              DISPLAY "VENCIMIENTO DE DOCUMENTO INVALIDO - ALTA "
                      "CANCELADA"
              GO TO 230000-INSERT-CLIENTE-F
           END-IF
           IF NOT WSV-PEP-VALIDO
              DISPLAY "MARCA PEP INVALIDA - ALTA CANCELADA"
              GO TO 230000-INSERT-CLIENTE-F
           END-IF

           IF NOT WSV-ESTADO-VALIDO
              DISPLAY "ESTADO INVALIDO - ALTA CANCELADA"
              MOVE WSV-CUIT      TO REG-CUIT-CL
              MOVE WSV-DIRECCION TO REG-DIRECCION-CL
              MOVE WSV-ESTADO    TO REG-ESTADO-CL
              MOVE WSV-FECHA-HOY     TO REG-FECHA-REVISION-CL
              MOVE WSV-VTO-DOCUMENTO TO REG-VTO-DOCUMENTO-CL
              MOVE WSV-PEP           TO REG-PEP-CL
              MOVE ZERO              TO REG-PROX-REVISION-CL

              WRITE REG-CLIENTEIX

              DISPLAY "INGRESE EL NUEVO ESTADO (A/B/F, ENTER PARA "
                      "MANTENER)"
              ACCEPT WSV-ESTADO
              DISPLAY "INGRESE EL NUEVO VENCIMIENTO DEL DOCUMENTO "
                      "AAAAMMDD (ENTER PARA MANTENER)"
              ACCEPT WSV-VTO-DOCUMENTO
              DISPLAY "PERSONA EXPUESTA POLITICAMENTE S/N (ENTER "
                      "PARA MANTENER)"
              ACCEPT WSV-PEP
              DISPLAY "SE COMPLETO HOY LA REVISION KYC DEL CLIENTE? "
                      "S/N"
              ACCEPT WSV-REVISADO

              IF WSV-NOMBRE NOT = SPACES
                 MOVE WSV-NOMBRE TO REG-NOMBRE-CL
                            WSV-ESTADO-ANTES
                 END-IF
              END-IF
              IF WSV-VTO-DOCUMENTO NOT = ZERO
                 PERFORM 258000-VALIDAR-VTO-DOCUMENTO
                    THRU 258000-VALIDAR-VTO-DOCUMENTO-F
                 IF WSV-FECHA-OK
                    MOVE WSV-VTO-DOCUMENTO TO REG-VTO-DOCUMENTO-CL
                 ELSE
                    DISPLAY "VENCIMIENTO INVALIDO - SE MANTIENE "
                            REG-VTO-DOCUMENTO-CL
                 END-IF
              END-IF
              IF WSV-PEP NOT = SPACES
                 IF WSV-PEP-VALIDO
                    MOVE WSV-PEP TO REG-PEP-CL
                 ELSE
                    DISPLAY "MARCA PEP INVALIDA - SE MANTIENE "
                            REG-PEP-CL
                 END-IF
              END-IF
      *La proxima revision se recalcula en la corrida de E155; hasta
      *entonces el cliente recien revisado no figura vencido.
              IF WSV-REVISADO = "S"
                 MOVE WSV-FECHA-HOY TO REG-FECHA-REVISION-CL
                 MOVE ZERO          TO REG-PROX-REVISION-CL
              END-IF

              MOVE "N" TO WSV-SW-SUCESION-OK
              IF REG-CLIENTE-FALLECIDO
                 AND WSV-ESTADO-ANTES NOT = "F"
                 PERFORM 255000-DATOS-SUCESION
                    THRU 255000-DATOS-SUCESION-F
                 IF NOT WSV-SUCESION-OK
                    MOVE WSV-ESTADO-ANTES TO REG-ESTADO-CL
                    DISPLAY "SIN DATOS DE LA SUCESION NO SE PASA A "
                            "FALLECIDO - SE MANTIENE "
                            WSV-ESTADO-ANTES
                 END-IF
              END-IF

              REWRITE REG-CLIENTEIX
              IF FS-STATUS-OK
                 MOVE REG-ESTADO-CL    TO REG-AUD-ESTADO-DESPUES
                 PERFORM 260000-WRITE-AUDIT
                    THRU 260000-WRITE-AUDIT-F
                 IF WSV-SUCESION-OK
                    PERFORM 257000-GRABAR-SUCESION
                       THRU 257000-GRABAR-SUCESION-F
                 END-IF
              ELSE
                 MOVE CON-250000-UPDATE-CLIENTE   TO WS-ERR-PARRAFO
                 MOVE CON-DATOS                   TO WS-ERR-OBJETO
           .
       250000-UPDATE-CLIENTE-F. EXIT.
      ******************************************************************
      *                         255000-DATOS-SUCESION
      *La fecha de fallecimiento es la del certificado de saldos que
      *se entrega al juzgado: no puede ser posterior a hoy.
      ******************************************************************
       255000-DATOS-SUCESION.
           MOVE ZERO   TO WSV-FECHA-FALLEC
           MOVE SPACES TO WSV-EXPEDIENTE
           MOVE SPACES TO WSV-JUZGADO

           DISPLAY "INGRESE LA FECHA DE FALLECIMIENTO AAAAMMDD"
           ACCEPT WSV-FECHA-FALLEC
           IF WSV-FECHA-FALLEC = ZERO
              OR WSV-FECHA-FALLEC > WSV-FECHA-HOY
              OR WSV-FALLEC-MES < 1 OR WSV-FALLEC-MES > 12
              OR WSV-FALLEC-DIA < 1 OR WSV-FALLEC-DIA > 31
              DISPLAY "FECHA DE FALLECIMIENTO INVALIDA"
              GO TO 255000-DATOS-SUCESION-F
           END-IF

           DISPLAY "INGRESE EL NUMERO DE EXPEDIENTE SUCESORIO "
                   "(ENTER SI TODAVIA NO HAY)"
           ACCEPT WSV-EXPEDIENTE
           DISPLAY "INGRESE EL JUZGADO (ENTER SI TODAVIA NO HAY)"
           ACCEPT WSV-JUZGADO

           MOVE "S" TO WSV-SW-SUCESION-OK
           .
       255000-DATOS-SUCESION-F. EXIT.
      ******************************************************************
      *                         257000-GRABAR-SUCESION
      *Un cliente que vuelve a pasar a fallecido (correccion de un
      *estado cargado por error) reemplaza los datos anteriores y la
      *sucesion queda otra vez pendiente de proceso.
      ******************************************************************
       257000-GRABAR-SUCESION.
           MOVE REG-COD-CLIENTE-CL TO REG-SUC-CLIENTE
           MOVE WSV-FECHA-FALLEC   TO REG-SUC-FECHA-FALLEC
           MOVE WSV-EXPEDIENTE     TO REG-SUC-EXPEDIENTE
           MOVE WSV-JUZGADO        TO REG-SUC-JUZGADO
           MOVE "P"                TO REG-SUC-ESTADO
           MOVE WSV-FECHA-HOY      TO REG-SUC-FECHA-ALTA
           MOVE ZERO               TO REG-SUC-FECHA-PROCESO

           WRITE REG-SUCESION
           IF FS-STATUS-SUC-DUP
              REWRITE REG-SUCESION
           END-IF
           IF NOT FS-STATUS-SUC-OK
              MOVE CON-257000-GRABAR-SUCESION TO WS-ERR-PARRAFO
              MOVE CON-SUCESIONES             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-SUC              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           DISPLAY "SUCESION REGISTRADA - PENDIENTE DE INMOVILIZAR"
           .
       257000-GRABAR-SUCESION-F. EXIT.
      ******************************************************************
      *                         258000-VALIDAR-VTO-DOCUMENTO
      *Sin vencimiento (cero) se acepta: hay documentos que no
      *vencen y legajos viejos sin el dato; lo que se rechaza es una
      *fecha mal formada.
      ******************************************************************
       258000-VALIDAR-VTO-DOCUMENTO.
           MOVE "S" TO WSV-SW-FECHA-OK
           IF WSV-VTO-DOCUMENTO NOT = ZERO
              AND (WSV-VTO-MES < 1 OR WSV-VTO-MES > 12
                   OR WSV-VTO-DIA < 1 OR WSV-VTO-DIA > 31)
              MOVE "N" TO WSV-SW-FECHA-OK
           END-IF
           .
       258000-VALIDAR-VTO-DOCUMENTO-F. EXIT.
      ******************************************************************
      *                         260000-WRITE-AUDIT
      ******************************************************************
       260000-WRITE-AUDIT.

           PERFORM 320000-CLOSE-AUDITORIA
              THRU 320000-CLOSE-AUDITORIA-F

           PERFORM 330000-CLOSE-SUCESIONES
              THRU 330000-CLOSE-SUCESIONES-F
           STOP RUN
           .
       300000-EXIT-F. EXIT.
           .
       320000-CLOSE-AUDITORIA-F. EXIT.
      ******************************************************************
      *                         330000-CLOSE-SUCESIONES
      ******************************************************************
       330000-CLOSE-SUCESIONES.
           CLOSE SUCESIONES
           IF NOT FS-STATUS-SUC-OK
              MOVE CON-330000-CLOSE-SUCESIONES TO WS-ERR-PARRAFO
              MOVE CON-SUCESIONES              TO WS-ERR-OBJETO
              MOVE CON-CERRAR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-SUC               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       330000-CLOSE-SUCESIONES-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
