      *imagenes antes/despues en CUENTASIX-AUDIT.txt con los mismos
      *formatos que usa E47 para las actualizaciones manuales, de
      *modo que el resumen de E51 muestre la linea de interes como
      *un movimiento mas. Cada interes acreditado queda ademas en
      *INTERESES_ACREDITADOS.txt con su importe bruto, que es lo que
      *E153 suma para el certificado impositivo anual del cliente.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT HISTORIAL ASSIGN TO "CUENTASIX_HIST.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-HIST.

       SELECT INTERESES ASSIGN TO "INTERESES_ACREDITADOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-INT.
       DATA DIVISION.
       FILE SECTION.
       FD TASAS.
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD AUDITORIA.
          01 REG-AUDITORIA.
      *historial.
             05 REG-HIST-SECUENCIA       PIC 9(07).
             05 REG-HIST-CONTROL         PIC 9(09).

       FD INTERESES.
          01 REG-INTERES.
             05 REG-INT-FECHA            PIC 9(08).
             05 REG-INT-ORIGEN           PIC X(03).
             05 REG-INT-CUENTA           PIC X(08).
             05 REG-INT-REFERENCIA       PIC 9(08).
             05 REG-INT-MONEDA           PIC X(03).
             05 REG-INT-BRUTO            PIC 9(15)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '120000-OPEN-AUDITORIA       '.
              05 CON-125000-OPEN-HISTORIAL  PIC X(30) VALUE
              '125000-OPEN-HISTORIAL       '.
              05 CON-127000-OPEN-INTERESES  PIC X(30) VALUE
              '127000-OPEN-INTERESES       '.
              05 CON-210000-READ-NEXT       PIC X(30) VALUE
              '210000-READ-NEXT-CUENTA     '.
              05 CON-230000-CAPITALIZAR     PIC X(30) VALUE
              '260000-WRITE-AUDIT          '.
              05 CON-265000-WRITE-HIST      PIC X(30) VALUE
              '265000-WRITE-HISTORIAL     '.
              05 CON-270000-WRITE-INTERES   PIC X(30) VALUE
              '270000-WRITE-INTERES        '.
              05 CON-300000-EXIT            PIC X(30) VALUE
              '300000-EXIT                 '.
           02 CON-OPERACIONES.
              05 CON-TASAS     PIC X(10) VALUE 'TASASINT  '.
              05 CON-AUDITORIA PIC X(10) VALUE 'AUDITORIA '.
              05 CON-HISTORIAL PIC X(10) VALUE 'HISTORIAL '.
              05 CON-INTERESES PIC X(10) VALUE 'INTERESES '.
      ************************** TABLES ********************************
       01 WSV-TABLA-TASAS.
          02 WSV-TASA-ENTRY OCCURS 50 TIMES.
          05 FS-STATUS-HIST          PIC X(02) VALUE "00".
             88 FS-STATUS-HIST-OK              VALUE "00".

          05 FS-STATUS-INT           PIC X(02) VALUE "00".
             88 FS-STATUS-INT-OK               VALUE "00".

          05 WSV-SW-TASA-ENCONTRADA  PIC X(01).
             88 WSV-TASA-ENCONTRADA          VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-IDX-TASA            PIC 9(02).
          05 WSV-INTERES             PIC S9(15)V9(02).
          05 WSV-INTERES-BRUTO       PIC S9(15)V9(02).
          05 WSV-MONTO-ANTES         PIC S9(15)V9(02).
          05 WSV-CANT-LEIDAS         PIC 9(07) VALUE ZERO.
          05 WSV-CANT-CAPITALIZADAS  PIC 9(07) VALUE ZERO.
           PERFORM 125000-OPEN-HISTORIAL
              THRU 125000-OPEN-HISTORIAL-F

           PERFORM 127000-OPEN-INTERESES
              THRU 127000-OPEN-INTERESES-F

           PERFORM 210000-READ-NEXT-CUENTA
              THRU 210000-READ-NEXT-CUENTA-F
           .
           .
       125000-OPEN-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         127000-OPEN-INTERESES
      ******************************************************************
       127000-OPEN-INTERESES.
           OPEN EXTEND INTERESES
           IF FS-STATUS-INT = "35"
              OPEN OUTPUT INTERESES
           END-IF
           IF NOT FS-STATUS-INT-OK
              MOVE CON-127000-OPEN-INTERESES TO WS-ERR-PARRAFO
              MOVE CON-INTERESES             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-INT             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       127000-OPEN-INTERESES-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ******************************************************************
       200000-PROCESS.
           COMPUTE WSV-INTERES ROUNDED =
              REG-MONTO-CUENTA-IX *
              WSV-TASA-TASA(WSV-IDX-TASA) / 100
           MOVE WSV-INTERES TO WSV-INTERES-BRUTO

      *El fisco exige retener sobre el interes acreditado: RUTRETEN
      *parte el bruto en neto mas retenido segun el regimen INT, y
              MOVE REG-MONTO-CUENTA-IX TO REG-HIST-MONTO-NUEVO
              PERFORM 265000-WRITE-HISTORIAL
                 THRU 265000-WRITE-HISTORIAL-F

              PERFORM 270000-WRITE-INTERES
                 THRU 270000-WRITE-INTERES-F
           END-IF
           .
       230000-CAPITALIZAR-F. EXIT.
           .
       265000-WRITE-HISTORIAL-F. EXIT.
      ******************************************************************
      *                         270000-WRITE-INTERES
      *El certificado impositivo informa el interes bruto; lo
      *retenido lo toma de RETENCIONES.txt.
      ******************************************************************
       270000-WRITE-INTERES.
           ACCEPT REG-INT-FECHA FROM DATE YYYYMMDD
           MOVE "CAP"                TO REG-INT-ORIGEN
           MOVE REG-NRO-CUENTA-IX    TO REG-INT-CUENTA
           MOVE ZERO                 TO REG-INT-REFERENCIA
           MOVE REG-MONEDA-CUENTA-IX TO REG-INT-MONEDA
           MOVE WSV-INTERES-BRUTO    TO REG-INT-BRUTO

           WRITE REG-INTERES
           IF NOT FS-STATUS-INT-OK
              MOVE CON-270000-WRITE-INTERES TO WS-ERR-PARRAFO
              MOVE CON-INTERESES            TO WS-ERR-OBJETO
              MOVE CON-GRABAR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-INT            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       270000-WRITE-INTERES-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DATOS
           CLOSE AUDITORIA
           CLOSE HISTORIAL
           CLOSE INTERESES
           IF NOT FS-STATUS-OK
              MOVE CON-300000-EXIT TO WS-ERR-PARRAFO
              MOVE CON-DATOS       TO WS-ERR-OBJETO
