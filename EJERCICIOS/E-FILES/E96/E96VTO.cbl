      *CUENTASIX-AUDIT.txt e historial en CUENTASIX_HIST.txt con los
      *formatos de E47. El interes del dia se asienta en ASIENTOS.txt
      *(debe 5200 interes de plazo fijo / haber 2100 depositos) para
      *que E71 lo mayorice, y cada interes pagado queda tambien en
      *INTERESES_ACREDITADOS.txt (el mismo registro que graba E58)
      *para el certificado impositivo anual de E153. La fecha de
      *proceso sale de PARAMETROS.txt si existe y debe ser dia
      *habil segun RUTFECHA.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT ASIENTOS ASSIGN TO "ASIENTOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-ASI.

       SELECT INTERESES ASSIGN TO "INTERESES_ACREDITADOS.txt"
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS  IS FS-STATUS-INT.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
             05 REG-COD-CLIENTE-IX       PIC 9(08).
             05 REG-MONTO-CUENTA-IX      PIC S9(15)V9(02).
             05 REG-MONEDA-CUENTA-IX     PIC X(03).
             05 REG-PRODUCTO-CUENTA-IX   PIC X(03).

       FD AUDITORIA.
          01 REG-AUDITORIA.
             05 REG-ASI-DH                 PIC X(01).
             05 REG-ASI-IMPORTE            PIC 9(15)V9(02).
             05 REG-ASI-DETALLE            PIC X(30).

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
              '230000-ACREDITAR            '.
              05 CON-250000-REGRABAR-PF     PIC X(30) VALUE
              '250000-REGRABAR-PF          '.
              05 CON-255000-GRABAR-INTERES  PIC X(30) VALUE
              '255000-GRABAR-INTERES       '.
              05 CON-310000-GRABAR-ASIENTOS PIC X(30) VALUE
              '310000-GRABAR-ASIENTOS      '.
           02 CON-CONTABLES.
              05 CON-AUDITORIA  PIC X(10) VALUE 'AUDITORIA '.
              05 CON-HISTORIAL  PIC X(10) VALUE 'HISTORIAL '.
              05 CON-ASIENTOS   PIC X(10) VALUE 'ASIENTOS  '.
              05 CON-INTERESES  PIC X(10) VALUE 'INTERESES '.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-ASI-OK               VALUE "00".
             88 FS-STATUS-ASI-NOT-FOUND        VALUE "35".

          05 FS-STATUS-INT           PIC X(02) VALUE "00".
             88 FS-STATUS-INT-OK               VALUE "00".

          05 WSV-SW-ACREDITADO       PIC X(01).
             88 WSV-ACREDITADO                 VALUE "S".
      ************************** VARIABLES *****************************
              CLOSE PLAZOFIJO
              MOVE "L" TO WS-LOCK-OPERACION
              CALL CON-RUTLOCK USING WS-REG-LOCK
              GOBACK
           END-IF

           OPEN I-O DATOS
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND INTERESES
           IF FS-STATUS-INT = "35"
              OPEN OUTPUT INTERESES
           END-IF
           IF NOT FS-STATUS-INT-OK
              MOVE CON-110000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-INTERESES            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-INT            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       110000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
              ADD WSV-INTERES TO WSV-TOTAL-INTERES
              PERFORM 250000-REGRABAR-PF
                 THRU 250000-REGRABAR-PF-F
              PERFORM 255000-GRABAR-INTERES
                 THRU 255000-GRABAR-INTERES-F
           ELSE
              ADD 1 TO WSV-CANT-RECHAZADOS
           END-IF
           .
       250000-REGRABAR-PF-F. EXIT.
      ******************************************************************
      *                         255000-GRABAR-INTERES
      *Tambien el interes capitalizado en la renovacion total cuenta
      *como interes pagado en el ejercicio.
      ******************************************************************
       255000-GRABAR-INTERES.
           IF WSV-INTERES = ZERO
              GO TO 255000-GRABAR-INTERES-F
           END-IF

           MOVE WSV-FECHA-PROCESO TO REG-INT-FECHA
           MOVE "PFI"             TO REG-INT-ORIGEN
           MOVE REG-PF-CUENTA     TO REG-INT-CUENTA
           MOVE REG-PF-NUMERO     TO REG-INT-REFERENCIA
           MOVE REG-PF-MONEDA     TO REG-INT-MONEDA
           MOVE WSV-INTERES       TO REG-INT-BRUTO

           WRITE REG-INTERES
           IF NOT FS-STATUS-INT-OK
              MOVE CON-255000-GRABAR-INTERES TO WS-ERR-PARRAFO
              MOVE CON-INTERESES             TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-INT             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       255000-GRABAR-INTERES-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           CLOSE DATOS
           CLOSE AUDITORIA
           CLOSE HISTORIAL
           CLOSE INTERESES

           MOVE "L" TO WS-LOCK-OPERACION
           CALL CON-RUTLOCK USING WS-REG-LOCK
           DISPLAY "PAGADOS             : " WSV-CANT-PAGADOS
           DISPLAY "RENOVADOS           : " WSV-CANT-RENOVADOS
           DISPLAY "RECHAZADOS          : " WSV-CANT-RECHAZADOS
           GOBACK
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
