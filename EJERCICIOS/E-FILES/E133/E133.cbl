      *definitivas, marcando toda banca que cambia de manos respecto
      *del reparto provisorio: la unica pregunta de la noche del
      *definitivo. El detalle queda en INFORME_DEFINITIVO.txt.
      *Cada diferencia mesa/partido sale ademas a
      *MESAS_DIFERENCIAS.txt (mesa, provincia, partido y delta) para
      *que la seleccion de la muestra de auditoria (E182) pese las
      *mesas con diferencias.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT INFORME ASSIGN TO "INFORME_DEFINITIVO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.

       SELECT DIFERENCIAS ASSIGN TO "MESAS_DIFERENCIAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DIF.
       DATA DIVISION.
       FILE SECTION.
       FD DEFINITIVOS.

       FD INFORME.
          01 REG-INFORME                   PIC X(90).

       FD DIFERENCIAS.
          01 REG-DIFERENCIA.
             05 REG-DIF-MESA               PIC 9(05).
             05 REG-DIF-PROVINCIA          PIC X(38).
             05 REG-DIF-CANDIDATO          PIC 9(02).
             05 REG-DIF-DELTA              PIC S9(05).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              05 CON-BANCAS      PIC X(10) VALUE 'BANCAS    '.
              05 CON-LOTEDEF     PIC X(10) VALUE 'LOTEDEF   '.
              05 CON-INFORME     PIC X(10) VALUE 'INFORME   '.
              05 CON-DIFERENCIAS PIC X(10) VALUE 'DIFERENCIA'.
      ************************** TABLES ********************************
      *Telegramas provisorios mesa/candidato para el apareo.
       01 WSV-TABLA-PROVISORIO.
             88 FS-STATUS-LOT-OK               VALUE "00".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 FS-STATUS-DIF           PIC X(02) VALUE "00".
             88 FS-STATUS-DIF-OK               VALUE "00".
          05 WSV-SW-HALLADO          PIC X(01).
             88 WSV-HALLADO                    VALUE "S".
          05 WSV-SW-DEFINITIVA       PIC X(01).
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT DIFERENCIAS
           IF NOT FS-STATUS-DIF-OK
              MOVE CON-200000-COMPARAR-MESAS TO WS-ERR-PARRAFO
              MOVE CON-DIFERENCIAS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-DIF             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "S" TO WSV-SW-DEFINITIVA
           PERFORM 210000-LEER-DEFINITIVO
              THRU 210000-LEER-DEFINITIVO-F
                    INTO WSV-LINEA
                 PERFORM 280000-ESCRIBIR
                    THRU 280000-ESCRIBIR-F
                 MOVE WSV-PRO-MESA(WSV-IDX2) TO REG-DIF-MESA
                 MOVE WSV-PRO-CANDIDATO(WSV-IDX2) TO REG-DIF-CANDIDATO
                 PERFORM 290000-GRABAR-DIFERENCIA
                    THRU 290000-GRABAR-DIFERENCIA-F
              END-IF
           END-PERFORM

           CLOSE DIFERENCIAS
           .
       200000-COMPARAR-MESAS-F. EXIT.
      ******************************************************************
                    INTO WSV-LINEA
                 PERFORM 280000-ESCRIBIR
                    THRU 280000-ESCRIBIR-F
                 MOVE REG-DEF-MESA      TO REG-DIF-MESA
                 MOVE REG-DEF-CANDIDATO TO REG-DIF-CANDIDATO
                 PERFORM 290000-GRABAR-DIFERENCIA
                    THRU 290000-GRABAR-DIFERENCIA-F
              END-IF
           ELSE
              ADD 1 TO WSV-CANT-MESAS-DIF
                 INTO WSV-LINEA
              PERFORM 280000-ESCRIBIR
                 THRU 280000-ESCRIBIR-F
              MOVE REG-DEF-VOTOS     TO WSV-DELTA
              MOVE REG-DEF-MESA      TO REG-DIF-MESA
              MOVE REG-DEF-CANDIDATO TO REG-DIF-CANDIDATO
              PERFORM 290000-GRABAR-DIFERENCIA
                 THRU 290000-GRABAR-DIFERENCIA-F
           END-IF
           .
       220000-PROCESAR-DEFINITIVO-F. EXIT.
           .
       280000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         290000-GRABAR-DIFERENCIA
      *Recibe mesa y partido en el registro y el delta en WSV-DELTA;
      *la provincia sale del padron de mesas.
      ******************************************************************
       290000-GRABAR-DIFERENCIA.
           MOVE SPACES TO REG-DIF-PROVINCIA
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PADRON
              IF WSV-PAD-MESA(WSV-IDX) = REG-DIF-MESA
                 MOVE WSV-PAD-PROVINCIA(WSV-IDX) TO REG-DIF-PROVINCIA
              END-IF
           END-PERFORM
           MOVE WSV-DELTA TO REG-DIF-DELTA
           WRITE REG-DIFERENCIA
           IF NOT FS-STATUS-DIF-OK
              MOVE CON-200000-COMPARAR-MESAS TO WS-ERR-PARRAFO
              MOVE CON-DIFERENCIAS           TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-DIF             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       290000-GRABAR-DIFERENCIA-F. EXIT.
      ******************************************************************
      *                         300000-GRABAR-LOTE-DEF
      ******************************************************************
       300000-GRABAR-LOTE-DEF.
