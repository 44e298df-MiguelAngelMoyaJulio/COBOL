      *provincia para la gacetilla de prensa. Todo sale a
      *ANALISIS_PARTICIPACION.txt; si PARAMVOTO.txt falta rigen el
      *piso de 50 por ciento y el desvio de nulos de 5 puntos.
      *Las mesas anomalas salen ademas a MESAS_ANOMALAS.txt (mesa,
      *provincia, tipo de anomalia y desvio) para que la seleccion
      *de la muestra de auditoria (E182) las pese.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       SELECT ANALISIS ASSIGN TO "ANALISIS_PARTICIPACION.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ANA.

       SELECT ANOMALAS ASSIGN TO "MESAS_ANOMALAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-ANO.
       DATA DIVISION.
       FILE SECTION.
       FD TELEGRAMAS.

       FD ANALISIS.
          01 REG-ANALISIS                  PIC X(95).

       FD ANOMALAS.
          01 REG-ANOMALA.
             05 REG-ANO-MESA               PIC 9(05).
             05 REG-ANO-PROVINCIA          PIC X(38).
             05 REG-ANO-ANOMALIA           PIC X(01).
             05 REG-ANO-DESVIO             PIC 9(03)V9(02).
             05 REG-ANO-PCT-PART           PIC 9(03)V9(02).
             05 REG-ANO-PCT-NULO           PIC 9(03)V9(02).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
              '110000-CARGAR-TABLAS        '.
              05 CON-200000-CALCULAR        PIC X(30) VALUE
              '200000-CALCULAR             '.
              05 CON-250000-GRABAR-ANOMALAS PIC X(30) VALUE
              '250000-GRABAR-ANOMALAS      '.
              05 CON-300000-INFORMAR        PIC X(30) VALUE
              '300000-INFORMAR             '.
           02 CON-OPERACIONES.
              05 CON-TELEGRAMAS PIC X(10) VALUE 'TELEGRAMAS'.
              05 CON-PADRON     PIC X(10) VALUE 'PADRONMESA'.
              05 CON-ANALISIS   PIC X(10) VALUE 'ANALISIS  '.
              05 CON-ANOMALAS   PIC X(10) VALUE 'ANOMALAS  '.
      ************************** TABLES ********************************
       01 WSV-TABLA-MESAS.
          02 WSV-MES-ENTRY OCCURS 200 TIMES.
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-ANA           PIC X(02) VALUE "00".
             88 FS-STATUS-ANA-OK               VALUE "00".
          05 FS-STATUS-ANO           PIC X(02) VALUE "00".
             88 FS-STATUS-ANO-OK               VALUE "00".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
      ************************** VARIABLES *****************************
           PERFORM 200000-CALCULAR
              THRU 200000-CALCULAR-F

           PERFORM 250000-GRABAR-ANOMALAS
              THRU 250000-GRABAR-ANOMALAS-F

           PERFORM 300000-INFORMAR
              THRU 300000-INFORMAR-F

           .
       230000-MARCAR-ANOMALIAS-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-ANOMALAS
      ******************************************************************
       250000-GRABAR-ANOMALAS.
           OPEN OUTPUT ANOMALAS
           IF NOT FS-STATUS-ANO-OK
              MOVE CON-250000-GRABAR-ANOMALAS TO WS-ERR-PARRAFO
              MOVE CON-ANOMALAS               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-ANO              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 255000-GRABAR-ANOMALA
              THRU 255000-GRABAR-ANOMALA-F
              VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > WSV-CANT-MESAS
           CLOSE ANOMALAS
           .
       250000-GRABAR-ANOMALAS-F. EXIT.
      ******************************************************************
      *                         255000-GRABAR-ANOMALA
      ******************************************************************
       255000-GRABAR-ANOMALA.
           IF WSV-MES-ANOMALIA(WSV-IDX-MES) = SPACE
              GO TO 255000-GRABAR-ANOMALA-F
           END-IF
           MOVE WSV-MES-MESA(WSV-IDX-MES)      TO REG-ANO-MESA
           MOVE WSV-MES-PROVINCIA(WSV-IDX-MES) TO REG-ANO-PROVINCIA
           MOVE WSV-MES-ANOMALIA(WSV-IDX-MES)  TO REG-ANO-ANOMALIA
           MOVE WSV-MES-DESVIO(WSV-IDX-MES)    TO REG-ANO-DESVIO
           MOVE WSV-MES-PCT-PART(WSV-IDX-MES)  TO REG-ANO-PCT-PART
           MOVE WSV-MES-PCT-NULO(WSV-IDX-MES)  TO REG-ANO-PCT-NULO
           WRITE REG-ANOMALA
           IF NOT FS-STATUS-ANO-OK
              MOVE CON-250000-GRABAR-ANOMALAS TO WS-ERR-PARRAFO
              MOVE CON-ANOMALAS               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-ANO              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       255000-GRABAR-ANOMALA-F. EXIT.
      ******************************************************************
      *                         300000-INFORMAR
      ******************************************************************
       300000-INFORMAR.
