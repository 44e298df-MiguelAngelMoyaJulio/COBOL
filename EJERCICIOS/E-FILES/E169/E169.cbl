      ******************************************************************
      *Pronostico de demanda de gas por zona con grados-dia de
      *calefaccion, para que Compras reserve capacidad de invierno
      *con numeros. Las temperaturas horarias vienen en TEMP.txt con
      *el formato que lee E30 (744 lecturas por mes, 31 dias de 24
      *horas; en los meses cortos sobran los ultimos dias), varios
      *meses seguidos; el primer mes del archivo, la temperatura
      *base y los escenarios estan en PARAMPRONOSTICO.txt. Por cada
      *dia completo el grado-dia es la base menos la temperatura
      *media del dia, si es positiva; se suman por mes y el bimestre
      *de un periodo AAAAMM de CONSUMOS_HIST.txt son su mes y el
      *anterior. El consumo facturado de cada bimestre se suma por
      *zona del padron (PADRONGAS.txt) y por zona se ajusta por
      *minimos cuadrados consumo = base + pendiente x grados-dia.
      *Con los grados-dia normales de cada mes del anio (promedio de
      *los meses del archivo) se proyecta mes a mes la temporada
      *siguiente en tres escenarios: normal, frio y frio extremo
      *(grados-dia normales aumentados en los porcentajes del
      *parametro). Sale el listado PRONOSTICO_INFORME.txt y el
      *archivo PRONOSTICO_DEMANDA.txt para Compras.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E169.
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
       SELECT PARAMPRON ASSIGN TO "PARAMPRONOSTICO.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAR.

       SELECT TEMPERATURAS ASSIGN TO "TEMP.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-TMP.

       SELECT HISTCONS ASSIGN TO "CONSUMOS_HIST.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-HIS.

       SELECT PADRON ASSIGN TO "PADRONGAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PAD.
      ****************************  OUTPUT  ****************************
       SELECT PRONOSTICO ASSIGN TO "PRONOSTICO_DEMANDA.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-PRO.

       SELECT INFORME ASSIGN TO "PRONOSTICO_INFORME.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-INF.
       DATA DIVISION.
       FILE SECTION.
       FD PARAMPRON.
          01 REG-PARAMPRON.
             05 REG-PPR-PERIODO-TEMP       PIC 9(06).
             05 REG-PPR-TEMP-BASE          PIC 9(02)V9(01).
             05 REG-PPR-PCT-FRIO           PIC 9(03).
             05 REG-PPR-PCT-EXTREMO        PIC 9(03).
             05 REG-PPR-MES-TEMPORADA      PIC 9(02).
             05 REG-PPR-CANT-MESES         PIC 9(02).

       FD TEMPERATURAS.
          01 REG-TEMPERATURA.
             05 REG-TEMP                   PIC 9(03)V9(02).

       FD HISTCONS.
          01 REG-HISTCONS.
             05 REG-HCO-MEDIDOR            PIC 9(02).
             05 REG-HCO-PERIODO            PIC 9(06).
             05 REG-HCO-CONSUMO            PIC 9(06).
             05 REG-HCO-ESTIMADO           PIC X(01).

       FD PADRON.
          01 REG-PADRON.
             05 REG-PAD-MEDIDOR            PIC 9(02).
             05 REG-PAD-CLIENTE            PIC 9(04).
             05 REG-PAD-ZONA               PIC 9(02).
             05 REG-PAD-ELECTRO            PIC X(01).

       FD PRONOSTICO.
          01 REG-PRONOSTICO.
             05 REG-PRO-ZONA               PIC 9(02).
             05 REG-PRO-PERIODO            PIC 9(06).
             05 REG-PRO-GRADOS-DIA         PIC 9(04)V9(02).
             05 REG-PRO-DEMANDA-NORMAL     PIC 9(09).
             05 REG-PRO-DEMANDA-FRIO       PIC 9(09).
             05 REG-PRO-DEMANDA-EXTREMO    PIC 9(09).

       FD INFORME.
          01 REG-INFORME                   PIC X(80).
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
              05 CON-105000-LEER-PARAMETROS PIC X(30) VALUE
              '105000-LEER-PARAMETROS      '.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-125000-DIAS-DEL-MES    PIC X(30) VALUE
              '125000-DIAS-DEL-MES         '.
              05 CON-300000-PROYECTAR       PIC X(30) VALUE
              '300000-PROYECTAR            '.
              05 CON-380000-ESCRIBIR-LINEA  PIC X(30) VALUE
              '380000-ESCRIBIR-LINEA       '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
              05 CON-CALCULAR  PIC X(15) VALUE 'CALCULAR       '.
           02 CON-OBJETOS.
              05 CON-PARAMPRON  PIC X(10) VALUE 'PARAMPRON '.
              05 CON-TEMP       PIC X(10) VALUE 'TEMP      '.
              05 CON-HISTCONS   PIC X(10) VALUE 'HISTCONS  '.
              05 CON-PADRON     PIC X(10) VALUE 'PADRON    '.
              05 CON-PRONOSTICO PIC X(10) VALUE 'PRONOSTICO'.
              05 CON-INFORME    PIC X(10) VALUE 'INFORME   '.
              05 CON-FECHAS     PIC X(10) VALUE 'FECHAS    '.
      *Lecturas por mes del archivo de temperaturas (31 x 24).
           02 CON-LECTURAS-MES PIC 9(03) VALUE 744.
      *Minimo de bimestres para que el ajuste de una zona valga.
           02 CON-MINIMO-PUNTOS PIC 9(02) VALUE 03.
      ************************** TABLES ********************************
      *Grados-dia por mes calendario leido de TEMP.txt.
       01 WSV-TABLA-MESES.
          02 WSV-MES-ENTRY OCCURS 60 TIMES.
             05 WSV-MES-PERIODO       PIC 9(06).
             05 WSV-MES-GRADOS-DIA    PIC 9(04)V9(02).
       01 WSV-CANT-MESES              PIC 9(02) VALUE 0.

      *Grados-dia normales de cada mes del anio.
       01 WSV-TABLA-NORMALES.
          02 WSV-NOR-ENTRY OCCURS 12 TIMES.
             05 WSV-NOR-SUMA          PIC 9(06)V9(02).
             05 WSV-NOR-CANT          PIC 9(02).
             05 WSV-NOR-GRADOS-DIA    PIC 9(04)V9(02).

       01 WSV-TABLA-PADRON.
          02 WSV-PAD-ENTRY OCCURS 100 TIMES.
             05 WSV-PAD-MEDIDOR       PIC 9(02).
             05 WSV-PAD-ZONA          PIC 9(02).
       01 WSV-CANT-PADRON             PIC 9(03) VALUE 0.

      *Consumo facturado por zona y bimestre.
       01 WSV-TABLA-ZONA-PERIODO.
          02 WSV-ZPE-ENTRY OCCURS 500 TIMES.
             05 WSV-ZPE-ZONA          PIC 9(02).
             05 WSV-ZPE-PERIODO       PIC 9(06).
             05 WSV-ZPE-CONSUMO       PIC 9(09).
       01 WSV-CANT-ZONA-PERIODO       PIC 9(03) VALUE 0.

      *Sumas del ajuste y coeficientes por zona: base en m3 por
      *bimestre y pendiente en m3 por grado-dia.
       01 WSV-TABLA-ZONAS.
          02 WSV-ZON-ENTRY OCCURS 20 TIMES.
             05 WSV-ZON-ZONA          PIC 9(02).
             05 WSV-ZON-MEDIDORES     PIC 9(03).
             05 WSV-ZON-PUNTOS        PIC 9(03).
             05 WSV-ZON-SUMA-X        PIC 9(07)V9(02).
             05 WSV-ZON-SUMA-Y        PIC 9(11).
             05 WSV-ZON-SUMA-XX       PIC 9(11)V9(04).
             05 WSV-ZON-SUMA-XY       PIC 9(15)V9(02).
             05 WSV-ZON-BASE          PIC S9(09)V9(02).
             05 WSV-ZON-PENDIENTE     PIC S9(07)V9(04).
             05 WSV-ZON-AJUSTE        PIC X(01).
                88 WSV-ZON-AJUSTADA             VALUE "S".
       01 WSV-CANT-ZONAS              PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-TMP           PIC X(02) VALUE "00".
             88 FS-STATUS-TMP-OK               VALUE "00".
             88 FS-STATUS-TMP-EOF              VALUE "10".
             88 FS-STATUS-TMP-NOT-FOUND        VALUE "35".
          05 FS-STATUS-HIS           PIC X(02) VALUE "00".
             88 FS-STATUS-HIS-OK               VALUE "00".
             88 FS-STATUS-HIS-EOF              VALUE "10".
             88 FS-STATUS-HIS-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PAD           PIC X(02) VALUE "00".
             88 FS-STATUS-PAD-OK               VALUE "00".
             88 FS-STATUS-PAD-EOF              VALUE "10".
             88 FS-STATUS-PAD-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PRO           PIC X(02) VALUE "00".
             88 FS-STATUS-PRO-OK               VALUE "00".
          05 FS-STATUS-INF           PIC X(02) VALUE "00".
             88 FS-STATUS-INF-OK               VALUE "00".
          05 WSV-SW-HALLADO          PIC X(01).
             88 WSV-HALLADO                    VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-PERIODO-TEMP        PIC 9(06) VALUE ZERO.
          05 WSV-TEMP-BASE           PIC 9(02)V9(01) VALUE 18,0.
          05 WSV-PCT-FRIO            PIC 9(03) VALUE 015.
          05 WSV-PCT-EXTREMO         PIC 9(03) VALUE 030.
          05 WSV-MES-TEMPORADA       PIC 9(02) VALUE 05.
          05 WSV-CANT-MESES-TEMP     PIC 9(02) VALUE 05.
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-ZON             PIC 9(02).
          05 WSV-IDX-MES             PIC 9(02).
      *Lectura de TEMP.txt: posicion dentro del mes y del dia.
          05 WSV-LECTURA             PIC 9(03) VALUE ZERO.
          05 WSV-HORA                PIC 9(02) VALUE ZERO.
          05 WSV-DIA                 PIC 9(02) VALUE ZERO.
          05 WSV-DIAS-MES            PIC 9(02).
          05 WSV-PERIODO-LEIDO       PIC 9(06).
          05 WSV-SUMA-DIA            PIC 9(05)V9(02).
          05 WSV-MEDIA-DIA           PIC 9(03)V9(02).
          05 WSV-GRADOS-MES          PIC 9(04)V9(02).
          05 WSV-LECTURAS-SOBRANTES  PIC 9(03) VALUE ZERO.
          05 WSV-FECHA-AUX           PIC 9(08).
          05 WSV-FECHA-AUX-R REDEFINES WSV-FECHA-AUX.
             10 WSV-FAX-ANIO         PIC 9(04).
             10 WSV-FAX-MES          PIC 9(02).
             10 WSV-FAX-DIA          PIC 9(02).
      *Ajuste y proyeccion.
          05 WSV-MEDIDOR             PIC 9(02).
          05 WSV-ZONA                PIC 9(02).
          05 WSV-PERIODO             PIC 9(06).
          05 WSV-PERIODO-R REDEFINES WSV-PERIODO.
             10 WSV-PER-ANIO         PIC 9(04).
             10 WSV-PER-MES          PIC 9(02).
          05 WSV-PERIODO-INICIO      PIC 9(06).
          05 WSV-GRADOS-BIMESTRE     PIC 9(04)V9(02).
          05 WSV-GRADOS-MES-1        PIC 9(04)V9(02).
          05 WSV-DENOMINADOR         PIC S9(15)V9(04).
          05 WSV-GRADOS-NORMAL       PIC 9(04)V9(02).
          05 WSV-GRADOS-FRIO         PIC 9(04)V9(02).
          05 WSV-GRADOS-EXTREMO      PIC 9(04)V9(02).
          05 WSV-DEMANDA             PIC S9(11).
          05 WSV-DEMANDA-NORMAL      PIC 9(09).
          05 WSV-DEMANDA-FRIO        PIC 9(09).
          05 WSV-DEMANDA-EXTREMO     PIC 9(09).
          05 WSV-ZON-TOT-NORMAL      PIC 9(10).
          05 WSV-ZON-TOT-FRIO        PIC 9(10).
          05 WSV-ZON-TOT-EXTREMO     PIC 9(10).
          05 WSV-LINEA               PIC X(80).
          05 WSV-EDIT-GRADOS         PIC ZZZ9,99.
          05 WSV-EDIT-BASE           PIC ----.---.--9.
          05 WSV-EDIT-PENDIENTE      PIC ---.--9,9999.
       01 WSV-CONTADORES.
          05 WSV-TOT-NORMAL          PIC 9(11) VALUE ZERO.
          05 WSV-TOT-FRIO            PIC 9(11) VALUE ZERO.
          05 WSV-TOT-EXTREMO         PIC 9(11) VALUE ZERO.
          05 WSV-CANT-SIN-ZONA       PIC 9(05) VALUE ZERO.
      ************************** LINEAS ********************************
       01 WSL-TITULO-MESES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE "PERIODO ".
          05 FILLER                  PIC X(12) VALUE "  GRADOS-DIA".
          05 FILLER                  PIC X(56) VALUE SPACES.

       01 WSL-MES.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 WSL-MES-PERIODO         PIC 9(06).
          05 FILLER                  PIC X(07) VALUE SPACES.
          05 WSL-MES-GRADOS          PIC ZZZ9,99.
          05 FILLER                  PIC X(56) VALUE SPACES.

       01 WSL-TITULO-PROYECCION.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(08) VALUE "PERIODO ".
          05 FILLER                  PIC X(10) VALUE "GRADOS-DIA".
          05 FILLER                  PIC X(14) VALUE "   NORMAL (M3)".
          05 FILLER                  PIC X(14) VALUE "     FRIO (M3)".
          05 FILLER                  PIC X(14) VALUE "  EXTREMO (M3)".
          05 FILLER                  PIC X(16) VALUE SPACES.

       01 WSL-PROYECCION.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 WSL-PRY-PERIODO         PIC X(08).
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WSL-PRY-GRADOS          PIC ZZZ9,99 BLANK WHEN ZERO.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WSL-PRY-NORMAL          PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WSL-PRY-FRIO            PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WSL-PRY-EXTREMO         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER                  PIC X(18) VALUE SPACES.
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
           MOVE "E169" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           INITIALIZE WSV-TABLA-NORMALES

           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           IF WSV-CANT-MESES = ZERO
              DISPLAY "E169: TEMP.txt SIN NINGUN MES COMPLETO - NO SE "
                      "PUEDE PRONOSTICAR"
              STOP RUN
           END-IF

           PERFORM 200000-AJUSTAR
              THRU 200000-AJUSTAR-F

           PERFORM 300000-PROYECTAR
              THRU 300000-PROYECTAR-F

           PERFORM 390000-EXIT
              THRU 390000-EXIT-F
           .
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      *Sin el primer mes de TEMP.txt no se sabe a que meses
      *corresponden las temperaturas: el parametro es obligatorio.
      *Los demas valores en cero toman el valor por omision.
      ******************************************************************
       105000-LEER-PARAMETROS.
           OPEN INPUT PARAMPRON
           IF FS-STATUS-PAR-NOT-FOUND
              DISPLAY "E169: FALTA PARAMPRONOSTICO.txt CON EL PRIMER "
                      "MES DE TEMP.txt"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-PAR-OK
              MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
              MOVE CON-PARAMPRON              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAR              TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           READ PARAMPRON
           IF FS-STATUS-PAR-OK
              MOVE REG-PPR-PERIODO-TEMP TO WSV-PERIODO-TEMP
              IF REG-PPR-TEMP-BASE > ZERO
                 MOVE REG-PPR-TEMP-BASE TO WSV-TEMP-BASE
              END-IF
              IF REG-PPR-PCT-FRIO > ZERO
                 MOVE REG-PPR-PCT-FRIO TO WSV-PCT-FRIO
              END-IF
              IF REG-PPR-PCT-EXTREMO > ZERO
                 MOVE REG-PPR-PCT-EXTREMO TO WSV-PCT-EXTREMO
              END-IF
              IF REG-PPR-MES-TEMPORADA > ZERO
                 AND REG-PPR-MES-TEMPORADA < 13
                 MOVE REG-PPR-MES-TEMPORADA TO WSV-MES-TEMPORADA
              END-IF
              IF REG-PPR-CANT-MESES > ZERO
                 AND REG-PPR-CANT-MESES < 13
                 MOVE REG-PPR-CANT-MESES TO WSV-CANT-MESES-TEMP
              END-IF
           END-IF
           CLOSE PARAMPRON

           MOVE WSV-PERIODO-TEMP TO WSV-PERIODO
           IF WSV-PER-MES < 1 OR WSV-PER-MES > 12
              DISPLAY "E169: PRIMER MES DE TEMP.txt INVALIDO EN "
                      "PARAMPRONOSTICO.txt: " WSV-PERIODO-TEMP
              STOP RUN
           END-IF
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT TEMPERATURAS
           IF FS-STATUS-TMP-NOT-FOUND
              GO TO 110000-CARGAR-TABLAS-F
           END-IF
           IF NOT FS-STATUS-TMP-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-TEMP                 TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-TMP            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WSV-PERIODO-TEMP TO WSV-PERIODO-LEIDO
           PERFORM 120000-LEER-TEMPERATURA
              THRU 120000-LEER-TEMPERATURA-F
              UNTIL FS-STATUS-TMP-EOF
           CLOSE TEMPERATURAS
           IF WSV-LECTURA > ZERO
              DISPLAY "E169: ULTIMO MES DE TEMP.txt INCOMPLETO ("
                      WSV-LECTURA " LECTURAS) - NO SE USA"
           END-IF

           OPEN INPUT PADRON
           IF FS-STATUS-PAD-NOT-FOUND
              GO TO 110000-CARGAR-TABLAS-F
           END-IF
           IF NOT FS-STATUS-PAD-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-PADRON               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 130000-LEER-PADRON
              THRU 130000-LEER-PADRON-F
              UNTIL FS-STATUS-PAD-EOF
           CLOSE PADRON

           OPEN INPUT HISTCONS
           IF FS-STATUS-HIS-NOT-FOUND
              GO TO 110000-CARGAR-TABLAS-F
           END-IF
           IF NOT FS-STATUS-HIS-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-HISTCONS             TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 140000-LEER-HISTCONS
              THRU 140000-LEER-HISTCONS-F
              UNTIL FS-STATUS-HIS-EOF
           CLOSE HISTCONS
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         120000-LEER-TEMPERATURA
      *Cada 24 lecturas cierra un dia; los dias que pasan del largo
      *del mes son relleno. Cada 744 lecturas cierra un mes.
      ******************************************************************
       120000-LEER-TEMPERATURA.
           READ TEMPERATURAS
           EVALUATE TRUE
               WHEN FS-STATUS-TMP-OK
                    CONTINUE
               WHEN FS-STATUS-TMP-EOF
                    GO TO 120000-LEER-TEMPERATURA-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-TEMP                 TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-TMP            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF WSV-LECTURA = ZERO
              PERFORM 125000-DIAS-DEL-MES
                 THRU 125000-DIAS-DEL-MES-F
              MOVE ZERO TO WSV-GRADOS-MES
              MOVE ZERO TO WSV-HORA
              MOVE ZERO TO WSV-DIA
              MOVE ZERO TO WSV-SUMA-DIA
           END-IF

           ADD 1 TO WSV-LECTURA
           ADD 1 TO WSV-HORA
           ADD REG-TEMP TO WSV-SUMA-DIA

           IF WSV-HORA = 24
              ADD 1 TO WSV-DIA
              IF WSV-DIA <= WSV-DIAS-MES
                 COMPUTE WSV-MEDIA-DIA ROUNDED = WSV-SUMA-DIA / 24
                 IF WSV-MEDIA-DIA < WSV-TEMP-BASE
                    COMPUTE WSV-GRADOS-MES =
                       WSV-GRADOS-MES + WSV-TEMP-BASE - WSV-MEDIA-DIA
                 END-IF
              END-IF
              MOVE ZERO TO WSV-HORA
              MOVE ZERO TO WSV-SUMA-DIA
           END-IF

           IF WSV-LECTURA = CON-LECTURAS-MES
              IF WSV-CANT-MESES = 60
                 DISPLAY "E169: TABLA DE MESES LLENA - AMPLIE LA TABLA"
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-TEMP                 TO WS-ERR-OBJETO
                 MOVE CON-LEER                 TO WS-ERR-OPERACION
                 MOVE 99                       TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
              ADD 1 TO WSV-CANT-MESES
              MOVE WSV-PERIODO-LEIDO TO WSV-MES-PERIODO(WSV-CANT-MESES)
              MOVE WSV-GRADOS-MES    TO
                 WSV-MES-GRADOS-DIA(WSV-CANT-MESES)
              MOVE WSV-PERIODO-LEIDO TO WSV-PERIODO
              ADD WSV-GRADOS-MES TO WSV-NOR-SUMA(WSV-PER-MES)
              ADD 1              TO WSV-NOR-CANT(WSV-PER-MES)
              IF WSV-PER-MES = 12
                 ADD 1 TO WSV-PER-ANIO
                 MOVE 1 TO WSV-PER-MES
              ELSE
                 ADD 1 TO WSV-PER-MES
              END-IF
              MOVE WSV-PERIODO TO WSV-PERIODO-LEIDO
              MOVE ZERO TO WSV-LECTURA
           END-IF
           .
       120000-LEER-TEMPERATURA-F. EXIT.
      ******************************************************************
      *                         125000-DIAS-DEL-MES
      *Dias corridos entre el primero del mes y el primero del
      *siguiente.
      ******************************************************************
       125000-DIAS-DEL-MES.
           MOVE WSV-PERIODO-LEIDO TO WSV-PERIODO
           MOVE WSV-PER-ANIO TO WSV-FAX-ANIO
           MOVE WSV-PER-MES  TO WSV-FAX-MES
           MOVE 01           TO WSV-FAX-DIA

           MOVE "M"           TO WS-FEC-OPERACION
           MOVE WSV-FECHA-AUX TO WS-FEC-FECHA
           MOVE 1             TO WS-FEC-DIAS
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-125000-DIAS-DEL-MES TO WS-ERR-PARRAFO
              MOVE CON-FECHAS              TO WS-ERR-OBJETO
              MOVE CON-CALCULAR            TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE "E"              TO WS-FEC-OPERACION
           MOVE WSV-FECHA-AUX    TO WS-FEC-FECHA
           MOVE WS-FEC-RESULTADO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-COD-RET NOT = ZERO
              MOVE CON-125000-DIAS-DEL-MES TO WS-ERR-PARRAFO
              MOVE CON-FECHAS              TO WS-ERR-OBJETO
              MOVE CON-CALCULAR            TO WS-ERR-OPERACION
              MOVE WS-FEC-COD-RET          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE WS-FEC-DIAS TO WSV-DIAS-MES
           .
       125000-DIAS-DEL-MES-F. EXIT.
      ******************************************************************
      *                         130000-LEER-PADRON
      *Ademas de la zona de cada medidor cuenta los medidores de
      *cada zona.
      ******************************************************************
       130000-LEER-PADRON.
           READ PADRON
           EVALUATE TRUE
               WHEN FS-STATUS-PAD-OK
                    IF WSV-CANT-PADRON < 100
                       ADD 1 TO WSV-CANT-PADRON
                       MOVE REG-PAD-MEDIDOR TO
                          WSV-PAD-MEDIDOR(WSV-CANT-PADRON)
                       MOVE REG-PAD-ZONA TO
                          WSV-PAD-ZONA(WSV-CANT-PADRON)
                       MOVE REG-PAD-ZONA TO WSV-ZONA
                       PERFORM 135000-BUSCAR-ZONA
                          THRU 135000-BUSCAR-ZONA-F
                       ADD 1 TO WSV-ZON-MEDIDORES(WSV-IDX-ZON)
                    END-IF
               WHEN FS-STATUS-PAD-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-PADRON               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-PAD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       130000-LEER-PADRON-F. EXIT.
      ******************************************************************
      *                         135000-BUSCAR-ZONA
      *Deja en WSV-IDX-ZON la entrada de WSV-ZONA, dandola de alta
      *si no estaba.
      ******************************************************************
       135000-BUSCAR-ZONA.
           MOVE "N" TO WSV-SW-HALLADO
           PERFORM VARYING WSV-IDX-ZON FROM 1 BY 1
              UNTIL WSV-IDX-ZON > WSV-CANT-ZONAS
              OR WSV-HALLADO
              IF WSV-ZON-ZONA(WSV-IDX-ZON) = WSV-ZONA
                 MOVE "S" TO WSV-SW-HALLADO
              END-IF
           END-PERFORM
           IF WSV-HALLADO
              SUBTRACT 1 FROM WSV-IDX-ZON
              GO TO 135000-BUSCAR-ZONA-F
           END-IF

           IF WSV-CANT-ZONAS = 20
              DISPLAY "E169: TABLA DE ZONAS LLENA - AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-PADRON               TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ZONAS
           MOVE WSV-CANT-ZONAS TO WSV-IDX-ZON
           INITIALIZE WSV-ZON-ENTRY(WSV-IDX-ZON)
           MOVE WSV-ZONA TO WSV-ZON-ZONA(WSV-IDX-ZON)
           .
       135000-BUSCAR-ZONA-F. EXIT.
      ******************************************************************
      *                         140000-LEER-HISTCONS
      *Se suma el consumo facturado (real o estimado) de cada
      *medidor del padron en su zona y bimestre.
      ******************************************************************
       140000-LEER-HISTCONS.
           READ HISTCONS
           EVALUATE TRUE
               WHEN FS-STATUS-HIS-OK
                    CONTINUE
               WHEN FS-STATUS-HIS-EOF
                    GO TO 140000-LEER-HISTCONS-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-HISTCONS             TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-HIS            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           MOVE "N" TO WSV-SW-HALLADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-PADRON
              OR WSV-HALLADO
              IF WSV-PAD-MEDIDOR(WSV-IDX) = REG-HCO-MEDIDOR
                 MOVE "S" TO WSV-SW-HALLADO
                 MOVE WSV-PAD-ZONA(WSV-IDX) TO WSV-ZONA
              END-IF
           END-PERFORM
           IF NOT WSV-HALLADO
              ADD 1 TO WSV-CANT-SIN-ZONA
              GO TO 140000-LEER-HISTCONS-F
           END-IF

           MOVE "N" TO WSV-SW-HALLADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ZONA-PERIODO
              OR WSV-HALLADO
              IF WSV-ZPE-ZONA(WSV-IDX) = WSV-ZONA
                 AND WSV-ZPE-PERIODO(WSV-IDX) = REG-HCO-PERIODO
                 MOVE "S" TO WSV-SW-HALLADO
                 ADD REG-HCO-CONSUMO TO WSV-ZPE-CONSUMO(WSV-IDX)
              END-IF
           END-PERFORM
           IF WSV-HALLADO
              GO TO 140000-LEER-HISTCONS-F
           END-IF

           IF WSV-CANT-ZONA-PERIODO = 500
              DISPLAY "E169: TABLA DE ZONAS Y BIMESTRES LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-HISTCONS             TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ZONA-PERIODO
           MOVE WSV-ZONA        TO WSV-ZPE-ZONA(WSV-CANT-ZONA-PERIODO)
           MOVE REG-HCO-PERIODO TO
              WSV-ZPE-PERIODO(WSV-CANT-ZONA-PERIODO)
           MOVE REG-HCO-CONSUMO TO
              WSV-ZPE-CONSUMO(WSV-CANT-ZONA-PERIODO)
           .
       140000-LEER-HISTCONS-F. EXIT.
      ******************************************************************
      *                         200000-AJUSTAR
      *Cada bimestre de cada zona con sus dos meses de temperatura es
      *un punto (grados-dia del bimestre, consumo de la zona).
      *Con menos de CON-MINIMO-PUNTOS puntos, sin variacion de
      *grados-dia o con pendiente negativa (no tiene sentido que se
      *consuma menos con mas frio) la zona se proyecta con su
      *consumo promedio, sin efecto de la temperatura.
      ******************************************************************
       200000-AJUSTAR.
           PERFORM 210000-ACUMULAR-PUNTO
              THRU 210000-ACUMULAR-PUNTO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ZONA-PERIODO

           PERFORM VARYING WSV-IDX-ZON FROM 1 BY 1
              UNTIL WSV-IDX-ZON > WSV-CANT-ZONAS
              MOVE "N"  TO WSV-ZON-AJUSTE(WSV-IDX-ZON)
              MOVE ZERO TO WSV-ZON-BASE(WSV-IDX-ZON)
              MOVE ZERO TO WSV-ZON-PENDIENTE(WSV-IDX-ZON)
              MOVE ZERO TO WSV-DENOMINADOR
              IF WSV-ZON-PUNTOS(WSV-IDX-ZON) >= CON-MINIMO-PUNTOS
                 COMPUTE WSV-DENOMINADOR =
                    WSV-ZON-PUNTOS(WSV-IDX-ZON) *
                    WSV-ZON-SUMA-XX(WSV-IDX-ZON) -
                    WSV-ZON-SUMA-X(WSV-IDX-ZON) *
                    WSV-ZON-SUMA-X(WSV-IDX-ZON)
              END-IF
              IF WSV-DENOMINADOR > ZERO
                 COMPUTE WSV-ZON-PENDIENTE(WSV-IDX-ZON) ROUNDED =
                    (WSV-ZON-PUNTOS(WSV-IDX-ZON) *
                     WSV-ZON-SUMA-XY(WSV-IDX-ZON) -
                     WSV-ZON-SUMA-X(WSV-IDX-ZON) *
                     WSV-ZON-SUMA-Y(WSV-IDX-ZON)) / WSV-DENOMINADOR
              END-IF
              IF WSV-ZON-PENDIENTE(WSV-IDX-ZON) > ZERO
                 MOVE "S" TO WSV-ZON-AJUSTE(WSV-IDX-ZON)
                 COMPUTE WSV-ZON-BASE(WSV-IDX-ZON) ROUNDED =
                    (WSV-ZON-SUMA-Y(WSV-IDX-ZON) -
                     WSV-ZON-PENDIENTE(WSV-IDX-ZON) *
                     WSV-ZON-SUMA-X(WSV-IDX-ZON)) /
                    WSV-ZON-PUNTOS(WSV-IDX-ZON)
              ELSE
                 MOVE ZERO TO WSV-ZON-PENDIENTE(WSV-IDX-ZON)
                 IF WSV-ZON-PUNTOS(WSV-IDX-ZON) > ZERO
                    COMPUTE WSV-ZON-BASE(WSV-IDX-ZON) ROUNDED =
                       WSV-ZON-SUMA-Y(WSV-IDX-ZON) /
                       WSV-ZON-PUNTOS(WSV-IDX-ZON)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > 12
              IF WSV-NOR-CANT(WSV-IDX-MES) > ZERO
                 COMPUTE WSV-NOR-GRADOS-DIA(WSV-IDX-MES) ROUNDED =
                    WSV-NOR-SUMA(WSV-IDX-MES) /
                    WSV-NOR-CANT(WSV-IDX-MES)
              END-IF
           END-PERFORM
           .
       200000-AJUSTAR-F. EXIT.
      ******************************************************************
      *                         210000-ACUMULAR-PUNTO
      ******************************************************************
       210000-ACUMULAR-PUNTO.
           MOVE WSV-ZPE-PERIODO(WSV-IDX) TO WSV-PERIODO
           PERFORM 220000-GRADOS-MES
              THRU 220000-GRADOS-MES-F
           IF NOT WSV-HALLADO
              GO TO 210000-ACUMULAR-PUNTO-F
           END-IF
           MOVE WSV-GRADOS-MES TO WSV-GRADOS-MES-1

           IF WSV-PER-MES = 1
              SUBTRACT 1 FROM WSV-PER-ANIO
              MOVE 12 TO WSV-PER-MES
           ELSE
              SUBTRACT 1 FROM WSV-PER-MES
           END-IF
           PERFORM 220000-GRADOS-MES
              THRU 220000-GRADOS-MES-F
           IF NOT WSV-HALLADO
              GO TO 210000-ACUMULAR-PUNTO-F
           END-IF
           COMPUTE WSV-GRADOS-BIMESTRE =
              WSV-GRADOS-MES-1 + WSV-GRADOS-MES

           MOVE WSV-ZPE-ZONA(WSV-IDX) TO WSV-ZONA
           PERFORM 135000-BUSCAR-ZONA
              THRU 135000-BUSCAR-ZONA-F
           ADD 1 TO WSV-ZON-PUNTOS(WSV-IDX-ZON)
           ADD WSV-GRADOS-BIMESTRE TO WSV-ZON-SUMA-X(WSV-IDX-ZON)
           ADD WSV-ZPE-CONSUMO(WSV-IDX)
              TO WSV-ZON-SUMA-Y(WSV-IDX-ZON)
           COMPUTE WSV-ZON-SUMA-XX(WSV-IDX-ZON) =
              WSV-ZON-SUMA-XX(WSV-IDX-ZON) +
              WSV-GRADOS-BIMESTRE * WSV-GRADOS-BIMESTRE
           COMPUTE WSV-ZON-SUMA-XY(WSV-IDX-ZON) =
              WSV-ZON-SUMA-XY(WSV-IDX-ZON) +
              WSV-GRADOS-BIMESTRE * WSV-ZPE-CONSUMO(WSV-IDX)
           .
       210000-ACUMULAR-PUNTO-F. EXIT.
      ******************************************************************
      *                         220000-GRADOS-MES
      *Grados-dia del mes WSV-PERIODO en WSV-GRADOS-MES.
      ******************************************************************
       220000-GRADOS-MES.
           MOVE "N"  TO WSV-SW-HALLADO
           MOVE ZERO TO WSV-GRADOS-MES
           PERFORM VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > WSV-CANT-MESES
              OR WSV-HALLADO
              IF WSV-MES-PERIODO(WSV-IDX-MES) = WSV-PERIODO
                 MOVE "S" TO WSV-SW-HALLADO
                 MOVE WSV-MES-GRADOS-DIA(WSV-IDX-MES)
                    TO WSV-GRADOS-MES
              END-IF
           END-PERFORM
           .
       220000-GRADOS-MES-F. EXIT.
      ******************************************************************
      *                         300000-PROYECTAR
      *La temporada empieza en el mes del parametro de este anio si
      *todavia no llego, si no del anio que viene. Un mes es la
      *mitad de la base bimestral mas la pendiente por los
      *grados-dia del mes en cada escenario.
      ******************************************************************
       300000-PROYECTAR.
           OPEN OUTPUT PRONOSTICO
           IF NOT FS-STATUS-PRO-OK
              MOVE CON-300000-PROYECTAR TO WS-ERR-PARRAFO
              MOVE CON-PRONOSTICO       TO WS-ERR-OBJETO
              MOVE CON-ABRIR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRO        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           OPEN OUTPUT INFORME
           IF NOT FS-STATUS-INF-OK
              MOVE CON-300000-PROYECTAR TO WS-ERR-PARRAFO
              MOVE CON-INFORME          TO WS-ERR-OBJETO
              MOVE CON-ABRIR            TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 310000-INFORME-GRADOS
              THRU 310000-INFORME-GRADOS-F

           MOVE WSV-FECHA-HOY TO WSV-FECHA-AUX
           MOVE WSV-FAX-ANIO  TO WSV-PER-ANIO
           IF WSV-FAX-MES >= WSV-MES-TEMPORADA
              ADD 1 TO WSV-PER-ANIO
           END-IF
           MOVE WSV-MES-TEMPORADA TO WSV-PER-MES
           MOVE WSV-PERIODO TO WSV-PERIODO-INICIO

           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "PROYECCION DE LA TEMPORADA DESDE " DELIMITED BY SIZE
              WSV-PERIODO-INICIO DELIMITED BY SIZE
              " - ESCENARIOS FRIO +" DELIMITED BY SIZE
              WSV-PCT-FRIO DELIMITED BY SIZE
              "% Y EXTREMO +" DELIMITED BY SIZE
              WSV-PCT-EXTREMO DELIMITED BY SIZE
              "%" DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           MOVE ALL "=" TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F

           PERFORM 320000-PROYECTAR-ZONA
              THRU 320000-PROYECTAR-ZONA-F
              VARYING WSV-IDX-ZON FROM 1 BY 1
              UNTIL WSV-IDX-ZON > WSV-CANT-ZONAS

           INITIALIZE WSL-PROYECCION
           MOVE "TOTAL"         TO WSL-PRY-PERIODO
           MOVE WSV-TOT-NORMAL  TO WSL-PRY-NORMAL
           MOVE WSV-TOT-FRIO    TO WSL-PRY-FRIO
           MOVE WSV-TOT-EXTREMO TO WSL-PRY-EXTREMO
           MOVE WSL-PROYECCION TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F

           CLOSE PRONOSTICO
           CLOSE INFORME
           .
       300000-PROYECTAR-F. EXIT.
      ******************************************************************
      *                         310000-INFORME-GRADOS
      ******************************************************************
       310000-INFORME-GRADOS.
           MOVE SPACES TO WSV-LINEA
           MOVE WSV-TEMP-BASE TO WSV-EDIT-GRADOS
           STRING "GRADOS-DIA DE CALEFACCION POR MES (BASE "
              DELIMITED BY SIZE
              WSV-EDIT-GRADOS DELIMITED BY SIZE
              " GRADOS)" DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           MOVE ALL "=" TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           MOVE WSL-TITULO-MESES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           PERFORM VARYING WSV-IDX-MES FROM 1 BY 1
              UNTIL WSV-IDX-MES > WSV-CANT-MESES
              MOVE WSV-MES-PERIODO(WSV-IDX-MES)    TO WSL-MES-PERIODO
              MOVE WSV-MES-GRADOS-DIA(WSV-IDX-MES) TO WSL-MES-GRADOS
              MOVE WSL-MES TO WSV-LINEA
              PERFORM 380000-ESCRIBIR-LINEA
                 THRU 380000-ESCRIBIR-LINEA-F
           END-PERFORM
           .
       310000-INFORME-GRADOS-F. EXIT.
      ******************************************************************
      *                         320000-PROYECTAR-ZONA
      ******************************************************************
       320000-PROYECTAR-ZONA.
           MOVE SPACES TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           MOVE WSV-ZON-BASE(WSV-IDX-ZON)      TO WSV-EDIT-BASE
           MOVE WSV-ZON-PENDIENTE(WSV-IDX-ZON) TO WSV-EDIT-PENDIENTE
           STRING "ZONA " DELIMITED BY SIZE
              WSV-ZON-ZONA(WSV-IDX-ZON) DELIMITED BY SIZE
              "  MEDIDORES " DELIMITED BY SIZE
              WSV-ZON-MEDIDORES(WSV-IDX-ZON) DELIMITED BY SIZE
              "  BIMESTRES " DELIMITED BY SIZE
              WSV-ZON-PUNTOS(WSV-IDX-ZON) DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           MOVE SPACES TO WSV-LINEA
           STRING "   BASE M3/BIMESTRE " DELIMITED BY SIZE
              WSV-EDIT-BASE DELIMITED BY SIZE
              "   M3 POR GRADO-DIA " DELIMITED BY SIZE
              WSV-EDIT-PENDIENTE DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           IF NOT WSV-ZON-AJUSTADA(WSV-IDX-ZON)
              MOVE "   SIN AJUSTE POR TEMPERATURA - CONSUMO PROMEDIO"
                 TO WSV-LINEA
              PERFORM 380000-ESCRIBIR-LINEA
                 THRU 380000-ESCRIBIR-LINEA-F
           END-IF
           MOVE WSL-TITULO-PROYECCION TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F

           MOVE ZERO TO WSV-ZON-TOT-NORMAL
           MOVE ZERO TO WSV-ZON-TOT-FRIO
           MOVE ZERO TO WSV-ZON-TOT-EXTREMO
           MOVE WSV-PERIODO-INICIO TO WSV-PERIODO
           PERFORM 330000-PROYECTAR-MES
              THRU 330000-PROYECTAR-MES-F
              WSV-CANT-MESES-TEMP TIMES

           INITIALIZE WSL-PROYECCION
           MOVE "TOTAL"             TO WSL-PRY-PERIODO
           MOVE WSV-ZON-TOT-NORMAL  TO WSL-PRY-NORMAL
           MOVE WSV-ZON-TOT-FRIO    TO WSL-PRY-FRIO
           MOVE WSV-ZON-TOT-EXTREMO TO WSL-PRY-EXTREMO
           MOVE WSL-PROYECCION TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           MOVE ALL "-" TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F
           .
       320000-PROYECTAR-ZONA-F. EXIT.
      ******************************************************************
      *                         330000-PROYECTAR-MES
      ******************************************************************
       330000-PROYECTAR-MES.
           MOVE WSV-NOR-GRADOS-DIA(WSV-PER-MES) TO WSV-GRADOS-NORMAL
           COMPUTE WSV-GRADOS-FRIO ROUNDED = WSV-GRADOS-NORMAL +
              WSV-GRADOS-NORMAL * WSV-PCT-FRIO / 100
           COMPUTE WSV-GRADOS-EXTREMO ROUNDED = WSV-GRADOS-NORMAL +
              WSV-GRADOS-NORMAL * WSV-PCT-EXTREMO / 100

           MOVE WSV-GRADOS-NORMAL TO WSV-GRADOS-MES
           PERFORM 340000-DEMANDA
              THRU 340000-DEMANDA-F
           MOVE WSV-DEMANDA TO WSV-DEMANDA-NORMAL
           MOVE WSV-GRADOS-FRIO TO WSV-GRADOS-MES
           PERFORM 340000-DEMANDA
              THRU 340000-DEMANDA-F
           MOVE WSV-DEMANDA TO WSV-DEMANDA-FRIO
           MOVE WSV-GRADOS-EXTREMO TO WSV-GRADOS-MES
           PERFORM 340000-DEMANDA
              THRU 340000-DEMANDA-F
           MOVE WSV-DEMANDA TO WSV-DEMANDA-EXTREMO

           MOVE WSV-ZON-ZONA(WSV-IDX-ZON) TO REG-PRO-ZONA
           MOVE WSV-PERIODO               TO REG-PRO-PERIODO
           MOVE WSV-GRADOS-NORMAL         TO REG-PRO-GRADOS-DIA
           MOVE WSV-DEMANDA-NORMAL        TO REG-PRO-DEMANDA-NORMAL
           MOVE WSV-DEMANDA-FRIO          TO REG-PRO-DEMANDA-FRIO
           MOVE WSV-DEMANDA-EXTREMO       TO REG-PRO-DEMANDA-EXTREMO
           WRITE REG-PRONOSTICO
           IF NOT FS-STATUS-PRO-OK
              MOVE CON-300000-PROYECTAR TO WS-ERR-PARRAFO
              MOVE CON-PRONOSTICO       TO WS-ERR-OBJETO
              MOVE CON-GRABAR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-PRO        TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           INITIALIZE WSL-PROYECCION
           MOVE WSV-PERIODO         TO WSL-PRY-PERIODO
           MOVE WSV-GRADOS-NORMAL   TO WSL-PRY-GRADOS
           MOVE WSV-DEMANDA-NORMAL  TO WSL-PRY-NORMAL
           MOVE WSV-DEMANDA-FRIO    TO WSL-PRY-FRIO
           MOVE WSV-DEMANDA-EXTREMO TO WSL-PRY-EXTREMO
           MOVE WSL-PROYECCION TO WSV-LINEA
           PERFORM 380000-ESCRIBIR-LINEA
              THRU 380000-ESCRIBIR-LINEA-F

           ADD WSV-DEMANDA-NORMAL  TO WSV-ZON-TOT-NORMAL
           ADD WSV-DEMANDA-FRIO    TO WSV-ZON-TOT-FRIO
           ADD WSV-DEMANDA-EXTREMO TO WSV-ZON-TOT-EXTREMO
           ADD WSV-DEMANDA-NORMAL  TO WSV-TOT-NORMAL
           ADD WSV-DEMANDA-FRIO    TO WSV-TOT-FRIO
           ADD WSV-DEMANDA-EXTREMO TO WSV-TOT-EXTREMO

           IF WSV-PER-MES = 12
              ADD 1 TO WSV-PER-ANIO
              MOVE 1 TO WSV-PER-MES
           ELSE
              ADD 1 TO WSV-PER-MES
           END-IF
           .
       330000-PROYECTAR-MES-F. EXIT.
      ******************************************************************
      *                         340000-DEMANDA
      *Demanda del mes con WSV-GRADOS-MES; nunca negativa.
      ******************************************************************
       340000-DEMANDA.
           COMPUTE WSV-DEMANDA ROUNDED =
              WSV-ZON-BASE(WSV-IDX-ZON) / 2 +
              WSV-ZON-PENDIENTE(WSV-IDX-ZON) * WSV-GRADOS-MES
           IF WSV-DEMANDA < ZERO
              MOVE ZERO TO WSV-DEMANDA
           END-IF
           .
       340000-DEMANDA-F. EXIT.
      ******************************************************************
      *                         380000-ESCRIBIR-LINEA
      ******************************************************************
       380000-ESCRIBIR-LINEA.
           WRITE REG-INFORME FROM WSV-LINEA
           IF NOT FS-STATUS-INF-OK
              MOVE CON-380000-ESCRIBIR-LINEA TO WS-ERR-PARRAFO
              MOVE CON-INFORME               TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-INF             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       380000-ESCRIBIR-LINEA-F. EXIT.
      ******************************************************************
      *                         390000-EXIT
      ******************************************************************
       390000-EXIT.
           DISPLAY "E169 - PRONOSTICO DE DEMANDA DE GAS POR ZONA"
           DISPLAY "MESES DE TEMPERATURA : " WSV-CANT-MESES
           DISPLAY "ZONAS PROYECTADAS    : " WSV-CANT-ZONAS
           DISPLAY "CONSUMOS SIN ZONA    : " WSV-CANT-SIN-ZONA
           DISPLAY "TEMPORADA NORMAL M3  : " WSV-TOT-NORMAL
           DISPLAY "TEMPORADA FRIO M3    : " WSV-TOT-FRIO
           DISPLAY "TEMPORADA EXTREMO M3 : " WSV-TOT-EXTREMO
           STOP RUN
           .
       390000-EXIT-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E169.
