      ******************************************************************
      *Ajuste anual del impuesto a las ganancias de los empleados.
      *E33 retiene cada mes con tramos simples sobre el bruto, pero
      *la ley pide recalcular el impuesto del anio con las
      *deducciones personales de cada empleado; personal lo hacia a
      *mano cada marzo. Este batch toma el anio fiscal cerrado (el
      *anio anterior, o el actual si corre en diciembre) y, por cada
      *empleado de SALARIO_YTD.txt: suma el bruto del anio que
      *acumulo E33 y el SAC de los dos semestres (medio mejor sueldo
      *de cada semestre en SALARIO_MENSUAL.txt, la misma regla de
      *E85); resta el minimo no imponible, la deduccion especial y
      *las deducciones del F.572 que personal cargo con E175
      *(conyuge e hijos a cargo, alquiler al 40% y servicio domestico
      *hasta el minimo no imponible, intereses hipotecarios hasta su
      *tope); aplica la escala anual; y compara el impuesto con lo
      *retenido en el anio (retencion acumulada por E33 mas la del
      *SAC con los tramos de E85). La diferencia sale como novedad
      *para que E84 la aplique en la proxima nomina: concepto 16
      *reintegro si se retuvo de mas, concepto 17 retencion si se
      *retuvo de menos (ambos de monto fijo en CONCEPTOS.txt). A un
      *legajo ya liquidado por egreso no se le emite novedad: el
      *certificado indica que el saldo se paga o cobra por caja.
      *Cada empleado recibe su certificado anual en
      *CERTIFICADO_GANANCIAS.txt y el ajuste queda asentado en
      *AJUSTES_GANANCIAS.txt; un empleado ya ajustado para el anio
      *no se vuelve a ajustar si el batch se corre de nuevo.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E176.
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
       SELECT SALARIO-YTD ASSIGN TO "SALARIO_YTD.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-YTD.

       SELECT MENSUAL ASSIGN TO "SALARIO_MENSUAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MEN.

       SELECT DEDUCCIONES ASSIGN TO "DEDUCCIONES.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-DED-CLAVE-ANIO
                       FILE STATUS  IS FS-STATUS-DED.

       SELECT LEGAJOS ASSIGN TO "LEGAJOS.txt"
                       ORGANIZATION IS INDEXED
                       ACCESS MODE  IS RANDOM
                       RECORD KEY   IS REG-LEG-CLAVE
                       FILE STATUS  IS FS-STATUS-LEG.
      ****************************  OUTPUT  ****************************
       SELECT AJUSTES ASSIGN TO "AJUSTES_GANANCIAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-AJU.

       SELECT NOVEDADES ASSIGN TO "NOVEDADES.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-NOV.

       SELECT CERTIFICADOS ASSIGN TO "CERTIFICADO_GANANCIAS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-CER.
       DATA DIVISION.
       FILE SECTION.
       FD SALARIO-YTD.
          01 REG-YTD.
             05 REG-YTD-COD-EMP                 PIC 9(02).
             05 REG-YTD-SEC                     PIC 9(02).
             05 REG-YTD-DEP                     PIC 9(02).
             05 REG-YTD-SUC                     PIC 9(02).
             05 REG-YTD-SALARY                  PIC 9(07)V9(02).
             05 REG-YTD-ANIO                    PIC 9(04).
             05 REG-YTD-RETENIDO                PIC 9(07)V9(02).
             05 REG-YTD-ANIO-ANT                PIC 9(04).
             05 REG-YTD-SALARY-ANT              PIC 9(07)V9(02).
             05 REG-YTD-RETENIDO-ANT            PIC 9(07)V9(02).

       FD MENSUAL.
          01 REG-MENSUAL.
             05 REG-MEN-CLAVE                   PIC 9(08).
             05 REG-MEN-PERIODO.
                10 REG-MEN-ANIO                 PIC 9(04).
                10 REG-MEN-MES                  PIC 9(02).
             05 REG-MEN-BRUTO                   PIC 9(04)V9(02).

       FD DEDUCCIONES.
          01 REG-DEDUCCION.
             05 REG-DED-CLAVE-ANIO.
                10 REG-DED-CLAVE         PIC 9(08).
                10 REG-DED-ANIO          PIC 9(04).
             05 REG-DED-CONYUGE          PIC X(01).
                88 REG-DED-CON-CONYUGE         VALUE "S".
             05 REG-DED-CANT-HIJOS       PIC 9(02).
             05 REG-DED-ALQUILER         PIC 9(07)V9(02).
             05 REG-DED-INTERESES        PIC 9(07)V9(02).
             05 REG-DED-DOMESTICO        PIC 9(07)V9(02).
             05 REG-DED-FECHA-PRESENTA   PIC 9(08).

       FD LEGAJOS.
          01 REG-LEGAJO.
             05 REG-LEG-CLAVE            PIC 9(08).
             05 REG-LEG-FECHA-INGRESO    PIC 9(08).
             05 REG-LEG-CATEGORIA        PIC X(02).
             05 REG-LEG-ESTADO-CIVIL     PIC X(01).
             05 REG-LEG-REGIMEN-REDUCIDO PIC X(01).
             05 REG-LEG-CANT-CARGAS      PIC 9(02).
             05 REG-LEG-CARGAS.
                10 REG-LEG-NACIMIENTO    PIC 9(08) OCCURS 10 TIMES.
             05 REG-LEG-ESTADO           PIC X(01).
                88 REG-LEG-LIQUIDADO           VALUE "L".
             05 REG-LEG-FECHA-EGRESO     PIC 9(08).
             05 REG-LEG-CAUSA-EGRESO     PIC X(01).
             05 REG-LEG-FECHA-LIQUIDACION PIC 9(08).

      *Un registro por empleado ajustado; el signo de la diferencia
      *dice si se retiene (+) o se reintegra (-).
       FD AJUSTES.
          01 REG-AJUSTE.
             05 REG-AJU-CLAVE                   PIC 9(08).
             05 REG-AJU-ANIO                    PIC 9(04).
             05 REG-AJU-IMPUESTO                PIC 9(07)V9(02).
             05 REG-AJU-RETENIDO                PIC 9(07)V9(02).
             05 REG-AJU-DIFERENCIA              PIC S9(07)V9(02).
             05 REG-AJU-FECHA                   PIC 9(08).

       FD NOVEDADES.
          01 REG-NOVEDAD.
             05 REG-NOV-CLAVE                   PIC 9(08).
             05 REG-NOV-CONCEPTO                PIC 9(02).
             05 REG-NOV-CANTIDAD                PIC 9(06)V9(02).

       FD CERTIFICADOS.
          01 REG-CERTIFICADO                    PIC X(80).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-CONCEPTOS.
              05 CON-CONCEPTO-REINTEGRO PIC 9(02) VALUE 16.
              05 CON-CONCEPTO-RETENCION PIC 9(02) VALUE 17.
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-TABLAS   PIC X(30) VALUE
              '110000-CARGAR-TABLAS        '.
              05 CON-130000-OPEN-ARCHIVOS   PIC X(30) VALUE
              '130000-OPEN-ARCHIVOS        '.
              05 CON-210000-AJUSTAR         PIC X(30) VALUE
              '210000-AJUSTAR              '.
              05 CON-280000-CERTIFICADO     PIC X(30) VALUE
              '280000-CERTIFICADO          '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-YTD          PIC X(10) VALUE 'YTD       '.
              05 CON-MENSUAL      PIC X(10) VALUE 'MENSUAL   '.
              05 CON-DEDUCCIONES  PIC X(10) VALUE 'DEDUCCION '.
              05 CON-LEGAJOS      PIC X(10) VALUE 'LEGAJOS   '.
              05 CON-AJUSTES      PIC X(10) VALUE 'AJUSTES   '.
              05 CON-NOVEDADES    PIC X(10) VALUE 'NOVEDADES '.
              05 CON-CERTIFICADOS PIC X(10) VALUE 'CERTIFIC  '.
      *Deducciones personales anuales del anio fiscal; personal las
      *actualiza cuando se publican los valores del anio.
           02 CON-GANANCIAS.
              05 CON-MINIMO-NO-IMPONIBLE PIC 9(06)V99 VALUE 2000,00.
              05 CON-DEDUCCION-ESPECIAL  PIC 9(06)V99 VALUE 4000,00.
              05 CON-DEDUCCION-CONYUGE   PIC 9(06)V99 VALUE 1800,00.
              05 CON-DEDUCCION-HIJO      PIC 9(06)V99 VALUE 0900,00.
              05 CON-TOPE-INTERESES      PIC 9(06)V99 VALUE 2000,00.
              05 CON-PORC-ALQUILER       PIC 9(02)    VALUE 40.
      ************************** TABLES ********************************
      *Escala anual: sobre la ganancia neta que excede DESDE se paga
      *el FIJO mas la TASA sobre el excedente.
       01 WSC-ESCALA.
          10 FILLER PIC 9(06)V99 VALUE 000000,00.
          10 FILLER PIC 9(06)V99 VALUE 000000,00.
          10 FILLER PIC 9(02)V99 VALUE 10,00.
          10 FILLER PIC 9(06)V99 VALUE 005000,00.
          10 FILLER PIC 9(06)V99 VALUE 000500,00.
          10 FILLER PIC 9(02)V99 VALUE 15,00.
          10 FILLER PIC 9(06)V99 VALUE 010000,00.
          10 FILLER PIC 9(06)V99 VALUE 001250,00.
          10 FILLER PIC 9(02)V99 VALUE 20,00.
          10 FILLER PIC 9(06)V99 VALUE 020000,00.
          10 FILLER PIC 9(06)V99 VALUE 003250,00.
          10 FILLER PIC 9(02)V99 VALUE 27,00.
          10 FILLER PIC 9(06)V99 VALUE 040000,00.
          10 FILLER PIC 9(06)V99 VALUE 008650,00.
          10 FILLER PIC 9(02)V99 VALUE 35,00.
       01 WST-ESCALA REDEFINES WSC-ESCALA.
          05 WST-ESC-ENTRY OCCURS 5 TIMES.
             10 WST-ESC-DESDE      PIC 9(06)V99.
             10 WST-ESC-FIJO       PIC 9(06)V99.
             10 WST-ESC-TASA       PIC 9(02)V99.

      *Tramos de retencion de E33, los mismos que usa E85 para el SAC.
       01 WSC-RETENCION.
          10 FILLER PIC 9(06)V99 VALUE 001500,00.
          10 FILLER PIC 9(02)V99 VALUE 010,00.
          10 FILLER PIC 9(06)V99 VALUE 003000,00.
          10 FILLER PIC 9(02)V99 VALUE 017,00.
          10 FILLER PIC 9(06)V99 VALUE 999999,99.
          10 FILLER PIC 9(02)V99 VALUE 025,00.
       01 WST-RETENCION REDEFINES WSC-RETENCION.
          05 WST-RET-ENTRY OCCURS 3 TIMES.
             10 WST-RET-TOPE       PIC 9(06)V99.
             10 WST-RET-TASA       PIC 9(02)V99.

      *Empleados del anio fiscal con su bruto y retencion de E33 y el
      *mejor sueldo de cada semestre para el SAC.
       01 WSV-TABLA-EMPLEADOS.
          02 WSV-EMP-ENTRY OCCURS 300 TIMES.
             05 WSV-EMP-CLAVE            PIC 9(08).
             05 WSV-EMP-BRUTO            PIC 9(07)V9(02).
             05 WSV-EMP-RETENIDO         PIC 9(07)V9(02).
             05 WSV-EMP-MEJOR-SEM1       PIC 9(04)V9(02).
             05 WSV-EMP-MEJOR-SEM2       PIC 9(04)V9(02).
       01 WSV-CANT-EMPLEADOS             PIC 9(03) VALUE 0.

      *Empleados ya ajustados para el anio fiscal en otra corrida.
       01 WSV-TABLA-AJUSTADOS.
          02 WSV-AJU-CLAVE OCCURS 300 TIMES PIC 9(08).
       01 WSV-CANT-AJUSTADOS             PIC 9(03) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-YTD           PIC X(02) VALUE "00".
             88 FS-STATUS-YTD-OK               VALUE "00".
             88 FS-STATUS-YTD-EOF              VALUE "10".
             88 FS-STATUS-YTD-NOT-FOUND        VALUE "35".
          05 FS-STATUS-MEN           PIC X(02) VALUE "00".
             88 FS-STATUS-MEN-OK               VALUE "00".
             88 FS-STATUS-MEN-EOF              VALUE "10".
             88 FS-STATUS-MEN-NOT-FOUND        VALUE "35".
          05 FS-STATUS-DED           PIC X(02) VALUE "00".
             88 FS-STATUS-DED-OK               VALUE "00".
             88 FS-STATUS-DED-NOT-FOUND        VALUE "23".
             88 FS-STATUS-DED-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-LEG           PIC X(02) VALUE "00".
             88 FS-STATUS-LEG-OK               VALUE "00".
             88 FS-STATUS-LEG-NOT-FOUND        VALUE "23".
             88 FS-STATUS-LEG-SIN-ARCHIVO      VALUE "35".
          05 FS-STATUS-AJU           PIC X(02) VALUE "00".
             88 FS-STATUS-AJU-OK               VALUE "00".
             88 FS-STATUS-AJU-EOF              VALUE "10".
             88 FS-STATUS-AJU-NOT-FOUND        VALUE "35".
          05 FS-STATUS-NOV           PIC X(02) VALUE "00".
             88 FS-STATUS-NOV-OK               VALUE "00".
             88 FS-STATUS-NOV-NOT-FOUND        VALUE "35".
          05 FS-STATUS-CER           PIC X(02) VALUE "00".
             88 FS-STATUS-CER-OK               VALUE "00".
          05 WSV-SW-DEDUCCIONES      PIC X(01) VALUE "N".
             88 WSV-HAY-DEDUCCIONES            VALUE "S".
          05 WSV-SW-LEGAJOS          PIC X(01) VALUE "N".
             88 WSV-HAY-LEGAJOS                VALUE "S".
          05 WSV-SW-ENCONTRADO       PIC X(01).
             88 WSV-ENCONTRADO                 VALUE "S".
          05 WSV-SW-F572             PIC X(01).
             88 WSV-CON-F572                   VALUE "S".
          05 WSV-SW-LIQUIDADO        PIC X(01).
             88 WSV-LIQUIDADO                  VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-HOY           PIC 9(08).
          05 WSV-FEC-HOY REDEFINES WSV-FECHA-HOY.
             10 WSV-HOY-ANIO         PIC 9(04).
             10 WSV-HOY-MES          PIC 9(02).
             10 WSV-HOY-DIA          PIC 9(02).
          05 WSV-ANIO-FISCAL         PIC 9(04).
          05 WSV-CLAVE               PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-EMP             PIC 9(03).
          05 WSV-IDX-ESC             PIC 9(01).
          05 WSV-IDX-RET             PIC 9(01).
          05 WSV-SAC-SEMESTRE        PIC 9(06)V9(02).
          05 WSV-RETENCION-SAC       PIC 9(06)V9(02).
      *Liquidacion del impuesto del empleado.
          05 WSV-SAC                 PIC 9(07)V9(02).
          05 WSV-RETENIDO            PIC 9(07)V9(02).
          05 WSV-GANANCIA-BRUTA      PIC 9(07)V9(02).
          05 WSV-DED-CONYUGE         PIC 9(07)V9(02).
          05 WSV-DED-HIJOS           PIC 9(07)V9(02).
          05 WSV-DED-ALQUILER        PIC 9(07)V9(02).
          05 WSV-DED-INTERESES       PIC 9(07)V9(02).
          05 WSV-DED-DOMESTICO       PIC 9(07)V9(02).
          05 WSV-TOTAL-DEDUCCIONES   PIC 9(07)V9(02).
          05 WSV-GANANCIA-NETA       PIC 9(07)V9(02).
          05 WSV-IMPUESTO            PIC 9(07)V9(02).
          05 WSV-DIFERENCIA          PIC S9(07)V9(02).
          05 WSV-DESCRIPCION         PIC X(34).
          05 WSV-IMPORTE             PIC S9(07)V9(02).
          05 WSV-EDIT                PIC -Z.ZZZ.ZZ9,99.
          05 WSV-LINEA               PIC X(80).
       01 WSV-CONTADORES.
          05 WSV-CANT-AJUSTADOS-HOY  PIC 9(05) VALUE ZERO.
          05 WSV-CANT-YA-AJUSTADOS   PIC 9(05) VALUE ZERO.
          05 WSV-CANT-A-RETENER      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-A-REINTEGRAR   PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-DIFERENCIA PIC 9(05) VALUE ZERO.
          05 WSV-CANT-POR-CAJA       PIC 9(05) VALUE ZERO.
          05 WSV-TOTAL-RETENER       PIC 9(09)V9(02) VALUE ZERO.
          05 WSV-TOTAL-REINTEGRAR    PIC 9(09)V9(02) VALUE ZERO.
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
           MOVE "E176" TO WS-ERR-PROGRAMA
           ACCEPT WSV-FECHA-HOY FROM DATE YYYYMMDD
           IF WSV-HOY-MES = 12
              MOVE WSV-HOY-ANIO TO WSV-ANIO-FISCAL
           ELSE
              COMPUTE WSV-ANIO-FISCAL = WSV-HOY-ANIO - 1
           END-IF
           DISPLAY "E176 - AJUSTE ANUAL DE GANANCIAS DEL ANIO "
                   WSV-ANIO-FISCAL

           PERFORM 110000-CARGAR-TABLAS
              THRU 110000-CARGAR-TABLAS-F

           PERFORM 130000-OPEN-ARCHIVOS
              THRU 130000-OPEN-ARCHIVOS-F

           PERFORM 210000-AJUSTAR
              THRU 210000-AJUSTAR-F
              VARYING WSV-IDX-EMP FROM 1 BY 1
              UNTIL WSV-IDX-EMP > WSV-CANT-EMPLEADOS

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           .
      ******************************************************************
      *                         110000-CARGAR-TABLAS
      *Acumulados del anio fiscal de SALARIO_YTD.txt, mejores
      *sueldos de cada semestre de SALARIO_MENSUAL.txt y ajustes ya
      *hechos del anio en AJUSTES_GANANCIAS.txt.
      ******************************************************************
       110000-CARGAR-TABLAS.
           OPEN INPUT SALARIO-YTD
           IF FS-STATUS-YTD-NOT-FOUND
              DISPLAY "E176: SIN SALARIO_YTD.txt - NO HAY NOMINA "
                      "LIQUIDADA"
              STOP RUN
           END-IF
           IF NOT FS-STATUS-YTD-OK
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-YTD                  TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-YTD            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-YTD
              THRU 112000-LEER-YTD-F
              UNTIL FS-STATUS-YTD-EOF
           CLOSE SALARIO-YTD

           OPEN INPUT MENSUAL
           IF FS-STATUS-MEN-OK
              PERFORM 114000-LEER-MENSUAL
                 THRU 114000-LEER-MENSUAL-F
                 UNTIL FS-STATUS-MEN-EOF
              CLOSE MENSUAL
           ELSE
              IF NOT FS-STATUS-MEN-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-MENSUAL              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-MEN            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           OPEN INPUT AJUSTES
           IF FS-STATUS-AJU-OK
              PERFORM 116000-LEER-AJUSTE
                 THRU 116000-LEER-AJUSTE-F
                 UNTIL FS-STATUS-AJU-EOF
              CLOSE AJUSTES
           ELSE
              IF NOT FS-STATUS-AJU-NOT-FOUND
                 MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                 MOVE CON-AJUSTES              TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                TO WS-ERR-OPERACION
                 MOVE FS-STATUS-AJU            TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF
           .
       110000-CARGAR-TABLAS-F. EXIT.
      ******************************************************************
      *                         112000-LEER-YTD
      *El acumulado del anio fiscal esta en los campos del anio o,
      *si E33 ya paso al anio siguiente, en los campos -ANT.
      ******************************************************************
       112000-LEER-YTD.
           INITIALIZE REG-YTD
           READ SALARIO-YTD INTO REG-YTD
           EVALUATE TRUE
               WHEN FS-STATUS-YTD-OK
                    CONTINUE
               WHEN FS-STATUS-YTD-EOF
                    GO TO 112000-LEER-YTD-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-YTD                  TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-YTD            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-YTD-ANIO NOT NUMERIC
              OR (REG-YTD-ANIO NOT = WSV-ANIO-FISCAL
                  AND REG-YTD-ANIO-ANT NOT = WSV-ANIO-FISCAL)
              DISPLAY "E176: EMPLEADO " REG-YTD-SUC REG-YTD-DEP
                      REG-YTD-SEC REG-YTD-COD-EMP
                      " SIN ACUMULADO DEL ANIO " WSV-ANIO-FISCAL
              GO TO 112000-LEER-YTD-F
           END-IF

      *Un empleado fuera de tabla quedaria sin ajuste y sin
      *certificado: tabla llena corta la corrida.
           IF WSV-CANT-EMPLEADOS = 300
              DISPLAY "E176: TABLA DE EMPLEADOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
              MOVE CON-YTD                  TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-EMPLEADOS
           MOVE REG-YTD-SUC     TO WSV-CLAVE(1:2)
           MOVE REG-YTD-DEP     TO WSV-CLAVE(3:2)
           MOVE REG-YTD-SEC     TO WSV-CLAVE(5:2)
           MOVE REG-YTD-COD-EMP TO WSV-CLAVE(7:2)
           MOVE WSV-CLAVE TO WSV-EMP-CLAVE(WSV-CANT-EMPLEADOS)
           IF REG-YTD-ANIO = WSV-ANIO-FISCAL
              MOVE REG-YTD-SALARY   TO
                 WSV-EMP-BRUTO(WSV-CANT-EMPLEADOS)
              MOVE REG-YTD-RETENIDO TO
                 WSV-EMP-RETENIDO(WSV-CANT-EMPLEADOS)
           ELSE
              MOVE REG-YTD-SALARY-ANT   TO
                 WSV-EMP-BRUTO(WSV-CANT-EMPLEADOS)
              MOVE REG-YTD-RETENIDO-ANT TO
                 WSV-EMP-RETENIDO(WSV-CANT-EMPLEADOS)
           END-IF
           MOVE ZERO TO WSV-EMP-MEJOR-SEM1(WSV-CANT-EMPLEADOS)
                        WSV-EMP-MEJOR-SEM2(WSV-CANT-EMPLEADOS)
           .
       112000-LEER-YTD-F. EXIT.
      ******************************************************************
      *                         114000-LEER-MENSUAL
      ******************************************************************
       114000-LEER-MENSUAL.
           READ MENSUAL
           EVALUATE TRUE
               WHEN FS-STATUS-MEN-OK
                    CONTINUE
               WHEN FS-STATUS-MEN-EOF
                    GO TO 114000-LEER-MENSUAL-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-MENSUAL              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MEN            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           IF REG-MEN-ANIO NOT = WSV-ANIO-FISCAL
              GO TO 114000-LEER-MENSUAL-F
           END-IF

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-EMPLEADOS
              OR WSV-ENCONTRADO
              IF WSV-EMP-CLAVE(WSV-IDX) = REG-MEN-CLAVE
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 IF REG-MEN-MES < 7
                    IF REG-MEN-BRUTO > WSV-EMP-MEJOR-SEM1(WSV-IDX)
                       MOVE REG-MEN-BRUTO TO
                          WSV-EMP-MEJOR-SEM1(WSV-IDX)
                    END-IF
                 ELSE
                    IF REG-MEN-BRUTO > WSV-EMP-MEJOR-SEM2(WSV-IDX)
                       MOVE REG-MEN-BRUTO TO
                          WSV-EMP-MEJOR-SEM2(WSV-IDX)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       114000-LEER-MENSUAL-F. EXIT.
      ******************************************************************
      *                         116000-LEER-AJUSTE
      ******************************************************************
       116000-LEER-AJUSTE.
           READ AJUSTES
           EVALUATE TRUE
               WHEN FS-STATUS-AJU-OK
                    IF REG-AJU-ANIO = WSV-ANIO-FISCAL
                       IF WSV-CANT-AJUSTADOS = 300
                          DISPLAY "E176: TABLA DE AJUSTADOS LLENA - "
                                  "AMPLIE LA TABLA"
                          MOVE CON-110000-CARGAR-TABLAS
                                                TO WS-ERR-PARRAFO
                          MOVE CON-AJUSTES      TO WS-ERR-OBJETO
                          MOVE CON-LEER         TO WS-ERR-OPERACION
                          MOVE 99               TO WS-ERR-CODIGO
                          PERFORM 399999-END-PROGRAM
                             THRU 399999-END-PROGRAM-F
                       END-IF
                       ADD 1 TO WSV-CANT-AJUSTADOS
                       MOVE REG-AJU-CLAVE TO
                          WSV-AJU-CLAVE(WSV-CANT-AJUSTADOS)
                    END-IF
               WHEN FS-STATUS-AJU-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-TABLAS TO WS-ERR-PARRAFO
                    MOVE CON-AJUSTES              TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-AJU            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       116000-LEER-AJUSTE-F. EXIT.
      ******************************************************************
      *                         130000-OPEN-ARCHIVOS
      *Sin DEDUCCIONES.txt nadie presento F.572 (solo minimo y
      *deduccion especial); sin LEGAJOS.txt no se controlan egresos.
      ******************************************************************
       130000-OPEN-ARCHIVOS.
           OPEN INPUT DEDUCCIONES
           EVALUATE TRUE
               WHEN FS-STATUS-DED-OK
                    MOVE "S" TO WSV-SW-DEDUCCIONES
               WHEN FS-STATUS-DED-SIN-ARCHIVO
                    DISPLAY "E176: SIN DEDUCCIONES.txt - NINGUN F.572 "
                            "PRESENTADO"
               WHEN OTHER
                    MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                    MOVE CON-DEDUCCIONES          TO WS-ERR-OBJETO
                    MOVE CON-ABRIR                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DED            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           OPEN INPUT LEGAJOS
           EVALUATE TRUE
               WHEN FS-STATUS-LEG-OK
                    MOVE "S" TO WSV-SW-LEGAJOS
               WHEN FS-STATUS-LEG-SIN-ARCHIVO
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
                    MOVE CON-LEGAJOS              TO WS-ERR-OBJETO
                    MOVE CON-ABRIR                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LEG            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           OPEN EXTEND AJUSTES
           IF FS-STATUS-AJU-NOT-FOUND
              OPEN OUTPUT AJUSTES
           END-IF
           IF NOT FS-STATUS-AJU-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-AJUSTES              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-AJU            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN EXTEND NOVEDADES
           IF FS-STATUS-NOV-NOT-FOUND
              OPEN OUTPUT NOVEDADES
           END-IF
           IF NOT FS-STATUS-NOV-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-NOVEDADES            TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-NOV            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           OPEN OUTPUT CERTIFICADOS
           IF NOT FS-STATUS-CER-OK
              MOVE CON-130000-OPEN-ARCHIVOS TO WS-ERR-PARRAFO
              MOVE CON-CERTIFICADOS         TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CER            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       130000-OPEN-ARCHIVOS-F. EXIT.
      ******************************************************************
      *                         210000-AJUSTAR
      ******************************************************************
       210000-AJUSTAR.
           MOVE WSV-EMP-CLAVE(WSV-IDX-EMP) TO WSV-CLAVE

           MOVE "N" TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-AJUSTADOS
              OR WSV-ENCONTRADO
              IF WSV-AJU-CLAVE(WSV-IDX) = WSV-CLAVE
                 MOVE "S" TO WSV-SW-ENCONTRADO
              END-IF
           END-PERFORM
           IF WSV-ENCONTRADO
              ADD 1 TO WSV-CANT-YA-AJUSTADOS
              DISPLAY "E176: EMPLEADO " WSV-CLAVE
                      " YA AJUSTADO PARA EL ANIO " WSV-ANIO-FISCAL
              GO TO 210000-AJUSTAR-F
           END-IF

           PERFORM 220000-SAC
              THRU 220000-SAC-F
           PERFORM 230000-DEDUCCIONES
              THRU 230000-DEDUCCIONES-F
           PERFORM 240000-IMPUESTO
              THRU 240000-IMPUESTO-F

           COMPUTE WSV-DIFERENCIA = WSV-IMPUESTO - WSV-RETENIDO

           MOVE "N" TO WSV-SW-LIQUIDADO
           IF WSV-HAY-LEGAJOS
              MOVE WSV-CLAVE TO REG-LEG-CLAVE
              READ LEGAJOS
              IF FS-STATUS-LEG-OK AND REG-LEG-LIQUIDADO
                 MOVE "S" TO WSV-SW-LIQUIDADO
              END-IF
              IF NOT FS-STATUS-LEG-OK AND NOT FS-STATUS-LEG-NOT-FOUND
                 MOVE CON-210000-AJUSTAR TO WS-ERR-PARRAFO
                 MOVE CON-LEGAJOS        TO WS-ERR-OBJETO
                 MOVE CON-LEER           TO WS-ERR-OPERACION
                 MOVE FS-STATUS-LEG      TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              END-IF
           END-IF

           EVALUATE TRUE
               WHEN WSV-DIFERENCIA = ZERO
                    ADD 1 TO WSV-CANT-SIN-DIFERENCIA
               WHEN WSV-LIQUIDADO
                    ADD 1 TO WSV-CANT-POR-CAJA
               WHEN WSV-DIFERENCIA > ZERO
                    ADD 1 TO WSV-CANT-A-RETENER
                    ADD WSV-DIFERENCIA TO WSV-TOTAL-RETENER
                    MOVE CON-CONCEPTO-RETENCION TO REG-NOV-CONCEPTO
                    PERFORM 250000-GRABAR-NOVEDAD
                       THRU 250000-GRABAR-NOVEDAD-F
               WHEN OTHER
                    ADD 1 TO WSV-CANT-A-REINTEGRAR
                    SUBTRACT WSV-DIFERENCIA FROM WSV-TOTAL-REINTEGRAR
                    MOVE CON-CONCEPTO-REINTEGRO TO REG-NOV-CONCEPTO
                    PERFORM 250000-GRABAR-NOVEDAD
                       THRU 250000-GRABAR-NOVEDAD-F
           END-EVALUATE

           PERFORM 280000-CERTIFICADO
              THRU 280000-CERTIFICADO-F

           MOVE WSV-CLAVE       TO REG-AJU-CLAVE
           MOVE WSV-ANIO-FISCAL TO REG-AJU-ANIO
           MOVE WSV-IMPUESTO    TO REG-AJU-IMPUESTO
           MOVE WSV-RETENIDO    TO REG-AJU-RETENIDO
           MOVE WSV-DIFERENCIA  TO REG-AJU-DIFERENCIA
           MOVE WSV-FECHA-HOY   TO REG-AJU-FECHA
           WRITE REG-AJUSTE
           IF NOT FS-STATUS-AJU-OK
              MOVE CON-210000-AJUSTAR TO WS-ERR-PARRAFO
              MOVE CON-AJUSTES        TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-AJU      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-AJUSTADOS-HOY
           .
       210000-AJUSTAR-F. EXIT.
      ******************************************************************
      *                         220000-SAC
      *Medio mejor sueldo de cada semestre; la retencion que ya se
      *le hizo al SAC se reconstruye con los tramos de E85.
      ******************************************************************
       220000-SAC.
           MOVE ZERO TO WSV-SAC
           MOVE WSV-EMP-RETENIDO(WSV-IDX-EMP) TO WSV-RETENIDO

           COMPUTE WSV-SAC-SEMESTRE ROUNDED =
              WSV-EMP-MEJOR-SEM1(WSV-IDX-EMP) / 2
           PERFORM 225000-RETENCION-SAC
              THRU 225000-RETENCION-SAC-F

           COMPUTE WSV-SAC-SEMESTRE ROUNDED =
              WSV-EMP-MEJOR-SEM2(WSV-IDX-EMP) / 2
           PERFORM 225000-RETENCION-SAC
              THRU 225000-RETENCION-SAC-F

           COMPUTE WSV-GANANCIA-BRUTA =
              WSV-EMP-BRUTO(WSV-IDX-EMP) + WSV-SAC
           .
       220000-SAC-F. EXIT.
      ******************************************************************
      *                         225000-RETENCION-SAC
      ******************************************************************
       225000-RETENCION-SAC.
           ADD WSV-SAC-SEMESTRE TO WSV-SAC
           MOVE ZERO TO WSV-RETENCION-SAC
           MOVE "N"  TO WSV-SW-ENCONTRADO
           PERFORM VARYING WSV-IDX-RET FROM 1 BY 1
              UNTIL WSV-IDX-RET > 3
                 OR WSV-ENCONTRADO
              IF WSV-SAC-SEMESTRE <= WST-RET-TOPE(WSV-IDX-RET)
                 MOVE "S" TO WSV-SW-ENCONTRADO
                 COMPUTE WSV-RETENCION-SAC ROUNDED =
                    WSV-SAC-SEMESTRE * WST-RET-TASA(WSV-IDX-RET) / 100
              END-IF
           END-PERFORM
           ADD WSV-RETENCION-SAC TO WSV-RETENIDO
           .
       225000-RETENCION-SAC-F. EXIT.
      ******************************************************************
      *                         230000-DEDUCCIONES
      *Sin F.572 del anio solo corren el minimo no imponible y la
      *deduccion especial.
      ******************************************************************
       230000-DEDUCCIONES.
           MOVE ZERO TO WSV-DED-CONYUGE WSV-DED-HIJOS
                        WSV-DED-ALQUILER WSV-DED-INTERESES
                        WSV-DED-DOMESTICO
           MOVE "N" TO WSV-SW-F572
           IF NOT WSV-HAY-DEDUCCIONES
              GO TO 230000-DEDUCCIONES-TOTAL
           END-IF

           MOVE WSV-CLAVE       TO REG-DED-CLAVE
           MOVE WSV-ANIO-FISCAL TO REG-DED-ANIO
           READ DEDUCCIONES
           IF FS-STATUS-DED-NOT-FOUND
              GO TO 230000-DEDUCCIONES-TOTAL
           END-IF
           IF NOT FS-STATUS-DED-OK
              MOVE CON-210000-AJUSTAR TO WS-ERR-PARRAFO
              MOVE CON-DEDUCCIONES    TO WS-ERR-OBJETO
              MOVE CON-LEER           TO WS-ERR-OPERACION
              MOVE FS-STATUS-DED      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           MOVE "S" TO WSV-SW-F572

           IF REG-DED-CON-CONYUGE
              MOVE CON-DEDUCCION-CONYUGE TO WSV-DED-CONYUGE
           END-IF
           COMPUTE WSV-DED-HIJOS =
              CON-DEDUCCION-HIJO * REG-DED-CANT-HIJOS
           COMPUTE WSV-DED-ALQUILER ROUNDED =
              REG-DED-ALQUILER * CON-PORC-ALQUILER / 100
           IF WSV-DED-ALQUILER > CON-MINIMO-NO-IMPONIBLE
              MOVE CON-MINIMO-NO-IMPONIBLE TO WSV-DED-ALQUILER
           END-IF
           MOVE REG-DED-INTERESES TO WSV-DED-INTERESES
           IF WSV-DED-INTERESES > CON-TOPE-INTERESES
              MOVE CON-TOPE-INTERESES TO WSV-DED-INTERESES
           END-IF
           MOVE REG-DED-DOMESTICO TO WSV-DED-DOMESTICO
           IF WSV-DED-DOMESTICO > CON-MINIMO-NO-IMPONIBLE
              MOVE CON-MINIMO-NO-IMPONIBLE TO WSV-DED-DOMESTICO
           END-IF
           .
       230000-DEDUCCIONES-TOTAL.
           COMPUTE WSV-TOTAL-DEDUCCIONES = CON-MINIMO-NO-IMPONIBLE
                                         + CON-DEDUCCION-ESPECIAL
                                         + WSV-DED-CONYUGE
                                         + WSV-DED-HIJOS
                                         + WSV-DED-ALQUILER
                                         + WSV-DED-INTERESES
                                         + WSV-DED-DOMESTICO
           IF WSV-TOTAL-DEDUCCIONES < WSV-GANANCIA-BRUTA
              COMPUTE WSV-GANANCIA-NETA =
                 WSV-GANANCIA-BRUTA - WSV-TOTAL-DEDUCCIONES
           ELSE
              MOVE ZERO TO WSV-GANANCIA-NETA
           END-IF
           .
       230000-DEDUCCIONES-F. EXIT.
      ******************************************************************
      *                         240000-IMPUESTO
      *Se busca el ultimo tramo cuyo DESDE la ganancia neta supera.
      ******************************************************************
       240000-IMPUESTO.
           MOVE ZERO TO WSV-IMPUESTO
           IF WSV-GANANCIA-NETA = ZERO
              GO TO 240000-IMPUESTO-F
           END-IF
           MOVE 5 TO WSV-IDX-ESC
           PERFORM UNTIL WSV-IDX-ESC = 1
              OR WSV-GANANCIA-NETA > WST-ESC-DESDE(WSV-IDX-ESC)
              SUBTRACT 1 FROM WSV-IDX-ESC
           END-PERFORM
           COMPUTE WSV-IMPUESTO ROUNDED = WST-ESC-FIJO(WSV-IDX-ESC)
              + (WSV-GANANCIA-NETA - WST-ESC-DESDE(WSV-IDX-ESC))
              * WST-ESC-TASA(WSV-IDX-ESC) / 100
           .
       240000-IMPUESTO-F. EXIT.
      ******************************************************************
      *                         250000-GRABAR-NOVEDAD
      *El concepto ya viene cargado; el importe va sin signo.
      ******************************************************************
       250000-GRABAR-NOVEDAD.
           MOVE WSV-CLAVE      TO REG-NOV-CLAVE
           MOVE WSV-DIFERENCIA TO REG-NOV-CANTIDAD
           WRITE REG-NOVEDAD
           IF NOT FS-STATUS-NOV-OK
              MOVE CON-210000-AJUSTAR TO WS-ERR-PARRAFO
              MOVE CON-NOVEDADES      TO WS-ERR-OBJETO
              MOVE CON-GRABAR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-NOV      TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       250000-GRABAR-NOVEDAD-F. EXIT.
      ******************************************************************
      *                         280000-CERTIFICADO
      ******************************************************************
       280000-CERTIFICADO.
           MOVE SPACES TO WSV-LINEA
           STRING "CERTIFICADO ANUAL DE GANANCIAS - ANIO "
                                              DELIMITED BY SIZE
              WSV-ANIO-FISCAL DELIMITED BY SIZE
              " - EMPLEADO " DELIMITED BY SIZE
              WSV-CLAVE DELIMITED BY SIZE
              INTO WSV-LINEA
           PERFORM 285000-GRABAR-LINEA
              THRU 285000-GRABAR-LINEA-F

           MOVE "REMUNERACIONES DEL ANIO" TO WSV-DESCRIPCION
           MOVE WSV-EMP-BRUTO(WSV-IDX-EMP) TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           MOVE "SAC" TO WSV-DESCRIPCION
           MOVE WSV-SAC TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           MOVE "GANANCIA BRUTA" TO WSV-DESCRIPCION
           MOVE WSV-GANANCIA-BRUTA TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           MOVE "MINIMO NO IMPONIBLE" TO WSV-DESCRIPCION
           MOVE CON-MINIMO-NO-IMPONIBLE TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           MOVE "DEDUCCION ESPECIAL" TO WSV-DESCRIPCION
           MOVE CON-DEDUCCION-ESPECIAL TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           IF WSV-CON-F572
              MOVE "CONYUGE" TO WSV-DESCRIPCION
              MOVE WSV-DED-CONYUGE TO WSV-IMPORTE
              PERFORM 282000-LINEA-IMPORTE
                 THRU 282000-LINEA-IMPORTE-F
              MOVE "HIJOS" TO WSV-DESCRIPCION
              MOVE WSV-DED-HIJOS TO WSV-IMPORTE
              PERFORM 282000-LINEA-IMPORTE
                 THRU 282000-LINEA-IMPORTE-F
              MOVE "ALQUILER DE VIVIENDA" TO WSV-DESCRIPCION
              MOVE WSV-DED-ALQUILER TO WSV-IMPORTE
              PERFORM 282000-LINEA-IMPORTE
                 THRU 282000-LINEA-IMPORTE-F
              MOVE "INTERESES HIPOTECARIOS" TO WSV-DESCRIPCION
              MOVE WSV-DED-INTERESES TO WSV-IMPORTE
              PERFORM 282000-LINEA-IMPORTE
                 THRU 282000-LINEA-IMPORTE-F
              MOVE "SERVICIO DOMESTICO" TO WSV-DESCRIPCION
              MOVE WSV-DED-DOMESTICO TO WSV-IMPORTE
              PERFORM 282000-LINEA-IMPORTE
                 THRU 282000-LINEA-IMPORTE-F
           ELSE
              MOVE "  SIN F.572 PRESENTADO PARA EL ANIO" TO WSV-LINEA
              PERFORM 285000-GRABAR-LINEA
                 THRU 285000-GRABAR-LINEA-F
           END-IF
           MOVE "GANANCIA NETA SUJETA A IMPUESTO" TO WSV-DESCRIPCION
           MOVE WSV-GANANCIA-NETA TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           MOVE "IMPUESTO DETERMINADO" TO WSV-DESCRIPCION
           MOVE WSV-IMPUESTO TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           MOVE "RETENCIONES DEL ANIO" TO WSV-DESCRIPCION
           MOVE WSV-RETENIDO TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           EVALUATE TRUE
               WHEN WSV-DIFERENCIA > ZERO
                    MOVE "SALDO A RETENER" TO WSV-DESCRIPCION
               WHEN WSV-DIFERENCIA < ZERO
                    MOVE "SALDO A REINTEGRAR" TO WSV-DESCRIPCION
               WHEN OTHER
                    MOVE "SIN SALDO" TO WSV-DESCRIPCION
           END-EVALUATE
           MOVE WSV-DIFERENCIA TO WSV-IMPORTE
           PERFORM 282000-LINEA-IMPORTE
              THRU 282000-LINEA-IMPORTE-F
           IF WSV-LIQUIDADO AND WSV-DIFERENCIA NOT = ZERO
              MOVE "  LEGAJO LIQUIDADO POR EGRESO - SALDO POR CAJA"
                 TO WSV-LINEA
              PERFORM 285000-GRABAR-LINEA
                 THRU 285000-GRABAR-LINEA-F
           END-IF
           MOVE ALL "-" TO WSV-LINEA
           PERFORM 285000-GRABAR-LINEA
              THRU 285000-GRABAR-LINEA-F
           .
       280000-CERTIFICADO-F. EXIT.
      ******************************************************************
      *                         282000-LINEA-IMPORTE
      ******************************************************************
       282000-LINEA-IMPORTE.
           MOVE WSV-IMPORTE TO WSV-EDIT
           MOVE SPACES TO WSV-LINEA
           MOVE WSV-DESCRIPCION TO WSV-LINEA(3:34)
           MOVE WSV-EDIT        TO WSV-LINEA(38:13)
           PERFORM 285000-GRABAR-LINEA
              THRU 285000-GRABAR-LINEA-F
           .
       282000-LINEA-IMPORTE-F. EXIT.
      ******************************************************************
      *                         285000-GRABAR-LINEA
      ******************************************************************
       285000-GRABAR-LINEA.
           WRITE REG-CERTIFICADO FROM WSV-LINEA
           IF NOT FS-STATUS-CER-OK
              MOVE CON-280000-CERTIFICADO TO WS-ERR-PARRAFO
              MOVE CON-CERTIFICADOS       TO WS-ERR-OBJETO
              MOVE CON-GRABAR             TO WS-ERR-OPERACION
              MOVE FS-STATUS-CER          TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           .
       285000-GRABAR-LINEA-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      ******************************************************************
       300000-EXIT.
           IF WSV-HAY-DEDUCCIONES
              CLOSE DEDUCCIONES
           END-IF
           IF WSV-HAY-LEGAJOS
              CLOSE LEGAJOS
           END-IF
           CLOSE AJUSTES
           CLOSE NOVEDADES
           CLOSE CERTIFICADOS

           DISPLAY "EMPLEADOS AJUSTADOS         : "
                   WSV-CANT-AJUSTADOS-HOY
           DISPLAY "YA AJUSTADOS ANTES          : "
                   WSV-CANT-YA-AJUSTADOS
           DISPLAY "CON SALDO A RETENER         : " WSV-CANT-A-RETENER
           MOVE WSV-TOTAL-RETENER TO WSV-EDIT
           DISPLAY "TOTAL A RETENER             : " WSV-EDIT
           DISPLAY "CON SALDO A REINTEGRAR      : "
                   WSV-CANT-A-REINTEGRAR
           MOVE WSV-TOTAL-REINTEGRAR TO WSV-EDIT
           DISPLAY "TOTAL A REINTEGRAR          : " WSV-EDIT
           DISPLAY "SIN SALDO                   : "
                   WSV-CANT-SIN-DIFERENCIA
           DISPLAY "EGRESADOS - SALDO POR CAJA  : " WSV-CANT-POR-CAJA
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
       END PROGRAM E176.
