      ******************************************************************
      *Agenda maestra de los procesos batch. PROCESO-DIARIO y
      *PROCESO-MENSUAL solo encadenan los programas de cuentas; el
      *resto de los subsistemas (facturacion bimestral de gas E80 y
      *E37, resumenes de tarjeta E34 por ciclo, vencimientos E96VTO
      *y compensacion E98CLR, sueldos E84, E33 y E119, estadias
      *E139MOV y E139) se lanzaba a mano desde una lista en papel.
      *AGENDA.txt tiene un renglon por trabajo: identificador,
      *programa a llamar, regla de frecuencia, predecesores y
      *ventana horaria objetivo. Reglas:
      *  D = todos los dias habiles.
      *  N = el enesimo dia habil del mes (AGE-DIA).
      *  U = el ultimo dia habil del mes.
      *  S = semanal: el dia de la semana AGE-DIA (1 = lunes a
      *      5 = viernes) o, si ese dia es feriado, el primer dia
      *      habil que le sigue en la misma semana.
      *  C = la fecha de cierre del ciclo AGE-CICLO segun
      *      CICLOFECHAS.txt (si cae en dia no habil, el dia habil
      *      siguiente); antes de llamar al programa se deja el ciclo
      *      en PARAMCICLO.txt.
      *AGE-CADA-MESES mayor que uno restringe cualquier regla a uno
      *de cada tantos meses contando desde AGE-MES-BASE (2 = bimestral).
      *Con la fecha de proceso (PARAMETROS.txt o la del sistema) y el
      *calendario de RUTFECHA se resuelve que corresponde hoy; los
      *trabajos se ejecutan en orden de dependencia: uno corre cuando
      *todos sus predecesores que tambien corresponden hoy ya
      *terminaron. Un predecesor que no figura en la agenda bloquea
      *al trabajo. Un trabajo que llega antes del comienzo de su
      *ventana queda en espera para la proxima pasada de la agenda;
      *pasado el fin de la ventana corre igual y se informa tarde.
      *Cada trabajo terminado queda asentado en RUNLOG.txt con su
      *identificador, como los pasos de PROCESO-DIARIO; al
      *rearrancar la agenda saltea los ya asentados para la fecha.
      *Si un trabajo devuelve codigo distinto de cero la agenda se
      *detiene sin asentarlo.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCESO-AGENDA.
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
       SELECT PARAMETROS ASSIGN TO "PARAMETROS.txt"
                     FILE STATUS IS FS-STATUS-PAR
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AGENDA ASSIGN TO "AGENDA.txt"
                     FILE STATUS IS FS-STATUS-AGE
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CICLOFECHAS ASSIGN TO "CICLOFECHAS.txt"
                     FILE STATUS IS FS-STATUS-CIF
                     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************  OUTPUT  ***************************
       SELECT PARAMCICLO ASSIGN TO "PARAMCICLO.txt"
                     FILE STATUS IS FS-STATUS-PCI
                     ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RUNLOG ASSIGN TO "RUNLOG.txt"
                     FILE STATUS IS FS-STATUS-LOG
                     ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
          01 REG-PARAMETROS.
             05 REG-PARAM-FECHA         PIC 9(08).

       FD AGENDA.
          01 REG-AGENDA.
             05 REG-AGE-TRABAJO         PIC X(08).
             05 REG-AGE-PROGRAMA        PIC X(16).
             05 REG-AGE-REGLA           PIC X(01).
             05 REG-AGE-DIA             PIC 9(02).
             05 REG-AGE-CADA-MESES      PIC 9(02).
             05 REG-AGE-MES-BASE        PIC 9(02).
             05 REG-AGE-CICLO           PIC 9(01).
             05 REG-AGE-PREDECESOR      PIC X(08) OCCURS 3 TIMES.
             05 REG-AGE-VENTANA-DESDE   PIC 9(04).
             05 REG-AGE-VENTANA-HASTA   PIC 9(04).

       FD CICLOFECHAS.
          01 REG-CICLOFECHAS.
             05 REG-CIF-CICLO           PIC 9(01).
             05 REG-CIF-CIERRE          PIC 9(08).
             05 REG-CIF-VENCIMIENTO     PIC 9(08).

       FD PARAMCICLO.
          01 REG-PARAMCICLO.
             05 REG-PCI-CICLO           PIC 9(01).

       FD RUNLOG.
          01 REG-RUNLOG.
             05 REG-RLOG-FECHA          PIC 9(08).
             05 REG-RLOG-PASO           PIC X(08).
             05 REG-RLOG-HORA-INICIO    PIC 9(08).
             05 REG-RLOG-HORA-FIN       PIC 9(08).
             05 REG-RLOG-RESULTADO      PIC X(02).
                88 REG-RLOG-OK                 VALUE "OK".
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
              05 CON-110000-CARGAR-AGENDA   PIC X(30) VALUE
              '110000-CARGAR-AGENDA        '.
              05 CON-120000-CARGAR-CICLOS   PIC X(30) VALUE
              '120000-CARGAR-CICLOS        '.
              05 CON-130000-CARGAR-RUNLOG   PIC X(30) VALUE
              '130000-CARGAR-RUNLOG        '.
              05 CON-250000-EJECUTAR-TRABAJO PIC X(30) VALUE
              '250000-EJECUTAR-TRABAJO     '.
              05 CON-260000-REGISTRAR-PASO  PIC X(30) VALUE
              '260000-REGISTRAR-PASO       '.
           02 CON-POLITICAS.
      *Ventana que cruza la medianoche: fuera de ella, antes de esta
      *hora (HHMM) la ventana ya paso y el trabajo corre tarde; desde
      *esta hora la ventana todavia no abrio y el trabajo espera.
              05 CON-MEDIODIA          PIC 9(04) VALUE 1200.
      *Un lunes cualquiera, para sacar el dia de la semana de la
      *fecha de proceso por los dias corridos que van desde el.
              05 CON-LUNES-BASE        PIC 9(08) VALUE 20000103.
              05 CON-DIAS-SEMANA       PIC 9(01) VALUE 7.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-PARAMETROS  PIC X(10) VALUE 'PARAMETROS'.
              05 CON-AGENDA      PIC X(10) VALUE 'AGENDA    '.
              05 CON-CICLOFECHAS PIC X(10) VALUE 'CICLOFECHA'.
              05 CON-PARAMCICLO  PIC X(10) VALUE 'PARAMCICLO'.
              05 CON-RUNLOG      PIC X(10) VALUE 'RUNLOG    '.
      ************************** TABLES ********************************
      *Trabajos de la agenda con el estado que van tomando en la
      *corrida.
       01 WSV-TABLA-TRABAJOS.
          02 WSV-TRA-ENTRY OCCURS 40 TIMES.
             05 WSV-TRA-TRABAJO          PIC X(08).
             05 WSV-TRA-PROGRAMA         PIC X(16).
             05 WSV-TRA-REGLA            PIC X(01).
             05 WSV-TRA-DIA              PIC 9(02).
             05 WSV-TRA-CADA-MESES       PIC 9(02).
             05 WSV-TRA-MES-BASE         PIC 9(02).
             05 WSV-TRA-CICLO            PIC 9(01).
             05 WSV-TRA-PREDECESOR       PIC X(08) OCCURS 3 TIMES.
             05 WSV-TRA-VENTANA-DESDE    PIC 9(04).
             05 WSV-TRA-VENTANA-HASTA    PIC 9(04).
             05 WSV-TRA-ESTADO           PIC X(01).
                88 WSV-TRA-NO-CORRESPONDE          VALUE "-".
                88 WSV-TRA-PENDIENTE               VALUE "P".
                88 WSV-TRA-EN-ESPERA               VALUE "W".
                88 WSV-TRA-YA-HECHO                VALUE "Y".
                88 WSV-TRA-EJECUTADO               VALUE "E".
                88 WSV-TRA-TARDE                   VALUE "T".
                88 WSV-TRA-SIN-PREDECESOR          VALUE "X".
                88 WSV-TRA-REGLA-INVALIDA          VALUE "R".
                88 WSV-TRA-TERMINADO               VALUE "Y" "E" "T".
       01 WSV-CANT-TRABAJOS              PIC 9(02) VALUE 0.

      *Fecha de cierre vigente por numero de ciclo.
       01 WSV-TABLA-CICLOS.
          02 WSV-CIC-CIERRE              PIC 9(08) OCCURS 9 TIMES.

      *Pasos y trabajos ya asentados OK en RUNLOG.txt para la fecha.
       01 WSV-TABLA-PASOS-OK.
          02 WSV-PASO-OK-NOMBRE          PIC X(08) OCCURS 99 TIMES.
       01 WSV-CANT-PASOS-OK              PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-PAR           PIC X(02) VALUE "00".
             88 FS-STATUS-PAR-OK               VALUE "00".
             88 FS-STATUS-PAR-NOT-FOUND        VALUE "35".
          05 FS-STATUS-AGE           PIC X(02) VALUE "00".
             88 FS-STATUS-AGE-OK               VALUE "00".
             88 FS-STATUS-AGE-EOF              VALUE "10".
          05 FS-STATUS-CIF           PIC X(02) VALUE "00".
             88 FS-STATUS-CIF-OK               VALUE "00".
             88 FS-STATUS-CIF-EOF              VALUE "10".
             88 FS-STATUS-CIF-NOT-FOUND        VALUE "35".
          05 FS-STATUS-PCI           PIC X(02) VALUE "00".
             88 FS-STATUS-PCI-OK               VALUE "00".
          05 FS-STATUS-LOG           PIC X(02) VALUE "00".
             88 FS-STATUS-LOG-OK               VALUE "00".
             88 FS-STATUS-LOG-EOF              VALUE "10".
             88 FS-STATUS-LOG-NOT-FOUND        VALUE "35".
          05 WSS-DIA-HABIL           PIC X(01) VALUE "N".
             88 WSS-DIA-HABIL-S                VALUE "S".
          05 WSS-ULTIMO-HABIL        PIC X(01) VALUE "N".
             88 WSS-ULTIMO-HABIL-S             VALUE "S".
          05 WSS-CORRESPONDE         PIC X(01) VALUE "N".
             88 WSS-CORRESPONDE-S              VALUE "S".
          05 WSS-AVANCE              PIC X(01) VALUE "S".
             88 WSS-AVANCE-S                   VALUE "S".
          05 WSS-LISTO               PIC X(01) VALUE "S".
             88 WSS-LISTO-S                    VALUE "S".
          05 WSS-VENTANA             PIC X(01) VALUE "V".
             88 WSS-VENTANA-DENTRO             VALUE "V".
             88 WSS-VENTANA-ANTES              VALUE "A".
             88 WSS-VENTANA-DESPUES            VALUE "D".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-FECHA-PROCESO       PIC 9(08).
          05 WSV-FECHA-PROCESO-R REDEFINES WSV-FECHA-PROCESO.
             10 WSV-PROC-AAAA        PIC 9(04).
             10 WSV-PROC-MM          PIC 9(02).
             10 WSV-PROC-DD          PIC 9(02).
          05 WSV-PRIMERO-MES         PIC 9(08).
          05 WSV-SIGUIENTE-HABIL     PIC 9(08).
          05 WSV-SIGUIENTE-HABIL-R REDEFINES WSV-SIGUIENTE-HABIL.
             10 WSV-SIG-AAAA         PIC 9(04).
             10 WSV-SIG-MM           PIC 9(02).
             10 WSV-SIG-DD           PIC 9(02).
          05 WSV-ORDINAL-HOY         PIC 9(02).
          05 WSV-DIA-SEMANA          PIC 9(01).
          05 WSV-DIAS-DESDE-ANTERIOR PIC 9(05).
          05 WSV-SEMANAS             PIC 9(05).
          05 WSV-FECHA-CICLO         PIC 9(08).
          05 WSV-DIF-MESES           PIC 9(02).
          05 WSV-COCIENTE            PIC 9(02).
          05 WSV-RESTO               PIC 9(02).
          05 WSV-IDX                 PIC 9(02).
          05 WSV-IDX-PRED            PIC 9(02).
          05 WSV-IDX-BUS             PIC 9(02).
          05 WSV-PREDECESOR          PIC X(08).
          05 WSV-PROGRAMA            PIC X(16).
          05 WSV-HORA                PIC 9(08).
          05 WSV-HORA-R REDEFINES WSV-HORA.
             10 WSV-HORA-HHMM        PIC 9(04).
             10 WSV-HORA-SSCC        PIC 9(04).
          05 WSV-HORA-INICIO         PIC 9(08).
          05 WSV-ESTADO-TEXTO        PIC X(24).
      ************************** REPORTE *******************************
       01 WSR-LINEA-DETALLE.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-TRABAJO         PIC X(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WSR-DET-PROGRAMA        PIC X(16).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WSR-DET-REGLA           PIC X(01).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-DESDE           PIC 9(04).
          05 FILLER                  PIC X(01) VALUE "-".
          05 WSR-DET-HASTA           PIC 9(04).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WSR-DET-ESTADO          PIC X(24).
      ************************** CONTADORES ****************************
       01 WSV-CONTADORES.
          05 WSV-CANT-CORRESPONDEN   PIC 9(02) VALUE 0.
          05 WSV-CANT-EJECUTADOS     PIC 9(02) VALUE 0.
          05 WSV-CANT-TARDE          PIC 9(02) VALUE 0.
          05 WSV-CANT-YA-HECHOS      PIC 9(02) VALUE 0.
          05 WSV-CANT-EN-ESPERA      PIC 9(02) VALUE 0.
          05 WSV-CANT-BLOQUEADOS     PIC 9(02) VALUE 0.
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
           MOVE "PROCAGE" TO WS-ERR-PROGRAMA

           PERFORM 100000-START
              THRU 100000-START-F

           PERFORM 200000-PROCESS
              THRU 200000-PROCESS-F

           PERFORM 300000-EXIT
              THRU 300000-EXIT-F
           GOBACK
           .
      ******************************************************************
      *                         100000-START
      ******************************************************************
       100000-START.
           PERFORM 105000-LEER-PARAMETROS
              THRU 105000-LEER-PARAMETROS-F

           PERFORM 110000-CARGAR-AGENDA
              THRU 110000-CARGAR-AGENDA-F

           PERFORM 120000-CARGAR-CICLOS
              THRU 120000-CARGAR-CICLOS-F

           PERFORM 130000-CARGAR-RUNLOG
              THRU 130000-CARGAR-RUNLOG-F

           PERFORM 140000-PREPARAR-CALENDARIO
              THRU 140000-PREPARAR-CALENDARIO-F

           PERFORM 150000-RESOLVER-TRABAJO
              THRU 150000-RESOLVER-TRABAJO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TRABAJOS
           .
       100000-START-F. EXIT.
      ******************************************************************
      *                         105000-LEER-PARAMETROS
      ******************************************************************
       105000-LEER-PARAMETROS.
           ACCEPT WSV-FECHA-PROCESO FROM DATE YYYYMMDD
           OPEN INPUT PARAMETROS
           IF FS-STATUS-PAR-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT FS-STATUS-PAR-OK
                 MOVE CON-105000-LEER-PARAMETROS TO WS-ERR-PARRAFO
                 MOVE CON-PARAMETROS             TO WS-ERR-OBJETO
                 MOVE CON-ABRIR                  TO WS-ERR-OPERACION
                 MOVE FS-STATUS-PAR              TO WS-ERR-CODIGO
                 PERFORM 399999-END-PROGRAM
                    THRU 399999-END-PROGRAM-F
              ELSE
                 READ PARAMETROS
                 IF FS-STATUS-PAR-OK
                    MOVE REG-PARAM-FECHA TO WSV-FECHA-PROCESO
                 END-IF
                 CLOSE PARAMETROS
              END-IF
           END-IF
           .
       105000-LEER-PARAMETROS-F. EXIT.
      ******************************************************************
      *                         110000-CARGAR-AGENDA
      ******************************************************************
       110000-CARGAR-AGENDA.
           OPEN INPUT AGENDA
           IF NOT FS-STATUS-AGE-OK
              MOVE CON-110000-CARGAR-AGENDA TO WS-ERR-PARRAFO
              MOVE CON-AGENDA               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-AGE            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 112000-LEER-AGENDA
              THRU 112000-LEER-AGENDA-F
              UNTIL FS-STATUS-AGE-EOF

           CLOSE AGENDA
           .
       110000-CARGAR-AGENDA-F. EXIT.
      ******************************************************************
      *                         112000-LEER-AGENDA
      ******************************************************************
       112000-LEER-AGENDA.
           READ AGENDA
           EVALUATE TRUE
               WHEN FS-STATUS-AGE-OK
                    CONTINUE
               WHEN FS-STATUS-AGE-EOF
                    GO TO 112000-LEER-AGENDA-F
               WHEN OTHER
                    MOVE CON-110000-CARGAR-AGENDA TO WS-ERR-PARRAFO
                    MOVE CON-AGENDA               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-AGE            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE

           IF REG-AGE-TRABAJO = SPACES
              GO TO 112000-LEER-AGENDA-F
           END-IF

           IF WSV-CANT-TRABAJOS = 40
              DISPLAY "PROCESO-AGENDA: TABLA DE TRABAJOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-110000-CARGAR-AGENDA TO WS-ERR-PARRAFO
              MOVE CON-AGENDA               TO WS-ERR-OBJETO
              MOVE CON-LEER                 TO WS-ERR-OPERACION
              MOVE 99                       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           ADD 1 TO WSV-CANT-TRABAJOS
           MOVE REG-AGENDA TO WSV-TRA-ENTRY(WSV-CANT-TRABAJOS)
           MOVE "-"        TO WSV-TRA-ESTADO(WSV-CANT-TRABAJOS)
           .
       112000-LEER-AGENDA-F. EXIT.
      ******************************************************************
      *                         120000-CARGAR-CICLOS
      *Sin CICLOFECHAS.txt ningun trabajo de regla C corresponde.
      ******************************************************************
       120000-CARGAR-CICLOS.
           MOVE ZEROS TO WSV-TABLA-CICLOS
           OPEN INPUT CICLOFECHAS
           IF FS-STATUS-CIF-NOT-FOUND
              GO TO 120000-CARGAR-CICLOS-F
           END-IF
           IF NOT FS-STATUS-CIF-OK
              MOVE CON-120000-CARGAR-CICLOS TO WS-ERR-PARRAFO
              MOVE CON-CICLOFECHAS          TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-CIF            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 122000-LEER-CICLO
              THRU 122000-LEER-CICLO-F
              UNTIL FS-STATUS-CIF-EOF

           CLOSE CICLOFECHAS
           .
       120000-CARGAR-CICLOS-F. EXIT.
      ******************************************************************
      *                         122000-LEER-CICLO
      ******************************************************************
       122000-LEER-CICLO.
           READ CICLOFECHAS
           EVALUATE TRUE
               WHEN FS-STATUS-CIF-OK
                    IF REG-CIF-CICLO > ZERO
                       MOVE REG-CIF-CIERRE TO
                          WSV-CIC-CIERRE(REG-CIF-CICLO)
                    END-IF
               WHEN FS-STATUS-CIF-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-120000-CARGAR-CICLOS TO WS-ERR-PARRAFO
                    MOVE CON-CICLOFECHAS          TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-CIF            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       122000-LEER-CICLO-F. EXIT.
      ******************************************************************
      *                         130000-CARGAR-RUNLOG
      *Carga en tabla los pasos ya asentados como OK para la fecha de
      *proceso; si el log todavia no existe, no hay nada completado.
      ******************************************************************
       130000-CARGAR-RUNLOG.
           OPEN INPUT RUNLOG
           IF FS-STATUS-LOG-NOT-FOUND
              GO TO 130000-CARGAR-RUNLOG-F
           END-IF
           IF NOT FS-STATUS-LOG-OK
              MOVE CON-130000-CARGAR-RUNLOG TO WS-ERR-PARRAFO
              MOVE CON-RUNLOG               TO WS-ERR-OBJETO
              MOVE CON-ABRIR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOG            TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 132000-LEER-RUNLOG
              THRU 132000-LEER-RUNLOG-F
              UNTIL FS-STATUS-LOG-EOF
              OR WSV-CANT-PASOS-OK = 99

           CLOSE RUNLOG
           MOVE "00" TO FS-STATUS-LOG
           .
       130000-CARGAR-RUNLOG-F. EXIT.
      ******************************************************************
      *                         132000-LEER-RUNLOG
      ******************************************************************
       132000-LEER-RUNLOG.
           READ RUNLOG
           EVALUATE TRUE
               WHEN FS-STATUS-LOG-OK
                    IF REG-RLOG-FECHA = WSV-FECHA-PROCESO
                       AND REG-RLOG-OK
                       ADD 1 TO WSV-CANT-PASOS-OK
                       MOVE REG-RLOG-PASO TO
                          WSV-PASO-OK-NOMBRE(WSV-CANT-PASOS-OK)
                    END-IF
               WHEN FS-STATUS-LOG-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-130000-CARGAR-RUNLOG TO WS-ERR-PARRAFO
                    MOVE CON-RUNLOG               TO WS-ERR-OBJETO
                    MOVE CON-LEER                 TO WS-ERR-OPERACION
                    MOVE FS-STATUS-LOG            TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       132000-LEER-RUNLOG-F. EXIT.
      ******************************************************************
      *                         140000-PREPARAR-CALENDARIO
      *Con RUTFECHA: si la fecha es habil, que numero de dia habil
      *del mes es (habiles desde el ultimo habil del mes anterior) y
      *si es el ultimo (el habil siguiente ya cae en otro mes).
      ******************************************************************
       140000-PREPARAR-CALENDARIO.
           MOVE "H" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-ES-HABIL TO WSS-DIA-HABIL

           IF NOT WSS-DIA-HABIL-S
              DISPLAY "PROCESO-AGENDA: LA FECHA DE PROCESO "
                      WSV-FECHA-PROCESO " NO ES DIA HABIL - "
                      "NINGUN TRABAJO CORRESPONDE"
              GO TO 140000-PREPARAR-CALENDARIO-F
           END-IF

           COMPUTE WSV-PRIMERO-MES = WSV-PROC-AAAA * 10000
                                   + WSV-PROC-MM * 100 + 1
           MOVE "A" TO WS-FEC-OPERACION
           MOVE WSV-PRIMERO-MES TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS

           MOVE "D" TO WS-FEC-OPERACION
           MOVE WS-FEC-RESULTADO  TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-DIAS TO WSV-ORDINAL-HOY

           MOVE "S" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-RESULTADO TO WSV-SIGUIENTE-HABIL
           IF WSV-SIG-MM NOT = WSV-PROC-MM
              MOVE "S" TO WSS-ULTIMO-HABIL
           END-IF

      *Dia de la semana de hoy (1 = lunes) y dias corridos desde el
      *dia habil anterior, para la regla semanal.
           MOVE "E" TO WS-FEC-OPERACION
           MOVE CON-LUNES-BASE    TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           DIVIDE WS-FEC-DIAS BY CON-DIAS-SEMANA
              GIVING WSV-SEMANAS REMAINDER WSV-DIA-SEMANA
           ADD 1 TO WSV-DIA-SEMANA

           MOVE "A" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE "E" TO WS-FEC-OPERACION
           MOVE WS-FEC-RESULTADO  TO WS-FEC-FECHA
           MOVE WSV-FECHA-PROCESO TO WS-FEC-FECHA2
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           MOVE WS-FEC-DIAS TO WSV-DIAS-DESDE-ANTERIOR
           .
       140000-PREPARAR-CALENDARIO-F. EXIT.
      ******************************************************************
      *                         150000-RESOLVER-TRABAJO
      *Decide si el trabajo corresponde a la fecha de proceso y, si
      *ya quedo asentado en RUNLOG.txt, lo da por hecho.
      ******************************************************************
       150000-RESOLVER-TRABAJO.
           MOVE "N" TO WSS-CORRESPONDE
           IF NOT WSS-DIA-HABIL-S
              GO TO 150000-RESOLVER-TRABAJO-F
           END-IF

           IF WSV-TRA-CADA-MESES(WSV-IDX) > 1
              COMPUTE WSV-DIF-MESES = WSV-PROC-MM + 12
                                    - WSV-TRA-MES-BASE(WSV-IDX)
              DIVIDE WSV-DIF-MESES BY WSV-TRA-CADA-MESES(WSV-IDX)
                 GIVING WSV-COCIENTE REMAINDER WSV-RESTO
              IF WSV-RESTO NOT = ZERO
                 GO TO 150000-RESOLVER-TRABAJO-F
              END-IF
           END-IF

           EVALUATE WSV-TRA-REGLA(WSV-IDX)
               WHEN "D"
                    MOVE "S" TO WSS-CORRESPONDE
               WHEN "N"
                    IF WSV-TRA-DIA(WSV-IDX) = WSV-ORDINAL-HOY
                       MOVE "S" TO WSS-CORRESPONDE
                    END-IF
               WHEN "U"
                    MOVE WSS-ULTIMO-HABIL TO WSS-CORRESPONDE
               WHEN "S"
                    PERFORM 157000-DIA-SEMANA
                       THRU 157000-DIA-SEMANA-F
               WHEN "C"
                    PERFORM 155000-FECHA-CICLO
                       THRU 155000-FECHA-CICLO-F
               WHEN OTHER
                    DISPLAY "PROCESO-AGENDA: REGLA "
                            WSV-TRA-REGLA(WSV-IDX)
                            " INVALIDA PARA EL TRABAJO "
                            WSV-TRA-TRABAJO(WSV-IDX)
                    MOVE "R" TO WSV-TRA-ESTADO(WSV-IDX)
                    ADD 1 TO WSV-CANT-CORRESPONDEN
                    GO TO 150000-RESOLVER-TRABAJO-F
           END-EVALUATE

           IF NOT WSS-CORRESPONDE-S
              GO TO 150000-RESOLVER-TRABAJO-F
           END-IF

           ADD 1 TO WSV-CANT-CORRESPONDEN
           MOVE "P" TO WSV-TRA-ESTADO(WSV-IDX)
           PERFORM VARYING WSV-IDX-BUS FROM 1 BY 1
              UNTIL WSV-IDX-BUS > WSV-CANT-PASOS-OK
              IF WSV-PASO-OK-NOMBRE(WSV-IDX-BUS) =
                 WSV-TRA-TRABAJO(WSV-IDX)
                 MOVE "Y" TO WSV-TRA-ESTADO(WSV-IDX)
              END-IF
           END-PERFORM
           IF WSV-TRA-YA-HECHO(WSV-IDX)
              ADD 1 TO WSV-CANT-YA-HECHOS
              DISPLAY "PROCESO-AGENDA: TRABAJO "
                      WSV-TRA-TRABAJO(WSV-IDX)
                      " YA COMPLETADO PARA LA FECHA - SE SALTEA"
           END-IF
           .
       150000-RESOLVER-TRABAJO-F. EXIT.
      ******************************************************************
      *                         155000-FECHA-CICLO
      *El ciclo corresponde el dia de su cierre o, si el cierre cae
      *en dia no habil, el dia habil siguiente.
      ******************************************************************
       155000-FECHA-CICLO.
           IF WSV-TRA-CICLO(WSV-IDX) = ZERO
              GO TO 155000-FECHA-CICLO-F
           END-IF
           MOVE WSV-CIC-CIERRE(WSV-TRA-CICLO(WSV-IDX))
              TO WSV-FECHA-CICLO
           IF WSV-FECHA-CICLO = ZERO
              DISPLAY "PROCESO-AGENDA: SIN FECHA DE CIERRE PARA EL "
                      "CICLO " WSV-TRA-CICLO(WSV-IDX)
                      " DEL TRABAJO " WSV-TRA-TRABAJO(WSV-IDX)
              GO TO 155000-FECHA-CICLO-F
           END-IF

           MOVE "H" TO WS-FEC-OPERACION
           MOVE WSV-FECHA-CICLO TO WS-FEC-FECHA
           CALL CON-RUTFECHA USING WS-REG-FECHAS
           IF WS-FEC-ES-HABIL NOT = "S"
              MOVE "S" TO WS-FEC-OPERACION
              CALL CON-RUTFECHA USING WS-REG-FECHAS
              MOVE WS-FEC-RESULTADO TO WSV-FECHA-CICLO
           END-IF

           IF WSV-FECHA-CICLO = WSV-FECHA-PROCESO
              MOVE "S" TO WSS-CORRESPONDE
           END-IF
           .
       155000-FECHA-CICLO-F. EXIT.
      ******************************************************************
      *                         157000-DIA-SEMANA
      *Corresponde el primer dia habil de la semana que cae en el
      *dia pactado o despues: hoy no es anterior al dia pactado y el
      *dia habil anterior ya quedo antes de el.
      ******************************************************************
       157000-DIA-SEMANA.
           IF WSV-DIA-SEMANA < WSV-TRA-DIA(WSV-IDX)
              GO TO 157000-DIA-SEMANA-F
           END-IF
           IF WSV-DIAS-DESDE-ANTERIOR >
              WSV-DIA-SEMANA - WSV-TRA-DIA(WSV-IDX)
              MOVE "S" TO WSS-CORRESPONDE
           END-IF
           .
       157000-DIA-SEMANA-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      *Pasadas sobre la agenda hasta que una pasada no pueda ejecutar
      *ningun trabajo mas: cada pasada corre los que ya tienen sus
      *predecesores terminados.
      ******************************************************************
       200000-PROCESS.
           MOVE "S" TO WSS-AVANCE
           PERFORM 210000-PASADA
              THRU 210000-PASADA-F
              UNTIL NOT WSS-AVANCE-S
           .
       200000-PROCESS-F. EXIT.
      ******************************************************************
      *                         210000-PASADA
      ******************************************************************
       210000-PASADA.
           MOVE "N" TO WSS-AVANCE
           PERFORM 220000-INTENTAR-TRABAJO
              THRU 220000-INTENTAR-TRABAJO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TRABAJOS
           .
       210000-PASADA-F. EXIT.
      ******************************************************************
      *                         220000-INTENTAR-TRABAJO
      ******************************************************************
       220000-INTENTAR-TRABAJO.
           IF NOT WSV-TRA-PENDIENTE(WSV-IDX)
              AND NOT WSV-TRA-EN-ESPERA(WSV-IDX)
              GO TO 220000-INTENTAR-TRABAJO-F
           END-IF

           PERFORM 230000-VERIFICAR-PREDECESORES
              THRU 230000-VERIFICAR-PREDECESORES-F
           IF NOT WSS-LISTO-S
              GO TO 220000-INTENTAR-TRABAJO-F
           END-IF

           PERFORM 240000-CONTROLAR-VENTANA
              THRU 240000-CONTROLAR-VENTANA-F
           IF WSS-VENTANA-ANTES
              IF WSV-TRA-PENDIENTE(WSV-IDX)
                 DISPLAY "PROCESO-AGENDA: TRABAJO "
                         WSV-TRA-TRABAJO(WSV-IDX)
                         " EN ESPERA - SU VENTANA ABRE A LAS "
                         WSV-TRA-VENTANA-DESDE(WSV-IDX)
                 MOVE "W" TO WSV-TRA-ESTADO(WSV-IDX)
              END-IF
              GO TO 220000-INTENTAR-TRABAJO-F
           END-IF

           PERFORM 250000-EJECUTAR-TRABAJO
              THRU 250000-EJECUTAR-TRABAJO-F
           MOVE "S" TO WSS-AVANCE
           .
       220000-INTENTAR-TRABAJO-F. EXIT.
      ******************************************************************
      *                         230000-VERIFICAR-PREDECESORES
      *Listo cuando cada predecesor que corresponde hoy ya termino;
      *un predecesor que no corresponde hoy no retiene al trabajo.
      ******************************************************************
       230000-VERIFICAR-PREDECESORES.
           MOVE "S" TO WSS-LISTO
           PERFORM VARYING WSV-IDX-PRED FROM 1 BY 1
              UNTIL WSV-IDX-PRED > 3
              OR NOT WSS-LISTO-S
              MOVE WSV-TRA-PREDECESOR(WSV-IDX, WSV-IDX-PRED)
                 TO WSV-PREDECESOR
              IF WSV-PREDECESOR NOT = SPACES
                 PERFORM 232000-BUSCAR-PREDECESOR
                    THRU 232000-BUSCAR-PREDECESOR-F
              END-IF
           END-PERFORM
           .
       230000-VERIFICAR-PREDECESORES-F. EXIT.
      ******************************************************************
      *                         232000-BUSCAR-PREDECESOR
      ******************************************************************
       232000-BUSCAR-PREDECESOR.
           PERFORM VARYING WSV-IDX-BUS FROM 1 BY 1
              UNTIL WSV-IDX-BUS > WSV-CANT-TRABAJOS
              OR WSV-TRA-TRABAJO(WSV-IDX-BUS) = WSV-PREDECESOR
              CONTINUE
           END-PERFORM

           IF WSV-IDX-BUS > WSV-CANT-TRABAJOS
              DISPLAY "PROCESO-AGENDA: EL PREDECESOR " WSV-PREDECESOR
                      " DEL TRABAJO " WSV-TRA-TRABAJO(WSV-IDX)
                      " NO FIGURA EN LA AGENDA"
              MOVE "X" TO WSV-TRA-ESTADO(WSV-IDX)
              MOVE "N" TO WSS-LISTO
              GO TO 232000-BUSCAR-PREDECESOR-F
           END-IF

           IF NOT WSV-TRA-NO-CORRESPONDE(WSV-IDX-BUS)
              AND NOT WSV-TRA-TERMINADO(WSV-IDX-BUS)
              MOVE "N" TO WSS-LISTO
           END-IF
           .
       232000-BUSCAR-PREDECESOR-F. EXIT.
      ******************************************************************
      *                         240000-CONTROLAR-VENTANA
      *Hora actual (HHMM) contra la ventana del trabajo; ventana en
      *ceros = sin restriccion horaria.
      ******************************************************************
       240000-CONTROLAR-VENTANA.
           MOVE "V" TO WSS-VENTANA
           IF WSV-TRA-VENTANA-DESDE(WSV-IDX) = ZERO
              AND WSV-TRA-VENTANA-HASTA(WSV-IDX) = ZERO
              GO TO 240000-CONTROLAR-VENTANA-F
           END-IF

           ACCEPT WSV-HORA FROM TIME
           IF WSV-TRA-VENTANA-DESDE(WSV-IDX) <=
              WSV-TRA-VENTANA-HASTA(WSV-IDX)
              IF WSV-HORA-HHMM < WSV-TRA-VENTANA-DESDE(WSV-IDX)
                 MOVE "A" TO WSS-VENTANA
              END-IF
              IF WSV-HORA-HHMM > WSV-TRA-VENTANA-HASTA(WSV-IDX)
                 MOVE "D" TO WSS-VENTANA
              END-IF
           ELSE
              IF WSV-HORA-HHMM > WSV-TRA-VENTANA-HASTA(WSV-IDX)
                 AND WSV-HORA-HHMM < WSV-TRA-VENTANA-DESDE(WSV-IDX)
                 IF WSV-HORA-HHMM < CON-MEDIODIA
                    MOVE "D" TO WSS-VENTANA
                 ELSE
                    MOVE "A" TO WSS-VENTANA
                 END-IF
              END-IF
           END-IF
           .
       240000-CONTROLAR-VENTANA-F. EXIT.
      ******************************************************************
      *                         250000-EJECUTAR-TRABAJO
      *El trabajo se asienta recien cuando termino bien; un codigo de
      *retorno distinto de cero detiene la agenda sin asentarlo, asi
      *el rearranque lo vuelve a ejecutar.
      ******************************************************************
       250000-EJECUTAR-TRABAJO.
           IF WSV-TRA-REGLA(WSV-IDX) = "C"
              PERFORM 255000-GRABAR-PARAMCICLO
                 THRU 255000-GRABAR-PARAMCICLO-F
           END-IF

           MOVE WSV-TRA-PROGRAMA(WSV-IDX) TO WSV-PROGRAMA
           DISPLAY "PROCESO-AGENDA: EJECUTANDO "
                   WSV-TRA-TRABAJO(WSV-IDX) " (" WSV-PROGRAMA ")"
           ACCEPT WSV-HORA-INICIO FROM TIME
           MOVE ZERO TO RETURN-CODE
           CALL WSV-PROGRAMA
           IF RETURN-CODE NOT = ZERO
              DISPLAY "PROCESO-AGENDA: EL TRABAJO "
                      WSV-TRA-TRABAJO(WSV-IDX)
                      " TERMINO CON CODIGO " RETURN-CODE
                      " - AGENDA DETENIDA"
              DISPLAY "REVISE EL TRABAJO Y RELANCE LA AGENDA"
              STOP RUN
           END-IF
           CANCEL WSV-PROGRAMA

           PERFORM 260000-REGISTRAR-PASO
              THRU 260000-REGISTRAR-PASO-F

           IF WSS-VENTANA-DESPUES
              DISPLAY "PROCESO-AGENDA: TRABAJO "
                      WSV-TRA-TRABAJO(WSV-IDX)
                      " EJECUTADO FUERA DE VENTANA (HASTA "
                      WSV-TRA-VENTANA-HASTA(WSV-IDX) ")"
              MOVE "T" TO WSV-TRA-ESTADO(WSV-IDX)
              ADD 1 TO WSV-CANT-TARDE
           ELSE
              MOVE "E" TO WSV-TRA-ESTADO(WSV-IDX)
           END-IF
           ADD 1 TO WSV-CANT-EJECUTADOS
           .
       250000-EJECUTAR-TRABAJO-F. EXIT.
      ******************************************************************
      *                         255000-GRABAR-PARAMCICLO
      ******************************************************************
       255000-GRABAR-PARAMCICLO.
           OPEN OUTPUT PARAMCICLO
           IF NOT FS-STATUS-PCI-OK
              MOVE CON-250000-EJECUTAR-TRABAJO TO WS-ERR-PARRAFO
              MOVE CON-PARAMCICLO              TO WS-ERR-OBJETO
              MOVE CON-ABRIR                   TO WS-ERR-OPERACION
              MOVE FS-STATUS-PCI               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-TRA-CICLO(WSV-IDX) TO REG-PCI-CICLO
           WRITE REG-PARAMCICLO
           IF NOT FS-STATUS-PCI-OK
              MOVE CON-250000-EJECUTAR-TRABAJO TO WS-ERR-PARRAFO
              MOVE CON-PARAMCICLO              TO WS-ERR-OBJETO
              MOVE CON-GRABAR                  TO WS-ERR-OPERACION
              MOVE FS-STATUS-PCI               TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE PARAMCICLO
           .
       255000-GRABAR-PARAMCICLO-F. EXIT.
      ******************************************************************
      *                         260000-REGISTRAR-PASO
      ******************************************************************
       260000-REGISTRAR-PASO.
           OPEN EXTEND RUNLOG
           IF FS-STATUS-LOG-NOT-FOUND
              OPEN OUTPUT RUNLOG
           END-IF
           IF NOT FS-STATUS-LOG-OK
              MOVE CON-260000-REGISTRAR-PASO TO WS-ERR-PARRAFO
              MOVE CON-RUNLOG                TO WS-ERR-OBJETO
              MOVE CON-ABRIR                 TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOG             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           MOVE WSV-FECHA-PROCESO        TO REG-RLOG-FECHA
           MOVE WSV-TRA-TRABAJO(WSV-IDX) TO REG-RLOG-PASO
           MOVE WSV-HORA-INICIO          TO REG-RLOG-HORA-INICIO
           ACCEPT REG-RLOG-HORA-FIN FROM TIME
           MOVE "OK"                     TO REG-RLOG-RESULTADO

           WRITE REG-RUNLOG
           IF NOT FS-STATUS-LOG-OK
              MOVE CON-260000-REGISTRAR-PASO TO WS-ERR-PARRAFO
              MOVE CON-RUNLOG                TO WS-ERR-OBJETO
              MOVE CON-GRABAR                TO WS-ERR-OPERACION
              MOVE FS-STATUS-LOG             TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           CLOSE RUNLOG
           .
       260000-REGISTRAR-PASO-F. EXIT.
      ******************************************************************
      *                         300000-EXIT
      *Estado final de cada trabajo que correspondia a la fecha. Si
      *quedan trabajos en espera o bloqueados la agenda devuelve
      *codigo 4 para que el operador la relance.
      ******************************************************************
       300000-EXIT.
           DISPLAY " "
           DISPLAY "PROCESO-AGENDA: AGENDA DE LA FECHA "
                   WSV-FECHA-PROCESO
           DISPLAY "  TRABAJO  PROGRAMA         R  VENTANA    ESTADO"

           PERFORM 310000-LINEA-TRABAJO
              THRU 310000-LINEA-TRABAJO-F
              VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-TRABAJOS

           DISPLAY " "
           DISPLAY "TRABAJOS EN LA AGENDA       : " WSV-CANT-TRABAJOS
           DISPLAY "TRABAJOS DE LA FECHA        : "
                   WSV-CANT-CORRESPONDEN
           DISPLAY "YA COMPLETADOS (REARRANQUE) : " WSV-CANT-YA-HECHOS
           DISPLAY "EJECUTADOS                  : " WSV-CANT-EJECUTADOS
           DISPLAY "  DE ELLOS FUERA DE VENTANA : " WSV-CANT-TARDE
           DISPLAY "EN ESPERA DE SU VENTANA     : " WSV-CANT-EN-ESPERA
           DISPLAY "BLOQUEADOS                  : " WSV-CANT-BLOQUEADOS

           IF WSV-CANT-EN-ESPERA > ZERO
              OR WSV-CANT-BLOQUEADOS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           .
       300000-EXIT-F. EXIT.
      ******************************************************************
      *                         310000-LINEA-TRABAJO
      ******************************************************************
       310000-LINEA-TRABAJO.
           EVALUATE TRUE
               WHEN WSV-TRA-NO-CORRESPONDE(WSV-IDX)
                    GO TO 310000-LINEA-TRABAJO-F
               WHEN WSV-TRA-YA-HECHO(WSV-IDX)
                    MOVE "YA COMPLETADO"         TO WSV-ESTADO-TEXTO
               WHEN WSV-TRA-EJECUTADO(WSV-IDX)
                    MOVE "EJECUTADO"             TO WSV-ESTADO-TEXTO
               WHEN WSV-TRA-TARDE(WSV-IDX)
                    MOVE "EJECUTADO TARDE"       TO WSV-ESTADO-TEXTO
               WHEN WSV-TRA-EN-ESPERA(WSV-IDX)
                    MOVE "EN ESPERA DE VENTANA"  TO WSV-ESTADO-TEXTO
                    ADD 1 TO WSV-CANT-EN-ESPERA
               WHEN WSV-TRA-SIN-PREDECESOR(WSV-IDX)
                    MOVE "PREDECESOR INEXISTENTE" TO WSV-ESTADO-TEXTO
                    ADD 1 TO WSV-CANT-BLOQUEADOS
               WHEN WSV-TRA-REGLA-INVALIDA(WSV-IDX)
                    MOVE "REGLA INVALIDA"        TO WSV-ESTADO-TEXTO
                    ADD 1 TO WSV-CANT-BLOQUEADOS
               WHEN OTHER
                    MOVE "BLOQUEADO POR PREDEC." TO WSV-ESTADO-TEXTO
                    ADD 1 TO WSV-CANT-BLOQUEADOS
           END-EVALUATE

           MOVE WSV-TRA-TRABAJO(WSV-IDX)       TO WSR-DET-TRABAJO
           MOVE WSV-TRA-PROGRAMA(WSV-IDX)      TO WSR-DET-PROGRAMA
           MOVE WSV-TRA-REGLA(WSV-IDX)         TO WSR-DET-REGLA
           MOVE WSV-TRA-VENTANA-DESDE(WSV-IDX) TO WSR-DET-DESDE
           MOVE WSV-TRA-VENTANA-HASTA(WSV-IDX) TO WSR-DET-HASTA
           MOVE WSV-ESTADO-TEXTO               TO WSR-DET-ESTADO
           DISPLAY WSR-LINEA-DETALLE
           .
       310000-LINEA-TRABAJO-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM PROCESO-AGENDA.
