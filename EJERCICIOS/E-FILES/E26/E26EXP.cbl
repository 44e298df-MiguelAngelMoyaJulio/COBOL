      ******************************************************************
      *Factores de expansion de la encuesta de hogares. E26 solo
      *cuenta a los hogares encuestados y la Ciudad necesita
      *estimaciones para toda la poblacion. Este batch lee la misma
      *encuesta DAT1.txt de E26 (un registro por integrante, los del
      *mismo hogar seguidos y con el mismo domicilio, mas el barrio)
      *y el marco muestral MARCO_MUESTRAL.txt (viviendas por barrio y
      *tipo de vivienda C/D). Cada barrio por tipo de vivienda es un
      *estrato y el factor de expansion de sus hogares es viviendas
      *del marco / hogares encuestados en el estrato. Como el factor
      *es el mismo para todo el estrato, se acumulan los conteos sin
      *expandir por estrato y al final se expande estrato por
      *estrato y se suma al barrio. Por barrio y sexo salen, con el
      *tamano de muestra (personas u hogares encuestados) de cada
      *estimacion:
      *  PT poblacion total (M, F y T ambos sexos);
      *  PE poblacion por franja etaria de 10 anios, las mismas 11
      *     franjas de la piramide de E18 (categoria = edad desde);
      *  NE distribucion por nivel de estudios N/P/S/T/U en %;
      *  TH tamano medio del hogar (sexo T);
      *  HS % de hogares con algun integrante sin escolaridad, con
      *     el criterio de analfabetismo de E26: mayor de 10 anios
      *     sin estudios (sexo T).
      *Todo va al archivo de layout fijo INDICADORES_BARRIOS.txt,
      *con el mismo codigo de barrio de 2 digitos que
      *POBLACION_BARRIOS.txt para que E136 los aparee. Un estrato
      *encuestado que no esta en el marco no se puede expandir: se
      *informa y queda afuera; un estrato del marco sin hogares
      *encuestados se informa como no cubierto.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. E26EXP.
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
       SELECT DATOS ASSIGN TO "DAT1.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-DAT.

       SELECT MARCO ASSIGN TO "MARCO_MUESTRAL.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-MAR.
      ****************************  OUTPUT  ****************************
       SELECT INDICADORES ASSIGN TO "INDICADORES_BARRIOS.txt"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS FS-STATUS-IND.
       DATA DIVISION.
       FILE SECTION.
       FD DATOS.
          01 REG-DATOS.
             05 REG-DOMICILIO                 PIC X(30).
             05 REG-VIVIENDA                  PIC X(01).
             05 REG-INTEGRANTES               PIC 9(01).
             05 REG-NOMBRE                    PIC X(06).
             05 REG-EDAD                      PIC 9(02).
             05 REG-SEXO                      PIC X(01).
             05 REG-ESTUDIO                   PIC X(01).
             05 REG-ESTADO                    PIC X(01).
             05 REG-BARRIO                    PIC 9(02).

       FD MARCO.
          01 REG-MARCO.
             05 REG-MAR-BARRIO                PIC 9(02).
             05 REG-MAR-VIVIENDA              PIC X(01).
             05 REG-MAR-VIVIENDAS             PIC 9(07).

       FD INDICADORES.
          01 REG-INDICADOR.
             05 REG-IND-BARRIO                PIC 9(02).
             05 REG-IND-SEXO                  PIC X(01).
             05 REG-IND-INDICADOR             PIC X(02).
             05 REG-IND-CATEGORIA             PIC X(03).
             05 REG-IND-CATEGORIA-N REDEFINES REG-IND-CATEGORIA
                                              PIC 9(03).
             05 REG-IND-VALOR                 PIC 9(09)V9(02).
             05 REG-IND-MUESTRA               PIC 9(05).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
       WORKING-STORAGE SECTION.
      ************************  CONSTANTES  ****************************
       01 WS-CONSTANTES.
           02 CON-RUTINAS.
              05 CON-RUTERROR  PIC X(08) VALUE 'RUTERROR'.
           02 CON-PARRAFO.
              05 CON-110000-CARGAR-MARCO    PIC X(30) VALUE
              '110000-CARGAR-MARCO         '.
              05 CON-200000-PROCESAR        PIC X(30) VALUE
              '200000-PROCESAR             '.
              05 CON-300000-EXPANDIR        PIC X(30) VALUE
              '300000-EXPANDIR             '.
              05 CON-400000-GRABAR          PIC X(30) VALUE
              '400000-GRABAR               '.
           02 CON-OPERACIONES.
              05 CON-ABRIR     PIC X(15) VALUE 'ABRIR          '.
              05 CON-LEER      PIC X(15) VALUE 'LEER           '.
              05 CON-GRABAR    PIC X(15) VALUE 'GRABAR         '.
           02 CON-OBJETOS.
              05 CON-DATOS     PIC X(10) VALUE 'DATOS     '.
              05 CON-MARCO     PIC X(10) VALUE 'MARCO     '.
              05 CON-INDICAD   PIC X(10) VALUE 'INDICADORE'.
              05 CON-ESTRATOS  PIC X(10) VALUE 'ESTRATOS  '.
              05 CON-BARRIOS   PIC X(10) VALUE 'BARRIOS   '.
           02 CON-OTROS.
              05 CON-CANT-BRACKETS     PIC 9(02) VALUE 11.
              05 CON-CANT-NIVELES      PIC 9(01) VALUE 5.
              05 CON-EDAD-ANALFABETO   PIC 9(02) VALUE 10.
              05 CON-NIVELES           PIC X(05) VALUE 'NPSTU'.
              05 CON-NIVELES-R REDEFINES CON-NIVELES.
                 10 CON-NIVEL          PIC X(01) OCCURS 5 TIMES.
              05 CON-SEXOS             PIC X(02) VALUE 'MF'.
              05 CON-SEXOS-R REDEFINES CON-SEXOS.
                 10 CON-SEXO           PIC X(01) OCCURS 2 TIMES.
      ************************** TABLES ********************************
      *Un estrato por barrio y tipo de vivienda, con los conteos de
      *la muestra sin expandir; sexo 1 M, 2 F.
       01 WSV-TABLA-ESTRATOS.
          02 WSV-EST-ENTRY OCCURS 100 TIMES.
             05 WSV-EST-BARRIO        PIC 9(02).
             05 WSV-EST-VIVIENDA      PIC X(01).
             05 WSV-EST-VIVIENDAS     PIC 9(07).
             05 WSV-EST-EN-MARCO      PIC X(01).
             05 WSV-EST-HOGARES       PIC 9(05).
             05 WSV-EST-INTEGRANTES   PIC 9(05).
             05 WSV-EST-HOG-SIN-ESC   PIC 9(05).
             05 WSV-EST-PESO          PIC 9(07)V9(06).
             05 WSV-EST-SEXO OCCURS 2 TIMES.
                10 WSV-EST-PERSONAS   PIC 9(05).
                10 WSV-EST-FRANJA     PIC 9(05) OCCURS 11 TIMES.
                10 WSV-EST-NIVEL      PIC 9(05) OCCURS 5 TIMES.
       01 WSV-CANT-ESTRATOS           PIC 9(03) VALUE 0.

      *Estimaciones expandidas por barrio (valor) y muestra (n).
       01 WSV-TABLA-BARRIOS.
          02 WSV-BAR-ENTRY OCCURS 50 TIMES.
             05 WSV-BAR-BARRIO        PIC 9(02).
             05 WSV-BAR-HOGARES       PIC 9(09)V9(04).
             05 WSV-BAR-HOGARES-N     PIC 9(05).
             05 WSV-BAR-INTEGRANTES   PIC 9(09)V9(04).
             05 WSV-BAR-HOG-SIN-ESC   PIC 9(09)V9(04).
             05 WSV-BAR-SEXO OCCURS 2 TIMES.
                10 WSV-BAR-PERSONAS   PIC 9(09)V9(04).
                10 WSV-BAR-PERSONAS-N PIC 9(05).
                10 WSV-BAR-FRANJA     PIC 9(09)V9(04)
                                      OCCURS 11 TIMES.
                10 WSV-BAR-FRANJA-N   PIC 9(05) OCCURS 11 TIMES.
                10 WSV-BAR-NIVEL      PIC 9(09)V9(04)
                                      OCCURS 5 TIMES.
                10 WSV-BAR-NIVEL-N    PIC 9(05) OCCURS 5 TIMES.
                10 WSV-BAR-CON-NIVEL  PIC 9(09)V9(04).
       01 WSV-CANT-BARRIOS            PIC 9(02) VALUE 0.
      **************************  SWITCHES  ****************************
       01 WS-SWITCHES.
          05 FS-STATUS-DAT           PIC X(02) VALUE "00".
             88 FS-STATUS-DAT-OK               VALUE "00".
             88 FS-STATUS-DAT-EOF              VALUE "10".
          05 FS-STATUS-MAR           PIC X(02) VALUE "00".
             88 FS-STATUS-MAR-OK               VALUE "00".
             88 FS-STATUS-MAR-EOF              VALUE "10".
          05 FS-STATUS-IND           PIC X(02) VALUE "00".
             88 FS-STATUS-IND-OK               VALUE "00".
          05 WSV-SW-SIN-ESCOLARIDAD  PIC X(01).
             88 WSV-SIN-ESCOLARIDAD            VALUE "S".
      ************************** VARIABLES *****************************
       01 WSV-VARIABLES.
          05 WSV-CORTE-DOMICILIO     PIC X(30).
          05 WSV-CLAVE-BARRIO        PIC 9(02).
          05 WSV-CLAVE-VIVIENDA      PIC X(01).
          05 WSV-CANT-MIEMBROS       PIC 9(02).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-IDX-EST             PIC 9(03).
          05 WSV-IDX-BAR             PIC 9(02).
          05 WSV-IDX-SEXO            PIC 9(01).
          05 WSV-IDX-BRACKET         PIC 9(02).
          05 WSV-IDX-NIVEL           PIC 9(01).
          05 WSV-TOTAL               PIC 9(09)V9(04).
          05 WSV-TOTAL-N             PIC 9(05).
       01 WSV-CONTADORES.
          05 WSV-CANT-LEIDOS         PIC 9(05) VALUE ZERO.
          05 WSV-CANT-HOGARES        PIC 9(05) VALUE ZERO.
          05 WSV-CANT-SIN-MARCO      PIC 9(05) VALUE ZERO.
          05 WSV-CANT-NO-CUBIERTOS   PIC 9(03) VALUE ZERO.
          05 WSV-CANT-GRABADOS       PIC 9(05) VALUE ZERO.
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
           MOVE "E26EXP" TO WS-ERR-PROGRAMA

           PERFORM 110000-CARGAR-MARCO
              THRU 110000-CARGAR-MARCO-F

           PERFORM 200000-PROCESAR
              THRU 200000-PROCESAR-F

           PERFORM 300000-EXPANDIR
              THRU 300000-EXPANDIR-F

           PERFORM 400000-GRABAR
              THRU 400000-GRABAR-F

           DISPLAY "E26EXP - EXPANSION DE LA ENCUESTA DE HOGARES"
           DISPLAY "INTEGRANTES LEIDOS    : " WSV-CANT-LEIDOS
           DISPLAY "HOGARES ENCUESTADOS   : " WSV-CANT-HOGARES
           DISPLAY "HOGARES SIN MARCO     : " WSV-CANT-SIN-MARCO
           DISPLAY "ESTRATOS NO CUBIERTOS : " WSV-CANT-NO-CUBIERTOS
           DISPLAY "INDICADORES GRABADOS  : " WSV-CANT-GRABADOS
           STOP RUN
           .
      ******************************************************************
      *                         110000-CARGAR-MARCO
      *El marco define los estratos y los barrios a informar.
      ******************************************************************
       110000-CARGAR-MARCO.
           OPEN INPUT MARCO
           IF NOT FS-STATUS-MAR-OK
              MOVE CON-110000-CARGAR-MARCO TO WS-ERR-PARRAFO
              MOVE CON-MARCO               TO WS-ERR-OBJETO
              MOVE CON-ABRIR               TO WS-ERR-OPERACION
              MOVE FS-STATUS-MAR           TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           PERFORM 112000-LEER-MARCO
              THRU 112000-LEER-MARCO-F
              UNTIL FS-STATUS-MAR-EOF
           CLOSE MARCO
           .
       110000-CARGAR-MARCO-F. EXIT.
      ******************************************************************
      *                         112000-LEER-MARCO
      ******************************************************************
       112000-LEER-MARCO.
           READ MARCO
           EVALUATE TRUE
               WHEN FS-STATUS-MAR-OK
                    MOVE REG-MAR-BARRIO   TO WSV-CLAVE-BARRIO
                    MOVE REG-MAR-VIVIENDA TO WSV-CLAVE-VIVIENDA
                    PERFORM 240000-UBICAR-ESTRATO
                       THRU 240000-UBICAR-ESTRATO-F
                    ADD REG-MAR-VIVIENDAS TO
                       WSV-EST-VIVIENDAS(WSV-IDX-EST)
                    MOVE "S" TO WSV-EST-EN-MARCO(WSV-IDX-EST)
               WHEN FS-STATUS-MAR-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-110000-CARGAR-MARCO TO WS-ERR-PARRAFO
                    MOVE CON-MARCO               TO WS-ERR-OBJETO
                    MOVE CON-LEER                TO WS-ERR-OPERACION
                    MOVE FS-STATUS-MAR           TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       112000-LEER-MARCO-F. EXIT.
      ******************************************************************
      *                         200000-PROCESAR
      *Corte de control por domicilio, como en E26: al cambiar de
      *domicilio se cierra el hogar anterior en su estrato.
      ******************************************************************
       200000-PROCESAR.
           OPEN INPUT DATOS
           IF NOT FS-STATUS-DAT-OK
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-DATOS           TO WS-ERR-OBJETO
              MOVE CON-ABRIR           TO WS-ERR-OPERACION
              MOVE FS-STATUS-DAT       TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 210000-LEER-DATOS
              THRU 210000-LEER-DATOS-F
           IF NOT FS-STATUS-DAT-EOF
              PERFORM 220000-ABRIR-HOGAR
                 THRU 220000-ABRIR-HOGAR-F
           END-IF

           PERFORM 230000-PROCESAR-INTEGRANTE
              THRU 230000-PROCESAR-INTEGRANTE-F
              UNTIL FS-STATUS-DAT-EOF

           IF WSV-CANT-LEIDOS > ZERO
              PERFORM 250000-CERRAR-HOGAR
                 THRU 250000-CERRAR-HOGAR-F
           END-IF
           CLOSE DATOS
           .
       200000-PROCESAR-F. EXIT.
      ******************************************************************
      *                         210000-LEER-DATOS
      *Un registro con cero integrantes es el fin de los datos de la
      *encuesta.
      ******************************************************************
       210000-LEER-DATOS.
           READ DATOS
           EVALUATE TRUE
               WHEN FS-STATUS-DAT-OK
                    IF REG-INTEGRANTES = ZERO
                       MOVE "10" TO FS-STATUS-DAT
                    ELSE
                       ADD 1 TO WSV-CANT-LEIDOS
                    END-IF
               WHEN FS-STATUS-DAT-EOF
                    CONTINUE
               WHEN OTHER
                    MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
                    MOVE CON-DATOS           TO WS-ERR-OBJETO
                    MOVE CON-LEER            TO WS-ERR-OPERACION
                    MOVE FS-STATUS-DAT       TO WS-ERR-CODIGO
                    PERFORM 399999-END-PROGRAM
                       THRU 399999-END-PROGRAM-F
           END-EVALUATE
           .
       210000-LEER-DATOS-F. EXIT.
      ******************************************************************
      *                         220000-ABRIR-HOGAR
      *El estrato del hogar sale de su primer integrante.
      ******************************************************************
       220000-ABRIR-HOGAR.
           MOVE REG-DOMICILIO TO WSV-CORTE-DOMICILIO
           MOVE ZERO          TO WSV-CANT-MIEMBROS
           MOVE "N"           TO WSV-SW-SIN-ESCOLARIDAD
           MOVE REG-BARRIO    TO WSV-CLAVE-BARRIO
           MOVE REG-VIVIENDA  TO WSV-CLAVE-VIVIENDA
           PERFORM 240000-UBICAR-ESTRATO
              THRU 240000-UBICAR-ESTRATO-F
           .
       220000-ABRIR-HOGAR-F. EXIT.
      ******************************************************************
      *                         230000-PROCESAR-INTEGRANTE
      *Franja etaria como en E18: edad / 10 + 1, la ultima abierta.
      ******************************************************************
       230000-PROCESAR-INTEGRANTE.
           IF REG-DOMICILIO NOT = WSV-CORTE-DOMICILIO
              PERFORM 250000-CERRAR-HOGAR
                 THRU 250000-CERRAR-HOGAR-F
              PERFORM 220000-ABRIR-HOGAR
                 THRU 220000-ABRIR-HOGAR-F
           END-IF

           ADD 1 TO WSV-CANT-MIEMBROS
           IF REG-SEXO = "F"
              MOVE 2 TO WSV-IDX-SEXO
           ELSE
              MOVE 1 TO WSV-IDX-SEXO
           END-IF
           ADD 1 TO WSV-EST-PERSONAS(WSV-IDX-EST, WSV-IDX-SEXO)

           COMPUTE WSV-IDX-BRACKET = (REG-EDAD / 10) + 1
           IF WSV-IDX-BRACKET > CON-CANT-BRACKETS
              MOVE CON-CANT-BRACKETS TO WSV-IDX-BRACKET
           END-IF
           ADD 1 TO WSV-EST-FRANJA(WSV-IDX-EST, WSV-IDX-SEXO,
                                   WSV-IDX-BRACKET)

           MOVE ZERO TO WSV-IDX-NIVEL
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > CON-CANT-NIVELES
              OR WSV-IDX-NIVEL > ZERO
              IF CON-NIVEL(WSV-IDX) = REG-ESTUDIO
                 MOVE WSV-IDX TO WSV-IDX-NIVEL
              END-IF
           END-PERFORM
           IF WSV-IDX-NIVEL > ZERO
              ADD 1 TO WSV-EST-NIVEL(WSV-IDX-EST, WSV-IDX-SEXO,
                                     WSV-IDX-NIVEL)
           END-IF

           IF REG-ESTUDIO = "N"
              AND REG-EDAD > CON-EDAD-ANALFABETO
              MOVE "S" TO WSV-SW-SIN-ESCOLARIDAD
           END-IF

           PERFORM 210000-LEER-DATOS
              THRU 210000-LEER-DATOS-F
           .
       230000-PROCESAR-INTEGRANTE-F. EXIT.
      ******************************************************************
      *                         240000-UBICAR-ESTRATO
      *Busca el estrato de la clave barrio / vivienda y lo agrega en
      *cero si no existe; deja el indice en WSV-IDX-EST.
      ******************************************************************
       240000-UBICAR-ESTRATO.
           MOVE ZERO TO WSV-IDX-EST
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-ESTRATOS
              OR WSV-IDX-EST > ZERO
              IF WSV-EST-BARRIO(WSV-IDX) = WSV-CLAVE-BARRIO
                 AND WSV-EST-VIVIENDA(WSV-IDX) = WSV-CLAVE-VIVIENDA
                 MOVE WSV-IDX TO WSV-IDX-EST
              END-IF
           END-PERFORM
           IF WSV-IDX-EST > ZERO
              GO TO 240000-UBICAR-ESTRATO-F
           END-IF

           IF WSV-CANT-ESTRATOS = 100
              DISPLAY "E26EXP: TABLA DE ESTRATOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-200000-PROCESAR TO WS-ERR-PARRAFO
              MOVE CON-ESTRATOS        TO WS-ERR-OBJETO
              MOVE CON-LEER            TO WS-ERR-OPERACION
              MOVE 99                  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-ESTRATOS
           MOVE WSV-CANT-ESTRATOS TO WSV-IDX-EST
           INITIALIZE WSV-EST-ENTRY(WSV-IDX-EST)
           MOVE WSV-CLAVE-BARRIO   TO WSV-EST-BARRIO(WSV-IDX-EST)
           MOVE WSV-CLAVE-VIVIENDA TO WSV-EST-VIVIENDA(WSV-IDX-EST)
           MOVE "N"                TO WSV-EST-EN-MARCO(WSV-IDX-EST)
           .
       240000-UBICAR-ESTRATO-F. EXIT.
      ******************************************************************
      *                         250000-CERRAR-HOGAR
      ******************************************************************
       250000-CERRAR-HOGAR.
           ADD 1 TO WSV-CANT-HOGARES
           ADD 1 TO WSV-EST-HOGARES(WSV-IDX-EST)
           ADD WSV-CANT-MIEMBROS TO WSV-EST-INTEGRANTES(WSV-IDX-EST)
           IF WSV-SIN-ESCOLARIDAD
              ADD 1 TO WSV-EST-HOG-SIN-ESC(WSV-IDX-EST)
           END-IF
           .
       250000-CERRAR-HOGAR-F. EXIT.
      ******************************************************************
      *                         300000-EXPANDIR
      ******************************************************************
       300000-EXPANDIR.
           PERFORM 310000-EXPANDIR-ESTRATO
              THRU 310000-EXPANDIR-ESTRATO-F
              VARYING WSV-IDX-EST FROM 1 BY 1
              UNTIL WSV-IDX-EST > WSV-CANT-ESTRATOS
           .
       300000-EXPANDIR-F. EXIT.
      ******************************************************************
      *                         310000-EXPANDIR-ESTRATO
      *Factor = viviendas del marco / hogares encuestados.
      ******************************************************************
       310000-EXPANDIR-ESTRATO.
           IF WSV-EST-EN-MARCO(WSV-IDX-EST) NOT = "S"
              ADD WSV-EST-HOGARES(WSV-IDX-EST) TO WSV-CANT-SIN-MARCO
              DISPLAY "E26EXP: BARRIO " WSV-EST-BARRIO(WSV-IDX-EST)
                      " VIVIENDA " WSV-EST-VIVIENDA(WSV-IDX-EST)
                      " SIN MARCO - "
                      WSV-EST-HOGARES(WSV-IDX-EST)
                      " HOGARES NO EXPANDIDOS"
              GO TO 310000-EXPANDIR-ESTRATO-F
           END-IF

           PERFORM 320000-UBICAR-BARRIO
              THRU 320000-UBICAR-BARRIO-F

           IF WSV-EST-HOGARES(WSV-IDX-EST) = ZERO
              ADD 1 TO WSV-CANT-NO-CUBIERTOS
              DISPLAY "E26EXP: BARRIO " WSV-EST-BARRIO(WSV-IDX-EST)
                      " VIVIENDA " WSV-EST-VIVIENDA(WSV-IDX-EST)
                      " SIN HOGARES ENCUESTADOS - NO CUBIERTO"
              GO TO 310000-EXPANDIR-ESTRATO-F
           END-IF

           COMPUTE WSV-EST-PESO(WSV-IDX-EST) ROUNDED =
              WSV-EST-VIVIENDAS(WSV-IDX-EST) /
              WSV-EST-HOGARES(WSV-IDX-EST)

           ADD WSV-EST-VIVIENDAS(WSV-IDX-EST) TO
              WSV-BAR-HOGARES(WSV-IDX-BAR)
           ADD WSV-EST-HOGARES(WSV-IDX-EST) TO
              WSV-BAR-HOGARES-N(WSV-IDX-BAR)
           COMPUTE WSV-BAR-INTEGRANTES(WSV-IDX-BAR) ROUNDED =
              WSV-BAR-INTEGRANTES(WSV-IDX-BAR) +
              WSV-EST-INTEGRANTES(WSV-IDX-EST) *
              WSV-EST-PESO(WSV-IDX-EST)
           COMPUTE WSV-BAR-HOG-SIN-ESC(WSV-IDX-BAR) ROUNDED =
              WSV-BAR-HOG-SIN-ESC(WSV-IDX-BAR) +
              WSV-EST-HOG-SIN-ESC(WSV-IDX-EST) *
              WSV-EST-PESO(WSV-IDX-EST)

           PERFORM 330000-EXPANDIR-SEXO
              THRU 330000-EXPANDIR-SEXO-F
              VARYING WSV-IDX-SEXO FROM 1 BY 1
              UNTIL WSV-IDX-SEXO > 2
           .
       310000-EXPANDIR-ESTRATO-F. EXIT.
      ******************************************************************
      *                         320000-UBICAR-BARRIO
      ******************************************************************
       320000-UBICAR-BARRIO.
           MOVE ZERO TO WSV-IDX-BAR
           PERFORM VARYING WSV-IDX FROM 1 BY 1
              UNTIL WSV-IDX > WSV-CANT-BARRIOS
              OR WSV-IDX-BAR > ZERO
              IF WSV-BAR-BARRIO(WSV-IDX) = WSV-EST-BARRIO(WSV-IDX-EST)
                 MOVE WSV-IDX TO WSV-IDX-BAR
              END-IF
           END-PERFORM
           IF WSV-IDX-BAR > ZERO
              GO TO 320000-UBICAR-BARRIO-F
           END-IF

           IF WSV-CANT-BARRIOS = 50
              DISPLAY "E26EXP: TABLA DE BARRIOS LLENA - "
                      "AMPLIE LA TABLA"
              MOVE CON-300000-EXPANDIR TO WS-ERR-PARRAFO
              MOVE CON-BARRIOS         TO WS-ERR-OBJETO
              MOVE CON-GRABAR          TO WS-ERR-OPERACION
              MOVE 99                  TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-BARRIOS
           MOVE WSV-CANT-BARRIOS TO WSV-IDX-BAR
           INITIALIZE WSV-BAR-ENTRY(WSV-IDX-BAR)
           MOVE WSV-EST-BARRIO(WSV-IDX-EST) TO
              WSV-BAR-BARRIO(WSV-IDX-BAR)
           .
       320000-UBICAR-BARRIO-F. EXIT.
      ******************************************************************
      *                         330000-EXPANDIR-SEXO
      ******************************************************************
       330000-EXPANDIR-SEXO.
           COMPUTE WSV-BAR-PERSONAS(WSV-IDX-BAR, WSV-IDX-SEXO)
              ROUNDED =
              WSV-BAR-PERSONAS(WSV-IDX-BAR, WSV-IDX-SEXO) +
              WSV-EST-PERSONAS(WSV-IDX-EST, WSV-IDX-SEXO) *
              WSV-EST-PESO(WSV-IDX-EST)
           ADD WSV-EST-PERSONAS(WSV-IDX-EST, WSV-IDX-SEXO) TO
              WSV-BAR-PERSONAS-N(WSV-IDX-BAR, WSV-IDX-SEXO)

           PERFORM VARYING WSV-IDX-BRACKET FROM 1 BY 1
              UNTIL WSV-IDX-BRACKET > CON-CANT-BRACKETS
              COMPUTE WSV-BAR-FRANJA(WSV-IDX-BAR, WSV-IDX-SEXO,
                                     WSV-IDX-BRACKET) ROUNDED =
                 WSV-BAR-FRANJA(WSV-IDX-BAR, WSV-IDX-SEXO,
                                WSV-IDX-BRACKET) +
                 WSV-EST-FRANJA(WSV-IDX-EST, WSV-IDX-SEXO,
                                WSV-IDX-BRACKET) *
                 WSV-EST-PESO(WSV-IDX-EST)
              ADD WSV-EST-FRANJA(WSV-IDX-EST, WSV-IDX-SEXO,
                                 WSV-IDX-BRACKET) TO
                 WSV-BAR-FRANJA-N(WSV-IDX-BAR, WSV-IDX-SEXO,
                                  WSV-IDX-BRACKET)
           END-PERFORM

           PERFORM VARYING WSV-IDX-NIVEL FROM 1 BY 1
              UNTIL WSV-IDX-NIVEL > CON-CANT-NIVELES
              COMPUTE WSV-BAR-NIVEL(WSV-IDX-BAR, WSV-IDX-SEXO,
                                    WSV-IDX-NIVEL) ROUNDED =
                 WSV-BAR-NIVEL(WSV-IDX-BAR, WSV-IDX-SEXO,
                               WSV-IDX-NIVEL) +
                 WSV-EST-NIVEL(WSV-IDX-EST, WSV-IDX-SEXO,
                               WSV-IDX-NIVEL) *
                 WSV-EST-PESO(WSV-IDX-EST)
              ADD WSV-EST-NIVEL(WSV-IDX-EST, WSV-IDX-SEXO,
                                WSV-IDX-NIVEL) TO
                 WSV-BAR-NIVEL-N(WSV-IDX-BAR, WSV-IDX-SEXO,
                                 WSV-IDX-NIVEL)
              COMPUTE WSV-BAR-CON-NIVEL(WSV-IDX-BAR, WSV-IDX-SEXO)
                 ROUNDED =
                 WSV-BAR-CON-NIVEL(WSV-IDX-BAR, WSV-IDX-SEXO) +
                 WSV-EST-NIVEL(WSV-IDX-EST, WSV-IDX-SEXO,
                               WSV-IDX-NIVEL) *
                 WSV-EST-PESO(WSV-IDX-EST)
           END-PERFORM
           .
       330000-EXPANDIR-SEXO-F. EXIT.
      ******************************************************************
      *                         400000-GRABAR
      ******************************************************************
       400000-GRABAR.
           OPEN OUTPUT INDICADORES
           IF NOT FS-STATUS-IND-OK
              MOVE CON-400000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-INDICAD       TO WS-ERR-OBJETO
              MOVE CON-ABRIR         TO WS-ERR-OPERACION
              MOVE FS-STATUS-IND     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF

           PERFORM 410000-GRABAR-BARRIO
              THRU 410000-GRABAR-BARRIO-F
              VARYING WSV-IDX-BAR FROM 1 BY 1
              UNTIL WSV-IDX-BAR > WSV-CANT-BARRIOS

           CLOSE INDICADORES
           .
       400000-GRABAR-F. EXIT.
      ******************************************************************
      *                         410000-GRABAR-BARRIO
      *Un barrio cuyos estratos quedaron todos sin cubrir no tiene
      *estimaciones que grabar.
      ******************************************************************
       410000-GRABAR-BARRIO.
           IF WSV-BAR-HOGARES-N(WSV-IDX-BAR) = ZERO
              GO TO 410000-GRABAR-BARRIO-F
           END-IF

           MOVE WSV-BAR-BARRIO(WSV-IDX-BAR) TO REG-IND-BARRIO

           PERFORM 420000-GRABAR-SEXO
              THRU 420000-GRABAR-SEXO-F
              VARYING WSV-IDX-SEXO FROM 1 BY 1
              UNTIL WSV-IDX-SEXO > 2

      *Ambos sexos.
           COMPUTE WSV-TOTAL =
              WSV-BAR-PERSONAS(WSV-IDX-BAR, 1) +
              WSV-BAR-PERSONAS(WSV-IDX-BAR, 2)
           COMPUTE WSV-TOTAL-N =
              WSV-BAR-PERSONAS-N(WSV-IDX-BAR, 1) +
              WSV-BAR-PERSONAS-N(WSV-IDX-BAR, 2)
           MOVE "T"    TO REG-IND-SEXO
           MOVE "PT"   TO REG-IND-INDICADOR
           MOVE SPACES TO REG-IND-CATEGORIA
           COMPUTE REG-IND-VALOR ROUNDED = WSV-TOTAL
           MOVE WSV-TOTAL-N TO REG-IND-MUESTRA
           PERFORM 480000-ESCRIBIR
              THRU 480000-ESCRIBIR-F

      *Indicadores de hogar: la muestra son los hogares.
           MOVE "TH" TO REG-IND-INDICADOR
           IF WSV-BAR-HOGARES(WSV-IDX-BAR) > ZERO
              COMPUTE REG-IND-VALOR ROUNDED =
                 WSV-BAR-INTEGRANTES(WSV-IDX-BAR) /
                 WSV-BAR-HOGARES(WSV-IDX-BAR)
           ELSE
              MOVE ZERO TO REG-IND-VALOR
           END-IF
           MOVE WSV-BAR-HOGARES-N(WSV-IDX-BAR) TO REG-IND-MUESTRA
           PERFORM 480000-ESCRIBIR
              THRU 480000-ESCRIBIR-F

           MOVE "HS" TO REG-IND-INDICADOR
           IF WSV-BAR-HOGARES(WSV-IDX-BAR) > ZERO
              COMPUTE REG-IND-VALOR ROUNDED =
                 WSV-BAR-HOG-SIN-ESC(WSV-IDX-BAR) * 100 /
                 WSV-BAR-HOGARES(WSV-IDX-BAR)
           ELSE
              MOVE ZERO TO REG-IND-VALOR
           END-IF
           PERFORM 480000-ESCRIBIR
              THRU 480000-ESCRIBIR-F
           .
       410000-GRABAR-BARRIO-F. EXIT.
      ******************************************************************
      *                         420000-GRABAR-SEXO
      ******************************************************************
       420000-GRABAR-SEXO.
           MOVE CON-SEXO(WSV-IDX-SEXO) TO REG-IND-SEXO

           MOVE "PT"   TO REG-IND-INDICADOR
           MOVE SPACES TO REG-IND-CATEGORIA
           COMPUTE REG-IND-VALOR ROUNDED =
              WSV-BAR-PERSONAS(WSV-IDX-BAR, WSV-IDX-SEXO)
           MOVE WSV-BAR-PERSONAS-N(WSV-IDX-BAR, WSV-IDX-SEXO) TO
              REG-IND-MUESTRA
           PERFORM 480000-ESCRIBIR
              THRU 480000-ESCRIBIR-F

           MOVE "PE" TO REG-IND-INDICADOR
           PERFORM VARYING WSV-IDX-BRACKET FROM 1 BY 1
              UNTIL WSV-IDX-BRACKET > CON-CANT-BRACKETS
              COMPUTE REG-IND-CATEGORIA-N =
                 (WSV-IDX-BRACKET - 1) * 10
              COMPUTE REG-IND-VALOR ROUNDED =
                 WSV-BAR-FRANJA(WSV-IDX-BAR, WSV-IDX-SEXO,
                                WSV-IDX-BRACKET)
              MOVE WSV-BAR-FRANJA-N(WSV-IDX-BAR, WSV-IDX-SEXO,
                                    WSV-IDX-BRACKET) TO
                 REG-IND-MUESTRA
              PERFORM 480000-ESCRIBIR
                 THRU 480000-ESCRIBIR-F
           END-PERFORM

      *Distribucion: % sobre los que declararon un nivel valido.
           MOVE "NE" TO REG-IND-INDICADOR
           PERFORM VARYING WSV-IDX-NIVEL FROM 1 BY 1
              UNTIL WSV-IDX-NIVEL > CON-CANT-NIVELES
              MOVE SPACES TO REG-IND-CATEGORIA
              MOVE CON-NIVEL(WSV-IDX-NIVEL) TO REG-IND-CATEGORIA
              IF WSV-BAR-CON-NIVEL(WSV-IDX-BAR, WSV-IDX-SEXO) > ZERO
                 COMPUTE REG-IND-VALOR ROUNDED =
                    WSV-BAR-NIVEL(WSV-IDX-BAR, WSV-IDX-SEXO,
                                  WSV-IDX-NIVEL) * 100 /
                    WSV-BAR-CON-NIVEL(WSV-IDX-BAR, WSV-IDX-SEXO)
              ELSE
                 MOVE ZERO TO REG-IND-VALOR
              END-IF
              MOVE WSV-BAR-NIVEL-N(WSV-IDX-BAR, WSV-IDX-SEXO,
                                   WSV-IDX-NIVEL) TO
                 REG-IND-MUESTRA
              PERFORM 480000-ESCRIBIR
                 THRU 480000-ESCRIBIR-F
           END-PERFORM
           .
       420000-GRABAR-SEXO-F. EXIT.
      ******************************************************************
      *                         480000-ESCRIBIR
      ******************************************************************
       480000-ESCRIBIR.
           WRITE REG-INDICADOR
           IF NOT FS-STATUS-IND-OK
              MOVE CON-400000-GRABAR TO WS-ERR-PARRAFO
              MOVE CON-INDICAD       TO WS-ERR-OBJETO
              MOVE CON-GRABAR        TO WS-ERR-OPERACION
              MOVE FS-STATUS-IND     TO WS-ERR-CODIGO
              PERFORM 399999-END-PROGRAM
                 THRU 399999-END-PROGRAM-F
           END-IF
           ADD 1 TO WSV-CANT-GRABADOS
           .
       480000-ESCRIBIR-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
           CALL CON-RUTERROR USING WS-REG-ERRORES
           .
       399999-END-PROGRAM-F. EXIT.
       END PROGRAM E26EXP.
