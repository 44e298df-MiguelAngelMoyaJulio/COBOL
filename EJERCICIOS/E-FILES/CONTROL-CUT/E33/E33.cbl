             05 REG-YTD-DEP                     PIC 9(02).
             05 REG-YTD-SUC                     PIC 9(02).
             05 REG-YTD-SALARY                  PIC 9(07)V9(02).
      *Bruto y retencion acumulados del anio REG-YTD-ANIO; el primer
      *mes de un anio nuevo el acumulado cerrado pasa a los campos
      *-ANT, que toma el ajuste anual de ganancias de E176.
             05 REG-YTD-ANIO                    PIC 9(04).
             05 REG-YTD-RETENIDO                PIC 9(07)V9(02).
             05 REG-YTD-ANIO-ANT                PIC 9(04).
             05 REG-YTD-SALARY-ANT              PIC 9(07)V9(02).
             05 REG-YTD-RETENIDO-ANT            PIC 9(07)V9(02).

       FD RESUMENNOM.
          01 REG-RESUMEN-NOM.
             05 WS-YTD-DEP         PIC 9(02).
             05 WS-YTD-SUC         PIC 9(02).
             05 WS-YTD-SALARY      PIC 9(07)V9(02).
             05 WS-YTD-ANIO        PIC 9(04).
             05 WS-YTD-RETENIDO    PIC 9(07)V9(02).
             05 WS-YTD-ANIO-ANT    PIC 9(04).
             05 WS-YTD-SALARY-ANT  PIC 9(07)V9(02).
             05 WS-YTD-RETENIDO-ANT PIC 9(07)V9(02).
       01 WS-CANT-YTD                       PIC 9(03) VALUE 0.

      **************************  SWITCHES  ****************************
                 MOVE REG-YTD-DEP     TO WS-YTD-DEP(WS-CANT-YTD)
                 MOVE REG-YTD-SUC     TO WS-YTD-SUC(WS-CANT-YTD)
                 MOVE REG-YTD-SALARY  TO WS-YTD-SALARY(WS-CANT-YTD)
      *Un registro del layout anterior no trae anio ni retencion:
      *arranca a acumular por anio desde este mes.
                 IF REG-YTD-ANIO NOT NUMERIC
                    MOVE ZERO TO REG-YTD-ANIO REG-YTD-RETENIDO
                                 REG-YTD-ANIO-ANT REG-YTD-SALARY-ANT
                                 REG-YTD-RETENIDO-ANT
                 END-IF
                 MOVE REG-YTD-ANIO    TO WS-YTD-ANIO(WS-CANT-YTD)
                 MOVE REG-YTD-RETENIDO TO
                    WS-YTD-RETENIDO(WS-CANT-YTD)
                 MOVE REG-YTD-ANIO-ANT TO
                    WS-YTD-ANIO-ANT(WS-CANT-YTD)
                 MOVE REG-YTD-SALARY-ANT TO
                    WS-YTD-SALARY-ANT(WS-CANT-YTD)
                 MOVE REG-YTD-RETENIDO-ANT TO
                    WS-YTD-RETENIDO-ANT(WS-CANT-YTD)
                 PERFORM 216000-READ-YTD
                    THRU 216000-READ-YTD-F
              END-PERFORM
       215000-CALCULAR-RETENCION-F. EXIT.
      ******************************************************************
      *                         226000-ACUMULAR-YTD
      *        SUMA EL SALARIO Y LA RETENCION DEL PERIODO AL
      *        ACUMULADO ANUAL DEL EMPLEADO, O LO DA DE ALTA SI ES EL
      *        PRIMER PERIODO; AL CAMBIAR EL ANIO GUARDA EL ACUMULADO
      *        CERRADO EN LOS CAMPOS -ANT Y EMPIEZA DE CERO
      ******************************************************************
       226000-ACUMULAR-YTD.
           MOVE "N" TO WS-SW-YTD-ENCONTRADO
                 AND REG-DEP = WS-YTD-DEP(WS-IDX-YTD)
                 AND REG-SUC = WS-YTD-SUC(WS-IDX-YTD)
                 MOVE "S" TO WS-SW-YTD-ENCONTRADO
                 IF WS-YTD-ANIO(WS-IDX-YTD) NOT = WS-CAB-FECHA(1:4)
                    PERFORM 226500-CERRAR-ANIO-YTD
                       THRU 226500-CERRAR-ANIO-YTD-F
                 END-IF
                 ADD REG-SALARY TO WS-YTD-SALARY(WS-IDX-YTD)
                 ADD WS-DEDUCCION TO WS-YTD-RETENIDO(WS-IDX-YTD)
              END-IF
           END-PERFORM
           IF NOT WS-YTD-ENCONTRADO
              MOVE REG-DEP     TO WS-YTD-DEP(WS-CANT-YTD)
              MOVE REG-SUC     TO WS-YTD-SUC(WS-CANT-YTD)
              MOVE REG-SALARY  TO WS-YTD-SALARY(WS-CANT-YTD)
              MOVE WS-CAB-FECHA(1:4) TO WS-YTD-ANIO(WS-CANT-YTD)
              MOVE WS-DEDUCCION TO WS-YTD-RETENIDO(WS-CANT-YTD)
              MOVE ZERO TO WS-YTD-ANIO-ANT(WS-CANT-YTD)
                           WS-YTD-SALARY-ANT(WS-CANT-YTD)
                           WS-YTD-RETENIDO-ANT(WS-CANT-YTD)
           END-IF
           .
       226000-ACUMULAR-YTD-F. EXIT.
      ******************************************************************
      *                         226500-CERRAR-ANIO-YTD
      *        WS-IDX-YTD APUNTA AL EMPLEADO EN CURSO
      ******************************************************************
       226500-CERRAR-ANIO-YTD.
           IF WS-YTD-ANIO(WS-IDX-YTD) NOT = ZERO
              MOVE WS-YTD-ANIO(WS-IDX-YTD) TO
                 WS-YTD-ANIO-ANT(WS-IDX-YTD)
              MOVE WS-YTD-SALARY(WS-IDX-YTD) TO
                 WS-YTD-SALARY-ANT(WS-IDX-YTD)
              MOVE WS-YTD-RETENIDO(WS-IDX-YTD) TO
                 WS-YTD-RETENIDO-ANT(WS-IDX-YTD)
           END-IF
           MOVE WS-CAB-FECHA(1:4) TO WS-YTD-ANIO(WS-IDX-YTD)
           MOVE ZERO TO WS-YTD-SALARY(WS-IDX-YTD)
                        WS-YTD-RETENIDO(WS-IDX-YTD)
           .
       226500-CERRAR-ANIO-YTD-F. EXIT.
      ******************************************************************
      *                         200000-PROCESS
      ****************************************************************** 
       200000-PROCESS.

           PERFORM 350000-GRABAR-TRANSACCIONES
              THRU 350000-GRABAR-TRANSACCIONES-F
           GOBACK
           .
       300000-END-F. EXIT.
      ******************************************************************
              MOVE WS-YTD-DEP(WS-IDX-YTD)     TO REG-YTD-DEP
              MOVE WS-YTD-SUC(WS-IDX-YTD)     TO REG-YTD-SUC
              MOVE WS-YTD-SALARY(WS-IDX-YTD)  TO REG-YTD-SALARY
              MOVE WS-YTD-ANIO(WS-IDX-YTD)    TO REG-YTD-ANIO
              MOVE WS-YTD-RETENIDO(WS-IDX-YTD) TO REG-YTD-RETENIDO
              MOVE WS-YTD-ANIO-ANT(WS-IDX-YTD) TO REG-YTD-ANIO-ANT
              MOVE WS-YTD-SALARY-ANT(WS-IDX-YTD) TO REG-YTD-SALARY-ANT
              MOVE WS-YTD-RETENIDO-ANT(WS-IDX-YTD) TO
                 REG-YTD-RETENIDO-ANT
              WRITE REG-YTD
              IF NOT FS-STATUS-YTD-OK
                 MOVE CON-330000-WRITE-YTD TO WS-ERR-PARRAFO
