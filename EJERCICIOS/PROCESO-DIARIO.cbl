      *servicios. Ejecuta, en orden, el control de trailers de los
      *archivos de entrada (E62), el emparejamiento de cuentas y
      *servicios (E48), el listado de servicios facturados (E43) y el
      *listado de cuentas (E44). Despues del resguardo, E162REV
      *revierte los devengos del cierre anterior cuando vence su
      *fecha. Antes del boletin (E108), E161 analiza la tendencia
      *de duracion de los pasos. Si cualquiera
      *de los pasos detecta un estado de archivo incorrecto, su
      *propia rutina de fin de programa por error (RUTERROR, o el
      *399999-END-PROGRAM local) finaliza toda la unidad de
      *ejecucion con STOP RUN, cortando la cadena de inmediato sin
      *llegar a ejecutar los pasos siguientes.
      *Al finalizar los pasos, el archivo CUENTAS_ACTUALIZADAS.txt
      *que generó E48 pasa a ser el CUENTAS.txt de la proxima corrida.
      *Cada paso completado queda asentado en RUNLOG.txt con la fecha
              05 CON-RUTFECHA  PIC X(08) VALUE 'RUTFECHA'.
           02 CON-PROGRAMAS.
              05 CON-E107      PIC X(08) VALUE 'E107'.
              05 CON-E162REV   PIC X(08) VALUE 'E162REV'.
              05 CON-E62       PIC X(08) VALUE 'E62'.
              05 CON-E106      PIC X(08) VALUE 'E106'.
              05 CON-E109      PIC X(08) VALUE 'E109'.
              05 CON-E70       PIC X(08) VALUE 'E70'.
              05 CON-E43       PIC X(08) VALUE 'E43'.
              05 CON-E44       PIC X(08) VALUE 'E44'.
              05 CON-E161      PIC X(08) VALUE 'E161'.
              05 CON-E108      PIC X(08) VALUE 'E108'.
           02 CON-PASOS.
              05 CON-PASO-RENOMBRE PIC X(08) VALUE 'RENOMBRA'.
              05 CON-RUNLOG      PIC X(10) VALUE 'RUNLOG    '.
      ************************** TABLES ********************************
       01 WSV-TABLA-PASOS-OK.
          02 WSV-PASO-OK-ENTRY OCCURS 40 TIMES.
             05 WSV-PASO-OK-NOMBRE    PIC X(08).
       01 WSV-CANT-PASOS-OK           PIC 9(02) VALUE 0.
      ************************** VARIABLES *****************************
              PERFORM 107000-LEER-RUNLOG
                 THRU 107000-LEER-RUNLOG-F
                 UNTIL WS-FS-STATUS8-EOF
                 OR WSV-CANT-PASOS-OK = 40

              CLOSE RUNLOG
              MOVE "00" TO WS-FS-STATUS8
           PERFORM 202000-EJECUTAR-E107
              THRU 202000-EJECUTAR-E107-F

           PERFORM 203000-EJECUTAR-E162REV
              THRU 203000-EJECUTAR-E162REV-F

           PERFORM 205000-EJECUTAR-E62
              THRU 205000-EJECUTAR-E62-F

           PERFORM 230000-EJECUTAR-E44
              THRU 230000-EJECUTAR-E44-F

           PERFORM 232000-EJECUTAR-E161
              THRU 232000-EJECUTAR-E161-F

           PERFORM 235000-EJECUTAR-E108
              THRU 235000-EJECUTAR-E108-F
           .
           .
       202000-EJECUTAR-E107-F. EXIT.
      ******************************************************************
      *                         203000-EJECUTAR-E162REV
      *Reversion de los devengos del cierre anterior: solo graba
      *asientos el primer dia habil del mes, el resto de los dias no
      *encuentra lineas pendientes.
      ******************************************************************
       203000-EJECUTAR-E162REV.
           MOVE CON-E162REV TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-DIARIO: EJECUTANDO E162REV (REVERSION "
                      "DE DEVENGOS)"
              CALL CON-E162REV
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       203000-EJECUTAR-E162REV-F. EXIT.
      ******************************************************************
      *                         205000-EJECUTAR-E62
      ******************************************************************
       205000-EJECUTAR-E62.
           .
       230000-EJECUTAR-E44-F. EXIT.
      ******************************************************************
      *                         232000-EJECUTAR-E161
      *Tendencia de la ventana batch sobre el RUNLOG acumulado: deja
      *los avisos anticipados que el boletin muestra a continuacion.
      ******************************************************************
       232000-EJECUTAR-E161.
           MOVE CON-E161 TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-DIARIO: EJECUTANDO E161 (TENDENCIA DE "
                      "LA VENTANA BATCH)"
              CALL CON-E161
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       232000-EJECUTAR-E161-F. EXIT.
      ******************************************************************
      *                         235000-EJECUTAR-E108
      *Boletin matinal: una pagina con el veredicto de la noche para
      *que el operador temprano sepa en diez segundos si llama a
