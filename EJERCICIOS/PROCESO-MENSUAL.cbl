              05 CON-E107      PIC X(08) VALUE 'E107'.
              05 CON-E52       PIC X(08) VALUE 'E52'.
              05 CON-E48AGE    PIC X(08) VALUE 'E48AGE'.
              05 CON-E152      PIC X(08) VALUE 'E152'.
              05 CON-E103      PIC X(08) VALUE 'E103'.
              05 CON-E85       PIC X(08) VALUE 'E85'.
              05 CON-E153      PIC X(08) VALUE 'E153'.
              05 CON-E158EST   PIC X(08) VALUE 'E158EST'.
              05 CON-E162      PIC X(08) VALUE 'E162'.
              05 CON-E163      PIC X(08) VALUE 'E163'.
              05 CON-E171      PIC X(08) VALUE 'E171'.
              05 CON-E173      PIC X(08) VALUE 'E173'.
           02 CON-PASOS.
              05 CON-PASO-CIERRE PIC X(08) VALUE 'CIERRE'.
           02 CON-PARRAFO.
              05 CON-RUNLOG      PIC X(10) VALUE 'RUNLOG    '.
      ************************** TABLES ********************************
       01 WSV-TABLA-PASOS-OK.
          02 WSV-PASO-OK-ENTRY OCCURS 20 TIMES.
             05 WSV-PASO-OK-NOMBRE    PIC X(08).
       01 WSV-CANT-PASOS-OK           PIC 9(02) VALUE 0.

              PERFORM 107500-LEER-RUNLOG
                 THRU 107500-LEER-RUNLOG-F
                 UNTIL WS-FS-STATUS8-EOF
                 OR WSV-CANT-PASOS-OK = 20

              CLOSE RUNLOG
              MOVE "00" TO WS-FS-STATUS8
           PERFORM 220000-EJECUTAR-E48AGE
              THRU 220000-EJECUTAR-E48AGE-F

           PERFORM 222000-EJECUTAR-E152
              THRU 222000-EJECUTAR-E152-F

           PERFORM 225000-EJECUTAR-E103
              THRU 225000-EJECUTAR-E103-F

           PERFORM 226000-EJECUTAR-E162
              THRU 226000-EJECUTAR-E162-F

           PERFORM 227000-EJECUTAR-E158EST
              THRU 227000-EJECUTAR-E158EST-F

           PERFORM 227500-EJECUTAR-E171
              THRU 227500-EJECUTAR-E171-F

           PERFORM 227600-EJECUTAR-E173
              THRU 227600-EJECUTAR-E173-F

           IF WSV-PROC-MM = 03 OR WSV-PROC-MM = 06
              OR WSV-PROC-MM = 09 OR WSV-PROC-MM = 12
              PERFORM 228000-EJECUTAR-E163
                 THRU 228000-EJECUTAR-E163-F
           END-IF

           IF WSV-PROC-MM = 06 OR WSV-PROC-MM = 12
              PERFORM 230000-EJECUTAR-E85
                 THRU 230000-EJECUTAR-E85-F
           END-IF

           IF WSV-PROC-MM = 12
              PERFORM 235000-EJECUTAR-E153
                 THRU 235000-EJECUTAR-E153-F
           END-IF
           .
       200000-EJECUTAR-CADENA-F. EXIT.
      ******************************************************************
           .
       220000-EJECUTAR-E48AGE-F. EXIT.
      ******************************************************************
      *                         222000-EJECUTAR-E152
      *Central de Deudores del mes: va despues de E48AGE porque usa
      *la antiguedad de rechazados recien calculada.
      ******************************************************************
       222000-EJECUTAR-E152.
           MOVE CON-E152 TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-MENSUAL: EJECUTANDO E152 (CENTRAL DE "
                      "DEUDORES)"
              CALL CON-E152
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       222000-EJECUTAR-E152-F. EXIT.
      ******************************************************************
      *                         225000-EJECUTAR-E103
      *Revaluacion de saldos en moneda extranjera al cierre de
      *TASASDIA: asienta la diferencia de cambio en ASIENTOS.txt y
           .
       225000-EJECUTAR-E103-F. EXIT.
      ******************************************************************
      *                         226000-EJECUTAR-E162
      *Devengamiento de intereses de plazos fijos, descubiertos y
      *prestamos a fin de mes, con reversion automatica el primer
      *dia habil del mes siguiente (E162REV en PROCESO-DIARIO).
      ******************************************************************
       226000-EJECUTAR-E162.
           MOVE CON-E162 TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-MENSUAL: EJECUTANDO E162 "
                      "(DEVENGAMIENTO DE INTERESES)"
              CALL CON-E162
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       226000-EJECUTAR-E162-F. EXIT.
      ******************************************************************
      *                         227000-EJECUTAR-E158EST
      *Regimen mensual de reclamos de clientes por categoria y
      *tiempo de respuesta.
      ******************************************************************
       227000-EJECUTAR-E158EST.
           MOVE CON-E158EST TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-MENSUAL: EJECUTANDO E158EST "
                      "(REGIMEN DE RECLAMOS)"
              CALL CON-E158EST
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       227000-EJECUTAR-E158EST-F. EXIT.
      ******************************************************************
      *                         227500-EJECUTAR-E171
      *Inventario de farmacia valorizado al costo promedio y costo
      *de la mercaderia dispensada en el mes.
      ******************************************************************
       227500-EJECUTAR-E171.
           MOVE CON-E171 TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-MENSUAL: EJECUTANDO E171 "
                      "(INVENTARIO DE FARMACIA VALORIZADO)"
              CALL CON-E171
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       227500-EJECUTAR-E171-F. EXIT.
      ******************************************************************
      *                         227600-EJECUTAR-E173
      ******************************************************************
       227600-EJECUTAR-E173.
           MOVE CON-E173 TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-MENSUAL: EJECUTANDO E173 "
                      "(PACIENTES CON ALERTAS DE DISPENSA)"
              CALL CON-E173
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       227600-EJECUTAR-E173-F. EXIT.
      ******************************************************************
      *                         228000-EJECUTAR-E163
      *Distribucion reciproca de los costos de los departamentos de
      *servicio: solo en los cierres de trimestre.
      ******************************************************************
       228000-EJECUTAR-E163.
           MOVE CON-E163 TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-MENSUAL: EJECUTANDO E163 "
                      "(DISTRIBUCION DE COSTOS DE SERVICIOS)"
              CALL CON-E163
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       228000-EJECUTAR-E163-F. EXIT.
      ******************************************************************
      *                         230000-EJECUTAR-E85
      *El SAC se liquida solo en los cierres de junio y diciembre.
      ******************************************************************
           .
       230000-EJECUTAR-E85-F. EXIT.
      ******************************************************************
      *                         235000-EJECUTAR-E153
      *Certificados impositivos anuales: solo en el cierre de
      *diciembre, con los saldos del 31/12.
      ******************************************************************
       235000-EJECUTAR-E153.
           MOVE CON-E153 TO WSV-PASO
           PERFORM 150000-PASO-HECHO
              THRU 150000-PASO-HECHO-F

           IF NOT WSS-PASO-HECHO-S
              DISPLAY "PROCESO-MENSUAL: EJECUTANDO E153 (CERTIFICADOS "
                      "IMPOSITIVOS ANUALES)"
              CALL CON-E153
              PERFORM 160000-REGISTRAR-PASO
                 THRU 160000-REGISTRAR-PASO-F
           END-IF
           .
       235000-EJECUTAR-E153-F. EXIT.
      ******************************************************************
      *                         399999-END-PROGRAM
      ******************************************************************
       399999-END-PROGRAM.
