          05 WSV-DIA-SEMANA          PIC 9(01).
          05 WSV-COCIENTE            PIC 9(08).
          05 WSV-IDX                 PIC 9(03).
          05 WSV-HABILES             PIC 9(05).
          05 WSV-MESES               PIC 9(08).
          05 WSV-MES-BASE-0          PIC 9(02).
          05 WSV-DIA-PACTADO         PIC 9(02).
          05 WSV-FECHA-FIN-MES       PIC 9(08).
          05 WSV-FECHA-FIN-MES-R REDEFINES WSV-FECHA-FIN-MES.
             10 WSV-FIN-AAAA         PIC 9(04).
             10 WSV-FIN-MM           PIC 9(02).
             10 WSV-FIN-DD           PIC 9(02).
      ************************** COPYS  ********************************
       01 WS-REG-ERRORES.
       COPY WSERRORES.
               WHEN "E"
                    PERFORM 260000-DIAS-CORRIDOS
                       THRU 260000-DIAS-CORRIDOS-F
               WHEN "M"
                    PERFORM 270000-SUMAR-MESES
                       THRU 270000-SUMAR-MESES-F
               WHEN "N"
                    PERFORM 280000-SUMAR-HABILES
                       THRU 280000-SUMAR-HABILES-F
               WHEN OTHER
                    MOVE 99 TO WS-FEC-COD-RET
           END-EVALUATE
              FUNCTION INTEGER-OF-DATE(WS-FEC-FECHA)
           .
       260000-DIAS-CORRIDOS-F. EXIT.
      ******************************************************************
      *                         270000-SUMAR-MESES
      *Vencimientos mensuales (ordenes permanentes y similares): toma
      *anio y mes de WS-FEC-FECHA, les suma WS-FEC-DIAS meses y arma
      *la fecha con el dia pactado, que viaja en la posicion del dia
      *de WS-FEC-FECHA aunque ese mes no lo tenga (un 31 en febrero).
      *Si el mes resultante es mas corto, vence el ultimo dia del
      *mes. Con cero meses solo ajusta el dia pactado al mes de la
      *fecha. El dia cero es invalido y devuelve codigo 99.
      ******************************************************************
       270000-SUMAR-MESES.
           MOVE ZERO TO WS-FEC-RESULTADO
           MOVE WS-FEC-FECHA TO WSV-FECHA-TRABAJO
           MOVE WSV-TRA-DD   TO WSV-DIA-PACTADO
           IF WSV-DIA-PACTADO = ZERO OR WSV-DIA-PACTADO > 31
              OR WSV-TRA-MM = ZERO OR WSV-TRA-MM > 12
              MOVE 99 TO WS-FEC-COD-RET
              GO TO 270000-SUMAR-MESES-F
           END-IF

           COMPUTE WSV-MESES =
              WSV-TRA-AAAA * 12 + WSV-TRA-MM - 1 + WS-FEC-DIAS
           DIVIDE WSV-MESES BY 12
              GIVING WSV-TRA-AAAA
              REMAINDER WSV-MES-BASE-0
           COMPUTE WSV-TRA-MM = WSV-MES-BASE-0 + 1
           MOVE 1 TO WSV-TRA-DD

      *Ultimo dia del mes = dia anterior al primero del mes siguiente.
           MOVE WSV-TRA-AAAA TO WSV-FIN-AAAA
           MOVE WSV-TRA-MM   TO WSV-FIN-MM
           MOVE 1            TO WSV-FIN-DD
           IF WSV-FIN-MM = 12
              ADD 1 TO WSV-FIN-AAAA
              MOVE 1 TO WSV-FIN-MM
           ELSE
              ADD 1 TO WSV-FIN-MM
           END-IF
           COMPUTE WSV-ENTERO =
              FUNCTION INTEGER-OF-DATE(WSV-FECHA-FIN-MES) - 1
           COMPUTE WSV-FECHA-FIN-MES =
              FUNCTION DATE-OF-INTEGER(WSV-ENTERO)

           IF WSV-DIA-PACTADO > WSV-FIN-DD
              MOVE WSV-FIN-DD      TO WSV-TRA-DD
           ELSE
              MOVE WSV-DIA-PACTADO TO WSV-TRA-DD
           END-IF
           MOVE WSV-FECHA-TRABAJO TO WS-FEC-RESULTADO
           .
       270000-SUMAR-MESES-F. EXIT.
      ******************************************************************
      *                         280000-SUMAR-HABILES
      *Plazos que corren en dias habiles (la acreditacion de un
      *cheque depositado de otro banco): avanza desde WS-FEC-FECHA
      *hasta juntar WS-FEC-DIAS dias habiles, sin contar la fecha de
      *partida. Con cero dias devuelve la misma fecha.
      ******************************************************************
       280000-SUMAR-HABILES.
           MOVE ZERO TO WSV-HABILES
           MOVE WS-FEC-FECHA TO WSV-FECHA-TRABAJO
           PERFORM UNTIL WSV-HABILES >= WS-FEC-DIAS
              PERFORM 160000-SUMAR-UN-DIA
                 THRU 160000-SUMAR-UN-DIA-F
              PERFORM 150000-EVALUAR-DIA
                 THRU 150000-EVALUAR-DIA-F
              IF WSV-HABIL
                 ADD 1 TO WSV-HABILES
              END-IF
           END-PERFORM
           MOVE WSV-FECHA-TRABAJO TO WS-FEC-RESULTADO
           .
       280000-SUMAR-HABILES-F. EXIT.
       END PROGRAM RUTFECHA.
