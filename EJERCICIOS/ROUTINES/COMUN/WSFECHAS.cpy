      *****                   C = SUMAR WS-FEC-DIAS DIAS CORRIDOS
      *****                       A FECHA (RESULTADO EN RESULTADO)
      *****                   E = DIAS CORRIDOS ENTRE FECHA Y FECHA2
      *****                   M = SUMAR WS-FEC-DIAS MESES A FECHA; EL
      *****                       DIA DE FECHA ES EL DIA PACTADO Y SE
      *****                       AJUSTA AL ULTIMO DIA SI EL MES ES
      *****                       MAS CORTO (RESULTADO EN RESULTADO)
      *****                   N = SUMAR WS-FEC-DIAS DIAS HABILES A
      *****                       FECHA (RESULTADO EN RESULTADO)
      ***** WS-FEC-FECHA      FECHA DE ENTRADA (AAAAMMDD)
      ***** WS-FEC-FECHA2     SEGUNDA FECHA (OPERACIONES D Y E)
      ***** WS-FEC-RESULTADO  FECHA RESULTADO (OPERACIONES S, A, C, M
      *****                   Y N)
      ***** WS-FEC-DIAS       CANTIDAD DE DIAS (OPERACIONES D, C, E
      *****                   Y N)
      *****                   O DE MESES (OPERACION M)
      ***** WS-FEC-ES-HABIL   S/N (OPERACION H)
      ***** WS-FEC-COD-RET    00 = OK  99 = OPERACION O FECHA INVALIDA
      ******************************************************************
