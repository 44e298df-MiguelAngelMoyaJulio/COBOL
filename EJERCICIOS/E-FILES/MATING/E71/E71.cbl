      *mayorizar lo ya pasado al mayor. La foto de un diario
      *rechazado vuelve a su nombre para corregirse; si ya hay un
      *diario nuevo queda como ASIENTOS_EN_PROCESO.txt a revision.
      *Cada cuenta del plan trae hasta tres pares origen/concepto de
      *mapeo (p.ej. TEL/ING): los batch de facturacion (E137, E139,
      *E130) toman de ahi las cuentas de sus asientos; este programa
      *no los usa.
      ******************************************************************
      *                     IDENTIFICATION DIVISION
      ******************************************************************
          01 REG-PLANCTA.
             05 REG-PLA-CUENTA          PIC 9(04).
             05 REG-PLA-NOMBRE          PIC X(30).
             05 REG-PLA-MAPEO OCCURS 3 TIMES.
                10 REG-PLA-MAP-ORIGEN   PIC X(03).
                10 REG-PLA-MAP-CONCEPTO PIC X(03).

       FD ASIENTOS.
          01 REG-ASIENTO.
             05 REG-ASI-DH                 PIC X(01).
             05 REG-ASI-IMPORTE            PIC 9(15)V9(02).
             05 REG-ASI-DETALLE            PIC X(30).
      *S = asiento de devengo que E162REV revierte el primer dia
      *habil del mes siguiente; los demas batch no lo graban.
             05 REG-ASI-REVERSA            PIC X(01).

       FD MAYOR.
          01 REG-MAYOR.
          01 REG-RECHAZO               PIC X(80).

       FD MAYORIZADO.
          01 REG-MAYORIZADO            PIC X(64).
      ******************************************************************
      *                     WORKING-STORAGE SECTION
      ******************************************************************
