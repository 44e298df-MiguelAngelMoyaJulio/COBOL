          02 WSV-FRASE-CMP       PIC X(250).
          02 WSV-PALABRA-CMP     PIC X(23).
          02 WSV-SW-COINCIDE     PIC X(01).
          02 WSV-PUNTERO         PIC 9(03).
          02 WSV-PALABRA-AUX     PIC X(30).
       01 WSV-TABLA-PALABRAS.
          02 WSV-PALABRA OCCURS 40 TIMES PIC X(30).
       01 WSV-CANT-PALABRAS      PIC 9(03).
      ******************************************************************
      *                       LINKAGE SECTION   
      ****************************************************************** 
                          THRU 210000-EXTREMOS-PALABRA-F

                       MOVE 00 TO STRCERUT-COD-RET    
                  WHEN 3
                       PERFORM 230000-NORMALIZAR-FRASE
                          THRU 230000-NORMALIZAR-FRASE-F

                       MOVE 00 TO STRCERUT-COD-RET
              END-EVALUATE
           END-IF
           .   
           .
       225000-VERIFICAR-LIMITE-PALABRA-F. EXIT.
      ******************************************************************
      *                         230000-NORMALIZAR-FRASE
      ******************************************************************
      *    DEJA LA FRASE EN UNA FORMA COMPARABLE: "Perez, Juan" Y
      *    "JUAN PEREZ" QUEDAN LAS DOS COMO "JUAN PEREZ". SE USA PARA
      *    COMPARAR NOMBRES Y DOMICILIOS CARGADOS POR DISTINTA GENTE.
      *    LAS VOCALES ACENTUADAS Y LA ENIE SE TOMAN EN LATIN-1.
      ******************************************************************
       230000-NORMALIZAR-FRASE.
           MOVE STRCERUT-FRASE TO WSV-FRASE-CMP
           INSPECT WSV-FRASE-CMP CONVERTING
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WSV-FRASE-CMP CONVERTING
              X'E1E9EDF3FAFCF1E0E8ECF2F9C1C9CDD3DADCD1C0C8CCD2D9' TO
              'AEIOUUNAEIOUAEIOUUNAEIOU'
           INSPECT WSV-FRASE-CMP CONVERTING
              '.,;:-_/\()#"''' TO
              '             '

           INITIALIZE WSV-TABLA-PALABRAS
           MOVE ZERO TO WSV-CANT-PALABRAS
           MOVE 1    TO WSV-PUNTERO
           PERFORM 232000-SEPARAR-PALABRA
              THRU 232000-SEPARAR-PALABRA-F
              UNTIL WSV-PUNTERO > LENGTH OF WSV-FRASE-CMP
              OR WSV-CANT-PALABRAS = 40

           PERFORM 234000-ORDENAR-PALABRAS
              THRU 234000-ORDENAR-PALABRAS-F
              VARYING WSV-I FROM 1 BY 1
              UNTIL WSV-I >= WSV-CANT-PALABRAS

           MOVE SPACES TO STRCERUT-FRASE-NORMAL
           MOVE 1      TO WSV-PUNTERO
           PERFORM 236000-ARMAR-FRASE
              THRU 236000-ARMAR-FRASE-F
              VARYING WSV-I FROM 1 BY 1
              UNTIL WSV-I > WSV-CANT-PALABRAS
           MOVE WSV-CANT-PALABRAS TO STRCERUT-CANT-PALABRAS
           .
       230000-NORMALIZAR-FRASE-F. EXIT.
      ******************************************************************
      *                         232000-SEPARAR-PALABRA
      ******************************************************************
       232000-SEPARAR-PALABRA.
           MOVE SPACES TO WSV-PALABRA-AUX
           UNSTRING WSV-FRASE-CMP DELIMITED BY ALL SPACE
              INTO WSV-PALABRA-AUX
              WITH POINTER WSV-PUNTERO
           END-UNSTRING
           IF WSV-PALABRA-AUX NOT = SPACES
              ADD 1 TO WSV-CANT-PALABRAS
              MOVE WSV-PALABRA-AUX TO WSV-PALABRA(WSV-CANT-PALABRAS)
           END-IF
           .
       232000-SEPARAR-PALABRA-F. EXIT.
      ******************************************************************
      *                         234000-ORDENAR-PALABRAS
      *    UNA PASADA DE SELECCION: DEJA EN LA POSICION WSV-I LA MENOR
      *    DE LAS PALABRAS QUE QUEDAN.
      ******************************************************************
       234000-ORDENAR-PALABRAS.
           PERFORM VARYING WSV-J FROM WSV-I BY 1
           UNTIL WSV-J > WSV-CANT-PALABRAS
             IF WSV-PALABRA(WSV-J) < WSV-PALABRA(WSV-I)
                MOVE WSV-PALABRA(WSV-I) TO WSV-PALABRA-AUX
                MOVE WSV-PALABRA(WSV-J) TO WSV-PALABRA(WSV-I)
                MOVE WSV-PALABRA-AUX    TO WSV-PALABRA(WSV-J)
             END-IF
           END-PERFORM
           .
       234000-ORDENAR-PALABRAS-F. EXIT.
      ******************************************************************
      *                         236000-ARMAR-FRASE
      ******************************************************************
       236000-ARMAR-FRASE.
           IF WSV-I > 1
              STRING ' ' DELIMITED BY SIZE
                 INTO STRCERUT-FRASE-NORMAL
                 WITH POINTER WSV-PUNTERO
              END-STRING
           END-IF
           STRING WSV-PALABRA(WSV-I) DELIMITED BY SPACE
              INTO STRCERUT-FRASE-NORMAL
              WITH POINTER WSV-PUNTERO
           END-STRING
           .
       236000-ARMAR-FRASE-F. EXIT.
      ******************************************************************
      *                         300000-EXIT   
      ******************************************************************
       300000-EXIT.
