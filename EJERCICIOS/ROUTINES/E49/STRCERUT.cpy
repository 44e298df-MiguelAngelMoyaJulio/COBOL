      ***** OPCIONES.
      ***** 01 CANTIDAD DE VECES QUE APARECE UNA PALABRA EN UNA FRASE
      ***** 02 RETORNA LA LONGITUD ORIGINAL DE LA PALABRA, INICIO Y FIN
      ***** 03 NORMALIZA LA FRASE PARA COMPARARLA CON OTRA: MAYUSCULAS,
      *****    SIN ACENTOS NI SIGNOS DE PUNTUACION, PALABRAS ORDENADAS
      *****    ALFABETICAMENTE Y SEPARADAS POR UN SOLO BLANCO. RETORNA
      *****    STRCERUT-FRASE-NORMAL Y STRCERUT-CANT-PALABRAS.
      ***** OPCIONES DE COINCIDENCIA (SOLO APLICAN A LA OPCION 01).
      ***** STRCERUT-SW-CASE-INSENS     'S' -> IGNORA MAYUS/MINUSCULAS
      ***** STRCERUT-SW-PALABRA-COMPLETA 'S' -> SOLO COINCIDENCIAS DE
                 10 STRCERUT-POS-FIN           PIC 9(03).   
                 10 STRCERUT-LEN               PIC 9(03).   
                 10 STRCERUT-CANT-OCURRENCIAS  PIC 9(03).   
                 10 STRCERUT-COD-RET           PIC X(02).
                 10 STRCERUT-FRASE-NORMAL      PIC X(250).
                 10 STRCERUT-CANT-PALABRAS     PIC 9(03).   
