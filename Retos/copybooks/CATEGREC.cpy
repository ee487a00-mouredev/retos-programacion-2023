      ******************************************************************
      * CATEGREC.CPY
      * TABLA DE CATEGORIAS DE LA TEMPORADA (FICHERO CATEGIN,
      * MANTENIDO A MANO POR LA JUNTA). LOS PATROCINADORES PAGAN
      * PREMIOS JUVENILES, DE VETERANOS Y FEMENINOS; CADA LINEA
      * DEFINE UNA CATEGORIA CON SU CODIGO (QUE ES TAMBIEN LA CLAVE
      * DE SUS PREMIOS EN EL TARIFARIO, VER CUOTAREC.CPY), SU NOMBRE
      * PARA LOS INFORMES, EL SEXO EXIGIDO ('F', 'M' O BLANCO PARA
      * AMBOS) Y LA FRANJA DE EDAD, CUMPLIDA A LA FECHA DE
      * REFERENCIA DE LA TEMPORADA (AAAAMMDD; A CERO, LA FECHA DE
      * PROCESO).
      * CATG-EDAD-MIN A CERO NO PONE LIMITE INFERIOR Y CATG-EDAD-MAX
      * A CERO NO PONE LIMITE SUPERIOR; CON LAS DOS A CERO LA
      * CATEGORIA NO MIRA LA EDAD (P. EJ. LA FEMENINA ABSOLUTA). UN
      * JUGADOR SIN FECHA DE NACIMIENTO O SIN SEXO EN LA PLANTILLA
      * (VER ROSTREC.CPY) NO ENTRA EN LAS CATEGORIAS QUE LOS EXIJAN.
      * UN JUGADOR PUEDE ESTAR EN VARIAS CATEGORIAS A LA VEZ. LA
      * CLASIFICACION DE UNA CATEGORIA ES LA VISTA COMBINADA DE
      * TODAS LAS DIVISIONES (VER CLASIFIC) RESTRINGIDA A SUS
      * JUGADORES.
      ******************************************************************
       01 CATEGORIA-RECORD.
           05 CATG-CODIGO        PIC X(2).
           05 CATG-NOMBRE        PIC X(20).
           05 CATG-SEXO          PIC X(1).
               88 CATG-SEXO-VALIDO        VALUE 'F' 'M' SPACE.
           05 CATG-EDAD-MIN      PIC 9(2).
           05 CATG-EDAD-MAX      PIC 9(2).
           05 CATG-FECHA-REF     PIC 9(8).
