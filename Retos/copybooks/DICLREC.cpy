      ******************************************************************
      * DICLREC.CPY
      * DICCIONARIO DE DISENOS DE REGISTRO (FICHERO DICCLAY, LEIDO
      * POR INDAGA). ES EL MISMO ESTILO QUE EL DICCIONARIO DE CAMPOS
      * DE LA CONCILIACION (VER DICCREC.CPY), PERO CUBRE TODOS LOS
      * FICHEROS DEL SISTEMA: CADA LINEA DESCRIBE UN CAMPO DE UN
      * FICHERO, CON EL NOMBRE LOGICO DEL FICHERO (EL DEL ASSIGN,
      * P.EJ. PSTATFILE O AUDITOUT), EL NOMBRE DE NEGOCIO DEL CAMPO,
      * SU POSICION (1-999) Y LONGITUD DENTRO DEL REGISTRO, SU TIPO Y
      * SUS DECIMALES IMPLICITOS. LAS POSICIONES SALEN DE LOS
      * COPYBOOKS DE CADA FICHERO; QUIEN CAMBIE UN COPYBOOK DEBE
      * CAMBIAR TAMBIEN SUS LINEAS AQUI.
      * DICL-TIPO 'N' ES UN CAMPO NUMERICO SIN SIGNO (COMO MUCHO 18
      * DIGITOS) QUE SE COMPARA POR VALOR Y SE IMPRIME EDITADO CON
      * DICL-DECIMALES POSICIONES DECIMALES; 'F' ES UNA FECHA
      * AAAAMMDD Y CUALQUIER OTRO TIPO ES ALFANUMERICO. FECHAS Y
      * ALFANUMERICOS SE COMPARAN CARACTER A CARACTER.
      ******************************************************************
       01 DICCLAY-RECORD.
           05 DICL-FICHERO       PIC X(12).
           05 DICL-NOMBRE        PIC X(20).
           05 DICL-INICIO        PIC 9(3).
           05 DICL-LONGITUD      PIC 9(3).
           05 DICL-TIPO          PIC X(1).
               88 DICL-NUMERICO           VALUE 'N'.
               88 DICL-FECHA              VALUE 'F'.
           05 DICL-DECIMALES     PIC 9(1).
