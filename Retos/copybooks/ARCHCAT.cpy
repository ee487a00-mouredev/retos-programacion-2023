      * GENERACION Y EL NOMBRE FISICO CON EL QUE SE GUARDO
      * (NOMBRE.GAAAAMMDD). LA PURGA RECORRE ESTE CATALOGO: LAS
      * GENERACIONES MAS VIEJAS QUE LA RETENCION DE SU FICHERO SE
      * BORRAN Y SALEN DEL CATALOGO. RESPALDO APUNTA AQUI TAMBIEN
      * LAS IMAGENES PREVIAS AL LOTE DE LOS ACUMULADORES
      * (NOMBRE.IAAAAMMDD), CON SU PROPIA RETENCION.
      ******************************************************************
       01 CATALOGO-RECORD.
           05 CAT-NOMBRE         PIC X(12).
