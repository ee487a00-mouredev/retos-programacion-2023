      ******************************************************************
      * FEDENVIO.CPY
      * REGISTRO DE ENVIOS A LA FEDERACION (FICHERO FEDENVIOS,
      * MANTENIDO POR FEDEXP). CADA ENVIO TERMINADO AÑADE UNA LINEA
      * 'G' POR GRUPO ENVIADO, CON LA IDENTIDAD DE SU INSTANCIA EN LA
      * PISTA (LOTE, DIVISION Y GRUPO, VER AUDITREC.CPY) Y EL CODIGO
      * DE EVENTO CON QUE SALIO, Y UNA LINEA 'E' CON LOS TOTALES DEL
      * ENVIO. LOS LOTES SIN CABECERA LLEVAN LOTE CERO, ASI QUE SU
      * INSTANCIA SE DISTINGUE ADEMAS POR LA FECHA DE PROCESO DE LA
      * PISTA (ENV-FECHA-CLAVE, A CERO EN LOS LOTES CON CABECERA Y EN
      * LAS LINEAS 'G' ANTERIORES A ESTE CAMPO, QUE NO LO TRAEN).
      * FEDEXP SALTA TODO GRUPO QUE YA FIGURE AQUI, ASI QUE
      * UNA PISTA PRESENTADA DOS VECES (O UNA CONCATENACION DE
      * GENERACIONES ARCHIVADAS) NUNCA ENVIA EL MISMO GRUPO DOS
      * VECES. EL NUMERO DEL ENVIO SIGUIENTE ES EL MAYOR DE LAS
      * LINEAS 'E' MAS UNO. UN ENVIO QUE MUERE A MEDIAS NO SE APUNTA
      * Y SE REPITE ENTERO EN LA PASADA SIGUIENTE.
      ******************************************************************
       01 ENVIO-RECORD.
           05 ENV-TIPO           PIC X(1).
               88 ENV-EXPORTACION         VALUE 'E'.
               88 ENV-GRUPO-ENVIADO       VALUE 'G'.
           05 ENV-NUMERO         PIC 9(4).
           05 ENV-FECHA          PIC 9(8).
           05 ENV-GRUPO-DATOS.
               10 ENV-LOTE-FECHA     PIC 9(8).
               10 ENV-LOTE-NUMERO    PIC 9(4).
               10 ENV-DIVISION       PIC X(2).
               10 ENV-GRUPO          PIC 9(3).
               10 ENV-EVENTO         PIC X(8).
               10 ENV-FECHA-CLAVE    PIC 9(8).
           05 ENV-TOTALES-DATOS REDEFINES ENV-GRUPO-DATOS.
               10 ENV-REGISTROS      PIC 9(7).
               10 ENV-SUMA-SOCIOS    PIC 9(13).
               10 FILLER             PIC X(13).
