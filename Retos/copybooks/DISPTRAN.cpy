      * EL CODIGO DE DECISION DEL TALLER DE REVISION (P.EJ. 'AC'
      * VARIANTE ACEPTABLE, 'RT' DEBE RETECLEARSE), QUIEN DECIDIO Y
      * CUANDO. UNA DECISION SOBRE UNA PAREJA QUE NO ESTA PENDIENTE
      * SE RECHAZA POR CONSOLA. UNA DECISION SOBRE UNA CLAVE DE LA
      * CONCILIACION DE FICHEROS LLEVA LA CLAVE EN DTRAN-CLAVE (LA
      * PAREJA Y SU FECHA SE IGNORAN); CON LA CLAVE EN BLANCO, COMO
      * EN LOS REGISTROS ANTIGUOS DE 31 POSICIONES, ES DE PAREJA.
      ******************************************************************
       01 DISPOSICION-TRAN-RECORD.
           05 DTRAN-PAREJA       PIC 9(5).
           05 DTRAN-DECISION     PIC X(2).
           05 DTRAN-REVISOR      PIC X(8).
           05 DTRAN-FECHA        PIC 9(8).
           05 DTRAN-CLAVE        PIC X(10).
