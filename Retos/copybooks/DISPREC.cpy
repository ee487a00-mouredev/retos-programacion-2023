      * AUNQUE DIFFOUT SE REGRABE, ASI QUE APARECEN EN LA LISTA DE
      * MANANA EN VEZ DE DESAPARECER; LAS YA DISPUESTAS SE CONSERVAN
      * CON SU DECISION, REVISOR Y FECHA COMO RASTRO DE LA REVISION.
      * LAS CLAVES DE LA CONCILIACION DE FICHEROS (RECONOUT, VER
      * RECONDIF.CPY) PASAN POR LA MISMA LISTA: SU ENTRADA LLEVA
      * DISP-CLAVE INFORMADA Y DISP-PAREJA A CERO, CON LA FECHA DEL
      * RECONOUT EN QUE APARECIO EN DISP-FECHA-DIFF. LA ENTRADA DE
      * UNA CLAVE QUE YA NO DIFIERE EN EL RECONOUT DE LA NOCHE PASA A
      * CERRADA ('C'); SI VUELVE A DIFERIR ENTRA OTRA VEZ COMO
      * PENDIENTE. LA SINCRONIZACION (SINCRO) SOLO ENVIA LAS CLAVES
      * DISPUESTAS. LOS REGISTROS ANTIGUOS DE 40 POSICIONES QUEDAN
      * CON LA CLAVE EN BLANCO (ENTRADAS DE PAREJA).
      ******************************************************************
       01 DISPOSICION-RECORD.
           05 DISP-PAREJA        PIC 9(5).
           05 DISP-ESTADO        PIC X(1).
               88 DISP-PENDIENTE          VALUE 'P'.
               88 DISP-DISPUESTA          VALUE 'D'.
               88 DISP-CERRADA            VALUE 'C'.
           05 DISP-DECISION      PIC X(2).
           05 DISP-REVISOR       PIC X(8).
           05 DISP-FECHA-DEC     PIC 9(8).
           05 DISP-CLAVE         PIC X(10).
