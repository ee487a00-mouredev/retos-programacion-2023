      * COMUN Y UNO CERRADO CON EL 028, ANTES DE ADJUDICAR NADA EN
      * UN TORNEO FANTASMA. SIN MAESTRO PRESENTE, LOS LOTES SE
      * ACEPTAN COMO HASTA AHORA.
      * TORN-FEDERADO A 'S' MARCA UN TORNEO PUNTUABLE POR LA
      * FEDERACION: SUS GRUPOS ADJUDICADOS SE LE ENVIAN CON FEDEXP
      * BAJO EL CODIGO DE EVENTO QUE LA FEDERACION LE HAYA DADO
      * (TORN-EVENTO-FED, VER FED-EVENTO EN FEDREC.CPY). LOS
      * MAESTROS ANTIGUOS DE 48 POSICIONES DEJAN LOS DOS CAMPOS EN
      * BLANCO: TORNEO NO FEDERADO.
      ******************************************************************
       01 TORNEO-RECORD.
           05 TORN-ID            PIC X(8).
           05 TORN-ESTADO        PIC X(1).
               88 TORN-ABIERTO            VALUE 'A'.
               88 TORN-CERRADO            VALUE 'C'.
           05 TORN-FEDERADO      PIC X(1).
               88 TORN-FEDERADO-SI        VALUE 'S'.
           05 TORN-EVENTO-FED    PIC X(8).
