      ******************************************************************
      * NODISREC.CPY
      * FECHAS EN QUE UN JUGADOR NO PUEDE ACUDIR (FICHERO NODISPON,
      * MANTENIDO POR LA SECRETARIA DEL CLUB). UNA LINEA POR AUSENCIA:
      * EL JUGADOR Y EL PRIMER Y ULTIMO DIA QUE NO PUEDE JUGAR, AMBOS
      * INCLUIDOS. CON LA FECHA HASTA A CERO LA AUSENCIA ES DE UN
      * SOLO DIA. LA PROGRAMACION DE FECHAS (VER AGENDA) NO CITA AL
      * JUGADOR NINGUNA NOCHE DE ESTOS INTERVALOS.
      ******************************************************************
       01 NO-DISPONIBLE-RECORD.
           05 NDIS-PLAYER-ID     PIC X(4).
           05 NDIS-FECHA-DESDE   PIC 9(8).
           05 NDIS-FECHA-HASTA   PIC 9(8).
