      ******************************************************************
      * MOROREC.CPY
      * LISTA DE MOROSOS (FICHERO MOROSOS, REGRABADO POR TESORER EN
      * MODO 'A'). UN REGISTRO POR JUGADOR CUYA DEUDA VENCIDA (CUOTAS
      * SIN CUBRIR CON MAS DIAS DE LOS QUE FIJA LA TARJETA MOROCTL)
      * SUPERA EL UMBRAL DE LA TARJETA: EL IMPORTE VENCIDO, LOS DIAS
      * DE SU CARGO PENDIENTE MAS ANTIGUO Y LA FECHA DE LA LISTA.
      * EDITLOTE RECHAZA LOS GRUPOS NUEVOS DE GAMESIN EN QUE JUEGUE
      * UN JUGADOR DE ESTA LISTA.
      ******************************************************************
       01 MOROSO-RECORD.
           05 MORO-PLAYER-ID     PIC X(4).
           05 MORO-DEUDA         PIC 9(7)V9(2).
           05 MORO-DIAS          PIC 9(4).
           05 MORO-FECHA         PIC 9(8).
