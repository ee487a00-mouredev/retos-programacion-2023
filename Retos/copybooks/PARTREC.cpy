      ******************************************************************
      * PARTREC.CPY
      * CONTROL DE UNA PARTICION DE RETO6 (FICHERO PTddCTL, DONDE dd
      * ES LA DIVISION). EN LAS NOCHES GRANDES CADA DIVISION ADJUDICA
      * SU LOTE A LA VEZ QUE LAS DEMAS, CON LA TARJETA PARTCTL EN
      * MODO 'P', SIN TOMAR EL CERROJO BLOQFILE: NO TOCA STANDOUT,
      * PSTATFILE, H2HFILE, RATINGFILE NI AUDITOUT, SINO SUS PROPIOS
      * FICHEROS DE TRABAJO CON LOS INCREMENTOS DE LA NOCHE:
      *   PTddSTAND - CLASIFICACION DE LA DIVISION (STANDREC.CPY).
      *   PTddPSTAT - ESTADISTICAS DE JUGADOR (PSTATREC.CPY).
      *   PTddH2H   - ENFRENTAMIENTOS DIRECTOS (H2HREC.CPY).
      *   PTddRBASE - PUNTUACIONES DE FUERZA AL EMPEZAR LA PARTICION
      *               Y PTddRATE LAS ACTUALES (RATEREC.CPY): EL
      *               INCREMENTO ES LA DIFERENCIA ENTRE LAS DOS.
      *   PTddAUDIT, PTddEXCP Y PTddRESUL - PISTA DE AUDITORIA,
      *               EXCEPCIONES Y RESULTADOS DE LA PARTICION.
      *   PTddCHKPT - PUNTO DE REINICIO DE LA PARTICION.
      * LA FUSION (TARJETA PARTCTL EN MODO 'F') TOMA EL CERROJO Y
      * APLICA CADA PARTICION TERMINADA SOBRE LOS FICHEROS COMUNES EN
      * ORDEN FIJO: 1 STANDOUT, 2 PSTATFILE, 3 H2HFILE, 4 RATINGFILE,
      * 5 AUDITOUT, 6 EXCPOUT Y 7 RESULTOUT.
      *   PART-ESTADO 'E' - PARTICION EN CURSO (O CAIDA): SE REARRANCA
      *                     SOLA CON SU PUNTO DE REINICIO.
      *               'C' - TERMINADA, PENDIENTE DE FUSION.
      *               'F' - YA FUSIONADA: LA PROXIMA EJECUCION DE LA
      *                     DIVISION EMPIEZA UNA PARTICION NUEVA.
      * PART-TOTALES LOS CUENTA LA PROPIA PARTICION AL ADJUDICAR Y
      * PART-FUSIONADOS LA FUSION AL APLICARLOS; EL INFORME DE
      * CONTROL PARTRPT CUADRA LOS UNOS CON LOS OTROS. PART-PASO-
      * FUSION ES EL ULTIMO PASO YA APLICADO Y PART-APLICADOS LOS
      * REGISTROS YA APLICADOS DEL PASO SIGUIENTE, PARA QUE UNA
      * FUSION CAIDA SE REANUDE SIN APLICAR NADA DOS VECES.
      ******************************************************************
       01 PARTICION-RECORD.
           05 PART-DIVISION          PIC X(2).
           05 PART-ESTADO            PIC X(1).
               88 PART-EN-CURSO               VALUE 'E'.
               88 PART-COMPLETA               VALUE 'C'.
               88 PART-FUSIONADA              VALUE 'F'.
           05 PART-LOTE-FECHA        PIC 9(8).
           05 PART-LOTE-NUMERO       PIC 9(4).
           05 PART-FECHA-PROCESO     PIC 9(8).
           05 PART-PARTIDAS-PROCESADAS PIC 9(7).
           05 PART-PARTIDAS-ACEPTADAS  PIC 9(7).
           05 PART-PARTIDAS-RECHAZADAS PIC 9(5).
           05 PART-TOTALES.
               10 PART-GRUPOS        PIC 9(7).
               10 PART-RESULTADOS    PIC 9(7).
               10 PART-PUNTOS        PIC 9(7).
               10 PART-FUERZA        PIC 9(7).
               10 PART-LINEAS-AUDIT  PIC 9(7).
               10 PART-LINEAS-EXCP   PIC 9(7).
               10 PART-LINEAS-RESUL  PIC 9(7).
           05 PART-FUSIONADOS.
               10 PART-FUS-GRUPOS    PIC 9(7).
               10 PART-FUS-RESULTADOS PIC 9(7).
               10 PART-FUS-PUNTOS    PIC 9(7).
               10 PART-FUS-H2H       PIC 9(7).
               10 PART-FUS-FUERZA    PIC 9(7).
               10 PART-FUS-AUDIT     PIC 9(7).
               10 PART-FUS-EXCP      PIC 9(7).
               10 PART-FUS-RESUL     PIC 9(7).
           05 PART-PASO-FUSION       PIC 9(1).
           05 PART-APLICADOS         PIC 9(7).
