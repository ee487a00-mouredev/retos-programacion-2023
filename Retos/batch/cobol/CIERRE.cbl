      *            la funcion 'C' concedida; si no, el cierre se
      *            niega. La comprobacion queda en el registro de
      *            accesos ACCESLOG (ver ACCESREC.CPY).
      * Modified:  15/10/2026 - ROSTERIN crece con el idioma preferido
      *            del jugador (ver ROSTREC.CPY); se siguen leyendo las
      *            lineas antiguas de 33 posiciones.
      * Modified:  15/10/2026 - ROSTERIN crece con la fecha de
      *            nacimiento y el sexo del jugador (ver ROSTREC.CPY);
      *            se siguen leyendo las lineas antiguas de 35
      *            posiciones.
      * Modified:  15/10/2026 - La plantilla pasa al maestro indexado
      *            ROSTERMAE (ver ROSTREC.CPY y ROSTCONV): cada jugador
      *            se busca por su clave en vez de cargar la plantilla
      *            entera en una tabla de 200.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H2H-PAREJA
               FILE STATUS IS H2H-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO 'ROSTERMAE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROST-PLAYER-ID
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
      * PLANTILLA DE JUGADORES, PARA CERTIFICAR CON NOMBRES REALES.
      ******************************************************************
       FD  ROSTER-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY ROSTREC.

      ******************************************************************
           88 PSTAT-EOF                   VALUE 'Y'.
       01 H2H-EOF-SW             PIC X(1) VALUE 'N'.
           88 H2H-EOF                     VALUE 'Y'.
       01 PLANTILLA-SW           PIC X(1) VALUE 'N'.
           88 HAY-PLANTILLA               VALUE 'Y'.

       01 TEMPORADA              PIC X(8).
       01 OPERADOR-CIERRE        PIC X(8).
       01 LONGITUD-ARCHIVO       PIC 9(2).
       01 FECHA-CIERRE           PIC 9(8).

       01 NOMBRE-JUGADOR         PIC X(20).
       01 NOMBRE-JUGADOR-2       PIC X(20).
       01 CLAVE-BUSCADA          PIC X(4).
            PERFORM LEER-TARJETA-CONTROL
            PERFORM COMPROBAR-OPERADOR-CIERRE
            PERFORM COMPROBAR-LOTE-EN-VUELO
            PERFORM ABRIR-PLANTILLA
            PERFORM ABRIR-INFORME
            PERFORM CERRAR-CLASIFICACION
            PERFORM CERRAR-ESTADISTICAS
            PERFORM CERRAR-ENFRENTAMIENTOS
            CLOSE PRINT-FILE
            PERFORM CERRAR-PLANTILLA
            DISPLAY 'TEMPORADA ' TEMPORADA ' CERRADA -- DIVISIONES: '
                DIVISIONES-CERRADAS ' JUGADORES: '
                JUGADORES-CERRADOS ' PAREJAS: ' PAREJAS-CERRADAS
            END-IF.

      ******************************************************************
      * ABRE EL MAESTRO DE JUGADORES PARA CERTIFICAR CON LOS NOMBRES
      * REALES. OPCIONAL: SIN EL, LOS JUGADORES SALEN CON SU
      * IDENTIFICADOR.
      ******************************************************************
       ABRIR-PLANTILLA.

            OPEN INPUT ROSTER-FILE
            IF ROSTER-FILE-STATUS = '00'
                MOVE 'Y' TO PLANTILLA-SW
            END-IF.

       CERRAR-PLANTILLA.

            IF HAY-PLANTILLA
                CLOSE ROSTER-FILE
            END-IF.

       ABRIR-INFORME.

       BUSCAR-NOMBRE.

            MOVE CLAVE-BUSCADA TO NOMBRE-JUGADOR
            IF HAY-PLANTILLA
                MOVE CLAVE-BUSCADA TO ROST-PLAYER-ID
                READ ROSTER-FILE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE ROST-PLAYER-NAME TO NOMBRE-JUGADOR
                END-READ
            END-IF.

      ******************************************************************
      * CONGELA LA CLASIFICACION DE TEMPORADA EN <ID>.STAND, LA
