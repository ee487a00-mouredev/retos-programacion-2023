      *            CUADRERPT y la pasada termina con codigo 8 para
      *            que el plan retenga INFORME antes de publicar.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Los grupos que RETO6 decide por
      *            incomparecencia salen en RESULTOUT con el tipo 'W'
      *            (ver RESULTREC.CPY) y cuentan como grupos adjudicados
      *            en el cruce con la pista, igual que los 'G'/'T'.
      * Modified:  15/10/2026 - Las lineas de descuento por sancion
      *            (marca 'S', ver AUDITREC.CPY) no son partidas y no
      *            entran en el cuadre.
      * Modified:  15/10/2026 - Las partidas de ventaja HC de los grupos
      *            con handicap no cuentan como partidas de la pista.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRE.
      *    POR EL ASTERISCO INICIAL, COMO EN RETO29.

       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

       FD  EXCEPTIONS-FILE
      * CON EL CODIGO DE PROCEDENCIA 'FD' DE FEDIMP TAMPOCO CUENTAN:
      * NO VIENEN DE NINGUN GAMESIN NI DEJAN RASTRO EN RESULTOUT O
      * JOBCTLFILE, ASI QUE CRUZARLAS DESCUADRARIA TODAS LAS PATAS
      * DE RETO6 SIN QUE NADA ESTE MAL. LO MISMO LAS PARTIDAS DE
      * VENTAJA 'HC' DE LOS GRUPOS CON HANDICAP, QUE PONE RETO6 Y NO
      * SE LEYERON DE GAMESIN (SU GRUPO SI CUENTA POR SUS PARTIDAS).
      ******************************************************************
       CONTAR-AUDITORIA.


       CONTAR-LINEA-AUDITORIA.

            IF NOT AUD-MARCA-ANULADA AND NOT AUD-MARCA-SANCION
                AND AUD-GAME NOT = 'FD'
                AND NOT AUD-GAME-HANDICAP
                ADD 1 TO AUDIT-PARTIDAS
                MOVE 0 TO GI-ACTUAL
                PERFORM VARYING INDICE-GI FROM 1 BY 1

       CONTAR-RESULTADO.

            IF RESULT-GANADOR OR RESULT-EMPATE OR RESULT-WALKOVER
                ADD 1 TO RESULT-GRUPOS-R6
            END-IF
            PERFORM LEER-RESULTADO.
