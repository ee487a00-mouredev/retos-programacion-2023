      * invoca dentro de la misma unidad de ejecucion. Se asume que el
      * ejecutable de cada programa esta en el PATH con el nombre de su
      * PROGRAM-ID en minusculas (reto6, reto29, yourprogramname,
      * ejemplocobol, helloworld, gendatos, consulta, entrada,
      * indaga);
      * WS-COMANDO-BASE se ajusta si la convencion de nombres de esta
      * instalacion es otra.
      *
      * Modified:  01/09/2026 - Cualquiera que arrancara DRIVER podia
      *            lanzar lo que quisiera. Ahora el menu exige
      *            intento, permitido o denegado, queda en el
      *            registro de accesos ACCESLOG (ver ACCESREC.CPY),
      *            como pidio la auditoria de primavera.
      * Modified:  15/10/2026 - Nueva opcion 8, ENTRADA: grabacion en
      *            pantalla de las actas de resultados, validadas al
      *            teclear contra RULESIN, ROSTERMAE, TORNEOSIN y
      *            FIXLEDG. Requiere la letra de funcion 'G'.
      * Modified:  15/10/2026 - Nueva opcion 9, INDAGA: consulta y
      *            extraccion a medida sobre cualquier fichero descrito
      *            en el diccionario DICCLAY, gobernada por la baraja
      *            INDAGCTL. Requiere la letra de funcion de consultas
      *            'Q', como CONSULTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRIVER.
          88 WS-SALIR            VALUE 'Y'.
       01 WS-COMANDO         PIC X(40) VALUE SPACES.
       01 WS-PROGRAMAS.
          05 WS-PROG-ENT OCCURS 9 TIMES.
             10 WS-PROG-NOMBRE  PIC X(20).
             10 WS-PROG-FUNCION PIC X(1).

           MOVE 'E'               TO WS-PROG-FUNCION(6)
           MOVE 'consulta'        TO WS-PROG-NOMBRE(7)
           MOVE 'Q'               TO WS-PROG-FUNCION(7)
           MOVE 'entrada'         TO WS-PROG-NOMBRE(8)
           MOVE 'G'               TO WS-PROG-FUNCION(8)
           MOVE 'indaga'          TO WS-PROG-NOMBRE(9)
           MOVE 'Q'               TO WS-PROG-FUNCION(9)
           PERFORM CARGAR-OPERADORES
           PERFORM INICIAR-SESION
           IF WS-SESION-ABIERTA
           DISPLAY '               lagarto, Spock'
           DISPLAY ' CONTROL DE CALIDAD DE FRASES'
           DISPLAY '   2. RETO29 - El caracter infiltrado'
           DISPLAY ' GRABACION DE RESULTADOS'
           DISPLAY '   8. ENTRADA - Actas de la noche a'
           DISPLAY '               GAMESIN'
           DISPLAY ' CONSULTAS'
           DISPLAY '   7. CONSULTA - Ficha de jugador y'
           DISPLAY '               detalle de grupo'
           DISPLAY '   9. INDAGA - Consulta a medida'
           DISPLAY '               (INDAGCTL)'
           DISPLAY ' ENTRENAMIENTO'
           DISPLAY '   3. YOUR-PROGRAM-NAME'
           DISPLAY '   4. EjemploCOBOL'
           EVALUATE WS-OPCION
               WHEN 0
                   MOVE 'Y' TO WS-SALIR-SW
               WHEN 1 THRU 9
                   PERFORM LANZAR-PROGRAMA
               WHEN OTHER
                   DISPLAY 'OPCION NO VALIDA'
