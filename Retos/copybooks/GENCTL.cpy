      *                'E' - CUADRO ELIMINATORIO SEMBRADO POR ORDEN
      *                      DE PLANTILLA, CON LAS REFERENCIAS 'Wnnn'
      *                      QUE RESOLVE-BRACKET-PLAYERS ESPERA.
      *                'S' - RONDA DE SISTEMA SUIZO: NO LA GENERA
      *                      GENFIX SINO SUIZO, CON EL TORNEO Y LA
      *                      DIVISION DE ESTA MISMA TARJETA.
      *   GEN-VUELTAS  1 = IDA, 2 = IDA Y VUELTA (SOLO LIGA).
      *   GEN-PARTIDAS PARTIDAS POR EMPAREJAMIENTO O RONDA (LOS
      *                SIMBOLOS SE TOMAN ROTANDO LOS DE RULESIN).
           05 GEN-TIPO           PIC X(1).
               88 GEN-LIGA                VALUE 'L'.
               88 GEN-ELIMINATORIA        VALUE 'E'.
               88 GEN-SUIZO               VALUE 'S'.
           05 GEN-VUELTAS        PIC 9(1).
           05 GEN-PARTIDAS       PIC 9(3).
           05 GEN-FECHA          PIC 9(8).
