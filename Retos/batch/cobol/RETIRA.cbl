      *            (LIBROMOV, ver TESORER) NO se revierten aqui; el
      *            informe lo recuerda para que se corrijan a mano.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - PARMIN crece con el idioma de la
      *            ejecucion (ver PARMREC.CPY); se siguen leyendo los
      *            PARMIN antiguos.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones. La pista reescrita pasa a
      *            49 posiciones.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIRA.
      * LOTE RETIRADO MARCADAS 'X'.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

       FD  AUDIT-NEW-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  AUDIT-NEW-RECORD      PIC X(49).

      ******************************************************************
      * PARAMETROS DEL LOTE, SOLO POR EL BAREMO DE PUNTOS DE LIGA.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

      ******************************************************************
