      *            ACCESREC.CPY), como en el resto de programas de
      *            mantenimiento.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Marca de torneo puntuable por la
      *            federacion y su codigo de evento (ver TORNREC.CPY):
      *            se recogen en las altas y se cambian con la accion
      *            nueva 'F'. De esos torneos salen los resultados que
      *            FEDEXP envia a la federacion.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TORNMANT.
      * ARRANCA DE VACIO) Y MAESTRO NUEVO CON LOS CAMBIOS.
      ******************************************************************
       FD  TOURNAMENT-FILE
           RECORD CONTAINS 48 TO 57 CHARACTERS.
           COPY TORNREC.

       FD  TOURNAMENT-OUT-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  TORNEO-OUT-RECORD.
           05 TOUT-ID            PIC X(8).
           05 TOUT-NOMBRE        PIC X(20).
           05 TOUT-FECHA-INI     PIC 9(8).
           05 TOUT-FECHA-FIN     PIC 9(8).
           05 TOUT-ESTADO        PIC X(1).
           05 TOUT-FEDERADO      PIC X(1).
           05 TOUT-EVENTO-FED    PIC X(8).

      ******************************************************************
      * TRANSACCIONES DE MANTENIMIENTO DE TORNEOS. LA MARCA DE
      * FEDERACION Y EL CODIGO DE EVENTO LOS LLEVAN LAS ALTAS Y LA
      * ACCION 'F'; LAS TRANSACCIONES ANTIGUAS DE 56 POSICIONES DAN
      * DE ALTA TORNEOS NO FEDERADOS.
      ******************************************************************
       FD  TRAN-FILE
           RECORD CONTAINS 56 TO 65 CHARACTERS.
       01  TORNEO-TRAN-RECORD.
           05 TTRAN-ACCION       PIC X(1).
               88 TTRAN-ALTA              VALUE 'A'.
               88 TTRAN-CIERRE            VALUE 'C'.
               88 TTRAN-REAPERTURA        VALUE 'R'.
               88 TTRAN-FEDERACION        VALUE 'F'.
           05 TTRAN-ID           PIC X(8).
           05 TTRAN-NOMBRE       PIC X(20).
           05 TTRAN-DIVISION     PIC X(2).
           05 TTRAN-FECHA-INI    PIC 9(8).
           05 TTRAN-FECHA-FIN    PIC 9(8).
           05 TTRAN-USUARIO      PIC X(8).
           05 TTRAN-FEDERADO     PIC X(1).
               88 TTRAN-FEDERADO-OK       VALUE 'S' 'N'.
           05 TTRAN-EVENTO-FED   PIC X(8).

      ******************************************************************
      * OPERADORES AUTORIZADOS Y REGISTRO DE ACCESOS.
              10 TOR-FECHA-INI   PIC 9(8).
              10 TOR-FECHA-FIN   PIC 9(8).
              10 TOR-ESTADO      PIC X(1).
              10 TOR-FEDERADO    PIC X(1).
              10 TOR-EVENTO-FED  PIC X(8).

      ******************************************************************
      * OPERADORES AUTORIZADOS EN MEMORIA: CADA TRANSACCION EXIGE SU
                    MOVE TORN-FECHA-FIN
                        TO TOR-FECHA-FIN(TORNEOS-COUNT)
                    MOVE TORN-ESTADO TO TOR-ESTADO(TORNEOS-COUNT)
                    IF TORN-FEDERADO-SI
                        MOVE 'S' TO TOR-FEDERADO(TORNEOS-COUNT)
                        MOVE TORN-EVENTO-FED
                            TO TOR-EVENTO-FED(TORNEOS-COUNT)
                    ELSE
                        MOVE 'N' TO TOR-FEDERADO(TORNEOS-COUNT)
                        MOVE SPACES TO TOR-EVENTO-FED(TORNEOS-COUNT)
                    END-IF
            END-EVALUATE
            PERFORM LEER-TORNEO.

                    PERFORM APLICAR-CIERRE
                WHEN TTRAN-REAPERTURA
                    PERFORM APLICAR-REAPERTURA
                WHEN TTRAN-FEDERACION
                    PERFORM APLICAR-FEDERACION
                WHEN OTHER
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: ACCION DESCONOCIDA '
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: FORMATO DESCONOCIDO '
                        TTRAN-FORMATO ' PARA ' TTRAN-ID
                WHEN TTRAN-FEDERADO NOT = SPACE
                    AND NOT TTRAN-FEDERADO-OK
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: MARCA DE FEDERACION '
                        'DESCONOCIDA ' TTRAN-FEDERADO ' PARA ' TTRAN-ID
                WHEN TTRAN-FEDERADO = 'S'
                    AND TTRAN-EVENTO-FED = SPACES
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: TORNEO FEDERADO SIN CODIGO '
                        'DE EVENTO ' TTRAN-ID
                WHEN TORNEOS-COUNT = 50
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: MAESTRO LLENO, ALTA DE '
                    MOVE TTRAN-FECHA-FIN
                        TO TOR-FECHA-FIN(TORNEOS-COUNT)
                    MOVE 'A' TO TOR-ESTADO(TORNEOS-COUNT)
                    IF TTRAN-FEDERADO = 'S'
                        MOVE 'S' TO TOR-FEDERADO(TORNEOS-COUNT)
                        MOVE TTRAN-EVENTO-FED
                            TO TOR-EVENTO-FED(TORNEOS-COUNT)
                    ELSE
                        MOVE 'N' TO TOR-FEDERADO(TORNEOS-COUNT)
                        MOVE SPACES TO TOR-EVENTO-FED(TORNEOS-COUNT)
                    END-IF
                    ADD 1 TO TRANS-APLICADAS
            END-EVALUATE.

                    ADD 1 TO TRANS-APLICADAS
            END-EVALUATE.

      ******************************************************************
      * MARCA O DESMARCA UN TORNEO COMO PUNTUABLE POR LA FEDERACION.
      * 'S' EXIGE EL CODIGO DE EVENTO QUE LE DIO LA FEDERACION; 'N'
      * LO BORRA. LOS GRUPOS YA ENVIADOS CONSTAN EN FEDENVIOS Y NO
      * SE REENVIAN AUNQUE CAMBIE EL CODIGO.
      ******************************************************************
       APLICAR-FEDERACION.

            EVALUATE TRUE
                WHEN INDICE-HALLADO = 0
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: FEDERACION DE TORNEO '
                        'INEXISTENTE ' TTRAN-ID
                WHEN NOT TTRAN-FEDERADO-OK
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: MARCA DE FEDERACION '
                        'DESCONOCIDA ' TTRAN-FEDERADO ' PARA ' TTRAN-ID
                WHEN TTRAN-FEDERADO = 'S'
                    AND TTRAN-EVENTO-FED = SPACES
                    ADD 1 TO TRANS-RECHAZADAS
                    DISPLAY 'RECHAZADA: TORNEO FEDERADO SIN CODIGO '
                        'DE EVENTO ' TTRAN-ID
                WHEN TTRAN-FEDERADO = 'S'
                    MOVE 'S' TO TOR-FEDERADO(INDICE-HALLADO)
                    MOVE TTRAN-EVENTO-FED
                        TO TOR-EVENTO-FED(INDICE-HALLADO)
                    ADD 1 TO TRANS-APLICADAS
                WHEN OTHER
                    MOVE 'N' TO TOR-FEDERADO(INDICE-HALLADO)
                    MOVE SPACES TO TOR-EVENTO-FED(INDICE-HALLADO)
                    ADD 1 TO TRANS-APLICADAS
            END-EVALUATE.

      ******************************************************************
      * CARGA EL FICHERO DE OPERADORES. SIN EL NO SE PUEDE AUTORIZAR
      * NADA Y EL MANTENIMIENTO SE NIEGA A CORRER.
            MOVE TOR-FECHA-INI(INDICE) TO TOUT-FECHA-INI
            MOVE TOR-FECHA-FIN(INDICE) TO TOUT-FECHA-FIN
            MOVE TOR-ESTADO(INDICE) TO TOUT-ESTADO
            MOVE TOR-FEDERADO(INDICE) TO TOUT-FEDERADO
            MOVE TOR-EVENTO-FED(INDICE) TO TOUT-EVENTO-FED
            WRITE TORNEO-OUT-RECORD.

       CERRAR-FICHEROS.
