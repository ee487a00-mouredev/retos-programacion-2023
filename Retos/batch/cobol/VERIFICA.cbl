      *            N constan pero no puntuaron, asi que la
      *            reproduccion las salta para que el contraste siga
      *            cuadrando con los acumuladores vivos.
      * Modified:  15/10/2026 - La pista lleva ahora lineas de descuento
      *            de puntos por sancion (marca 'S', ver AUDITREC.CPY y
      *            SANCREC.CPY). Se anotan aparte y se restan de los
      *            puntos esperados del jugador una vez cerrados todos
      *            los grupos, de modo que el contraste de PSTAT-PUNTOS,
      *            y la reconstruccion en modo 'R', reflejan la sancion
      *            con su referencia.
      * Modified:  15/10/2026 - PARMIN crece con el idioma de la
      *            ejecucion (ver PARMREC.CPY); se siguen leyendo los
      *            PARMIN antiguos.
      * Modified:  15/10/2026 - AUDITOUT crece con el arbitro del grupo
      *            (ver AUDITREC.CPY); se siguen leyendo las pistas
      *            antiguas de 45 posiciones.
      * Modified:  15/10/2026 - Reproduce tras la pista la auditoria de
      *            traspasos TRASAUD (opcional, ver TRASAUD.CPY y
      *            TRASPASO): el registro del jugador en la division que
      *            dejo ya no se espera en PSTATFILE ni se reconstruye,
      *            y el de la nueva se espera con los totales que
      *            viajaron con el.
      * Modified:  15/10/2026 - Reproduce tras la pista, antes de los
      *            descuentos y de los traspasos, la auditoria de
      *            descansos DESCAUD (opcional, ver DESCAUD.CPY y
      *            SUIZO): cada descanso es una victoria mas del jugador
      *            en la division del torneo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS H2H-PAREJA
               FILE STATUS IS H2H-FILE-STATUS.
           SELECT OPTIONAL TRASPASO-AUDIT-FILE ASSIGN TO 'TRASAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRASAUD-FILE-STATUS.
           SELECT OPTIONAL BYE-AUDIT-FILE ASSIGN TO 'DESCAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESCAUD-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'VERIFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.
      * GENERACIONES ARCHIVADAS PARA UNA TEMPORADA COMPLETA).
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * PARAMETROS DEL LOTE, SOLO POR EL BAREMO DE PUNTOS DE LIGA.
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 3 TO 11 CHARACTERS.
           COPY PARMREC.

      ******************************************************************
           RECORD CONTAINS 23 CHARACTERS.
           COPY H2HREC.

      ******************************************************************
      * AUDITORIA DE TRASPASOS (OPCIONAL): CADA TRASPASO DE DIVISION
      * CERRO EL REGISTRO DEL JUGADOR EN LA QUE DEJO Y ABRIO EL DE LA
      * NUEVA, CON O SIN SUS TOTALES.
      ******************************************************************
       FD  TRASPASO-AUDIT-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY TRASAUD.

      ******************************************************************
      * AUDITORIA DE DESCANSOS DE LOS TORNEOS SUIZOS (OPCIONAL): CADA
      * DESCANSO SE ABONO EN PSTATFILE COMO UNA VICTORIA SIN PASAR
      * POR LA PISTA.
      ******************************************************************
       FD  BYE-AUDIT-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY DESCAUD.

      ******************************************************************
      * INFORME DE DIVERGENCIAS, 80 COLUMNAS.
      ******************************************************************
       01 STAND-FILE-STATUS      PIC X(2).
       01 PSTAT-FILE-STATUS      PIC X(2).
       01 H2H-FILE-STATUS        PIC X(2).
       01 TRASAUD-FILE-STATUS    PIC X(2).
       01 DESCAUD-FILE-STATUS    PIC X(2).
       01 PRINT-FILE-STATUS      PIC X(2).

       01 AUDIT-EOF-SW           PIC X(1) VALUE 'N'.
           88 PSTAT-EOF                   VALUE 'Y'.
       01 H2H-EOF-SW             PIC X(1) VALUE 'N'.
           88 H2H-EOF                     VALUE 'Y'.
       01 TRASAUD-EOF-SW         PIC X(1) VALUE 'N'.
           88 TRASAUD-EOF                 VALUE 'Y'.
       01 DESCAUD-EOF-SW         PIC X(1) VALUE 'N'.
           88 DESCAUD-EOF                 VALUE 'Y'.

       01 MODO-EJECUCION         PIC X(1) VALUE 'V'.
           88 MODO-RECONSTRUIR            VALUE 'R'.
              10 EXP-H2H-TIES     PIC 9(5).
              10 EXP-H2H-VISTO    PIC X(1).

      ******************************************************************
      * DESCUENTOS DE PUNTOS POR SANCION LEIDOS DE LA PISTA (MARCA
      * 'S', VER AUDITREC.CPY). SE RESTAN DE LOS PUNTOS ESPERADOS
      * UNA VEZ CERRADOS TODOS LOS GRUPOS, CON LOS PUNTOS QUE RETO6
      * REALMENTE DESCONTO.
      ******************************************************************
       01 EXP-SANC-COUNT         PIC 9(3) VALUE 0.
       01 EXP-SANC-TBL.
           05 EXP-SANC-ENTRADA OCCURS 500 TIMES.
              10 EXP-SANC-DIV     PIC X(2).
              10 EXP-SANC-ID      PIC X(4).
              10 EXP-SANC-NUMERO  PIC 9(4).
              10 EXP-SANC-PUNTOS  PIC 9(4).
       01 INDICE-SANC            PIC 9(3).
       01 DESCUENTOS-REPRODUCIDOS PIC 9(5) VALUE 0.

      ******************************************************************
      * TRASPASOS REPRODUCIDOS. LA ENTRADA ESPERADA DE LA DIVISION QUE
      * EL JUGADOR DEJO QUEDA A CERO CON EXP-PSTAT-VISTO 'B' (DE
      * BAJA): NO SE ESPERA EN PSTATFILE NI SE RECONSTRUYE.
      ******************************************************************
       01 TRASPASOS-REPRODUCIDOS PIC 9(5) VALUE 0.
       01 INDICE-ORIGEN          PIC 9(4).
       01 DESCANSOS-REPRODUCIDOS PIC 9(5) VALUE 0.

       01 INDICE                 PIC 9(4).
       01 INDICE-HALLADO         PIC 9(4).
       01 CLAVE-JUGADOR          PIC X(4).
            END-IF
            CLOSE PRINT-FILE
            DISPLAY 'VERIFICACION -- GRUPOS REPRODUCIDOS: '
                GRUPOS-REPRODUCIDOS ' DESCUENTOS: '
                DESCUENTOS-REPRODUCIDOS ' DESCANSOS: '
                DESCANSOS-REPRODUCIDOS ' TRASPASOS: '
                TRASPASOS-REPRODUCIDOS ' DIVERGENCIAS: ' DIVERGENCIAS
            STOP RUN.

      ******************************************************************
            CLOSE AUDIT-FILE
            PERFORM CERRAR-GRUPO
                VARYING INDICE-GI FROM 1 BY 1
                UNTIL INDICE-GI > GI-COUNT
            PERFORM REPRODUCIR-DESCANSOS
            PERFORM APLICAR-DESCUENTO
                VARYING INDICE-SANC FROM 1 BY 1
                UNTIL INDICE-SANC > EXP-SANC-COUNT
            PERFORM REPRODUCIR-TRASPASOS.

       LEER-AUDITORIA.

      * DE GRUPO (LOTE + DIVISION + GRUPO), DANDOLA DE ALTA SI ES LA
      * PRIMERA PARTIDA QUE SE LE VE. LAS PARTIDAS CON MARCA DE
      * TARDIAS CONSTAN EN LA PISTA PERO NO PUNTUARON (VER
      * AUD-MARCA EN AUDITREC.CPY), ASI QUE SE SALTAN. LAS LINEAS
      * DE DESCUENTO POR SANCION NO SON PARTIDAS: SE ANOTAN APARTE.
      ******************************************************************
       REPRODUCIR-PARTIDA.

            EVALUATE TRUE
                WHEN AUD-MARCA-NORMAL
                    PERFORM PLEGAR-PARTIDA
                WHEN AUD-MARCA-SANCION
                    PERFORM ANOTAR-DESCUENTO
            END-EVALUATE
            PERFORM LEER-AUDITORIA.

      ******************************************************************
      * ANOTA UN DESCUENTO DE PUNTOS POR SANCION PARA RESTARLO AL
      * FINAL, CUANDO YA ESTEN ABONADOS TODOS LOS GRUPOS.
      ******************************************************************
       ANOTAR-DESCUENTO.

            IF EXP-SANC-COUNT = 500
                DISPLAY 'SE ALCANZO EL MAXIMO DE DESCUENTOS, SE '
                    'DETIENE LA VERIFICACION'
                STOP RUN
            END-IF
            ADD 1 TO EXP-SANC-COUNT
            MOVE AUD-DIVISION TO EXP-SANC-DIV(EXP-SANC-COUNT)
            MOVE AUD-PLAYER-P1 TO EXP-SANC-ID(EXP-SANC-COUNT)
            MOVE AUD-SANC-NUMERO TO EXP-SANC-NUMERO(EXP-SANC-COUNT)
            MOVE AUD-SANC-PUNTOS TO EXP-SANC-PUNTOS(EXP-SANC-COUNT).

      ******************************************************************
      * RESTA UN DESCUENTO DE LOS PUNTOS ESPERADOS DE SU JUGADOR EN
      * SU DIVISION. RETO6 NUNCA DESCUENTA MAS DE LO QUE EL JUGADOR
      * TIENE, ASI QUE UN DESCUENTO QUE NO CABE, O DE UN JUGADOR SIN
      * PARTIDAS EN LA PISTA, DELATA UNA PISTA INCOMPLETA Y SE
      * DENUNCIA.
      ******************************************************************
       APLICAR-DESCUENTO.

            ADD 1 TO DESCUENTOS-REPRODUCIDOS
            MOVE 0 TO INDICE-HALLADO
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > EXP-PSTAT-COUNT
                IF EXP-PSTAT-DIV(INDICE) = EXP-SANC-DIV(INDICE-SANC)
                    AND EXP-PSTAT-ID(INDICE) = EXP-SANC-ID(INDICE-SANC)
                    MOVE INDICE TO INDICE-HALLADO
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN EXP-SANC-PUNTOS(INDICE-SANC) = 0
                    CONTINUE
                WHEN INDICE-HALLADO = 0
                    MOVE 'DESCUENTO SIN PARTIDAS AUDIT' TO DET-TEXTO
                    MOVE SPACES TO DET-CLAVE
                    STRING EXP-SANC-ID(INDICE-SANC) '/'
                        EXP-SANC-NUMERO(INDICE-SANC)
                        DELIMITED BY SIZE INTO DET-CLAVE
                    MOVE EXP-SANC-PUNTOS(INDICE-SANC) TO DET-ESPERADO
                    MOVE 0 TO DET-REAL
                    PERFORM ESCRIBIR-DIVERGENCIA
                WHEN EXP-PSTAT-PUNTOS(INDICE-HALLADO)
                    < EXP-SANC-PUNTOS(INDICE-SANC)
                    MOVE 'DESCUENTO MAYOR QUE PUNTOS  ' TO DET-TEXTO
                    MOVE SPACES TO DET-CLAVE
                    STRING EXP-SANC-ID(INDICE-SANC) '/'
                        EXP-SANC-NUMERO(INDICE-SANC)
                        DELIMITED BY SIZE INTO DET-CLAVE
                    MOVE EXP-SANC-PUNTOS(INDICE-SANC) TO DET-ESPERADO
                    MOVE EXP-PSTAT-PUNTOS(INDICE-HALLADO) TO DET-REAL
                    PERFORM ESCRIBIR-DIVERGENCIA
                    MOVE 0 TO EXP-PSTAT-PUNTOS(INDICE-HALLADO)
                WHEN OTHER
                    SUBTRACT EXP-SANC-PUNTOS(INDICE-SANC)
                        FROM EXP-PSTAT-PUNTOS(INDICE-HALLADO)
            END-EVALUATE.

      ******************************************************************
      * REPRODUCE LOS DESCANSOS DE LOS TORNEOS SUIZOS DE DESCAUD: CADA
      * UNO ES UNA VICTORIA MAS, CON LOS PUNTOS QUE SUIZO ABONO, PARA
      * EL JUGADOR EN LA DIVISION DEL TORNEO. SE ABONAN ANTES DE LOS
      * DESCUENTOS Y DE LOS TRASPASOS, QUE YA LOS ENCONTRARON
      * ABONADOS. SIN DESCAUD NO HAY NADA QUE REPRODUCIR.
      ******************************************************************
       REPRODUCIR-DESCANSOS.

            OPEN INPUT BYE-AUDIT-FILE
            IF DESCAUD-FILE-STATUS = '00'
                PERFORM LEER-DESCANSO
                PERFORM ABONAR-DESCANSO UNTIL DESCAUD-EOF
                CLOSE BYE-AUDIT-FILE
            END-IF.

       LEER-DESCANSO.

            READ BYE-AUDIT-FILE
                AT END MOVE 'Y' TO DESCAUD-EOF-SW
            END-READ.

       ABONAR-DESCANSO.

            ADD 1 TO DESCANSOS-REPRODUCIDOS
            MOVE DAUD-DIVISION TO DIVISION-GRUPO
            MOVE DAUD-PLAYER-ID TO CLAVE-JUGADOR
            PERFORM LOCALIZAR-JUGADOR
            ADD 1 TO EXP-PSTAT-WINS(INDICE-HALLADO)
            ADD DAUD-PUNTOS TO EXP-PSTAT-PUNTOS(INDICE-HALLADO)
            PERFORM LEER-DESCANSO.

      ******************************************************************
      * REPRODUCE LOS TRASPASOS DE DIVISION DE TRASAUD, EN SU ORDEN,
      * SOBRE LOS TOTALES YA CERRADOS: LA ENTRADA DE LA DIVISION QUE
      * SE DEJA PASA A BAJA Y LA DE LA NUEVA SE LOCALIZA O SE DA DE
      * ALTA, SUMANDOLE LOS TOTALES SI VIAJARON CON EL JUGADOR. SIN
      * TRASAUD NO HAY NADA QUE REPRODUCIR.
      ******************************************************************
       REPRODUCIR-TRASPASOS.

            OPEN INPUT TRASPASO-AUDIT-FILE
            IF TRASAUD-FILE-STATUS = '00'
                PERFORM LEER-TRASPASO
                PERFORM APLICAR-TRASPASO UNTIL TRASAUD-EOF
                CLOSE TRASPASO-AUDIT-FILE
            END-IF.

       LEER-TRASPASO.

            READ TRASPASO-AUDIT-FILE
                AT END MOVE 'Y' TO TRASAUD-EOF-SW
            END-READ.

       APLICAR-TRASPASO.

            IF TAUD-DIV-ORIGEN NOT = TAUD-DIV-DESTINO
                ADD 1 TO TRASPASOS-REPRODUCIDOS
                MOVE 0 TO INDICE-ORIGEN
                PERFORM VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > EXP-PSTAT-COUNT
                    IF EXP-PSTAT-DIV(INDICE) = TAUD-DIV-ORIGEN
                        AND EXP-PSTAT-ID(INDICE) = TAUD-PLAYER-ID
                        AND EXP-PSTAT-VISTO(INDICE) NOT = 'B'
                        MOVE INDICE TO INDICE-ORIGEN
                    END-IF
                END-PERFORM
                MOVE TAUD-DIV-DESTINO TO DIVISION-GRUPO
                MOVE TAUD-PLAYER-ID TO CLAVE-JUGADOR
                PERFORM LOCALIZAR-JUGADOR
                IF EXP-PSTAT-VISTO(INDICE-HALLADO) = 'B'
                    MOVE 'N' TO EXP-PSTAT-VISTO(INDICE-HALLADO)
                END-IF
                IF INDICE-ORIGEN > 0
                    PERFORM TRASLADAR-TOTALES
                END-IF
            END-IF
            PERFORM LEER-TRASPASO.

      ******************************************************************
      * LOS PUNTOS QUE EL TRASPASO CERRO DEBEN SER LOS QUE LA PISTA
      * DA EN ESE MOMENTO; SI NO, SE DENUNCIA Y SE SIGUE CON LOS DE
      * LA PISTA.
      ******************************************************************
       TRASLADAR-TOTALES.

            IF TAUD-PUNTOS NOT = EXP-PSTAT-PUNTOS(INDICE-ORIGEN)
                MOVE 'PUNTOS CERRADOS EN TRASPASO ' TO DET-TEXTO
                MOVE SPACES TO DET-CLAVE
                STRING TAUD-DIV-ORIGEN '/' TAUD-PLAYER-ID
                    DELIMITED BY SIZE INTO DET-CLAVE
                MOVE EXP-PSTAT-PUNTOS(INDICE-ORIGEN) TO DET-ESPERADO
                MOVE TAUD-PUNTOS TO DET-REAL
                PERFORM ESCRIBIR-DIVERGENCIA
            END-IF
            IF TAUD-CON-ARRASTRE
                ADD EXP-PSTAT-WINS(INDICE-ORIGEN)
                    TO EXP-PSTAT-WINS(INDICE-HALLADO)
                ADD EXP-PSTAT-LOSSES(INDICE-ORIGEN)
                    TO EXP-PSTAT-LOSSES(INDICE-HALLADO)
                ADD EXP-PSTAT-TIES(INDICE-ORIGEN)
                    TO EXP-PSTAT-TIES(INDICE-HALLADO)
                ADD EXP-PSTAT-PUNTOS(INDICE-ORIGEN)
                    TO EXP-PSTAT-PUNTOS(INDICE-HALLADO)
            END-IF
            MOVE 0 TO EXP-PSTAT-WINS(INDICE-ORIGEN)
            MOVE 0 TO EXP-PSTAT-LOSSES(INDICE-ORIGEN)
            MOVE 0 TO EXP-PSTAT-TIES(INDICE-ORIGEN)
            MOVE 0 TO EXP-PSTAT-PUNTOS(INDICE-ORIGEN)
            MOVE 'B' TO EXP-PSTAT-VISTO(INDICE-ORIGEN).

       PLEGAR-PARTIDA.

            MOVE 0 TO GI-ACTUAL
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > EXP-PSTAT-COUNT
                IF EXP-PSTAT-VISTO(INDICE) NOT = 'Y'
                    AND EXP-PSTAT-VISTO(INDICE) NOT = 'B'
                    MOVE 'JUGADOR AUSENTE EN PSTAT    ' TO DET-TEXTO
                    MOVE SPACES TO DET-CLAVE
                    STRING EXP-PSTAT-DIV(INDICE) '/'
                MOVE PSTAT-WINS TO DET-REAL
                PERFORM ESCRIBIR-DIVERGENCIA
            ELSE
                IF EXP-PSTAT-VISTO(INDICE-HALLADO) = 'B'
                    MOVE 'JUGADOR TRASPASADO EN PSTAT ' TO DET-TEXTO
                    MOVE SPACES TO DET-CLAVE
                    STRING PSTAT-DIVISION '/' PSTAT-PLAYER-ID
                        DELIMITED BY SIZE INTO DET-CLAVE
                    MOVE 0 TO DET-ESPERADO
                    MOVE PSTAT-PUNTOS TO DET-REAL
                    PERFORM ESCRIBIR-DIVERGENCIA
                END-IF
                MOVE 'Y' TO EXP-PSTAT-VISTO(INDICE-HALLADO)
                IF PSTAT-WINS NOT = EXP-PSTAT-WINS(INDICE-HALLADO)
                    MOVE 'VICTORIAS DE JUGADOR        ' TO DET-TEXTO

       GRABAR-PSTAT-RECONSTRUIDO.

            IF EXP-PSTAT-VISTO(INDICE) NOT = 'B'
                MOVE EXP-PSTAT-DIV(INDICE) TO PSTAT-DIVISION
                MOVE EXP-PSTAT-ID(INDICE) TO PSTAT-PLAYER-ID
                MOVE EXP-PSTAT-WINS(INDICE) TO PSTAT-WINS
                MOVE EXP-PSTAT-LOSSES(INDICE) TO PSTAT-LOSSES
                MOVE EXP-PSTAT-TIES(INDICE) TO PSTAT-TIES
                MOVE EXP-PSTAT-PUNTOS(INDICE) TO PSTAT-PUNTOS
                WRITE PSTAT-RECORD
                    INVALID KEY
                        DISPLAY 'NO SE PUDO GRABAR ' PSTAT-PLAYER-ID
                END-WRITE
            END-IF.

       GRABAR-H2H-RECONSTRUIDO.

