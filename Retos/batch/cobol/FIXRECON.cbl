      *            que nadie programo. El libro se regraba con el
      *            estado al dia para la pasada siguiente.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Un grupo decidido por incomparecencia
      *            (AUD-GAME 'W' mas el motivo, ver AUDITREC.CPY) cierra
      *            su linea del libro con el estado 'W' en vez de 'J', y
      *            el informe lista aparte los emparejamientos resueltos
      *            asi, para que no pasen por jugados.
      * Modified:  15/10/2026 - Las lineas de descuento por sancion
      *            (marca 'S', ver AUDITREC.CPY) no casan ningun grupo
      *            del libro y se saltan.
      * Modified:  15/10/2026 - Los descansos del emparejamiento suizo
      *            (estado 'D' en FIXLEDG, ver FIXREC.CPY) nacen
      *            resueltos: ni se buscan en la pista ni se denuncian
      *            como pendientes.
      * Modified:  15/10/2026 - Las lineas con fecha programada (ver
      *            AGENDA y FIXREC.CPY) que siguen pendientes pasada esa
      *            fecha se denuncian como vencidas, con su fecha y
      *            semana de juego; el libro se regraba conservando la
      *            programacion.
      * Modified:  15/10/2026 - FIXLEDG crece con el arbitro asignado
      *            (ver FIXREC.CPY); se siguen leyendo las lineas
      *            antiguas de 38 y 48 posiciones. AUDITOUT crece con el
      *            arbitro del grupo. Al reconciliar se conserva el
      *            arbitro asignado.
      * Modified:  15/10/2026 - Las lineas anuladas por un traspaso de
      *            division (estado 'A', ver FIXREC.CPY y TRASPASO)
      *            nacen resueltas como los descansos: ni se buscan en
      *            la pista ni se denuncian como pendientes o vencidas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXRECON.
      * LIBRO DE EMPAREJAMIENTOS GENERADOS, REGRABADO AL TERMINAR.
      ******************************************************************
       FD  FIXTURE-LEDGER-FILE
           RECORD CONTAINS 38 TO 52 CHARACTERS.
           COPY FIXREC.

      ******************************************************************
      * PISTA DE AUDITORIA CON LOS GRUPOS ADJUDICADOS DE LA NOCHE.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
              10 LIB-FECHA-GEN   PIC 9(8).
              10 LIB-ESTADO      PIC X(1).
              10 LIB-FECHA-JUG   PIC 9(8).
              10 LIB-FECHA-PROG  PIC 9(8).
              10 LIB-SEMANA      PIC 9(2).
              10 LIB-ARBITRO     PIC X(4).

      ******************************************************************
      * INSTANCIAS DE GRUPO ADJUDICADAS EN LA PISTA DE AUDITORIA,
              10 GI-P2           PIC X(4).
              10 GI-FECHA        PIC 9(8).
              10 GI-PROGRAMADO   PIC X(1).
              10 GI-WALKOVER     PIC X(1).

       01 INDICE                 PIC 9(4).
       01 INDICE-GI              PIC 9(4).
       01 FUERA-PLAZO            PIC 9(4) VALUE 0.
       01 SIN-PROGRAMAR          PIC 9(4) VALUE 0.
       01 CASADOS-HOY            PIC 9(4) VALUE 0.
       01 WALKOVERS-HOY          PIC 9(4) VALUE 0.
       01 VENCIDOS               PIC 9(4) VALUE 0.

      ******************************************************************
      * CONVERSION DE FECHA A DIAS CORRIDOS PARA EL PLAZO, CON EL
           05 FILLER             PIC X(10) VALUE ' GENERADO '.
           05 PEN-FECHA          PIC 9(8).
           05 PEN-MARCA          PIC X(16).
       01 LINEA-WALKOVER.
           05 FILLER             PIC X(12) VALUE 'W.O.:       '.
           05 WO-TORNEO          PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WO-DIVISION        PIC X(2).
           05 FILLER             PIC X(7)  VALUE ' GRUPO '.
           05 WO-GRUPO           PIC 9(3).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 WO-P1              PIC X(4).
           05 FILLER             PIC X(4)  VALUE ' VS '.
           05 WO-P2              PIC X(4).
           05 FILLER             PIC X(10) VALUE ' RESUELTO '.
           05 WO-FECHA           PIC 9(8).
           05 FILLER             PIC X(16) VALUE SPACES.
       01 LINEA-VENCIDO.
           05 FILLER             PIC X(12) VALUE 'VENCIDO:    '.
           05 VEN-TORNEO         PIC X(8).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VEN-DIVISION       PIC X(2).
           05 FILLER             PIC X(7)  VALUE ' GRUPO '.
           05 VEN-GRUPO          PIC 9(3).
           05 FILLER             PIC X(1)  VALUE SPACE.
           05 VEN-P1             PIC X(4).
           05 FILLER             PIC X(4)  VALUE ' VS '.
           05 VEN-P2             PIC X(4).
           05 FILLER             PIC X(12) VALUE ' PROGRAMADO '.
           05 VEN-FECHA          PIC 9(8).
           05 FILLER             PIC X(6)  VALUE ' SEM. '.
           05 VEN-SEMANA         PIC 9(2).
           05 FILLER             PIC X(6)  VALUE SPACES.
       01 LINEA-HUERFANO.
           05 FILLER             PIC X(26) VALUE
               'ADJUDICADO SIN PROGRAMAR: '.
                CASADOS-HOY ' SIN JUGAR: ' SIN-JUGAR
                ' FUERA DE PLAZO: ' FUERA-PLAZO
                ' SIN PROGRAMAR: ' SIN-PROGRAMAR
                ' POR INCOMPARECENCIA: ' WALKOVERS-HOY
                ' VENCIDOS: ' VENCIDOS
            STOP RUN.

      ******************************************************************
                MOVE FIX-FECHA-GEN TO LIB-FECHA-GEN(LIBRO-COUNT)
                MOVE FIX-ESTADO TO LIB-ESTADO(LIBRO-COUNT)
                MOVE FIX-FECHA-JUGADO TO LIB-FECHA-JUG(LIBRO-COUNT)
                IF FIX-FECHA-PROG IS NUMERIC
                    MOVE FIX-FECHA-PROG TO LIB-FECHA-PROG(LIBRO-COUNT)
                    MOVE FIX-SEMANA TO LIB-SEMANA(LIBRO-COUNT)
                ELSE
                    MOVE 0 TO LIB-FECHA-PROG(LIBRO-COUNT)
                    MOVE 0 TO LIB-SEMANA(LIBRO-COUNT)
                END-IF
                MOVE FIX-ARBITRO TO LIB-ARBITRO(LIBRO-COUNT)
            END-IF
            PERFORM LEER-LIBRO.

       ANOTAR-GRUPO-AUDITADO.

      *     LAS LINEAS ANULADAS POR EL RETROCESO DE SU LOTE NO
      *     CUENTAN COMO JUGADAS, NI LOS DESCUENTOS POR SANCION.
            IF NOT AUD-MARCA-ANULADA AND NOT AUD-MARCA-SANCION
                PERFORM ANOTAR-GRUPO-VALIDO
            END-IF
            PERFORM LEER-AUDITORIA.
                MOVE AUD-PLAYER-P2 TO GI-P2(GI-COUNT)
                MOVE AUD-FECHA TO GI-FECHA(GI-COUNT)
                MOVE 'N' TO GI-PROGRAMADO(GI-COUNT)
                MOVE 'N' TO GI-WALKOVER(GI-COUNT)
                MOVE GI-COUNT TO INDICE-HALLADO
            END-IF
            IF AUD-GAME-WALKOVER
                MOVE 'Y' TO GI-WALKOVER(INDICE-HALLADO)
            END-IF.

      ******************************************************************
      * CASA CADA LINEA PENDIENTE DEL LIBRO CON SU INSTANCIA
      * ADJUDICADA, SI LA HAY, Y LA MARCA COMO JUGADA, O COMO
      * RESUELTA POR INCOMPARECENCIA ('W') SI EL GRUPO SE DECIDIO
      * SIN JUGAR.
      ******************************************************************
       CASAR-EMPAREJAMIENTOS.

       CASAR-UNA-LINEA.

            IF LIB-ESTADO(INDICE) NOT = 'J'
                AND LIB-ESTADO(INDICE) NOT = 'W'
                AND LIB-ESTADO(INDICE) NOT = 'D'
                AND LIB-ESTADO(INDICE) NOT = 'A'
                PERFORM VARYING INDICE-GI FROM 1 BY 1
                    UNTIL INDICE-GI > GI-COUNT
                    IF GI-DIVISION(INDICE-GI) = LIB-DIVISION(INDICE)
                        AND GI-GRUPO(INDICE-GI) = LIB-GRUPO(INDICE)
                        PERFORM CASAR-PAREJA
                        IF PAREJA-CASA
                            IF GI-WALKOVER(INDICE-GI) = 'Y'
                                MOVE 'W' TO LIB-ESTADO(INDICE)
                                ADD 1 TO WALKOVERS-HOY
                            ELSE
                                MOVE 'J' TO LIB-ESTADO(INDICE)
                            END-IF
                            MOVE GI-FECHA(INDICE-GI)
                                TO LIB-FECHA-JUG(INDICE)
                            MOVE 'Y' TO GI-PROGRAMADO(INDICE-GI)

      ******************************************************************
      * PUBLICA EL INFORME: EMPAREJAMIENTOS SIN JUGAR (CON LA MARCA
      * DE FUERA DE PLAZO), LOS QUE SIGUEN SIN JUGAR PASADA SU FECHA
      * PROGRAMADA, GRUPOS ADJUDICADOS QUE NADIE PROGRAMO Y
      * EMPAREJAMIENTOS RESUELTOS POR INCOMPARECENCIA.
      ******************************************************************
       PUBLICAR-INFORME.

            PERFORM DENUNCIAR-PENDIENTE
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            PERFORM DENUNCIAR-VENCIDO
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            PERFORM DENUNCIAR-HUERFANO
                VARYING INDICE-GI FROM 1 BY 1
                UNTIL INDICE-GI > GI-COUNT
            PERFORM LISTAR-WALKOVER
                VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > LIBRO-COUNT
            IF SIN-JUGAR = 0 AND SIN-PROGRAMAR = 0
                MOVE 'LIBRO DE EMPAREJAMIENTOS CONFORME'
                    TO LINEA-IMPRESION
       DENUNCIAR-PENDIENTE.

            IF LIB-ESTADO(INDICE) NOT = 'J'
                AND LIB-ESTADO(INDICE) NOT = 'W'
                AND LIB-ESTADO(INDICE) NOT = 'D'
                AND LIB-ESTADO(INDICE) NOT = 'A'
                ADD 1 TO SIN-JUGAR
                MOVE LIB-TORNEO(INDICE) TO PEN-TORNEO
                MOVE LIB-DIVISION(INDICE) TO PEN-DIVISION
                WRITE LINEA-IMPRESION
            END-IF.

      ******************************************************************
      * UNA LINEA PENDIENTE CON FECHA PROGRAMADA ANTERIOR A LA DE
      * PROCESO ESTA VENCIDA: SU NOCHE PASO Y NO LLEGO RESULTADO.
      ******************************************************************
       DENUNCIAR-VENCIDO.

            IF LIB-ESTADO(INDICE) NOT = 'J'
                AND LIB-ESTADO(INDICE) NOT = 'W'
                AND LIB-ESTADO(INDICE) NOT = 'D'
                AND LIB-ESTADO(INDICE) NOT = 'A'
                AND LIB-FECHA-PROG(INDICE) > 0
                AND LIB-FECHA-PROG(INDICE) < FECHA-PROCESO
                ADD 1 TO VENCIDOS
                MOVE LIB-TORNEO(INDICE) TO VEN-TORNEO
                MOVE LIB-DIVISION(INDICE) TO VEN-DIVISION
                MOVE LIB-GRUPO(INDICE) TO VEN-GRUPO
                MOVE LIB-P1(INDICE) TO VEN-P1
                MOVE LIB-P2(INDICE) TO VEN-P2
                MOVE LIB-FECHA-PROG(INDICE) TO VEN-FECHA
                MOVE LIB-SEMANA(INDICE) TO VEN-SEMANA
                MOVE LINEA-VENCIDO TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF.

       DENUNCIAR-HUERFANO.

            IF GI-PROGRAMADO(INDICE-GI) NOT = 'Y'
                WRITE LINEA-IMPRESION
            END-IF.

      ******************************************************************
      * LISTA LOS EMPAREJAMIENTOS DEL LIBRO RESUELTOS POR
      * INCOMPARECENCIA, CON LA FECHA EN QUE SE RESOLVIERON, PARA
      * QUE NO SE CONFUNDAN CON UN GRUPO JUGADO.
      ******************************************************************
       LISTAR-WALKOVER.

            IF LIB-ESTADO(INDICE) = 'W'
                MOVE LIB-TORNEO(INDICE) TO WO-TORNEO
                MOVE LIB-DIVISION(INDICE) TO WO-DIVISION
                MOVE LIB-GRUPO(INDICE) TO WO-GRUPO
                MOVE LIB-P1(INDICE) TO WO-P1
                MOVE LIB-P2(INDICE) TO WO-P2
                MOVE LIB-FECHA-JUG(INDICE) TO WO-FECHA
                MOVE LINEA-WALKOVER TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF.

      ******************************************************************
      * REGRABA EL LIBRO CON LOS ESTADOS AL DIA.
      ******************************************************************
            MOVE LIB-FECHA-GEN(INDICE) TO FIX-FECHA-GEN
            MOVE LIB-ESTADO(INDICE) TO FIX-ESTADO
            MOVE LIB-FECHA-JUG(INDICE) TO FIX-FECHA-JUGADO
            MOVE LIB-FECHA-PROG(INDICE) TO FIX-FECHA-PROG
            MOVE LIB-SEMANA(INDICE) TO FIX-SEMANA
            MOVE LIB-ARBITRO(INDICE) TO FIX-ARBITRO
            WRITE FIXTURE-RECORD.

      ******************************************************************
