      *            el valor de cada extracto, o los tramos apilados
      *            con marcas en el modo posicional.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - En el modo de totales de control de
      *            RETO29 (registros de grupo de RECONOUT) se imprime
      *            cada grupo con diferencias con los campos cuyo total
      *            difiere, el extracto con el total mayor y la
      *            diferencia, en vez de buscar en los extractos un
      *            registro con la clave del grupo.
      * Modified:  15/10/2026 - Nueva seccion final de sospechas de
      *            clave mal tecleada (registros 'S' de RECONOUT): cada
      *            pareja de claves huerfanas que RETO29 cree el mismo
      *            registro se imprime con su puntuacion y los datos de
      *            ambos extractos apilados, para que el revisor
      *            confirme una pareja en vez de perseguir dos faltas.
      * Modified:  15/10/2026 - El orden de la lista de trabajo solo
      *            toma las entradas de pareja de DISPFILE; las de clave
      *            de la conciliacion de ficheros no tienen bloque en
      *            DIFFOUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADIF.
           COPY DIFFREC.

       FD  WORKLIST-FILE
           RECORD CONTAINS 32 TO 50 CHARACTERS.
           COPY DISPREC.

       FD  EXTRACT1-FILE
       01 CAMPOS-CLAVE-COUNT     PIC 9(2) VALUE 0.
       01 CAMPOS-CLAVE-TBL.
           05 CAMPO-CLAVE        PIC X(20) OCCURS 50 TIMES.
       01 TOTALES-CLAVE-COUNT    PIC 9(2) VALUE 0.
       01 TOTALES-CLAVE-TBL.
           05 TOTAL-CLAVE OCCURS 20 TIMES.
              10 TOT-CAMPO       PIC X(20).
              10 TOT-MAYOR       PIC X(1).
              10 TOT-IMPORTE     PIC 9(8).
       01 IMPORTE-EDITADO        PIC ZZ,ZZZ,ZZ9.
       01 SOSPECHAS-LISTADAS     PIC 9(3) VALUE 0.
       01 CLAVE-SOSPECHA-2       PIC X(10).
       01 PUNTOS-EDITADO         PIC ZZ9.99.
       01 PCT-CLAVE-EDITADO      PIC ZZ9.99.
       01 PCT-DATOS-EDITADO      PIC ZZ9.99.

       01 MODO-CONCILIA-SW       PIC X(1) VALUE 'N'.
           88 MODO-CONCILIA               VALUE 'Y'.

       ANOTAR-ORDEN.

            IF DISP-PENDIENTE AND DISP-CLAVE = SPACES
                IF ORDEN-COUNT < 500
                    ADD 1 TO ORDEN-COUNT
                    MOVE DISP-PAREJA TO ORD-PAREJA(ORDEN-COUNT)
                        MOVE RECON-DIFF-CAMPO-NOMBRE
                            TO CAMPO-CLAVE(CAMPOS-CLAVE-COUNT)
                    END-IF
                WHEN RECON-DIFF-TOTAL
                    MOVE 'Y' TO CLAVE-ABIERTA-SW
                    MOVE RECON-DIFF-CLAVE TO CLAVE-ACTUAL
                    IF TOTALES-CLAVE-COUNT < 20
                        ADD 1 TO TOTALES-CLAVE-COUNT
                        MOVE RECON-DIFF-TOT-CAMPO
                            TO TOT-CAMPO(TOTALES-CLAVE-COUNT)
                        MOVE RECON-DIFF-TOT-MAYOR
                            TO TOT-MAYOR(TOTALES-CLAVE-COUNT)
                        MOVE RECON-DIFF-TOT-IMPORTE
                            TO TOT-IMPORTE(TOTALES-CLAVE-COUNT)
                    END-IF
                WHEN RECON-DIFF-SOSPECHA
                    PERFORM LISTAR-SOSPECHA
                WHEN RECON-DIFF-RESUMEN
                    IF CLAVE-ABIERTA
                        AND RECON-DIFF-CLAVE = CLAVE-ACTUAL
                        IF RECON-DIFF-AGREGADO
                            PERFORM LISTAR-GRUPO
                        ELSE
                            PERFORM LISTAR-CLAVE
                        END-IF
                    END-IF
                    MOVE 'N' TO CLAVE-ABIERTA-SW
                    MOVE 0 TO POS-CLAVE-COUNT
                    MOVE 0 TO CAMPOS-CLAVE-COUNT
                    MOVE 0 TO TOTALES-CLAVE-COUNT
            END-EVALUATE
            PERFORM LEER-RECONOUT.

            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * IMPRIME UN GRUPO DEL MODO DE TOTALES DE CONTROL: CADA CAMPO
      * CUYO TOTAL DIFIERE, EL EXTRACTO CON EL TOTAL MAYOR Y LA
      * DIFERENCIA. LOS EXTRACTOS NO TIENEN UN REGISTRO DEL GRUPO
      * QUE MOSTRAR.
      ******************************************************************
       LISTAR-GRUPO.

            ADD 1 TO BLOQUES-LISTADOS
            MOVE SPACES TO LINEA-IMPRESION
            STRING 'GRUPO ' CLAVE-ACTUAL
                DELIMITED BY SIZE INTO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM LISTAR-TOTAL-GRUPO
                VARYING INDICE-POS FROM 1 BY 1
                UNTIL INDICE-POS > TOTALES-CLAVE-COUNT
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

       LISTAR-TOTAL-GRUPO.

            MOVE SPACES TO LINEA-IMPRESION
            MOVE TOT-CAMPO(INDICE-POS) TO LINEA-IMPRESION(3:20)
            MOVE 'MAYOR EN ' TO LINEA-IMPRESION(24:9)
            MOVE TOT-MAYOR(INDICE-POS) TO LINEA-IMPRESION(33:1)
            MOVE 'DIFERENCIA: ' TO LINEA-IMPRESION(36:12)
            MOVE TOT-IMPORTE(INDICE-POS) TO IMPORTE-EDITADO
            MOVE IMPORTE-EDITADO TO LINEA-IMPRESION(48:10)
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * SECCION DE SOSPECHAS DE CLAVE MAL TECLEADA (REGISTROS 'S', AL
      * FINAL DE RECONOUT): LAS DOS CLAVES, LA PUNTUACION Y SUS
      * COMPONENTES, Y LOS DATOS DE CADA EXTRACTO APILADOS: TODOS LOS
      * CAMPOS DEL DICCIONARIO O, SIN EL, LOS TRAMOS QUE DIFIEREN.
      ******************************************************************
       LISTAR-SOSPECHA.

            IF SOSPECHAS-LISTADAS = 0
                MOVE ALL '=' TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE SPACES TO LINEA-IMPRESION
                STRING 'SOSPECHAS DE CLAVE MAL TECLEADA '
                    '(CONFIRMAR LA PAREJA)'
                    DELIMITED BY SIZE INTO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
                MOVE ALL '=' TO LINEA-IMPRESION
                WRITE LINEA-IMPRESION
            END-IF
            ADD 1 TO SOSPECHAS-LISTADAS
            ADD 1 TO BLOQUES-LISTADOS
            MOVE RECON-DIFF-CLAVE TO CLAVE-ACTUAL
            MOVE RECON-DIFF-SOSP-CLAVE-2 TO CLAVE-SOSPECHA-2
            MOVE RECON-DIFF-SOSP-PUNTOS TO PUNTOS-EDITADO
            MOVE RECON-DIFF-SOSP-PCT-CLAVE TO PCT-CLAVE-EDITADO
            MOVE RECON-DIFF-SOSP-PCT-DATOS TO PCT-DATOS-EDITADO
            MOVE SPACES TO LINEA-IMPRESION
            STRING 'CLAVE 1: ' CLAVE-ACTUAL
                '  CLAVE 2: ' CLAVE-SOSPECHA-2
                '  PUNTOS: ' PUNTOS-EDITADO
                DELIMITED BY SIZE INTO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            MOVE SPACES TO LINEA-IMPRESION
            STRING '  PARECIDO DE CLAVE: ' PCT-CLAVE-EDITADO
                '  PARECIDO DE DATOS: ' PCT-DATOS-EDITADO
                DELIMITED BY SIZE INTO LINEA-IMPRESION
            WRITE LINEA-IMPRESION
            PERFORM BUSCAR-DATOS-SOSPECHA
            IF DICC-COUNT > 0
                PERFORM VARYING INDICE-DICC FROM 1 BY 1
                    UNTIL INDICE-DICC > DICC-COUNT
                    MOVE DICC-NOMBRE(INDICE-DICC)
                        TO CAMPO-CLAVE(INDICE-DICC)
                END-PERFORM
                MOVE DICC-COUNT TO CAMPOS-CLAVE-COUNT
                PERFORM LISTAR-CAMPO-CLAVE
                    VARYING INDICE-POS FROM 1 BY 1
                    UNTIL INDICE-POS > CAMPOS-CLAVE-COUNT
            ELSE
                MOVE 0 TO POS-CLAVE-COUNT
                PERFORM VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > 490
                    IF DATOS-1-CLAVE(INDICE:1)
                        NOT = DATOS-2-CLAVE(INDICE:1)
                        AND POS-CLAVE-COUNT < 100
                        ADD 1 TO POS-CLAVE-COUNT
                        MOVE INDICE TO POS-CLAVE(POS-CLAVE-COUNT)
                    END-IF
                END-PERFORM
                IF POS-CLAVE-COUNT = 0
                    MOVE '  (DATOS IDENTICOS)' TO LINEA-IMPRESION
                    WRITE LINEA-IMPRESION
                ELSE
                    PERFORM LISTAR-TRAMOS-CLAVE
                END-IF
            END-IF
            MOVE 0 TO POS-CLAVE-COUNT
            MOVE 0 TO CAMPOS-CLAVE-COUNT
            MOVE ALL '-' TO LINEA-IMPRESION
            WRITE LINEA-IMPRESION.

      ******************************************************************
      * DATOS DE LA PAREJA SOSPECHOSA: LA PRIMERA CLAVE EN RECON1 Y LA
      * SEGUNDA EN RECON2.
      ******************************************************************
       BUSCAR-DATOS-SOSPECHA.

            MOVE SPACES TO DATOS-1-CLAVE
            MOVE SPACES TO DATOS-2-CLAVE
            MOVE 'N' TO HALLADO-1-SW
            MOVE 'N' TO HALLADO-2-SW
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > EXT1-COUNT
                OR HALLADO-1-SW = 'Y'
                IF EXT1-CLAVE(INDICE-BUSQUEDA) = CLAVE-ACTUAL
                    MOVE EXT1-DATOS(INDICE-BUSQUEDA)
                        TO DATOS-1-CLAVE
                    MOVE 'Y' TO HALLADO-1-SW
                END-IF
            END-PERFORM
            PERFORM VARYING INDICE-BUSQUEDA FROM 1 BY 1
                UNTIL INDICE-BUSQUEDA > EXT2-COUNT
                OR HALLADO-2-SW = 'Y'
                IF EXT2-CLAVE(INDICE-BUSQUEDA) = CLAVE-SOSPECHA-2
                    MOVE EXT2-DATOS(INDICE-BUSQUEDA)
                        TO DATOS-2-CLAVE
                    MOVE 'Y' TO HALLADO-2-SW
                END-IF
            END-PERFORM.

       BUSCAR-DATOS-CLAVE.

            MOVE SPACES TO DATOS-1-CLAVE
