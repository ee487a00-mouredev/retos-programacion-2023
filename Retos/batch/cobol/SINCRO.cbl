      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Fichero de transacciones de sincronizacion para
      *            el sistema destino. La conciliacion de ficheros
      *            de RETO29 dice que claves difieren, pero las
      *            correcciones se tecleaban a mano en el destino
      *            mirando el listado, y nadie podia demostrar que
      *            se habia aplicado exactamente lo revisado. Este
      *            programa lee RECONOUT, toma RECON1 como fuente
      *            maestra y produce SINCOUT (ver SINCREC.CPY): un
      *            alta por cada clave que falta en RECON2, una
      *            baja por cada clave que falta en RECON1 y una
      *            modificacion por cada campo 'C' que difiere, con
      *            la posicion y longitud del diccionario CAMPOSIN
      *            (una posicion suelta 'P' en el modo posicional).
      *            Solo salen las claves dispuestas en la lista de
      *            trabajo DISPFILE: las pendientes de revision
      *            quedan fuera, igual que las diferencias conocidas
      *            de EXCONOC (registros 'K'), las claves con
      *            distinto numero de registros ('Q'), las del modo
      *            a tres bandas ('B') y los registros de grupo del
      *            modo de totales de control. Cabecera y cola con
      *            contadores por tipo y total hash de claves para
      *            que el destino demuestre lo que aplico.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECON-FILE ASSIGN TO 'RECONOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECONOUT-FILE-STATUS.
           SELECT OPTIONAL EXTRACT1-FILE ASSIGN TO 'RECON1'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON1-FILE-STATUS.
           SELECT OPTIONAL WORKLIST-FILE ASSIGN TO 'DISPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPFILE-FILE-STATUS.
           SELECT OPTIONAL FIELD-DICT-FILE ASSIGN TO 'CAMPOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPOSIN-FILE-STATUS.
           SELECT SYNC-FILE ASSIGN TO 'SINCOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SINCOUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * INFORME DE CONCILIACION DE LA NOCHE, EN ORDEN DE CLAVE (LOS
      * REGISTROS DE UNA CLAVE LLEGAN SEGUIDOS).
      ******************************************************************
       FD  RECON-FILE
           RECORD CONTAINS 49 CHARACTERS.
           COPY RECONDIF.

      ******************************************************************
      * EXTRACTO MAESTRO, EN EL MISMO ORDEN DE CLAVE QUE LA
      * CONCILIACION.
      ******************************************************************
       FD  EXTRACT1-FILE
           RECORD CONTAINS 500 CHARACTERS.
           COPY RECEXT1.

      ******************************************************************
      * LISTA DE TRABAJO DE REVISION: SOLO INTERESAN LAS ENTRADAS DE
      * CLAVE DISPUESTAS.
      ******************************************************************
       FD  WORKLIST-FILE
           RECORD CONTAINS 32 TO 50 CHARACTERS.
           COPY DISPREC.

      ******************************************************************
      * DICCIONARIO DE CAMPOS DEL EXTRACTO, PARA LA POSICION Y LA
      * LONGITUD DE CADA CAMPO A MODIFICAR.
      ******************************************************************
       FD  FIELD-DICT-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY DICCREC.

      ******************************************************************
      * TRANSACCIONES PARA EL SISTEMA DESTINO, CON CABECERA Y COLA
      * DE CONTROL.
      ******************************************************************
       FD  SYNC-FILE
           RECORD CONTAINS 528 CHARACTERS.
           COPY SINCREC.

       WORKING-STORAGE SECTION.

       01 RECONOUT-FILE-STATUS   PIC X(2).
       01 RECON1-FILE-STATUS     PIC X(2).
       01 DISPFILE-FILE-STATUS   PIC X(2).
       01 CAMPOSIN-FILE-STATUS   PIC X(2).
       01 SINCOUT-FILE-STATUS    PIC X(2).

       01 RECON-EOF-SW           PIC X(1) VALUE 'N'.
           88 RECON-EOF                   VALUE 'Y'.
       01 MAESTRO-EOF-SW         PIC X(1) VALUE 'N'.
           88 MAESTRO-EOF                 VALUE 'Y'.
       01 LISTA-EOF-SW           PIC X(1) VALUE 'N'.
           88 LISTA-EOF                   VALUE 'Y'.
       01 CAMPOS-EOF-SW          PIC X(1) VALUE 'N'.
           88 CAMPOS-EOF                  VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).
       01 FECHA-CONCILIACION     PIC 9(8) VALUE 0.

      ******************************************************************
      * CLAVES DISPUESTAS DE LA LISTA DE TRABAJO. UNA CLAVE QUE NO
      * ESTA AQUI SIGUE PENDIENTE DE REVISION (O NI SIQUIERA HA
      * ENTRADO EN LA LISTA) Y NO SE SINCRONIZA.
      ******************************************************************
       01 DISPUESTAS-COUNT       PIC 9(4) VALUE 0.
       01 DISPUESTAS-TBL.
           05 DSP-CLAVE          PIC X(10) OCCURS 2000 TIMES.
       01 INDICE-DSP             PIC 9(4).
       01 DISPUESTA-SW           PIC X(1).
           88 CLAVE-DISPUESTA             VALUE 'Y'.

      ******************************************************************
      * DICCIONARIO DE CAMPOS EN MEMORIA.
      ******************************************************************
       01 DICC-COUNT             PIC 9(2) VALUE 0.
       01 DICCIONARIO-TBL.
           05 DICC-ENTRADA OCCURS 50 TIMES.
              10 DIC-NOMBRE      PIC X(20).
              10 DIC-INICIO      PIC 9(3).
              10 DIC-LONGITUD    PIC 9(3).
       01 INDICE-DICC            PIC 9(2).

      ******************************************************************
      * REGISTROS DE RECONOUT DE LA CLAVE EN CURSO.
      ******************************************************************
       01 CLAVE-ACTUAL           PIC X(10).
       01 CLAVE-MAESTRO          PIC X(10).
       01 FALTA-LADO             PIC X(1).
       01 NO-SINCRONIZABLE-SW    PIC X(1).
           88 NO-SINCRONIZABLE            VALUE 'Y'.
       01 CAMPO-INVALIDO-SW      PIC X(1).
           88 CAMPO-INVALIDO              VALUE 'Y'.
       01 MODIF-COUNT            PIC 9(3) VALUE 0.
       01 MODIFICACIONES-TBL.
           05 MODIF-ENTRADA OCCURS 200 TIMES.
              10 MOD-CAMPO       PIC X(20).
              10 MOD-INICIO      PIC 9(3).
              10 MOD-LONGITUD    PIC 9(3).
       01 INDICE-MODIF           PIC 9(3).

      ******************************************************************
      * CONTADORES Y TOTAL HASH DE LA COLA, Y RESUMEN DE LA PASADA.
      ******************************************************************
       01 CUENTA-ALTAS           PIC 9(7) VALUE 0.
       01 CUENTA-BAJAS           PIC 9(7) VALUE 0.
       01 CUENTA-MODIF           PIC 9(7) VALUE 0.
       01 CUENTA-DETALLE         PIC 9(7) VALUE 0.
       01 HASH-CLAVES            PIC 9(15) VALUE 0.
       01 HASH-TRABAJO           PIC 9(16).
       01 VALOR-HASH             PIC 9(10).
       01 DIGITO-HASH            PIC 9(1).
       01 INDICE-HASH            PIC 9(2).

       01 CLAVES-SINCRONIZADAS   PIC 9(7) VALUE 0.
       01 CLAVES-PENDIENTES      PIC 9(7) VALUE 0.
       01 CLAVES-NO-SINCRONIZ    PIC 9(7) VALUE 0.
       01 CLAVES-SIN-MAESTRO     PIC 9(7) VALUE 0.
       01 CLAVES-CAMPO-INVALIDO  PIC 9(7) VALUE 0.
       01 DIFERENCIAS-CONOCIDAS  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            PERFORM CARGAR-DISPUESTAS
            PERFORM CARGAR-DICCIONARIO
            OPEN INPUT RECON-FILE
            IF RECONOUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL INFORME DE CONCILIACION '
                    '(RECONOUT), NO HAY SINCRONIZACION'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN INPUT EXTRACT1-FILE
            IF RECON1-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA FUENTE MAESTRA (RECON1), '
                    'NO HAY SINCRONIZACION'
                CLOSE RECON-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            OPEN OUTPUT SYNC-FILE
            IF SINCOUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE SINCRONIZACION'
                CLOSE RECON-FILE
                CLOSE EXTRACT1-FILE
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM LEER-RECONOUT
            IF NOT RECON-EOF AND RECON-DIFF-FECHA IS NUMERIC
                MOVE RECON-DIFF-FECHA TO FECHA-CONCILIACION
            END-IF
            PERFORM ESCRIBIR-CABECERA
            MOVE LOW-VALUES TO CLAVE-MAESTRO
            PERFORM TRATAR-CLAVE UNTIL RECON-EOF
            PERFORM ESCRIBIR-COLA
            CLOSE RECON-FILE
            CLOSE EXTRACT1-FILE
            CLOSE SYNC-FILE
            DISPLAY 'SINCRONIZACION -- ALTAS: ' CUENTA-ALTAS
                ' BAJAS: ' CUENTA-BAJAS
                ' MODIFICACIONES: ' CUENTA-MODIF
            DISPLAY 'SINCRONIZACION -- CLAVES ENVIADAS: '
                CLAVES-SINCRONIZADAS
                ' PENDIENTES DE REVISION: ' CLAVES-PENDIENTES
                ' NO SINCRONIZABLES: ' CLAVES-NO-SINCRONIZ
                ' DIFERENCIAS CONOCIDAS: ' DIFERENCIAS-CONOCIDAS
            IF CLAVES-SIN-MAESTRO > 0 OR CLAVES-CAMPO-INVALIDO > 0
                DISPLAY 'SINCRONIZACION -- CLAVES SIN REGISTRO EN '
                    'RECON1: ' CLAVES-SIN-MAESTRO
                    ' CON CAMPOS FUERA DEL DICCIONARIO: '
                    CLAVES-CAMPO-INVALIDO
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

      ******************************************************************
      * CARGA LAS CLAVES DISPUESTAS DE LA LISTA DE TRABAJO. SIN LISTA
      * NO HAY NADA DISPUESTO Y EL FICHERO SALE SOLO CON CABECERA Y
      * COLA.
      ******************************************************************
       CARGAR-DISPUESTAS.

            OPEN INPUT WORKLIST-FILE
            IF DISPFILE-FILE-STATUS = '00'
                PERFORM LEER-LISTA
                PERFORM ANOTAR-DISPUESTA UNTIL LISTA-EOF
                CLOSE WORKLIST-FILE
            END-IF.

       LEER-LISTA.

            READ WORKLIST-FILE
                AT END MOVE 'Y' TO LISTA-EOF-SW
            END-READ.

       ANOTAR-DISPUESTA.

            IF DISP-DISPUESTA AND DISP-CLAVE NOT = SPACES
                IF DISPUESTAS-COUNT = 2000
                    DISPLAY 'AVISO: DEMASIADAS CLAVES DISPUESTAS, LA '
                        'CLAVE ' DISP-CLAVE ' QUEDA FUERA'
                ELSE
                    ADD 1 TO DISPUESTAS-COUNT
                    MOVE DISP-CLAVE TO DSP-CLAVE(DISPUESTAS-COUNT)
                END-IF
            END-IF
            PERFORM LEER-LISTA.

      ******************************************************************
      * CARGA EL DICCIONARIO DE CAMPOS, SI EXISTE.
      ******************************************************************
       CARGAR-DICCIONARIO.

            OPEN INPUT FIELD-DICT-FILE
            IF CAMPOSIN-FILE-STATUS = '00'
                PERFORM LEER-CAMPO
                PERFORM ANOTAR-CAMPO UNTIL CAMPOS-EOF
                CLOSE FIELD-DICT-FILE
            END-IF.

       LEER-CAMPO.

            READ FIELD-DICT-FILE
                AT END MOVE 'Y' TO CAMPOS-EOF-SW
            END-READ.

       ANOTAR-CAMPO.

            IF DICC-COUNT < 50
                AND CAMPO-INICIO IS NUMERIC
                AND CAMPO-LONGITUD IS NUMERIC
                ADD 1 TO DICC-COUNT
                MOVE CAMPO-NOMBRE TO DIC-NOMBRE(DICC-COUNT)
                MOVE CAMPO-INICIO TO DIC-INICIO(DICC-COUNT)
                MOVE CAMPO-LONGITUD TO DIC-LONGITUD(DICC-COUNT)
            END-IF
            PERFORM LEER-CAMPO.

       LEER-RECONOUT.

            READ RECON-FILE
                AT END MOVE 'Y' TO RECON-EOF-SW
            END-READ.

       LEER-MAESTRO.

            READ EXTRACT1-FILE
                AT END
                    MOVE 'Y' TO MAESTRO-EOF-SW
                    MOVE HIGH-VALUES TO CLAVE-MAESTRO
                NOT AT END
                    MOVE RECON-CLAVE-1 TO CLAVE-MAESTRO
            END-READ.

      ******************************************************************
      * RECOGE TODOS LOS REGISTROS DE RECONOUT DE UNA CLAVE Y DECIDE
      * QUE SE ENVIA PARA ELLA.
      ******************************************************************
       TRATAR-CLAVE.

            MOVE RECON-DIFF-CLAVE TO CLAVE-ACTUAL
            MOVE SPACE TO FALTA-LADO
            MOVE 'N' TO NO-SINCRONIZABLE-SW
            MOVE 0 TO MODIF-COUNT
            PERFORM ANOTAR-REGISTRO-CLAVE
                UNTIL RECON-EOF
                OR RECON-DIFF-CLAVE NOT = CLAVE-ACTUAL
            EVALUATE TRUE
                WHEN NO-SINCRONIZABLE
                    ADD 1 TO CLAVES-NO-SINCRONIZ
                WHEN FALTA-LADO = SPACE AND MODIF-COUNT = 0
                    CONTINUE
                WHEN OTHER
                    PERFORM BUSCAR-DISPUESTA
                    IF CLAVE-DISPUESTA
                        PERFORM SINCRONIZAR-CLAVE
                    ELSE
                        ADD 1 TO CLAVES-PENDIENTES
                    END-IF
            END-EVALUATE.

      ******************************************************************
      * LAS SOSPECHAS 'S' SON SOLO UN AVISO AL REVISOR Y LOS
      * RESUMENES 'R' NO APORTAN NADA QUE ENVIAR. UNA FALTA EN RECON3
      * NO AFECTA AL DESTINO.
      ******************************************************************
       ANOTAR-REGISTRO-CLAVE.

            EVALUATE TRUE
                WHEN RECON-DIFF-SOSPECHA
                    CONTINUE
                WHEN RECON-DIFF-TOTAL
                    MOVE 'Y' TO NO-SINCRONIZABLE-SW
                WHEN (RECON-DIFF-RESUMEN OR RECON-DIFF-FALTA
                    OR RECON-DIFF-CONOCIDA)
                    AND RECON-DIFF-AGREGADO
                    MOVE 'Y' TO NO-SINCRONIZABLE-SW
                WHEN RECON-DIFF-CARDINAL OR RECON-DIFF-CULPA
                    MOVE 'Y' TO NO-SINCRONIZABLE-SW
                WHEN RECON-DIFF-CONOCIDA
                    ADD 1 TO DIFERENCIAS-CONOCIDAS
                WHEN RECON-DIFF-FALTA
                    IF RECON-FALTA-EN-1 OR RECON-FALTA-EN-2
                        MOVE RECON-DIFF-LADO TO FALTA-LADO
                    END-IF
                WHEN RECON-DIFF-CAMPO
                    PERFORM ANOTAR-MODIFICACION
                    IF MODIF-COUNT > 0
                        MOVE RECON-DIFF-CAMPO-NOMBRE
                            TO MOD-CAMPO(MODIF-COUNT)
                        MOVE 0 TO MOD-INICIO(MODIF-COUNT)
                    END-IF
                WHEN RECON-DIFF-POSICION
                    PERFORM ANOTAR-MODIFICACION
                    IF MODIF-COUNT > 0
                        MOVE SPACES TO MOD-CAMPO(MODIF-COUNT)
                        MOVE RECON-DIFF-POS TO MOD-INICIO(MODIF-COUNT)
                        MOVE 1 TO MOD-LONGITUD(MODIF-COUNT)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            PERFORM LEER-RECONOUT.

      ******************************************************************
      * UNA CLAVE CON MAS DIFERENCIAS DE LAS QUE CABEN NO SE ENVIA A
      * MEDIAS: QUEDA COMO NO SINCRONIZABLE.
      ******************************************************************
       ANOTAR-MODIFICACION.

            IF MODIF-COUNT = 200
                MOVE 'Y' TO NO-SINCRONIZABLE-SW
            ELSE
                ADD 1 TO MODIF-COUNT
            END-IF.

       BUSCAR-DISPUESTA.

            MOVE 'N' TO DISPUESTA-SW
            PERFORM VARYING INDICE-DSP FROM 1 BY 1
                UNTIL INDICE-DSP > DISPUESTAS-COUNT
                IF DSP-CLAVE(INDICE-DSP) = CLAVE-ACTUAL
                    MOVE 'Y' TO DISPUESTA-SW
                END-IF
            END-PERFORM.

      ******************************************************************
      * ESCRIBE LAS TRANSACCIONES DE UNA CLAVE DISPUESTA. LAS ALTAS
      * Y LAS MODIFICACIONES NECESITAN EL REGISTRO DE RECON1; SI NO
      * ESTA (RECON1 CAMBIO DESDE LA CONCILIACION) LA CLAVE NO SE
      * ENVIA. TAMPOCO SE ENVIA SI ALGUN CAMPO YA NO ESTA EN EL
      * DICCIONARIO: UNA CLAVE SE ENVIA ENTERA O NO SE ENVIA.
      ******************************************************************
       SINCRONIZAR-CLAVE.

            IF FALTA-LADO = '1'
                PERFORM ESCRIBIR-BAJA
                ADD 1 TO CLAVES-SINCRONIZADAS
            ELSE
                PERFORM LEER-MAESTRO
                    UNTIL CLAVE-MAESTRO NOT < CLAVE-ACTUAL
                IF CLAVE-MAESTRO NOT = CLAVE-ACTUAL
                    ADD 1 TO CLAVES-SIN-MAESTRO
                    DISPLAY 'AVISO: LA CLAVE ' CLAVE-ACTUAL
                        ' NO ESTA EN RECON1, NO SE SINCRONIZA'
                ELSE
                    IF FALTA-LADO = '2'
                        PERFORM ESCRIBIR-ALTA
                        ADD 1 TO CLAVES-SINCRONIZADAS
                    ELSE
                        MOVE 'N' TO CAMPO-INVALIDO-SW
                        PERFORM RESOLVER-CAMPO
                            VARYING INDICE-MODIF FROM 1 BY 1
                            UNTIL INDICE-MODIF > MODIF-COUNT
                        IF CAMPO-INVALIDO
                            ADD 1 TO CLAVES-CAMPO-INVALIDO
                            DISPLAY 'AVISO: LA CLAVE ' CLAVE-ACTUAL
                                ' TIENE CAMPOS FUERA DEL DICCIONARIO, '
                                'NO SE SINCRONIZA'
                        ELSE
                            PERFORM ESCRIBIR-MODIFICACION
                                VARYING INDICE-MODIF FROM 1 BY 1
                                UNTIL INDICE-MODIF > MODIF-COUNT
                            ADD 1 TO CLAVES-SINCRONIZADAS
                        END-IF
                    END-IF
                END-IF
            END-IF.

      ******************************************************************
      * POSICION Y LONGITUD DE UN CAMPO 'C' SEGUN EL DICCIONARIO. LAS
      * POSICIONES SUELTAS 'P' YA LAS TRAEN.
      ******************************************************************
       RESOLVER-CAMPO.

            IF MOD-CAMPO(INDICE-MODIF) NOT = SPACES
                PERFORM VARYING INDICE-DICC FROM 1 BY 1
                    UNTIL INDICE-DICC > DICC-COUNT
                    IF DIC-NOMBRE(INDICE-DICC) = MOD-CAMPO(INDICE-MODIF)
                        MOVE DIC-INICIO(INDICE-DICC)
                            TO MOD-INICIO(INDICE-MODIF)
                        MOVE DIC-LONGITUD(INDICE-DICC)
                            TO MOD-LONGITUD(INDICE-MODIF)
                    END-IF
                END-PERFORM
            END-IF
            IF MOD-INICIO(INDICE-MODIF) = 0
                OR MOD-LONGITUD(INDICE-MODIF) = 0
                OR MOD-INICIO(INDICE-MODIF)
                    + MOD-LONGITUD(INDICE-MODIF) > 491
                MOVE 'Y' TO CAMPO-INVALIDO-SW
            END-IF.

       ESCRIBIR-CABECERA.

            MOVE SPACES TO SINCRO-RECORD
            MOVE '*H' TO SINC-TIPO
            MOVE FECHA-PROCESO TO SINC-FECHA
            MOVE FECHA-CONCILIACION TO SINC-FECHA-CONC
            MOVE 'RECON1' TO SINC-ORIGEN
            WRITE SINCRO-RECORD.

       ESCRIBIR-ALTA.

            MOVE SPACES TO SINCRO-RECORD
            MOVE 'A ' TO SINC-TIPO
            MOVE CLAVE-ACTUAL TO SINC-CLAVE
            MOVE RECON-DATOS-1 TO SINC-REGISTRO
            ADD 1 TO CUENTA-ALTAS
            PERFORM GRABAR-DETALLE.

       ESCRIBIR-BAJA.

            MOVE SPACES TO SINCRO-RECORD
            MOVE 'B ' TO SINC-TIPO
            MOVE CLAVE-ACTUAL TO SINC-CLAVE
            ADD 1 TO CUENTA-BAJAS
            PERFORM GRABAR-DETALLE.

       ESCRIBIR-MODIFICACION.

            MOVE SPACES TO SINCRO-RECORD
            MOVE 'M ' TO SINC-TIPO
            MOVE CLAVE-ACTUAL TO SINC-CLAVE
            MOVE MOD-CAMPO(INDICE-MODIF) TO SINC-CAMPO
            MOVE MOD-INICIO(INDICE-MODIF) TO SINC-POSICION
            MOVE MOD-LONGITUD(INDICE-MODIF) TO SINC-LONGITUD
            MOVE RECON-DATOS-1(MOD-INICIO(INDICE-MODIF):
                MOD-LONGITUD(INDICE-MODIF)) TO SINC-VALOR
            ADD 1 TO CUENTA-MODIF
            PERFORM GRABAR-DETALLE.

      ******************************************************************
      * GRABA UN REGISTRO DE DETALLE Y SUMA SU CLAVE AL TOTAL HASH:
      * LOS DIGITOS DE LA CLAVE, DE IZQUIERDA A DERECHA, FORMAN EL
      * NUMERO QUE SE SUMA (MODULO 10**15, VER SINCREC.CPY).
      ******************************************************************
       GRABAR-DETALLE.

            ADD 1 TO CUENTA-DETALLE
            MOVE 0 TO VALOR-HASH
            PERFORM VARYING INDICE-HASH FROM 1 BY 1
                UNTIL INDICE-HASH > 10
                IF SINC-CLAVE(INDICE-HASH:1) IS NUMERIC
                    MOVE SINC-CLAVE(INDICE-HASH:1) TO DIGITO-HASH
                    COMPUTE VALOR-HASH = VALOR-HASH * 10 + DIGITO-HASH
                END-IF
            END-PERFORM
            COMPUTE HASH-TRABAJO = HASH-CLAVES + VALOR-HASH
            IF HASH-TRABAJO > 999999999999999
                SUBTRACT 1000000000000000 FROM HASH-TRABAJO
            END-IF
            MOVE HASH-TRABAJO TO HASH-CLAVES
            WRITE SINCRO-RECORD.

       ESCRIBIR-COLA.

            MOVE SPACES TO SINCRO-RECORD
            MOVE '*T' TO SINC-TIPO
            MOVE CUENTA-ALTAS TO SINC-T-ALTAS
            MOVE CUENTA-BAJAS TO SINC-T-BAJAS
            MOVE CUENTA-MODIF TO SINC-T-MODIF
            MOVE CUENTA-DETALLE TO SINC-T-DETALLE
            MOVE HASH-CLAVES TO SINC-T-HASH-CLAVES
            WRITE SINCRO-RECORD.
       END PROGRAM SINCRO.
