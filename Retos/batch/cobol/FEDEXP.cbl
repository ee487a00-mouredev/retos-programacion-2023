      ******************************************************************
      * Author:    Equipo de mantenimiento
      * Date:      15/10/2026
      * Purpose:   Envio de resultados a la federacion, el camino
      *            inverso de FEDIMP. Los resultados de los torneos
      *            puntuables por la federacion se le mandaban cada
      *            mes en una hoja de calculo, tarde y con
      *            discusiones. Este programa pliega los grupos
      *            adjudicados de la pista de auditoria (AUDITOUT, o
      *            la concatenacion de generaciones archivadas que se
      *            le presente) por su instancia de grupo, como
      *            VERIFICA, y envia los de los torneos marcados como
      *            federados en TORNEOSIN (ver TORNREC.CPY) al
      *            fichero FEDRESOUT, en el layout de la federacion
      *            (FEDREC.CPY) y con el codigo de evento del torneo,
      *            entre una cabecera y una cola con los totales de
      *            control (FEDLOTE.CPY). La pista no guarda el
      *            torneo: se toma de la linea 'L' que EDITLOTE dejo
      *            en HUELLAS para el lote del grupo y, a falta de
      *            ella, del torneo de la division cuyas fechas
      *            cubren las del lote. Cada jugador se traduce a su
      *            numero de socio por el cruce FEDXREF; un grupo con
      *            algun jugador sin cruce no se envia y sale a la
      *            lista de excepciones FEDEXPEXC, de modo que se
      *            envia en una pasada posterior cuando secretaria
      *            complete el cruce. Las lineas importadas por FEDIMP
      *            (AUD-GAME 'FD') se saltan: son de la propia
      *            federacion. Cada envio terminado queda apuntado en
      *            FEDENVIOS (ver FEDENVIO.CPY) y ningun grupo que ya
      *            figure alli se vuelve a enviar.
      * Tectonics: cobc
      *
      * Modified:  15/10/2026 - Lotes sin cabecera claveados tambien por
      *            fecha de proceso
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT TOURNAMENT-FILE ASSIGN TO 'TORNEOSIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TORNEOS-FILE-STATUS.
           SELECT FED-XREF-FILE ASSIGN TO 'FEDXREF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEDXREF-FILE-STATUS.
           SELECT OPTIONAL FINGERPRINT-FILE ASSIGN TO 'HUELLAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HUELLAS-FILE-STATUS.
           SELECT OPTIONAL SENT-FILE ASSIGN TO 'FEDENVIOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVIOS-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO 'FEDRESOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEDOUT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'FEDEXPEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEDEXC-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * PISTA DE AUDITORIA DE LA QUE SALEN LOS GRUPOS A ENVIAR.
      ******************************************************************
       FD  AUDIT-FILE
           RECORD CONTAINS 14 TO 49 CHARACTERS.
           COPY AUDITREC.

      ******************************************************************
      * MAESTRO DE TORNEOS: CUALES PUNTUAN PARA LA FEDERACION Y CON
      * QUE CODIGO DE EVENTO.
      ******************************************************************
       FD  TOURNAMENT-FILE
           RECORD CONTAINS 48 TO 57 CHARACTERS.
           COPY TORNREC.

      ******************************************************************
      * CRUCE DE SOCIOS FEDERADOS A IDENTIFICADORES DE LA CASA, LEIDO
      * AQUI AL REVES QUE EN FEDIMP.
      ******************************************************************
       FD  FED-XREF-FILE
           RECORD CONTAINS 10 CHARACTERS.
           COPY FEDXREF.

      ******************************************************************
      * HISTORICO DE HUELLAS DE EDITLOTE, SOLO POR SUS LINEAS 'L':
      * EL TORNEO DE CADA LOTE.
      ******************************************************************
       FD  FINGERPRINT-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY HUELLREC.

      ******************************************************************
      * REGISTRO DE ENVIOS YA HECHOS, QUE SE AMPLIA AL TERMINAR.
      ******************************************************************
       FD  SENT-FILE
           RECORD CONTAINS 46 CHARACTERS.
           COPY FEDENVIO.

      ******************************************************************
      * FICHERO PARA LA FEDERACION: CABECERA, UN RESULTADO POR GRUPO
      * EN SU LAYOUT Y COLA.
      ******************************************************************
       FD  EXPORT-FILE
           RECORD CONTAINS 29 CHARACTERS.
           COPY FEDREC.
           COPY FEDLOTE.

      ******************************************************************
      * GRUPOS NO ENVIADOS POR FALTA DE CRUCE DE ALGUN JUGADOR, CON
      * SU IDENTIDAD, SU TORNEO Y EL MOTIVO.
      ******************************************************************
       FD  EXCEPTION-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  FED-SIN-CRUCE-RECORD.
           05 FSC-LOTE-FECHA     PIC 9(8).
           05 FSC-LOTE-NUMERO    PIC 9(4).
           05 FSC-DIVISION       PIC X(2).
           05 FSC-GRUPO          PIC 9(3).
           05 FSC-TORNEO         PIC X(8).
           05 FSC-PLAYER-P1      PIC X(4).
           05 FSC-PLAYER-P2      PIC X(4).
           05 FSC-MOTIVO         PIC X(30).

       WORKING-STORAGE SECTION.

       01 AUDIT-FILE-STATUS      PIC X(2).
       01 TORNEOS-FILE-STATUS    PIC X(2).
       01 FEDXREF-FILE-STATUS    PIC X(2).
       01 HUELLAS-FILE-STATUS    PIC X(2).
       01 ENVIOS-FILE-STATUS     PIC X(2).
       01 FEDOUT-FILE-STATUS     PIC X(2).
       01 FEDEXC-FILE-STATUS     PIC X(2).

       01 AUDIT-EOF-SW           PIC X(1) VALUE 'N'.
           88 AUDIT-EOF                   VALUE 'Y'.
       01 TORNEOS-EOF-SW         PIC X(1) VALUE 'N'.
           88 TORNEOS-EOF                 VALUE 'Y'.
       01 CRUCE-EOF-SW           PIC X(1) VALUE 'N'.
           88 CRUCE-EOF                   VALUE 'Y'.
       01 HUELLAS-EOF-SW         PIC X(1) VALUE 'N'.
           88 HUELLAS-EOF                 VALUE 'Y'.
       01 ENVIOS-EOF-SW          PIC X(1) VALUE 'N'.
           88 ENVIOS-EOF                  VALUE 'Y'.

       01 FECHA-PROCESO          PIC 9(8).

      ******************************************************************
      * CRUCE DE SOCIOS A JUGADORES EN MEMORIA, COMO EN FEDIMP.
      ******************************************************************
       01 CRUCE-COUNT            PIC 9(3) VALUE 0.
       01 CRUCES-TBL.
           05 CRUCE-ENTRADA OCCURS 200 TIMES.
              10 CRU-MIEMBRO     PIC 9(6).
              10 CRU-PLAYER-ID   PIC X(4).

      ******************************************************************
      * MAESTRO DE TORNEOS EN MEMORIA.
      ******************************************************************
       01 TORNEOS-COUNT          PIC 9(2) VALUE 0.
       01 TORNEOS-TBL.
           05 TORNEO-ENTRADA OCCURS 50 TIMES.
              10 TOR-ID          PIC X(8).
              10 TOR-DIVISION    PIC X(2).
              10 TOR-FECHA-INI   PIC 9(8).
              10 TOR-FECHA-FIN   PIC 9(8).
              10 TOR-FEDERADO    PIC X(1).
              10 TOR-EVENTO-FED  PIC X(8).

      ******************************************************************
      * TORNEO DE CADA LOTE, DE LAS LINEAS 'L' DE HUELLAS.
      ******************************************************************
       01 LOTES-TORNEO-COUNT     PIC 9(4) VALUE 0.
       01 LOTES-TORNEO-TBL.
           05 LOTE-TORNEO-ENTRADA OCCURS 1000 TIMES.
              10 LTO-FECHA       PIC 9(8).
              10 LTO-NUMERO      PIC 9(4).
              10 LTO-TORNEO      PIC X(8).

      ******************************************************************
      * GRUPOS YA ENVIADOS EN PASADAS ANTERIORES (LINEAS 'G' DE
      * FEDENVIOS) Y NUMERO DEL ULTIMO ENVIO (LINEAS 'E'). UNA LINEA
      * 'G' ANTIGUA DE LOTE SIN CABECERA NO TRAE FECHA CLAVE: CUBRE
      * ENTONCES TODA NOCHE DE ESE GRUPO HASTA LA FECHA DE SU ENVIO.
      ******************************************************************
       01 ENVIADOS-COUNT         PIC 9(4) VALUE 0.
       01 ENVIADOS-TBL.
           05 ENVIADO-ENTRADA OCCURS 5000 TIMES.
              10 ENT-LOTE-FECHA  PIC 9(8).
              10 ENT-LOTE-NUMERO PIC 9(4).
              10 ENT-DIVISION    PIC X(2).
              10 ENT-GRUPO       PIC 9(3).
              10 ENT-FECHA-CLAVE PIC 9(8).
              10 ENT-FECHA-ENVIO PIC 9(8).
       01 ULTIMO-ENVIO           PIC 9(4) VALUE 0.
       01 NUMERO-ENVIO           PIC 9(4) VALUE 0.

      ******************************************************************
      * INSTANCIAS DE GRUPO DE LA PISTA, CLAVEADAS POR EL LOTE DE
      * ORIGEN, LA DIVISION Y EL GRUPO COMO EN VERIFICA, PARA QUE UNA
      * CORRECCION DEL CICLO DE REPROCESO SE PLIEGUE EN SU GRUPO.
      * LOS LOTES SIN CABECERA LLEVAN LOTE CERO Y SE CLAVEAN ADEMAS
      * POR LA FECHA DE PROCESO DE LA LINEA (GI-FECHA-CLAVE, A CERO
      * EN LOS LOTES CON CABECERA), PARA QUE NO SE MEZCLEN LOS GRUPOS
      * DE NOCHES DISTINTAS.
      * GI-FECHA ES LA FECHA DE PROCESO DE SU PRIMERA LINEA, PARA LOS
      * LOTES SIN CABECERA. GI-ENVIADO QUEDA A 'S' EN LOS GRUPOS QUE
      * SALEN EN ESTE ENVIO.
      ******************************************************************
       01 GI-COUNT               PIC 9(4) VALUE 0.
       01 GRUPOS-INSTANCIA-TBL.
           05 GI-ENT OCCURS 2000 TIMES.
              10 GI-LOTE-FECHA   PIC 9(8).
              10 GI-LOTE-NUMERO  PIC 9(4).
              10 GI-DIVISION     PIC X(2).
              10 GI-GRUPO        PIC 9(3).
              10 GI-FECHA-CLAVE  PIC 9(8).
              10 GI-FECHA        PIC 9(8).
              10 GI-P1           PIC X(4).
              10 GI-P2           PIC X(4).
              10 GI-S1           PIC 9(3).
              10 GI-S2           PIC 9(3).
              10 GI-EVENTO       PIC X(8).
              10 GI-ENVIADO      PIC X(1).
       01 INDICE-GI              PIC 9(4).
       01 GI-ACTUAL              PIC 9(4).

       01 INDICE                 PIC 9(4).
       01 INDICE-TORNEO          PIC 9(2).
       01 TORNEO-GRUPO           PIC X(8).
       01 FECHA-GRUPO            PIC 9(8).
       01 FECHA-CLAVE            PIC 9(8).
       01 JUGADOR-BUSCADO        PIC X(4).
       01 SOCIO-HALLADO          PIC 9(6).
       01 SOCIO-1                PIC 9(6).
       01 SOCIO-2                PIC 9(6).
       01 GRUPO-ENVIADO-SW       PIC X(1).
           88 GRUPO-YA-ENVIADO            VALUE 'Y'.

       01 LINEAS-IMPORTADAS      PIC 9(7) VALUE 0.
       01 GRUPOS-ENVIADOS        PIC 9(7) VALUE 0.
       01 GRUPOS-REPETIDOS       PIC 9(7) VALUE 0.
       01 GRUPOS-NO-FEDERADOS    PIC 9(7) VALUE 0.
       01 GRUPOS-SIN-CRUCE       PIC 9(7) VALUE 0.
       01 SUMA-SOCIOS            PIC 9(13) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            ACCEPT FECHA-PROCESO FROM DATE YYYYMMDD
            PERFORM CARGAR-CRUCE
            PERFORM CARGAR-TORNEOS
            PERFORM CARGAR-LOTES-TORNEO
            PERFORM CARGAR-ENVIOS
            PERFORM PLEGAR-AUDITORIA
            PERFORM ABRIR-FICHEROS
            PERFORM ESCRIBIR-CABECERA
            PERFORM EXPORTAR-GRUPO
                VARYING INDICE-GI FROM 1 BY 1
                UNTIL INDICE-GI > GI-COUNT
            PERFORM ESCRIBIR-COLA
            PERFORM CERRAR-FICHEROS
            PERFORM APUNTAR-ENVIO
            DISPLAY 'ENVIO A LA FEDERACION ' NUMERO-ENVIO
                ' -- GRUPOS: ' GI-COUNT ' ENVIADOS: ' GRUPOS-ENVIADOS
                ' YA ENVIADOS: ' GRUPOS-REPETIDOS
            DISPLAY '   NO FEDERADOS: ' GRUPOS-NO-FEDERADOS
                ' SIN CRUCE: ' GRUPOS-SIN-CRUCE
                ' LINEAS DE LA FEDERACION SALTADAS: '
                LINEAS-IMPORTADAS
            STOP RUN.

      ******************************************************************
      * CARGA EL CRUCE DE SOCIOS. SIN CRUCE NO SE PUEDE TRADUCIR
      * NINGUN JUGADOR Y SE PARA.
      ******************************************************************
       CARGAR-CRUCE.

            OPEN INPUT FED-XREF-FILE
            IF FEDXREF-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL CRUCE DE SOCIOS'
                STOP RUN
            END-IF
            PERFORM LEER-CRUCE
            PERFORM ANOTAR-CRUCE UNTIL CRUCE-EOF
            CLOSE FED-XREF-FILE
            IF CRUCE-COUNT = 0
                DISPLAY 'CRUCE DE SOCIOS VACIO'
                STOP RUN
            END-IF.

       LEER-CRUCE.

            READ FED-XREF-FILE
                AT END MOVE 'Y' TO CRUCE-EOF-SW
            END-READ.

       ANOTAR-CRUCE.

            IF CRUCE-COUNT = 200
                DISPLAY 'AVISO: CRUCE DE SOCIOS LLENO, SE TRUNCA'
            ELSE
                ADD 1 TO CRUCE-COUNT
                MOVE FXR-MIEMBRO TO CRU-MIEMBRO(CRUCE-COUNT)
                MOVE FXR-PLAYER-ID TO CRU-PLAYER-ID(CRUCE-COUNT)
            END-IF
            PERFORM LEER-CRUCE.

      ******************************************************************
      * CARGA EL MAESTRO DE TORNEOS. SIN MAESTRO NINGUN TORNEO ESTA
      * MARCADO COMO FEDERADO Y NO HAY NADA QUE ENVIAR.
      ******************************************************************
       CARGAR-TORNEOS.

            OPEN INPUT TOURNAMENT-FILE
            IF TORNEOS-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL MAESTRO DE TORNEOS'
                STOP RUN
            END-IF
            PERFORM LEER-TORNEO
            PERFORM ANOTAR-TORNEO UNTIL TORNEOS-EOF
            CLOSE TOURNAMENT-FILE.

       LEER-TORNEO.

            READ TOURNAMENT-FILE
                AT END MOVE 'Y' TO TORNEOS-EOF-SW
            END-READ.

       ANOTAR-TORNEO.

            IF TORNEOS-COUNT = 50
                DISPLAY 'AVISO: MAESTRO DE TORNEOS LLENO, SE TRUNCA'
            ELSE
                ADD 1 TO TORNEOS-COUNT
                MOVE TORN-ID TO TOR-ID(TORNEOS-COUNT)
                MOVE TORN-DIVISION TO TOR-DIVISION(TORNEOS-COUNT)
                MOVE TORN-FECHA-INI TO TOR-FECHA-INI(TORNEOS-COUNT)
                MOVE TORN-FECHA-FIN TO TOR-FECHA-FIN(TORNEOS-COUNT)
                MOVE TORN-FEDERADO TO TOR-FEDERADO(TORNEOS-COUNT)
                MOVE TORN-EVENTO-FED TO TOR-EVENTO-FED(TORNEOS-COUNT)
            END-IF
            PERFORM LEER-TORNEO.

      ******************************************************************
      * CARGA EL TORNEO DE CADA LOTE DE LAS LINEAS 'L' DE HUELLAS.
      * SIN HUELLAS, TODOS LOS GRUPOS SE ASIGNAN POR FECHAS.
      ******************************************************************
       CARGAR-LOTES-TORNEO.

            OPEN INPUT FINGERPRINT-FILE
            IF HUELLAS-FILE-STATUS = '00'
                OR HUELLAS-FILE-STATUS = '05'
                PERFORM LEER-HUELLA
                PERFORM ANOTAR-LOTE-TORNEO UNTIL HUELLAS-EOF
                CLOSE FINGERPRINT-FILE
            END-IF.

       LEER-HUELLA.

            READ FINGERPRINT-FILE
                AT END MOVE 'Y' TO HUELLAS-EOF-SW
            END-READ.

       ANOTAR-LOTE-TORNEO.

            IF HUE-LOTE AND HUE-TORNEO NOT = SPACES
                IF LOTES-TORNEO-COUNT = 1000
                    DISPLAY 'AVISO: DEMASIADOS LOTES EN HUELLAS, SE '
                        'TRUNCA'
                ELSE
                    ADD 1 TO LOTES-TORNEO-COUNT
                    MOVE HUE-LOTE-FECHA
                        TO LTO-FECHA(LOTES-TORNEO-COUNT)
                    MOVE HUE-LOTE-NUMERO
                        TO LTO-NUMERO(LOTES-TORNEO-COUNT)
                    MOVE HUE-TORNEO TO LTO-TORNEO(LOTES-TORNEO-COUNT)
                END-IF
            END-IF
            PERFORM LEER-HUELLA.

      ******************************************************************
      * CARGA LOS GRUPOS YA ENVIADOS Y EL NUMERO DEL ULTIMO ENVIO.
      * SI NO CABEN TODOS NO SE PUEDE GARANTIZAR QUE NO SE REPITA
      * NINGUNO, ASI QUE SE PARA ANTES DE ENVIAR NADA.
      ******************************************************************
       CARGAR-ENVIOS.

            OPEN INPUT SENT-FILE
            IF ENVIOS-FILE-STATUS = '00'
                OR ENVIOS-FILE-STATUS = '05'
                PERFORM LEER-ENVIO
                PERFORM ANOTAR-ENVIO UNTIL ENVIOS-EOF
                CLOSE SENT-FILE
            END-IF
            COMPUTE NUMERO-ENVIO = ULTIMO-ENVIO + 1.

       LEER-ENVIO.

            READ SENT-FILE
                AT END MOVE 'Y' TO ENVIOS-EOF-SW
            END-READ.

       ANOTAR-ENVIO.

            EVALUATE TRUE
                WHEN ENV-EXPORTACION
                    IF ENV-NUMERO > ULTIMO-ENVIO
                        MOVE ENV-NUMERO TO ULTIMO-ENVIO
                    END-IF
                WHEN ENV-GRUPO-ENVIADO
                    IF ENVIADOS-COUNT = 5000
                        DISPLAY 'REGISTRO DE ENVIOS LLENO, NO SE '
                            'ENVIA NADA'
                        CLOSE SENT-FILE
                        STOP RUN
                    END-IF
                    ADD 1 TO ENVIADOS-COUNT
                    MOVE ENV-LOTE-FECHA
                        TO ENT-LOTE-FECHA(ENVIADOS-COUNT)
                    MOVE ENV-LOTE-NUMERO
                        TO ENT-LOTE-NUMERO(ENVIADOS-COUNT)
                    MOVE ENV-DIVISION TO ENT-DIVISION(ENVIADOS-COUNT)
                    MOVE ENV-GRUPO TO ENT-GRUPO(ENVIADOS-COUNT)
                    IF ENV-FECHA-CLAVE IS NUMERIC
                        MOVE ENV-FECHA-CLAVE
                            TO ENT-FECHA-CLAVE(ENVIADOS-COUNT)
                    ELSE
                        MOVE 0 TO ENT-FECHA-CLAVE(ENVIADOS-COUNT)
                    END-IF
                    MOVE ENV-FECHA TO ENT-FECHA-ENVIO(ENVIADOS-COUNT)
            END-EVALUATE
            PERFORM LEER-ENVIO.

      ******************************************************************
      * PLIEGA LA PISTA EN INSTANCIAS DE GRUPO. SOLO CUENTAN LAS
      * LINEAS NORMALES CON JUGADORES (LAS TARDIAS NO PUNTUARON, LAS
      * ANULADAS SE DESHICIERON Y LOS DESCUENTOS POR SANCION NO SON
      * PARTIDAS); LAS PARTIDAS DE VENTAJA 'HC' Y LA LINEA UNICA DE
      * UNA INCOMPARECENCIA CUENTAN COMO EN VERIFICA. LAS LINEAS
      * IMPORTADAS DE LA FEDERACION NO SE LE DEVUELVEN.
      ******************************************************************
       PLEGAR-AUDITORIA.

            OPEN INPUT AUDIT-FILE
            IF AUDIT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR LA PISTA DE AUDITORIA'
                STOP RUN
            END-IF
            PERFORM LEER-AUDITORIA
            PERFORM TRATAR-LINEA-AUDITORIA UNTIL AUDIT-EOF
            CLOSE AUDIT-FILE.

       LEER-AUDITORIA.

            READ AUDIT-FILE
                AT END MOVE 'Y' TO AUDIT-EOF-SW
            END-READ.

       TRATAR-LINEA-AUDITORIA.

            EVALUATE TRUE
                WHEN AUD-GAME = 'FD'
                    ADD 1 TO LINEAS-IMPORTADAS
                WHEN AUD-MARCA-NORMAL
                    AND AUD-PLAYER-P1 NOT = SPACES
                    PERFORM PLEGAR-PARTIDA
            END-EVALUATE
            PERFORM LEER-AUDITORIA.

       PLEGAR-PARTIDA.

            MOVE 0 TO FECHA-CLAVE
            IF AUD-LOTE-FECHA = 0 AND AUD-LOTE-NUMERO = 0
                MOVE AUD-FECHA TO FECHA-CLAVE
            END-IF
            MOVE 0 TO GI-ACTUAL
            PERFORM VARYING INDICE-GI FROM 1 BY 1
                UNTIL INDICE-GI > GI-COUNT
                IF GI-LOTE-FECHA(INDICE-GI) = AUD-LOTE-FECHA
                    AND GI-LOTE-NUMERO(INDICE-GI) = AUD-LOTE-NUMERO
                    AND GI-DIVISION(INDICE-GI) = AUD-DIVISION
                    AND GI-GRUPO(INDICE-GI) = AUD-GRUPO
                    AND GI-FECHA-CLAVE(INDICE-GI) = FECHA-CLAVE
                    MOVE INDICE-GI TO GI-ACTUAL
                END-IF
            END-PERFORM
            IF GI-ACTUAL = 0
                IF GI-COUNT = 2000
                    DISPLAY 'SE ALCANZO EL MAXIMO DE GRUPOS, NO SE '
                        'ENVIA NADA'
                    CLOSE AUDIT-FILE
                    STOP RUN
                END-IF
                ADD 1 TO GI-COUNT
                MOVE GI-COUNT TO GI-ACTUAL
                MOVE AUD-LOTE-FECHA TO GI-LOTE-FECHA(GI-ACTUAL)
                MOVE AUD-LOTE-NUMERO TO GI-LOTE-NUMERO(GI-ACTUAL)
                MOVE AUD-DIVISION TO GI-DIVISION(GI-ACTUAL)
                MOVE AUD-GRUPO TO GI-GRUPO(GI-ACTUAL)
                MOVE FECHA-CLAVE TO GI-FECHA-CLAVE(GI-ACTUAL)
                MOVE AUD-FECHA TO GI-FECHA(GI-ACTUAL)
                MOVE AUD-PLAYER-P1 TO GI-P1(GI-ACTUAL)
                MOVE AUD-PLAYER-P2 TO GI-P2(GI-ACTUAL)
                MOVE 0 TO GI-S1(GI-ACTUAL)
                MOVE 0 TO GI-S2(GI-ACTUAL)
                MOVE SPACES TO GI-EVENTO(GI-ACTUAL)
                MOVE 'N' TO GI-ENVIADO(GI-ACTUAL)
            END-IF
            EVALUATE AUD-RESULT
                WHEN 1
                    ADD 1 TO GI-S1(GI-ACTUAL)
                WHEN 2
                    ADD 1 TO GI-S2(GI-ACTUAL)
            END-EVALUATE.

      ******************************************************************
      * ABRE EL FICHERO PARA LA FEDERACION Y LAS EXCEPCIONES.
      ******************************************************************
       ABRIR-FICHEROS.

            OPEN OUTPUT EXPORT-FILE
            IF FEDOUT-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO PARA LA '
                    'FEDERACION'
                STOP RUN
            END-IF
            OPEN OUTPUT EXCEPTION-FILE
            IF FEDEXC-FILE-STATUS NOT = '00'
                DISPLAY 'NO SE PUDO ABRIR EL FICHERO DE EXCEPCIONES'
                STOP RUN
            END-IF.

       CERRAR-FICHEROS.

            CLOSE EXPORT-FILE
            CLOSE EXCEPTION-FILE.

       ESCRIBIR-CABECERA.

            MOVE SPACES TO FED-CONTROL-RECORD
            MOVE '*H' TO FEDL-TIPO
            MOVE FECHA-PROCESO TO FEDL-FECHA
            MOVE NUMERO-ENVIO TO FEDL-NUMERO
            WRITE FED-CONTROL-RECORD.

       ESCRIBIR-COLA.

            MOVE SPACES TO FED-CONTROL-RECORD
            MOVE '*T' TO FEDL-TIPO
            MOVE GRUPOS-ENVIADOS TO FEDL-REGISTROS
            MOVE SUMA-SOCIOS TO FEDL-SUMA-SOCIOS
            WRITE FED-CONTROL-RECORD.

      ******************************************************************
      * DECIDE LA SUERTE DE LA INSTANCIA DE GRUPO EN INDICE-GI: SE
      * SALTA SI YA SE ENVIO O SI SU TORNEO NO ES FEDERADO, VA A
      * EXCEPCIONES SI ALGUN JUGADOR NO TIENE CRUCE, Y SI NO SE
      * ENVIA CON EL RESULTADO DEL MARCADOR PLEGADO.
      ******************************************************************
       EXPORTAR-GRUPO.

            PERFORM BUSCAR-ENVIADO
            PERFORM LOCALIZAR-TORNEO
            MOVE GI-P1(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM TRADUCIR-JUGADOR
            MOVE SOCIO-HALLADO TO SOCIO-1
            MOVE GI-P2(INDICE-GI) TO JUGADOR-BUSCADO
            PERFORM TRADUCIR-JUGADOR
            MOVE SOCIO-HALLADO TO SOCIO-2
            EVALUATE TRUE
                WHEN GRUPO-YA-ENVIADO
                    ADD 1 TO GRUPOS-REPETIDOS
                WHEN INDICE-TORNEO = 0
                    ADD 1 TO GRUPOS-NO-FEDERADOS
                WHEN TOR-FEDERADO(INDICE-TORNEO) NOT = 'S'
                    ADD 1 TO GRUPOS-NO-FEDERADOS
                WHEN SOCIO-1 = 0 OR SOCIO-2 = 0
                    PERFORM ESCRIBIR-SIN-CRUCE
                WHEN OTHER
                    PERFORM ESCRIBIR-RESULTADO
            END-EVALUATE.

      ******************************************************************
      * MIRA SI LA INSTANCIA DE GRUPO YA FIGURA EN FEDENVIOS.
      ******************************************************************
       BUSCAR-ENVIADO.

            MOVE 'N' TO GRUPO-ENVIADO-SW
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > ENVIADOS-COUNT
                IF ENT-LOTE-FECHA(INDICE) = GI-LOTE-FECHA(INDICE-GI)
                    AND ENT-LOTE-NUMERO(INDICE)
                        = GI-LOTE-NUMERO(INDICE-GI)
                    AND ENT-DIVISION(INDICE) = GI-DIVISION(INDICE-GI)
                    AND ENT-GRUPO(INDICE) = GI-GRUPO(INDICE-GI)
                    AND (ENT-FECHA-CLAVE(INDICE)
                            = GI-FECHA-CLAVE(INDICE-GI)
                        OR (ENT-FECHA-CLAVE(INDICE) = 0
                            AND GI-FECHA-CLAVE(INDICE-GI)
                                NOT > ENT-FECHA-ENVIO(INDICE)))
                    MOVE 'Y' TO GRUPO-ENVIADO-SW
                END-IF
            END-PERFORM.

      ******************************************************************
      * DEJA EN INDICE-TORNEO EL TORNEO DE LA INSTANCIA DE GRUPO, O
      * CERO SI NO SE LE ENCUENTRA. PRIMERO EL TORNEO DE LA CABECERA
      * DE SU LOTE, SEGUN LA LINEA 'L' DE HUELLAS; SI NO LA HAY, EL
      * PRIMER TORNEO DEL MAESTRO DE SU DIVISION CUYAS FECHAS CUBREN
      * LA DEL LOTE (LA DE PROCESO EN LOS LOTES SIN CABECERA; FECHA
      * FINAL A CERO = TORNEO SIN FECHA DE CIERRE).
      ******************************************************************
       LOCALIZAR-TORNEO.

            MOVE 0 TO INDICE-TORNEO
            MOVE SPACES TO TORNEO-GRUPO
            IF GI-LOTE-FECHA(INDICE-GI) > 0
                PERFORM VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > LOTES-TORNEO-COUNT
                    IF LTO-FECHA(INDICE) = GI-LOTE-FECHA(INDICE-GI)
                        AND LTO-NUMERO(INDICE)
                            = GI-LOTE-NUMERO(INDICE-GI)
                        MOVE LTO-TORNEO(INDICE) TO TORNEO-GRUPO
                    END-IF
                END-PERFORM
            END-IF
            IF TORNEO-GRUPO NOT = SPACES
                PERFORM VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > TORNEOS-COUNT
                    IF TOR-ID(INDICE) = TORNEO-GRUPO
                        MOVE INDICE TO INDICE-TORNEO
                    END-IF
                END-PERFORM
            ELSE
                IF GI-LOTE-FECHA(INDICE-GI) > 0
                    MOVE GI-LOTE-FECHA(INDICE-GI) TO FECHA-GRUPO
                ELSE
                    MOVE GI-FECHA(INDICE-GI) TO FECHA-GRUPO
                END-IF
                PERFORM VARYING INDICE FROM 1 BY 1
                    UNTIL INDICE > TORNEOS-COUNT
                    OR INDICE-TORNEO > 0
                    IF TOR-DIVISION(INDICE) = GI-DIVISION(INDICE-GI)
                        AND TOR-FECHA-INI(INDICE) NOT > FECHA-GRUPO
                        AND (TOR-FECHA-FIN(INDICE) = 0
                            OR TOR-FECHA-FIN(INDICE) NOT < FECHA-GRUPO)
                        MOVE INDICE TO INDICE-TORNEO
                    END-IF
                END-PERFORM
            END-IF
            IF INDICE-TORNEO > 0
                MOVE TOR-ID(INDICE-TORNEO) TO TORNEO-GRUPO
            END-IF.

      ******************************************************************
      * TRADUCE JUGADOR-BUSCADO A SU NUMERO DE SOCIO; CERO SI NO
      * FIGURA EN EL CRUCE.
      ******************************************************************
       TRADUCIR-JUGADOR.

            MOVE 0 TO SOCIO-HALLADO
            PERFORM VARYING INDICE FROM 1 BY 1
                UNTIL INDICE > CRUCE-COUNT
                IF CRU-PLAYER-ID(INDICE) = JUGADOR-BUSCADO
                    MOVE CRU-MIEMBRO(INDICE) TO SOCIO-HALLADO
                END-IF
            END-PERFORM.

      ******************************************************************
      * ENVIA EL GRUPO: UN RESULTADO EN EL LAYOUT DE LA FEDERACION,
      * CON LA FECHA DEL LOTE COMO FECHA DEL ENCUENTRO (LA DE PROCESO
      * EN LOS LOTES SIN CABECERA).
      ******************************************************************
       ESCRIBIR-RESULTADO.

            MOVE SOCIO-1 TO FED-MIEMBRO-1
            MOVE SOCIO-2 TO FED-MIEMBRO-2
            EVALUATE TRUE
                WHEN GI-S1(INDICE-GI) > GI-S2(INDICE-GI)
                    MOVE '1' TO FED-RESULTADO
                WHEN GI-S2(INDICE-GI) > GI-S1(INDICE-GI)
                    MOVE '2' TO FED-RESULTADO
                WHEN OTHER
                    MOVE 'E' TO FED-RESULTADO
            END-EVALUATE
            IF GI-LOTE-FECHA(INDICE-GI) > 0
                MOVE GI-LOTE-FECHA(INDICE-GI) TO FED-FECHA
            ELSE
                MOVE GI-FECHA(INDICE-GI) TO FED-FECHA
            END-IF
            MOVE TOR-EVENTO-FED(INDICE-TORNEO) TO FED-EVENTO
            WRITE FEDERACION-RECORD
            ADD 1 TO GRUPOS-ENVIADOS
            ADD SOCIO-1 TO SUMA-SOCIOS
            ADD SOCIO-2 TO SUMA-SOCIOS
            MOVE TOR-EVENTO-FED(INDICE-TORNEO) TO GI-EVENTO(INDICE-GI)
            MOVE 'S' TO GI-ENVIADO(INDICE-GI).

       ESCRIBIR-SIN-CRUCE.

            ADD 1 TO GRUPOS-SIN-CRUCE
            MOVE GI-LOTE-FECHA(INDICE-GI) TO FSC-LOTE-FECHA
            MOVE GI-LOTE-NUMERO(INDICE-GI) TO FSC-LOTE-NUMERO
            MOVE GI-DIVISION(INDICE-GI) TO FSC-DIVISION
            MOVE GI-GRUPO(INDICE-GI) TO FSC-GRUPO
            MOVE TORNEO-GRUPO TO FSC-TORNEO
            MOVE GI-P1(INDICE-GI) TO FSC-PLAYER-P1
            MOVE GI-P2(INDICE-GI) TO FSC-PLAYER-P2
            EVALUATE TRUE
                WHEN SOCIO-1 = 0 AND SOCIO-2 = 0
                    MOVE 'NINGUN JUGADOR TIENE CRUCE' TO FSC-MOTIVO
                WHEN SOCIO-1 = 0
                    MOVE 'JUGADOR 1 SIN CRUCE DE SOCIO' TO FSC-MOTIVO
                WHEN OTHER
                    MOVE 'JUGADOR 2 SIN CRUCE DE SOCIO' TO FSC-MOTIVO
            END-EVALUATE
            WRITE FED-SIN-CRUCE-RECORD.

      ******************************************************************
      * APUNTA EL ENVIO TERMINADO EN FEDENVIOS: UNA LINEA POR GRUPO
      * ENVIADO Y LA LINEA DE TOTALES CON SU NUMERO, QUE SE GASTA
      * AUNQUE EL ENVIO VAYA VACIO PARA QUE DOS FICHEROS ENTREGADOS
      * NUNCA LLEVEN EL MISMO NUMERO. SI NO SE PUEDE APUNTAR, EL
      * FICHERO NO DEBE ENVIARSE: LA PASADA SIGUIENTE LO REPETIRIA.
      ******************************************************************
       APUNTAR-ENVIO.

            OPEN EXTEND SENT-FILE
            IF ENVIOS-FILE-STATUS NOT = '00'
                AND ENVIOS-FILE-STATUS NOT = '05'
                DISPLAY 'NO SE PUDO APUNTAR EL ENVIO ' NUMERO-ENVIO
                    ' EN FEDENVIOS: NO ENVIAR FEDRESOUT'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            PERFORM APUNTAR-GRUPO-ENVIADO
                VARYING INDICE-GI FROM 1 BY 1
                UNTIL INDICE-GI > GI-COUNT
            MOVE SPACES TO ENVIO-RECORD
            MOVE 'E' TO ENV-TIPO
            MOVE NUMERO-ENVIO TO ENV-NUMERO
            MOVE FECHA-PROCESO TO ENV-FECHA
            MOVE GRUPOS-ENVIADOS TO ENV-REGISTROS
            MOVE SUMA-SOCIOS TO ENV-SUMA-SOCIOS
            WRITE ENVIO-RECORD
            CLOSE SENT-FILE.

       APUNTAR-GRUPO-ENVIADO.

            IF GI-ENVIADO(INDICE-GI) = 'S'
                MOVE 'G' TO ENV-TIPO
                MOVE NUMERO-ENVIO TO ENV-NUMERO
                MOVE FECHA-PROCESO TO ENV-FECHA
                MOVE GI-LOTE-FECHA(INDICE-GI) TO ENV-LOTE-FECHA
                MOVE GI-LOTE-NUMERO(INDICE-GI) TO ENV-LOTE-NUMERO
                MOVE GI-DIVISION(INDICE-GI) TO ENV-DIVISION
                MOVE GI-GRUPO(INDICE-GI) TO ENV-GRUPO
                MOVE GI-EVENTO(INDICE-GI) TO ENV-EVENTO
                MOVE GI-FECHA-CLAVE(INDICE-GI) TO ENV-FECHA-CLAVE
                WRITE ENVIO-RECORD
            END-IF.
       END PROGRAM FEDEXP.
