      ******************************************************************
      * RECONDIF.CPY
      * INFORME DE CONCILIACION DE FICHEROS DE RETO29. TIPOS DE
      * REGISTRO POR CLAVE PROCESADA:
      *   'P' - UNA POSICION DEL CAMPO DE DATOS QUE DIFIERE ENTRE LOS
      *         DOS FICHEROS PARA ESA CLAVE (MODO POSICIONAL).
      *         CONSECUTIVOS DE IGUAL CLAVE SE COMPARAN POR PAREJAS
      *         EN SU ORDEN Y LA DIFERENCIA DE CARDINALIDAD SE
      *         INFORMA AQUI EN VEZ DE INUNDAR EL INFORME DE FALTAS.
      *   'T' - MODO DE TOTALES DE CONTROL (TARJETA CONCCTL DE
      *         RETO29): EL TOTAL DE UN CAMPO NUMERICO DEL
      *         DICCIONARIO DIFIERE ENTRE LOS EXTRACTOS PARA EL
      *         GRUPO DE RECON-DIFF-CLAVE MAS ALLA DE SU TOLERANCIA.
      *         LLEVA EL NOMBRE DEL CAMPO, EL LADO CON EL TOTAL
      *         MAYOR Y LA DIFERENCIA ABSOLUTA (TOPADA A 99999999).
      *   'S' - SOSPECHA DE CLAVE MAL TECLEADA: UNA CLAVE HUERFANA
      *         DE RECON1 (RECON-DIFF-CLAVE) Y OTRA DE RECON2
      *         (RECON-DIFF-SOSP-CLAVE-2) SE PARECEN LO BASTANTE, POR
      *         CLAVE Y POR DATOS, PARA SER PROBABLEMENTE EL MISMO
      *         REGISTRO. ES UN AVISO PARA EL REVISOR: LAS DOS FALTAS
      *         'F' SE SIGUEN GRABANDO Y CONTANDO. LLEVA LA PUNTUACION
      *         COMBINADA Y SUS DOS COMPONENTES (PARECIDO DE CLAVE Y
      *         DE DATOS, EN PORCENTAJE). VAN AL FINAL DEL INFORME.
      * EN EL MODO DE TOTALES DE CONTROL LOS REGISTROS 'R', 'F', 'K'
      * Y 'T' SON DE GRUPO, NO DE REGISTRO: RECON-DIFF-CLAVE ES EL
      * VALOR DEL CAMPO DE AGRUPACION Y RECON-DIFF-NIVEL VALE 'G'
      * (EN BLANCO EN LA CONCILIACION REGISTRO A REGISTRO).
      * EL DETALLE SE AMPLIO DE 10 A 30 POSICIONES PARA DAR CABIDA AL
      * NOMBRE DE CAMPO DE LOS REGISTROS 'C'. RECON-DIFF-FECHA ES LA
      * FECHA DE PROCESO; LOS REGISTROS ANTIGUOS DE 41 POSICIONES LA
               88 RECON-DIFF-CULPA        VALUE 'B'.
               88 RECON-DIFF-CARDINAL     VALUE 'Q'.
               88 RECON-DIFF-CONOCIDA     VALUE 'K'.
               88 RECON-DIFF-TOTAL        VALUE 'T'.
               88 RECON-DIFF-SOSPECHA     VALUE 'S'.
           05 RECON-DIFF-CLAVE       PIC X(10).
           05 RECON-DIFF-DETALLE.
               10 RECON-DIFF-POS         PIC 9(3).
           05 RECON-DIFF-CAMPO-D REDEFINES RECON-DIFF-DETALLE.
               10 RECON-DIFF-CAMPO-NOMBRE PIC X(20).
               10 FILLER                  PIC X(10).
           05 RECON-DIFF-TOTAL-D REDEFINES RECON-DIFF-DETALLE.
               10 RECON-DIFF-TOT-CAMPO   PIC X(20).
               10 RECON-DIFF-TOT-MAYOR   PIC X(1).
               10 RECON-DIFF-TOT-IMPORTE PIC 9(8).
               10 FILLER                 PIC X(1).
           05 RECON-DIFF-SOSP-D REDEFINES RECON-DIFF-DETALLE.
               10 RECON-DIFF-SOSP-CLAVE-2   PIC X(10).
               10 RECON-DIFF-SOSP-PUNTOS    PIC 9(3)V9(2).
               10 RECON-DIFF-SOSP-PCT-CLAVE PIC 9(3)V9(2).
               10 RECON-DIFF-SOSP-PCT-DATOS PIC 9(3)V9(2).
               10 FILLER                    PIC X(5).
           05 RECON-DIFF-NIVEL-D REDEFINES RECON-DIFF-DETALLE.
               10 FILLER                 PIC X(29).
               10 RECON-DIFF-NIVEL       PIC X(1).
                   88 RECON-DIFF-AGREGADO    VALUE 'G'.
           05 RECON-DIFF-FECHA       PIC 9(8).
