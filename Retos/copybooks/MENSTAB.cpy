      ******************************************************************
      * MENSTAB.CPY
      * CATALOGO DE MENSAJES EN MEMORIA (VER MENSREC.CPY) Y CAMPOS DE
      * TRABAJO DE SU BUSQUEDA, COMPARTIDOS POR LOS PROGRAMAS QUE
      * PUBLICAN EN VARIOS IDIOMAS. IDIOMA-EJECUCION ARRANCA EN 'ES'
      * Y SE CAMBIA CON PARM-IDIOMA DE PARMIN.
      * PARA TRADUCIR UN TEXTO, EL PROGRAMA DEJA EN MENSAJE-TEXTO SU
      * LITERAL POR DEFECTO, EN MENSAJE-NUMERO EL NUMERO Y EN
      * MENSAJE-IDIOMA EL IDIOMA, Y PASA POR SU PARRAFO DE BUSQUEDA:
      * SI EL CATALOGO TIENE EL TEXTO (EN ESE IDIOMA O, SI NO, EN
      * 'ES') SUSTITUYE AL LITERAL; SI NO, EL LITERAL SE QUEDA.
      ******************************************************************
       01 MENSAJES-CONTROL.
           05 MENSAJES-FILE-STATUS PIC X(2).
           05 MENSAJES-EOF-SW    PIC X(1) VALUE 'N'.
               88 MENSAJES-EOF            VALUE 'Y'.
           05 IDIOMA-EJECUCION   PIC X(2) VALUE 'ES'.
               88 IDIOMA-CONOCIDO         VALUE 'ES' 'EN'.
           05 MENSAJES-COUNT     PIC 9(3) VALUE 0.
           05 MENSAJES-MAX       PIC 9(3) VALUE 500.
           05 INDICE-MENSAJE     PIC 9(3).
           05 MENSAJE-NUMERO     PIC 9(4).
           05 MENSAJE-IDIOMA     PIC X(2).
           05 IDIOMA-BUSCADO     PIC X(2).
           05 MENSAJE-HALLADO-SW PIC X(1).
               88 MENSAJE-HALLADO         VALUE 'Y'.
           05 MENSAJE-TEXTO      PIC X(80).
       01 MENSAJES-TBL.
           05 MENSAJE-ENTRADA OCCURS 500 TIMES.
               10 MSJ-NUMERO     PIC 9(4).
               10 MSJ-IDIOMA     PIC X(2).
               10 MSJ-TEXTO      PIC X(80).
