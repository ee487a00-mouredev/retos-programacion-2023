      ******************************************************************
      * MENSREC.CPY
      * CATALOGO DE MENSAJES DEL LOTE (FICHERO MENSAJES). UNA LINEA
      * POR TEXTO Y IDIOMA: EL NUMERO DE MENSAJE, EL IDIOMA ('ES' O
      * 'EN') Y EL TEXTO. LOS PROGRAMAS QUE PUBLICAN PARA JUGADORES
      * U OPERADORES (RETO6, INFORME, CLASIFIC, NOTIFICA, TABLON,
      * PREVIA, ANUARIO, EQUIPOS, PROMOREL, SEMANAL) TOMAN DE AQUI
      * SUS CABECERAS Y SUS TEXTOS DE RESULTADO EN EL IDIOMA DE LA
      * EJECUCION (PARM-IDIOMA DE PARMIN) O, PARA LAS NOTIFICACIONES,
      * EN EL PREFERIDO POR CADA JUGADOR (ROST-IDIOMA DE LA
      * PLANTILLA).
      * CADA PROGRAMA TIENE SU TRAMO DE NUMEROS:
      *   0100-0199 RETO6        0200-0299 INFORME
      *   0300-0399 CLASIFIC     0400-0499 NOTIFICA
      *   0500-0599 TABLON       0600-0699 PREVIA
      *   0700-0799 ANUARIO      0800-0899 EQUIPOS
      *   0900-0999 PROMOREL     1000-1099 SEMANAL
      * CADA TEXTO OCUPA EN EL INFORME UN HUECO DE ANCHO FIJO (EL
      * DEL LITERAL AL QUE SUSTITUYE): LO QUE SOBRE SE CORTA Y LO
      * QUE FALTE SE RELLENA CON ESPACIOS, ASI QUE LAS COLUMNAS NO
      * SE MUEVEN CAMBIE EL IDIOMA QUE CAMBIE. UN TEXTO QUE NO ESTE
      * EN EL IDIOMA PEDIDO SALE EN 'ES'; SI TAMPOCO ESTA, O SI NO
      * HAY CATALOGO, EL PROGRAMA USA SU LITERAL DE SIEMPRE.
      ******************************************************************
       01 MENSAJE-RECORD.
           05 MSG-NUMERO         PIC 9(4).
           05 MSG-IDIOMA         PIC X(2).
           05 MSG-TEXTO          PIC X(80).
