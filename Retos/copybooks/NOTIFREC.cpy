      * RATMOV). LA CABECERA '*H' LLEVA LA FECHA DE NEGOCIO Y LA
      * COLA '*T' EL CONTADOR DE NOTIFICACIONES, PARA QUE LA OFICINA
      * VERIFIQUE QUE EL ENVIO LLEGO COMPLETO ANTES DE REPARTIR.
      * CADA NOTIFICACION LLEVA EL IDIOMA EN QUE SE DEBE ENVIAR
      * (NOT-IDIOMA: EL PREFERIDO DEL JUGADOR EN LA PLANTILLA O, SI
      * NO TIENE, EL DE LA EJECUCION) Y SU ASUNTO YA REDACTADO EN
      * ESE IDIOMA DESDE EL CATALOGO DE MENSAJES (VER MENSREC.CPY).
      ******************************************************************
       01 NOTIFICACION-RECORD.
           05 NOT-TIPO           PIC X(2).
               10 NOT-FUERZA-PREVIA  PIC 9(4).
               10 NOT-VAR-SIGNO      PIC X(1).
               10 NOT-VARIACION      PIC 9(4).
               10 NOT-IDIOMA         PIC X(2).
               10 FILLER             PIC X(6).
           05 NOT-COLA-D REDEFINES NOT-DATOS.
               10 NOT-CONTADOR       PIC 9(7).
               10 FILLER             PIC X(57).
           05 NOT-ASUNTO         PIC X(40).
