      ******************************************************************
      * SINCREC.CPY
      * FICHERO DE TRANSACCIONES DE SINCRONIZACION PARA EL SISTEMA
      * DESTINO (FICHERO SINCOUT, ESCRITO POR SINCRO A PARTIR DE LA
      * CONCILIACION DE FICHEROS DE RETO29). RECON1 ES LA FUENTE
      * MAESTRA: LO QUE DIFIERE EN RECON2 SE CORRIGE A SU IMAGEN.
      *   '*H' - CABECERA CON LA FECHA DE PROCESO Y LA FECHA DEL
      *          RECONOUT DEL QUE SALEN LAS TRANSACCIONES.
      *   'A ' - ALTA: LA CLAVE FALTA EN EL DESTINO; LLEVA EL AREA DE
      *          DATOS COMPLETA DE RECON1.
      *   'B ' - BAJA: LA CLAVE FALTA EN RECON1 Y SOBRA EN EL DESTINO.
      *   'M ' - MODIFICACION DE UN CAMPO: NOMBRE DEL CAMPO (EN
      *          BLANCO PARA UNA POSICION SUELTA DEL MODO POSICIONAL),
      *          POSICION Y LONGITUD DENTRO DEL AREA DE DATOS (VER
      *          DICCREC.CPY) Y EL VALOR DE RECON1, AJUSTADO A LA
      *          IZQUIERDA.
      *   '*T' - COLA CON EL CONTADOR DE TRANSACCIONES POR TIPO, EL
      *          TOTAL DE REGISTROS DE DETALLE Y EL TOTAL HASH DE
      *          CLAVES: LA SUMA, PARA CADA REGISTRO DE DETALLE, DEL
      *          NUMERO QUE FORMAN LOS DIGITOS DE SU CLAVE LEIDOS DE
      *          IZQUIERDA A DERECHA (LOS DEMAS CARACTERES NO CUENTAN),
      *          MODULO 10**15. EL SISTEMA DESTINO RECALCULA LOS
      *          CONTADORES Y EL HASH SOBRE LO QUE APLICO Y DEBE
      *          RECHAZAR EL FICHERO ENTERO SI NO CUADRAN, AL ESTILO
      *          DE LOS REGISTROS DE CONTROL DE WEBOUT (WEBREC.CPY).
      ******************************************************************
       01 SINCRO-RECORD.
           05 SINC-TIPO          PIC X(2).
               88 SINC-CABECERA           VALUE '*H'.
               88 SINC-COLA               VALUE '*T'.
               88 SINC-ALTA               VALUE 'A '.
               88 SINC-BAJA               VALUE 'B '.
               88 SINC-MODIFICACION       VALUE 'M '.
           05 SINC-CLAVE         PIC X(10).
           05 SINC-DATOS         PIC X(516).
           05 SINC-CAB-D REDEFINES SINC-DATOS.
               10 SINC-FECHA         PIC 9(8).
               10 SINC-FECHA-CONC    PIC 9(8).
               10 SINC-ORIGEN        PIC X(8).
               10 FILLER             PIC X(492).
           05 SINC-ALTA-D REDEFINES SINC-DATOS.
               10 SINC-REGISTRO      PIC X(490).
               10 FILLER             PIC X(26).
           05 SINC-MODIF-D REDEFINES SINC-DATOS.
               10 SINC-CAMPO         PIC X(20).
               10 SINC-POSICION      PIC 9(3).
               10 SINC-LONGITUD      PIC 9(3).
               10 SINC-VALOR         PIC X(490).
           05 SINC-COLA-D REDEFINES SINC-DATOS.
               10 SINC-T-ALTAS       PIC 9(7).
               10 SINC-T-BAJAS       PIC 9(7).
               10 SINC-T-MODIF       PIC 9(7).
               10 SINC-T-DETALLE     PIC 9(7).
               10 SINC-T-HASH-CLAVES PIC 9(15).
               10 FILLER             PIC X(473).
