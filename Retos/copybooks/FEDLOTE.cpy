      ******************************************************************
      * FEDLOTE.CPY
      * REGISTROS DE CONTROL (CABECERA Y COLA) DEL FICHERO DE
      * RESULTADOS QUE FEDEXP ENVIA A LA FEDERACION (FEDRESOUT). EL
      * DETALLE VA EN EL LAYOUT DE LA PROPIA FEDERACION (FEDREC.CPY);
      * ESTOS DOS SE DISTINGUEN DE EL POR EL ASTERISCO DE LA PRIMERA
      * POSICION, COMO LA CABECERA Y LA COLA DE GAMESIN (LOTECTL.CPY).
      * LA CABECERA ('*H') LLEVA LA FECHA DEL ENVIO Y SU NUMERO
      * CORRELATIVO (VER FEDENVIO.CPY). LA COLA ('*T') LLEVA LOS
      * TOTALES DE CONTROL: EL NUMERO DE RESULTADOS DE DETALLE Y LA
      * SUMA DE TODOS SUS NUMEROS DE SOCIO, PARA QUE LA FEDERACION
      * DETECTE UN FICHERO TRUNCADO O ALTERADO EN LA TRANSFERENCIA.
      ******************************************************************
       01 FED-CONTROL-RECORD.
           05 FEDL-TIPO          PIC X(2).
               88 FEDL-CABECERA           VALUE '*H'.
               88 FEDL-COLA               VALUE '*T'.
           05 FEDL-CAB-DATOS.
               10 FEDL-FECHA         PIC 9(8).
               10 FEDL-NUMERO        PIC 9(4).
               10 FILLER             PIC X(15).
           05 FEDL-COLA-DATOS REDEFINES FEDL-CAB-DATOS.
               10 FEDL-REGISTROS     PIC 9(7).
               10 FEDL-SUMA-SOCIOS   PIC 9(13).
               10 FILLER             PIC X(7).
