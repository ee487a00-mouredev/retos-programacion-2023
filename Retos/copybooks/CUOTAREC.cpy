      *         JUGADOR DEL GRUPO CARGA ESTA CUOTA.
      *   'P' - PREMIO EN METALICO DEL PUESTO FINAL INDICADO DE LA
      *         DIVISION, PAGADERO AL CIERRE DE TEMPORADA.
      *   'A' - HONORARIO DE ARBITRAJE POR GRUPO ADJUDICADO EN LA
      *         DIVISION INDICADA (EL PUESTO QUEDA A CERO), QUE SE
      *         ABONA AL ARBITRO DEL GRUPO (VER AUD-ARBITRO EN
      *         AUDITREC.CPY).
      *   'G' - PREMIO EN METALICO DEL PUESTO FINAL INDICADO EN LA
      *         CLASIFICACION DE UNA CATEGORIA (VER CATEGREC.CPY);
      *         CUO-DIVISION LLEVA EL CODIGO DE LA CATEGORIA.
      * LOS IMPORTES VAN EN EUROS CON DOS DECIMALES. UNA DIVISION
      * SIN LINEA 'C' NO COBRA CUOTA; UN PUESTO SIN LINEA 'P' NO
      * PAGA PREMIO; UNA DIVISION SIN LINEA 'A' NO PAGA ARBITRAJE;
      * UN PUESTO DE CATEGORIA SIN LINEA 'G' NO PAGA PREMIO.
      ******************************************************************
       01 CUOTA-RECORD.
           05 CUO-TIPO           PIC X(1).
               88 CUO-CUOTA               VALUE 'C'.
               88 CUO-PREMIO              VALUE 'P'.
               88 CUO-ARBITRAJE           VALUE 'A'.
               88 CUO-PREMIO-CATEGORIA    VALUE 'G'.
           05 CUO-DIVISION       PIC X(2).
           05 CUO-PUESTO         PIC 9(2).
           05 CUO-IMPORTE        PIC 9(5)V9(2).
