      ******************************************************************
      * COBRTRAN.CPY
      * COBROS RECIBIDOS DE LOS JUGADORES (FICHERO COBROTRAN, ENTRADA
      * DE TESORER EN MODO 'R'). UNA LINEA POR RECIBO EMITIDO: EL
      * JUGADOR QUE PAGA, EL NUMERO DE RECIBO (UNICO: UN RECIBO YA
      * APUNTADO EN EL LIBRO SE RECHAZA, DE MODO QUE RELANZAR LA
      * PASADA NO COBRA DOS VECES), LA FECHA DEL COBRO, EL IMPORTE EN
      * EUROS CON DOS DECIMALES Y EL OPERADOR QUE LO APUNTA, QUE DEBE
      * TENER LA FUNCION 'F' EN OPERAUT (VER OPERREC.CPY).
      ******************************************************************
       01 COBRO-TRAN-RECORD.
           05 CTRAN-PLAYER-ID    PIC X(4).
           05 CTRAN-RECIBO       PIC X(8).
           05 CTRAN-FECHA        PIC 9(8).
           05 CTRAN-IMPORTE      PIC 9(5)V9(2).
           05 CTRAN-USUARIO      PIC X(8).
