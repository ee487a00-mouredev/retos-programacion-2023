      *         (ASIENTO DERIVADO DE LA PISTA DE AUDITORIA, ASI QUE
      *         TODO EL LIBRO ES RECALCULABLE AL ESTILO VERIFICA).
      *   'P' - ABONO DE PREMIO POR PUESTO FINAL DE TEMPORADA.
      *   'R' - COBRO: DINERO RECIBIDO DEL JUGADOR, APUNTADO DESDE
      *         EL FICHERO AUTORIZADO DE COBROS (VER COBRTRAN.CPY)
      *         CON LA FECHA EN QUE SE COBRO.
      *   'A' - ABONO DE HONORARIO DE ARBITRAJE DE UN GRUPO
      *         ADJUDICADO, A LA CUENTA DEL ARBITRO (ASIENTO DERIVADO
      *         DE LA PISTA DE AUDITORIA, COMO LOS CARGOS DE CUOTA).
      *   'G' - ABONO DE PREMIO POR PUESTO FINAL EN LA CLASIFICACION
      *         DE UNA CATEGORIA (VER CATEGREC.CPY); LIB-DIVISION
      *         LLEVA EL CODIGO DE LA CATEGORIA.
      * LIB-REFERENCIA LLEVA LA FECHA DE LOTE DEL GRUPO CARGADO (O
      * ARBITRADO), LA MARCA 'PREMIOS' DEL ABONO DE CIERRE O EL NUMERO
      * DE RECIBO DEL COBRO (UNICO EN TODO EL LIBRO). LOS IMPORTES VAN
      * EN EUROS CON DOS DECIMALES; EL SALDO DE UN JUGADOR ES LA SUMA
      * DE SUS ABONOS MENOS LA DE SUS CARGOS (VER EL EXTRACTO DE
      * TESORER). LIB-SALDO ES EL SALDO CORRIDO DEL JUGADOR TRAS EL
      * MOVIMIENTO, EN EL ORDEN EN QUE SE APUNTARON, CON SU SIGNO
      * APARTE ('-' SI EL JUGADOR DEBE DINERO). LOS REGISTROS
      * ANTIGUOS DE 30 POSICIONES NO LO LLEVAN; LOS PROGRAMAS
      * RECALCULAN SIEMPRE LOS SALDOS DESDE LOS IMPORTES.
      ******************************************************************
       01 LIBRO-MOVIMIENTO-RECORD.
           05 LIB-PLAYER-ID      PIC X(4).
           05 LIB-TIPO           PIC X(1).
               88 LIB-CARGO-CUOTA         VALUE 'C'.
               88 LIB-ABONO-PREMIO        VALUE 'P'.
               88 LIB-COBRO               VALUE 'R'.
               88 LIB-ABONO-ARBITRAJE     VALUE 'A'.
               88 LIB-ABONO-PREMIO-CAT    VALUE 'G'.
           05 LIB-DIVISION       PIC X(2).
           05 LIB-REFERENCIA     PIC X(8).
           05 LIB-IMPORTE        PIC 9(5)V9(2).
           05 LIB-SALDO-SIGNO    PIC X(1).
           05 LIB-SALDO          PIC 9(7)V9(2).
