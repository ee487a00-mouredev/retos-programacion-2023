      ******************************************************************
      * ACUSEREC.CPY
      * REGISTRO DE ACUSES DE ALERTAS (ALERTACK, SOLO SE AÑADE). UNA
      * LINEA POR ALERTA (PROGRAMA Y CODIGO) YA ATENDIDA:
      *   'A' - ACUSE DEL ANALISTA, APUNTADO POR ACUSE CON SU
      *         OPERADOR: LA ALERTA NO VUELVE A AVISAR HASTA
      *         ACK-HASTA INCLUSIVE (P.EJ. MIENTRAS SE CORRIGE LA
      *         CAUSA), AUNQUE SE REPITA NOCHE TRAS NOCHE.
      *   'E' - ENVIO DEL AVISO, APUNTADO POR PLANLOTE AL MANDARLO A
      *         LA PASARELA DE AVISOS CON ACK-HASTA = LA FECHA DE
      *         PROCESO: UNA SEGUNDA PASADA DE LA MISMA NOCHE NO
      *         VUELVE A AVISAR POR LO MISMO.
      * UNA ALERTA SUPRIMIDA POR UN ACUSE SIGUE SALIENDO EN EL
      * INFORME DE LA MAÑANA (ALERTRPT), MARCADA COMO TAL.
      ******************************************************************
       01 ACUSE-RECORD.
           05 ACK-FECHA          PIC 9(8).
           05 ACK-PROGRAMA       PIC X(20).
           05 ACK-CODIGO         PIC 9(3).
           05 ACK-HASTA          PIC 9(8).
           05 ACK-TIPO           PIC X(1).
               88 ACK-ACUSE               VALUE 'A'.
               88 ACK-ENVIO               VALUE 'E'.
           05 ACK-OPERADOR       PIC X(8).
