      ******************************************************************
      * ALERTREC.CPY
      * FICHERO COMUN DE ALERTAS DEL LOTE (ALERTAS, ABIERTO EN EXTEND
      * POR CADA PROGRAMA QUE REGISTRA SUS ERRORES EN LA TABLA COMUN,
      * VER ERRTAB.CPY). UNA LINEA POR ERROR DE SEVERIDAD 'S' O 'F':
      * QUE PROGRAMA, EN QUE FECHA DE NEGOCIO Y A QUE HORA, EL CODIGO
      * Y SU TEXTO, Y EL FICHERO AFECTADO. ANTES EL OPERADOR DE NOCHE
      * TENIA QUE ABRIR RUNLOGFILE, PLANSTAT, UMBRALRPT, CUADRERPT Y
      * TENDRPT UNO A UNO; AHORA TODO FALLO SERIO PASA POR AQUI Y EL
      * PASO DE ESCALADO DE PLANLOTE LO AGRUPA, DECIDE SI SE AVISA AL
      * ANALISTA DE GUARDIA O ESPERA AL INFORME DE LA MAÑANA, Y LO
      * DEJA TODO EN ALERTRPT.
      ******************************************************************
       01 ALERTA-RECORD.
           05 ALR-PROGRAMA       PIC X(20).
           05 ALR-FECHA          PIC 9(8).
           05 ALR-HORA           PIC 9(8).
           05 ALR-CODIGO         PIC 9(3).
           05 ALR-SEVERIDAD      PIC X(1).
               88 ALR-SERIA               VALUE 'S'.
               88 ALR-FATAL               VALUE 'F'.
           05 ALR-TEXTO          PIC X(30).
           05 ALR-FICHERO        PIC X(12).
