      * Y EN RUNLOG-CODIGO DEL REGISTRO DE EJECUCION, PARA QUE EL
      * SCRIPT NOCTURNO DISTINGA UN EXITO DE UN DESASTRE SIN RASCAR
      * LA CONSOLA.
      * ANTES DE REGISTRAR UN ERROR EL PROGRAMA DEJA EN ERR-FICHERO EL
      * NOMBRE LOGICO DEL FICHERO AFECTADO (BLANCO SI NO HAY NINGUNO):
      * UN ERROR SERIO O FATAL SE GRABA ADEMAS COMO ALERTA EN EL
      * FICHERO COMUN DE ALERTAS (ALERTAS, VER ALERTREC.CPY), QUE EL
      * PASO DE ESCALADO DE PLANLOTE AGRUPA AL FINAL DE LA NOCHE.
      * LOS CODIGOS 030 Y 031 LOS GRABA EL PROPIO PLANLOTE A NOMBRE
      * DEL PASO QUE FALLO O QUEDO RETENIDO. LOS CODIGOS 032 A 034
      * SON DE LA EJECUCION DE RETO6 POR PARTICIONES (VER PARTREC.CPY).
      ******************************************************************
       01 TABLA-ERRORES-DEF.
           05 FILLER PIC X(34) VALUE
               '027STORNEO DESCONOCIDO EN EL LOTE '.
           05 FILLER PIC X(34) VALUE
               '028STORNEO CERRADO, LOTE RECHAZADO'.
           05 FILLER PIC X(34) VALUE
               '029FTARJETA DE CONTROL INCOHERENTE'.
           05 FILLER PIC X(34) VALUE
               '030SPASO DEL PLAN FALLIDO         '.
           05 FILLER PIC X(34) VALUE
               '031SFICHERO REQUERIDO AUSENTE     '.
           05 FILLER PIC X(34) VALUE
               '032SPARTICION PENDIENTE DE FUSION '.
           05 FILLER PIC X(34) VALUE
               '033SPARTICION SIN TERMINAR        '.
           05 FILLER PIC X(34) VALUE
               '034SDESCUADRE EN LA FUSION        '.
       01 TABLA-ERRORES REDEFINES TABLA-ERRORES-DEF.
           05 ERROR-ENTRADA OCCURS 22 TIMES.
               10 ERR-CODIGO     PIC 9(3).
               10 ERR-SEVERIDAD  PIC X(1).
               10 ERR-MENSAJE    PIC X(30).
           05 ERR-NIVEL-FINAL    PIC 9(2) VALUE 0.
           05 ERR-NIVEL-ACTUAL   PIC 9(2).
           05 ERR-IDX            PIC 9(2).
           05 ERR-MAX            PIC 9(2) VALUE 22.
           05 ERR-FICHERO        PIC X(12) VALUE SPACES.
