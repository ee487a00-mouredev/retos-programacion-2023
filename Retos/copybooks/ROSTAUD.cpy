      * ACCION FUE Y EL NOMBRE ANTES Y DESPUES. LA PLANTILLA ES LA
      * REFERENCIA MAESTRA DE TODOS LOS DEMAS FICHEROS Y ESTE ES SU
      * RASTRO DE CONTROL.
      * RAUD-IDIOMA-ANT Y RAUD-IDIOMA-NUEVO GUARDAN EL IDIOMA
      * PREFERIDO DEL JUGADOR ANTES Y DESPUES DEL CAMBIO, Y LOS
      * CAMPOS -NAC- Y -SEXO- SUS DATOS PERSONALES (FECHA DE
      * NACIMIENTO Y SEXO, VER ROSTREC.CPY) ANTES Y DESPUES.
      ******************************************************************
       01 ROSTER-AUDIT-RECORD.
           05 RAUD-FECHA         PIC 9(8).
           05 RAUD-PLAYER-ID     PIC X(4).
           05 RAUD-NOMBRE-ANT    PIC X(20).
           05 RAUD-NOMBRE-NUEVO  PIC X(20).
           05 RAUD-IDIOMA-ANT    PIC X(2).
           05 RAUD-IDIOMA-NUEVO  PIC X(2).
           05 RAUD-NAC-ANT       PIC 9(8).
           05 RAUD-NAC-NUEVA     PIC 9(8).
           05 RAUD-SEXO-ANT      PIC X(1).
           05 RAUD-SEXO-NUEVO    PIC X(1).
