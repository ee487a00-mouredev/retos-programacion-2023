      ******************************************************************
      * CATEGTAB.CPY
      * TABLA DE CATEGORIAS EN MEMORIA (VER CATEGREC.CPY) Y CAMPOS DE
      * TRABAJO DE LA COMPROBACION DE CATEGORIA, COMPARTIDOS POR LOS
      * PROGRAMAS QUE PUBLICAN O PAGAN POR CATEGORIA. LA FECHA DE
      * REFERENCIA DE CADA CATEGORIA YA VIENE RESUELTA (A CERO EN
      * CATEGIN, LA FECHA DE PROCESO).
      * PARA SABER SI UN JUGADOR ENTRA EN UNA CATEGORIA, EL PROGRAMA
      * DEJA EN INDICE-CATEGORIA LA CATEGORIA, EN NAC-CATEGORIA SU
      * FECHA DE NACIMIENTO Y EN SEXO-CATEGORIA SU SEXO, Y PASA POR
      * SU PARRAFO DE COMPROBACION, QUE ENCIENDE CUMPLE-CATEGORIA.
      ******************************************************************
       01 CATEGORIAS-CONTROL.
           05 CATEGIN-FILE-STATUS PIC X(2).
           05 CATEGIN-EOF-SW     PIC X(1) VALUE 'N'.
               88 CATEGIN-EOF             VALUE 'Y'.
           05 CATEGORIAS-COUNT   PIC 9(2) VALUE 0.
           05 CATEGORIAS-MAX     PIC 9(2) VALUE 20.
           05 INDICE-CATEGORIA   PIC 9(2).
           05 FECHA-HOY-CATEGORIA PIC 9(8) VALUE 0.
           05 NAC-CATEGORIA      PIC 9(8).
           05 NAC-CATEGORIA-R REDEFINES NAC-CATEGORIA.
               10 NAC-CAT-ANO    PIC 9(4).
               10 NAC-CAT-MMDD   PIC 9(4).
           05 REF-CATEGORIA      PIC 9(8).
           05 REF-CATEGORIA-R REDEFINES REF-CATEGORIA.
               10 REF-CAT-ANO    PIC 9(4).
               10 REF-CAT-MMDD   PIC 9(4).
           05 SEXO-CATEGORIA     PIC X(1).
           05 EDAD-CATEGORIA     PIC S9(4).
           05 CUMPLE-CATEGORIA-SW PIC X(1).
               88 CUMPLE-CATEGORIA        VALUE 'Y'.
       01 CATEGORIAS-TBL.
           05 CATEGORIA-ENTRADA OCCURS 20 TIMES.
               10 CATT-CODIGO    PIC X(2).
               10 CATT-NOMBRE    PIC X(20).
               10 CATT-SEXO      PIC X(1).
               10 CATT-EDAD-MIN  PIC 9(2).
               10 CATT-EDAD-MAX  PIC 9(2).
               10 CATT-FECHA-REF PIC 9(8).
