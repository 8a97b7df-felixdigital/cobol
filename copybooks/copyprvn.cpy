      *****************************************************************
      *    TABLA DE PROVINCIAS POR CODIGO (LAS DOS PRIMERAS CIFRAS
      *    DEL CODIGO POSTAL). SE INDEXA CON DIR-PROVINCIA (01-52)
      *****************************************************************
       01  PRVN-TABLA-LITERAL.
           05  FILLER  PIC X(22) VALUE "ALAVA".
           05  FILLER  PIC X(22) VALUE "ALBACETE".
           05  FILLER  PIC X(22) VALUE "ALICANTE".
           05  FILLER  PIC X(22) VALUE "ALMERIA".
           05  FILLER  PIC X(22) VALUE "AVILA".
           05  FILLER  PIC X(22) VALUE "BADAJOZ".
           05  FILLER  PIC X(22) VALUE "ILLES BALEARS".
           05  FILLER  PIC X(22) VALUE "BARCELONA".
           05  FILLER  PIC X(22) VALUE "BURGOS".
           05  FILLER  PIC X(22) VALUE "CACERES".
           05  FILLER  PIC X(22) VALUE "CADIZ".
           05  FILLER  PIC X(22) VALUE "CASTELLON".
           05  FILLER  PIC X(22) VALUE "CIUDAD REAL".
           05  FILLER  PIC X(22) VALUE "CORDOBA".
           05  FILLER  PIC X(22) VALUE "A CORUNA".
           05  FILLER  PIC X(22) VALUE "CUENCA".
           05  FILLER  PIC X(22) VALUE "GIRONA".
           05  FILLER  PIC X(22) VALUE "GRANADA".
           05  FILLER  PIC X(22) VALUE "GUADALAJARA".
           05  FILLER  PIC X(22) VALUE "GIPUZKOA".
           05  FILLER  PIC X(22) VALUE "HUELVA".
           05  FILLER  PIC X(22) VALUE "HUESCA".
           05  FILLER  PIC X(22) VALUE "JAEN".
           05  FILLER  PIC X(22) VALUE "LEON".
           05  FILLER  PIC X(22) VALUE "LLEIDA".
           05  FILLER  PIC X(22) VALUE "LA RIOJA".
           05  FILLER  PIC X(22) VALUE "LUGO".
           05  FILLER  PIC X(22) VALUE "MADRID".
           05  FILLER  PIC X(22) VALUE "MALAGA".
           05  FILLER  PIC X(22) VALUE "MURCIA".
           05  FILLER  PIC X(22) VALUE "NAVARRA".
           05  FILLER  PIC X(22) VALUE "OURENSE".
           05  FILLER  PIC X(22) VALUE "ASTURIAS".
           05  FILLER  PIC X(22) VALUE "PALENCIA".
           05  FILLER  PIC X(22) VALUE "LAS PALMAS".
           05  FILLER  PIC X(22) VALUE "PONTEVEDRA".
           05  FILLER  PIC X(22) VALUE "SALAMANCA".
           05  FILLER  PIC X(22) VALUE "SANTA CRUZ DE TENERIFE".
           05  FILLER  PIC X(22) VALUE "CANTABRIA".
           05  FILLER  PIC X(22) VALUE "SEGOVIA".
           05  FILLER  PIC X(22) VALUE "SEVILLA".
           05  FILLER  PIC X(22) VALUE "SORIA".
           05  FILLER  PIC X(22) VALUE "TARRAGONA".
           05  FILLER  PIC X(22) VALUE "TERUEL".
           05  FILLER  PIC X(22) VALUE "TOLEDO".
           05  FILLER  PIC X(22) VALUE "VALENCIA".
           05  FILLER  PIC X(22) VALUE "VALLADOLID".
           05  FILLER  PIC X(22) VALUE "BIZKAIA".
           05  FILLER  PIC X(22) VALUE "ZAMORA".
           05  FILLER  PIC X(22) VALUE "ZARAGOZA".
           05  FILLER  PIC X(22) VALUE "CEUTA".
           05  FILLER  PIC X(22) VALUE "MELILLA".
       01  PRVN-TABLA REDEFINES PRVN-TABLA-LITERAL.
           05  PRVN-NOMBRE             PIC X(22) OCCURS 52 TIMES.
