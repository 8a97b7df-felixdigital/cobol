      *****************************************************************
      *    ACUERDO-CONSIGNA-REG - ARTICULOS EN CONSIGNA (CONSIGNA-FILE,
      *    "acuerdos-consigna.dat"), CLAVE EL ARTICULO. UN ARTICULO
      *    CON ACUERDO ACTIVO ES MERCANCIA DEL PROVEEDOR PUESTA EN
      *    NUESTRAS TIENDAS: NO ENTRA EN LA VALORACION DE EXISTENCIAS
      *    Y SOLO SE LE DEBE AL PROVEEDOR LO QUE SE VENDE, A CSG-PRECIO
      *    POR UNIDAD, EN LA LIQUIDACION MENSUAL. LO QUE LLEVA MAS DE
      *    CSG-PLAZO-DIAS SIN VENDERSE SE LISTA PARA DEVOLVERLO
      *****************************************************************
       01  ACUERDO-CONSIGNA-REG.
           05  CSG-ITEM-ID                 PIC X(8).
           05  CSG-PROV-ID                 PIC X(5).
           05  CSG-PRECIO                  PIC 9(3)V99.
           05  CSG-PLAZO-DIAS              PIC 9(3).
           05  CSG-FECHA-ALTA              PIC 9(8).
           05  CSG-ESTADO                  PIC X(1).
               88  CSG-ACTIVO              VALUE "A".
               88  CSG-BAJA                VALUE "B".
           05  CSG-FECHA-BAJA              PIC 9(8).
           05  CSG-OPERADOR                PIC X(8).
