      *    VENDEDOR DE LA LINEA (DE SALE-EMPLEADO-ID); A CEROS SI NO
      *    SE CAPTURO. LO TOTALIZA LA LIQUIDACION DE COMISIONES
           05  HIST-EMPLEADO-ID            PIC 9(8).
      *    CAJA Y TICKET DE LA LINEA (DE SALE-TILL-ID / SALE-TICKET);
      *    LAS LINEAS DE UN MISMO TICKET FORMAN LA CESTA DEL CLIENTE.
      *    TICKET A CEROS EN REGISTROS ANTERIORES AL CAMPO
           05  HIST-TILL-ID                PIC X(2).
           05  HIST-TICKET                 PIC 9(8).
      *    ACUERDO DE PRECIO DEL CLIENTE APLICADO A LA LINEA (NUMERO
      *    DE acuerdos-precio.dat); A CEROS SI SE VENDIO A PRECIO
      *    ESTANDAR Y EN REGISTROS ANTERIORES AL CAMPO
           05  HIST-ACUERDO                PIC 9(8).
