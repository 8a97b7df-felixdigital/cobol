      *****************************************************************
      *    KIT-COMPONENTE-REG - ESCANDALLO DE KITS Y LOTES DE VENTA
      *    (KITS-FILE, "kits-componentes.dat"), UN REGISTRO POR
      *    COMPONENTE CON CLAVE KIT+COMPONENTE. UN ARTICULO CON
      *    COMPONENTES ES UN KIT: SE VENDE A SU PROPIO PRECIO PERO NO
      *    LLEVA STOCK; LA VENTA Y LA DEVOLUCION MUEVEN EL STOCK DE
      *    CADA COMPONENTE (KIT-CANTIDAD UNIDADES POR KIT), EL MARGEN
      *    LO COSTEA CON EL ITEM-COSTE DE SUS COMPONENTES Y LA
      *    REPOSICION CUENTA SU DEMANDA EN LA DE LOS COMPONENTES. LOS
      *    COMPONENTES NO PUEDEN SER A SU VEZ KITS
      *****************************************************************
       01  KIT-COMPONENTE-REG.
           05  KIT-CLAVE.
               10  KIT-ITEM-ID             PIC X(8).
               10  KIT-COMPONENTE-ID       PIC X(8).
           05  KIT-CANTIDAD                PIC 9(3).
