      *****************************************************************
      *    ENTREGA-REG - ENTREGAS A DOMICILIO DE GENERO VOLUMINOSO
      *    (ENTREGAS-FILE, "entregas.dat"), CLAVE ENT-NUMERO ASIGNADA
      *    POR LA SECUENCIA "ENTREGA". SE ABRE DESDE EL TICKET DE LA
      *    VENTA, CON LOS ARTICULOS DEL RECIBO Y LA DIRECCION QUE DA
      *    EL CLIENTE; LA HOJA DE REPARTO LA PONE EN RUTA Y EL
      *    REPARTIDOR LA CONFIRMA ENTREGADA O FALLIDA CON SU MOTIVO
      *****************************************************************
       01  ENTREGA-REG.
           05  ENT-NUMERO                  PIC 9(8).
           05  ENT-TIENDA                  PIC X(5).
           05  ENT-TICKET                  PIC 9(8).
           05  ENT-CLI-ID                  PIC 9(8).
           05  ENT-NOMBRE                  PIC X(20).
           05  ENT-DIRECCION               PIC X(40).
           05  ENT-CP                      PIC X(5).
           05  ENT-LOCALIDAD               PIC X(20).
           05  ENT-TELEFONO                PIC X(12).
           05  ENT-FECHA-ALTA              PIC 9(8).
      *    DIA PEDIDO POR EL CLIENTE; UNA REPROGRAMACION LO CAMBIA
           05  ENT-FECHA-PEDIDA            PIC 9(8).
           05  ENT-FECHA-RUTA              PIC 9(8).
           05  ENT-FECHA-RESULTADO         PIC 9(8).
           05  ENT-INTENTOS                PIC 9(2).
           05  ENT-ESTADO                  PIC X(1).
               88  ENT-PENDIENTE           VALUE "P".
               88  ENT-EN-RUTA             VALUE "R".
               88  ENT-ENTREGADA           VALUE "E".
               88  ENT-FALLIDA             VALUE "F".
               88  ENT-ANULADA             VALUE "C".
      *    ENTREGA AUN POR RESOLVER: EL CIERRE DEL DIA AVISA DE LAS
      *    FALLIDAS Y DE LAS QUE HAN PASADO SU FECHA SIN ENTREGARSE
               88  ENT-VIVA                VALUE "P", "R", "F".
      *    MOTIVO DEL ULTIMO INTENTO FALLIDO
           05  ENT-MOTIVO-FALLO            PIC X(2).
               88  FALLO-AUSENTE           VALUE "AU".
               88  FALLO-DIRECCION         VALUE "DI".
               88  FALLO-RECHAZO           VALUE "RE".
               88  FALLO-DANADO            VALUE "DA".
               88  FALLO-OTRO              VALUE "OT".
               88  FALLO-VALIDO            VALUE "AU", "DI", "RE",
                                                 "DA", "OT".
           05  ENT-NOTA-FALLO              PIC X(30).
           05  ENT-N-LINEAS                PIC 9(2).
           05  ENT-LINEA OCCURS 10 TIMES.
               10  ENT-ITEM-ID             PIC X(8).
               10  ENT-QTY                 PIC 9(3).
