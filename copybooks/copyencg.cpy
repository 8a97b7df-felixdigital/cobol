      *    UN ENCARGO VIVO (NI ENTREGADO NI CANCELADO) MANTIENE LA
      *    RESERVA DE STOCK
               88  ENC-VIVO                VALUE "P", "A".
      *    PRECIO UNITARIO PACTADO Y PRESUPUESTO DE ORIGEN CUANDO EL
      *    ENCARGO VIENE DE UN PRESUPUESTO; A CERO RIGE LA TARIFA
           05  ENC-PRECIO                  PIC 9(3)V99.
           05  ENC-PRESUPUESTO             PIC 9(8).
