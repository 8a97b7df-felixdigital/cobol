       IDENTIFICATION DIVISION.
       PROGRAM-ID. registrarkardex.

      *>   ANOTA EN EL KARDEX ("kardex.dat") UN MOVIMIENTO DE STOCK QUE
      *>   EL LLAMANTE ACABA DE GRABAR EN EL MAESTRO DE ARTICULOS O EN
      *>   EL STOCK DE UNA TIENDA. UN MOVIMIENTO DE CANTIDAD CERO NO SE
      *>   ANOTA

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL KARDEX-FILE
                   ASSIGN TO "kardex.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD KARDEX-FILE.
                   COPY copykdx.

           LINKAGE SECTION.
               COPY copykpet.

       PROCEDURE DIVISION USING KARDEX-PETICION.

           PERFORM REGISTRAR-MOVIMIENTO.
           GOBACK.

           REGISTRAR-MOVIMIENTO.
               IF KPT-CANTIDAD NOT = ZERO
                   MOVE SPACES TO KARDEX-REG
                   IF KPT-FECHA = ZERO
                       MOVE FUNCTION CURRENT-DATE (1:8) TO KDX-FECHA
                   ELSE
                       MOVE KPT-FECHA TO KDX-FECHA
                   END-IF
                   MOVE FUNCTION CURRENT-DATE (9:6) TO KDX-HORA
                   MOVE KPT-ITEM-ID TO KDX-ITEM-ID
                   MOVE KPT-TIENDA TO KDX-TIENDA
                   MOVE KPT-TIPO TO KDX-TIPO
                   MOVE KPT-CANTIDAD TO KDX-CANTIDAD
                   MOVE KPT-SALDO TO KDX-SALDO
                   MOVE KPT-PROGRAMA TO KDX-PROGRAMA
                   MOVE KPT-REFERENCIA TO KDX-REFERENCIA
                   OPEN EXTEND KARDEX-FILE
                   WRITE KARDEX-REG
                   CLOSE KARDEX-FILE
               END-IF.

       END PROGRAM registrarkardex.
