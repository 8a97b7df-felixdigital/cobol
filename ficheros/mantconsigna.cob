       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-CONSIGNA.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
               SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.

           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
                   SELECT OPTIONAL CONSIGNA-FILE
                   ASSIGN TO "acuerdos-consigna.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS CSG-ITEM-ID
                   STATUS ST-CONSIGNA.

                   SELECT OPTIONAL ITEM-MASTER-FILE
                   ASSIGN TO "item-master.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS ITEM-ID-KEY
                   STATUS ST-ITEM.

                   SELECT OPTIONAL PROVEEDORES-FILE
                   ASSIGN TO "proveedores.dat"
                   ORGANIZATION INDEXED
                   ACCESS MODE DYNAMIC
                   RECORD KEY IS PROV-ID
                   STATUS ST-PROVEEDOR.

                   SELECT OPTIONAL ENTRADAS-CONSIGNA-FILE
                   ASSIGN TO "entradas-consigna.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   STATUS ST-ENTRADAS.

                   SELECT JOB-LOG-FILE
                   ASSIGN TO "job-log.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
               FD CONSIGNA-FILE.
                   COPY copycsg.

               FD ITEM-MASTER-FILE.
                   COPY copyitem.

               FD PROVEEDORES-FILE.
                   COPY copyprov.

               FD ENTRADAS-CONSIGNA-FILE.
                   COPY copycsge.

               FD JOB-LOG-FILE.
                   COPY copyjoblog.

           WORKING-STORAGE SECTION.
               77 ST-CONSIGNA PIC X(2).
               77 ST-ITEM PIC X(2).
               77 ST-PROVEEDOR PIC X(2).
               77 ST-ENTRADAS PIC X(2).

               01 WS-PROVEEDORES-OK PIC X VALUE 'N'.
                   88 PROVEEDORES-DISPONIBLE VALUE 'S'.

               01 OPCION PIC X(1).
                   88 OPCION-ALTA VALUE "A".
                   88 OPCION-BAJA VALUE "B".
                   88 OPCION-CONSULTA VALUE "C".
                   88 OPCION-LISTADO VALUE "L".
                   88 OPCION-SALIR VALUE "S".

               01 WS-OPERADOR PIC X(8).
               01 WS-HOY PIC 9(8).

      *>   PLAZO DE DEVOLUCION QUE SE PROPONE SI EL ACUERDO NO FIJA
      *>   OTRO
               01 PARM-PLAZO-DIAS PIC 9(3) VALUE 180.

               01 WS-ITEM-ID PIC X(8).
               01 WS-PROV-ID PIC X(5).
               01 WS-PRECIO PIC 9(3)V99.
               01 WS-PLAZO-DIAS PIC 9(3).
               01 WS-RESPUESTA PIC X(1).

               01 EOF-CONSIGNA PIC X VALUE 'N'.
                   88 FIN-CONSIGNA VALUE 'S'.
               01 EOF-ENTRADAS PIC X VALUE 'N'.
                   88 FIN-ENTRADAS VALUE 'S'.
               01 WS-LISTADOS PIC 9(5).

               01 WS-PRECIO-ED PIC ZZ9,99.
               01 WS-STOCK-ED PIC -ZZZZ9.
               01 WS-QTY-ED PIC ZZZZ9.

               01 WS-JOB-LEIDOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-ESCRITOS PIC 9(6) VALUE ZERO.
               01 WS-JOB-RECHAZADOS PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
           PERFORM MAIN.

           MAIN.
      *>   ACUERDOS DE CONSIGNA: QUE ARTICULOS SON MERCANCIA DEL
      *>   PROVEEDOR, A QUE PRECIO SE LE LIQUIDA CADA UNIDAD VENDIDA Y
      *>   CUANTOS DIAS PUEDE ESTAR SIN VENDERSE ANTES DE DEVOLVERLA
               DISPLAY "Operador: " WITH NO ADVANCING.
               ACCEPT WS-OPERADOR.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-HOY.

               OPEN I-O CONSIGNA-FILE.
               IF ST-CONSIGNA = "35"
                   OPEN OUTPUT CONSIGNA-FILE
                   CLOSE CONSIGNA-FILE
                   OPEN I-O CONSIGNA-FILE
               END-IF.

               OPEN INPUT ITEM-MASTER-FILE.
               IF ST-ITEM NOT = "00"
                   DISPLAY "No hay maestro de articulos ("
                       ST-ITEM ")"
                   CLOSE CONSIGNA-FILE
                   PERFORM REGISTRAR-JOB-LOG
                   GOBACK
               END-IF.

               MOVE 'N' TO WS-PROVEEDORES-OK.
               OPEN INPUT PROVEEDORES-FILE.
               IF ST-PROVEEDOR = "00"
                   SET PROVEEDORES-DISPONIBLE TO TRUE
               END-IF.

               PERFORM UNTIL OPCION-SALIR
                   DISPLAY " "
                   DISPLAY "ARTICULOS EN CONSIGNA"
                   DISPLAY "  A - Alta de acuerdo de consigna"
                   DISPLAY "  B - Fin de acuerdo de consigna"
                   DISPLAY "  C - Consulta de un articulo"
                   DISPLAY "  L - Listado de acuerdos activos"
                   DISPLAY "  S - Salir"
                   DISPLAY "Opcion: " WITH NO ADVANCING
                   ACCEPT OPCION

                   EVALUATE TRUE
                       WHEN OPCION-ALTA
                           PERFORM ALTA-ACUERDO
                               THRU ALTA-ACUERDO-EXIT
                       WHEN OPCION-BAJA
                           PERFORM BAJA-ACUERDO
                               THRU BAJA-ACUERDO-EXIT
                       WHEN OPCION-CONSULTA
                           PERFORM CONSULTA-ACUERDO
                               THRU CONSULTA-ACUERDO-EXIT
                       WHEN OPCION-LISTADO
                           PERFORM LISTADO-ACUERDOS
                       WHEN OPCION-SALIR
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Opcion no valida"
                   END-EVALUATE
               END-PERFORM.

               CLOSE CONSIGNA-FILE.
               CLOSE ITEM-MASTER-FILE.
               IF PROVEEDORES-DISPONIBLE
                   CLOSE PROVEEDORES-FILE
               END-IF.

               PERFORM REGISTRAR-JOB-LOG.

               GOBACK.

           ALTA-ACUERDO.
      *>   EL STOCK QUE YA TENGA EL ARTICULO PASA A SER DEL PROVEEDOR
      *>   Y EMPIEZA A CONTAR SU PLAZO DESDE HOY
               DISPLAY "ID articulo: " WITH NO ADVANCING.
               MOVE SPACES TO WS-ITEM-ID.
               ACCEPT WS-ITEM-ID.
               MOVE WS-ITEM-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       DISPLAY "ERROR: articulo desconocido: "
                           WS-ITEM-ID
                       GO TO ALTA-ACUERDO-RECHAZO
               END-READ.
               IF ITEM-TARJETA-REGALO OR ITEM-SERVICIO
                   DISPLAY "ERROR: una tarjeta regalo o un servicio "
                       "no puede estar en consigna"
                   GO TO ALTA-ACUERDO-RECHAZO
               END-IF.
               DISPLAY "  " ITEM-DESCRIPTION " proveedor "
                   ITEM-PROVEEDOR.

               MOVE WS-ITEM-ID TO CSG-ITEM-ID.
               READ CONSIGNA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CSG-ACTIVO
                           DISPLAY "ERROR: el articulo ya esta en "
                               "consigna de " CSG-PROV-ID
                           GO TO ALTA-ACUERDO-RECHAZO
                       END-IF
               END-READ.

               DISPLAY "Proveedor (vacio=" ITEM-PROVEEDOR "): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-PROV-ID.
               ACCEPT WS-PROV-ID.
               IF WS-PROV-ID = SPACES
                   MOVE ITEM-PROVEEDOR TO WS-PROV-ID
               END-IF.
               IF WS-PROV-ID = SPACES
                   DISPLAY "ERROR: el acuerdo necesita proveedor"
                   GO TO ALTA-ACUERDO-RECHAZO
               END-IF.
               IF PROVEEDORES-DISPONIBLE
                   MOVE WS-PROV-ID TO PROV-ID
                   READ PROVEEDORES-FILE
                       INVALID KEY
                           DISPLAY "ERROR: proveedor desconocido: "
                               WS-PROV-ID
                           GO TO ALTA-ACUERDO-RECHAZO
                   END-READ
                   IF PROVEEDOR-BAJA
                       DISPLAY "ERROR: proveedor dado de baja"
                       GO TO ALTA-ACUERDO-RECHAZO
                   END-IF
               END-IF.

               MOVE ITEM-COSTE TO WS-PRECIO-ED.
               DISPLAY "Precio por unidad vendida (0=" WS-PRECIO-ED
                   "): " WITH NO ADVANCING.
               MOVE ZERO TO WS-PRECIO.
               ACCEPT WS-PRECIO.
               IF WS-PRECIO = ZERO
                   MOVE ITEM-COSTE TO WS-PRECIO
               END-IF.
               IF WS-PRECIO = ZERO
                   DISPLAY "ERROR: el acuerdo necesita precio"
                   GO TO ALTA-ACUERDO-RECHAZO
               END-IF.

               DISPLAY "Dias de plazo sin vender (0=" PARM-PLAZO-DIAS
                   "): " WITH NO ADVANCING.
               MOVE ZERO TO WS-PLAZO-DIAS.
               ACCEPT WS-PLAZO-DIAS.
               IF WS-PLAZO-DIAS = ZERO
                   MOVE PARM-PLAZO-DIAS TO WS-PLAZO-DIAS
               END-IF.

               IF ITEM-STOCK-QTY > ZERO
                   MOVE ITEM-STOCK-QTY TO WS-STOCK-ED
                   DISPLAY "AVISO: las " WS-STOCK-ED " unidades en "
                       "stock pasan a ser del proveedor; conforme "
                       "(S/N): " WITH NO ADVANCING
                   MOVE SPACES TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                       DISPLAY "Alta cancelada"
                       GO TO ALTA-ACUERDO-RECHAZO
                   END-IF
               END-IF.

               MOVE WS-ITEM-ID TO CSG-ITEM-ID.
               MOVE WS-PROV-ID TO CSG-PROV-ID.
               MOVE WS-PRECIO TO CSG-PRECIO.
               MOVE WS-PLAZO-DIAS TO CSG-PLAZO-DIAS.
               MOVE WS-HOY TO CSG-FECHA-ALTA.
               SET CSG-ACTIVO TO TRUE.
               MOVE ZERO TO CSG-FECHA-BAJA.
               MOVE WS-OPERADOR TO CSG-OPERADOR.
               WRITE ACUERDO-CONSIGNA-REG
                   INVALID KEY
      *>   UN ACUERDO TERMINADO SE REABRE CON LAS NUEVAS CONDICIONES
                       REWRITE ACUERDO-CONSIGNA-REG
               END-WRITE.
               DISPLAY "Articulo " WS-ITEM-ID " en consigna de "
                   WS-PROV-ID.
               ADD 1 TO WS-JOB-ESCRITOS.

               IF ITEM-STOCK-QTY > ZERO
                   MOVE SPACES TO ENTRADA-CONSIGNA-REG
                   MOVE WS-HOY TO CSE-FECHA
                   MOVE WS-ITEM-ID TO CSE-ITEM-ID
                   MOVE WS-PROV-ID TO CSE-PROV-ID
                   MOVE ITEM-STOCK-QTY TO CSE-QTY
                   MOVE "STOCK AL ALTA" TO CSE-ORIGEN
                   OPEN EXTEND ENTRADAS-CONSIGNA-FILE
                   WRITE ENTRADA-CONSIGNA-REG
                   CLOSE ENTRADAS-CONSIGNA-FILE
               END-IF.
               GO TO ALTA-ACUERDO-EXIT.

           ALTA-ACUERDO-RECHAZO.
               ADD 1 TO WS-JOB-RECHAZADOS.

           ALTA-ACUERDO-EXIT.
               EXIT.

           BAJA-ACUERDO.
      *>   AL TERMINAR EL ACUERDO EL STOCK QUE QUEDE SE HA DEVUELTO
      *>   O SE HA COMPRADO AL PROVEEDOR; DESDE ESE DIA ES NUESTRO
               DISPLAY "ID articulo: " WITH NO ADVANCING.
               MOVE SPACES TO CSG-ITEM-ID.
               ACCEPT CSG-ITEM-ID.
               READ CONSIGNA-FILE
                   INVALID KEY
                       DISPLAY "El articulo no tiene acuerdo de "
                           "consigna"
                       ADD 1 TO WS-JOB-RECHAZADOS
                       GO TO BAJA-ACUERDO-EXIT
               END-READ.
               IF NOT CSG-ACTIVO
                   DISPLAY "El acuerdo ya termino el " CSG-FECHA-BAJA
                   ADD 1 TO WS-JOB-RECHAZADOS
                   GO TO BAJA-ACUERDO-EXIT
               END-IF.

               MOVE CSG-ITEM-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO TO ITEM-STOCK-QTY
               END-READ.
               IF ITEM-STOCK-QTY > ZERO
                   MOVE ITEM-STOCK-QTY TO WS-STOCK-ED
                   DISPLAY "AVISO: quedan " WS-STOCK-ED " unidades "
                       "en stock que pasan a ser propias"
               END-IF.
               DISPLAY "Confirmar fin de acuerdo (S/N): "
                   WITH NO ADVANCING.
               MOVE SPACES TO WS-RESPUESTA.
               ACCEPT WS-RESPUESTA.
               IF WS-RESPUESTA NOT = "S" AND WS-RESPUESTA NOT = "s"
                   GO TO BAJA-ACUERDO-EXIT
               END-IF.

               SET CSG-BAJA TO TRUE.
               MOVE WS-HOY TO CSG-FECHA-BAJA.
               MOVE WS-OPERADOR TO CSG-OPERADOR.
               REWRITE ACUERDO-CONSIGNA-REG
                   INVALID KEY
                       DISPLAY "ERROR AL ACTUALIZAR (" ST-CONSIGNA ")"
                       ADD 1 TO WS-JOB-RECHAZADOS
                   NOT INVALID KEY
                       DISPLAY "Acuerdo terminado"
                       ADD 1 TO WS-JOB-ESCRITOS
               END-REWRITE.

           BAJA-ACUERDO-EXIT.
               EXIT.

           CONSULTA-ACUERDO.
               DISPLAY "ID articulo: " WITH NO ADVANCING.
               MOVE SPACES TO CSG-ITEM-ID.
               ACCEPT CSG-ITEM-ID.
               READ CONSIGNA-FILE
                   INVALID KEY
                       DISPLAY "El articulo no tiene acuerdo de "
                           "consigna"
                       GO TO CONSULTA-ACUERDO-EXIT
               END-READ.
               ADD 1 TO WS-JOB-LEIDOS.
               PERFORM MOSTRAR-ACUERDO.

               DISPLAY "  Entradas registradas:".
               MOVE 'N' TO EOF-ENTRADAS.
               OPEN INPUT ENTRADAS-CONSIGNA-FILE.
               IF ST-ENTRADAS NOT = "00"
                   SET FIN-ENTRADAS TO TRUE
               END-IF.
               PERFORM UNTIL FIN-ENTRADAS
                   READ ENTRADAS-CONSIGNA-FILE
                       AT END
                           SET FIN-ENTRADAS TO TRUE
                       NOT AT END
                           IF CSE-ITEM-ID = CSG-ITEM-ID
                               MOVE CSE-QTY TO WS-QTY-ED
                               DISPLAY "    " CSE-FECHA " "
                                   WS-QTY-ED " " CSE-ORIGEN
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ENTRADAS-CONSIGNA-FILE.

           CONSULTA-ACUERDO-EXIT.
               EXIT.

           MOSTRAR-ACUERDO.
               MOVE CSG-ITEM-ID TO ITEM-ID-KEY.
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO ITEM-DESCRIPTION
                       MOVE ZERO TO ITEM-STOCK-QTY
               END-READ.
               MOVE CSG-PRECIO TO WS-PRECIO-ED.
               MOVE ITEM-STOCK-QTY TO WS-STOCK-ED.
               IF CSG-ACTIVO
                   DISPLAY "  " CSG-ITEM-ID " " ITEM-DESCRIPTION
                       " prov " CSG-PROV-ID " precio " WS-PRECIO-ED
                       " plazo " CSG-PLAZO-DIAS " dias desde "
                       CSG-FECHA-ALTA " stock " WS-STOCK-ED
               ELSE
                   DISPLAY "  " CSG-ITEM-ID " " ITEM-DESCRIPTION
                       " prov " CSG-PROV-ID " TERMINADO el "
                       CSG-FECHA-BAJA
               END-IF.

           LISTADO-ACUERDOS.
               MOVE ZERO TO WS-LISTADOS.
               MOVE LOW-VALUES TO CSG-ITEM-ID.
               START CONSIGNA-FILE KEY IS NOT LESS THAN CSG-ITEM-ID
                   INVALID KEY
                       SET FIN-CONSIGNA TO TRUE
                   NOT INVALID KEY
                       MOVE 'N' TO EOF-CONSIGNA
               END-START.
               PERFORM UNTIL FIN-CONSIGNA
                   READ CONSIGNA-FILE NEXT RECORD
                       AT END
                           SET FIN-CONSIGNA TO TRUE
                       NOT AT END
                           IF CSG-ACTIVO
                               PERFORM MOSTRAR-ACUERDO
                               ADD 1 TO WS-LISTADOS
                               ADD 1 TO WS-JOB-LEIDOS
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-LISTADOS = ZERO
                   DISPLAY "No hay articulos en consigna"
               END-IF.

           REGISTRAR-JOB-LOG.
      *>   RESUMEN DE FIN DE EJECUCION COMUN A TODOS LOS PROGRAMAS BATCH
               MOVE "MANT-CONSIGNA" TO JOB-LOG-PROGRAMA.
               MOVE FUNCTION CURRENT-DATE (1:8) TO JOB-LOG-FECHA.
               MOVE FUNCTION CURRENT-DATE (9:6) TO JOB-LOG-HORA.
               MOVE WS-JOB-LEIDOS TO JOB-LOG-LEIDOS.
               MOVE WS-JOB-ESCRITOS TO JOB-LOG-ESCRITOS.
               MOVE WS-JOB-RECHAZADOS TO JOB-LOG-RECHAZADOS.

               OPEN EXTEND JOB-LOG-FILE.
               WRITE JOB-LOG-REG.
               CLOSE JOB-LOG-FILE.

       END PROGRAM MANT-CONSIGNA.
