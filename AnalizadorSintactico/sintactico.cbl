      * FIRMAOPE contra OPERMAST.DAT con autorizacion de       *
      * calculo en linea.                                      *
      *                                                        *
      * Una cuenta bloqueada o cerrada en CUSTMAST no se       *
      * calcula: se rechaza con el mismo motivo de suspenso    *
      * que le daria la corrida por lotes (07 o 08).           *
      *                                                        *
      **********************************************************

       ENVIRONMENT DIVISION.
                       MOVE "CLIENTE DESCONOCIDO" TO WS-NOMBRE
                   NOT INVALID KEY
                       MOVE CUST-NOMBRE TO WS-NOMBRE
                       PERFORM 1060-VERIFICAR-ESTADO
               END-READ
               CLOSE CUSTMAST
           END-IF.

       1060-VERIFICAR-ESTADO.
      * El calculo en linea no tiene archivo de suspenso: la
      * cuenta que USODEACCB suspenderia se rechaza aqui mismo.
           EVALUATE TRUE
               WHEN CUST-BLOQUEADA
                   DISPLAY "ERROR: CUENTA " WS-CUENTA " BLOQUEADA "
                       "DESDE " CUST-FECHA-ESTADO " (MOTIVO 07): "
                       CUST-MOTIVO-ESTADO
                   DISPLAY "NO SE PUEDE CALCULAR PARA UNA CUENTA "
                       "BLOQUEADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN CUST-CERRADA
                   DISPLAY "ERROR: CUENTA " WS-CUENTA " CERRADA "
                       "DESDE " CUST-FECHA-ESTADO " (MOTIVO 08): "
                       CUST-MOTIVO-ESTADO
                   DISPLAY "NO SE PUEDE CALCULAR PARA UNA CUENTA "
                       "CERRADA."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1075-OBTENER-PRODUCTO.
      * De las lineas del producto se toma la de fecha de vigencia
      * mas reciente que no sea posterior a la fecha de negocio,
           MOVE ZEROS TO LOG-NUMERO
           MOVE WS-MONTO TO LOG-MONTO
           MOVE WS-PRODUCTO TO LOG-PRODUCTO
           MOVE SPACES TO LOG-REF-FECHA
           MOVE SPACES TO LOG-REF-HORA
           MOVE WS-RESULTADO TO LOG-RESULTADO
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           WRITE LOG-RECORD
